      *                      EXISTING MASTER OR ARCHIVE MUST BE
      *                      REBUILT TO THE WIDER RECORD BEFORE
      *                      THIS VERSION RUNS AGAINST IT.
      *    11/30/2026 JAD   EVERY MASTER CHANGE - ADDITION,
      *                      RE-CONFIRMATION, OR RESTORE OF A
      *                      RETIRED WORD (WITH ITS RETARCHDD
      *                      DELETE) - NOW WRITES A RECORD TO THE
      *                      PERMANENT MERGE JOURNAL (MRGJRNDD)
      *                      CARRYING THE BEFORE AND AFTER IMAGES
      *                      AND THE MERGE RUN DATE, AHEAD OF THE
      *                      CHANGE ITSELF.  P13 USES THE JOURNAL
      *                      TO BACK OUT A BAD MERGE DAY.
      *    12/07/2026 JAD   THE RETIREMENT ARCHIVE RECORD NOW ENDS
      *                      WITH A RECALL FLAG, SET BY THE P14
      *                      BLOCKLIST RECALL RUN.  A RECALLED WORD
      *                      THAT REACHES THE EXTRACT IS HELD BACK -
      *                      NOT RESTORED, NOT ADDED, NOT JOURNALED
      *                      - AND LISTED ON THE CONSOLE AND COUNTED
      *                      ON THE MERGE REPORT.  AN EXISTING
      *                      ARCHIVE MUST BE REBUILT TO THE WIDER
      *                      RECORD BEFORE THIS VERSION RUNS
      *                      AGAINST IT.
      *
      *=============================================================*
      *  REMARKS.                                                    *
               ASSIGN TO 'STALERPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-STALERPT-STATUS.
           SELECT MERGE-JOURNAL-FILE
               ASSIGN TO 'MRGJRNDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GM-MRGJRN-STATUS.

       DATA DIVISION.
       FILE SECTION.
               03  MST-SRC-FLAG        OCCURS 10 TIMES PIC X(01).

      *    THE P7 RETIREMENT ARCHIVE - THE MASTER RECORD PLUS THE
      *    DATE THE WORD WAS RETIRED, KEYED ON THE WORD.  THE
      *    RECALL FLAG MARKS A WORD P14 PULLED OFF THE MASTER
      *    BECAUSE IT WAS BLOCKLISTED.
       FD  RETIRE-ARCHIVE-FILE.
       01  RETIRE-ARCHIVE-REC.
           02  RET-WORD                PIC X(80).
           02  RET-SRC-FLAGS.
               03  RET-SRC-FLAG        OCCURS 10 TIMES PIC X(01).
           02  RET-RETIRED-DATE        PIC 9(08).
           02  RET-RECALL-FLAG         PIC X(01).
               88  RET-RECALLED            VALUE 'Y'.

       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-REC            PIC X(80).
       FD  STALE-REPORT-FILE.
       01  STALE-REPORT-REC            PIC X(120).

      *    THE PERMANENT MERGE JOURNAL, APPENDED TO BY EVERY RUN.
      *    ONE RECORD PER MASTER CHANGE, WRITTEN BEFORE THE CHANGE
      *    IS MADE.  THE ACTION IS A (BRAND-NEW ADDITION - THE
      *    BEFORE IMAGE CARRIES ONLY THE WORD), C (RE-CONFIRMATION
      *    - BEFORE IMAGE IS THE MASTER RECORD) OR R (RETIRED WORD
      *    RESTORED - BEFORE IMAGE IS THE RETARCHDD RECORD, WITH
      *    ITS RETIRED DATE).  THE AFTER IMAGE IS ALWAYS THE NEW
      *    MASTER RECORD, RETIRED DATE ZERO.  P13 ALSO APPENDS AN X
      *    RECORD FOR EVERY WORD IT BACKS OUT, TAGGED WITH THE
      *    MERGE DATE IT REVERSED.
       FD  MERGE-JOURNAL-FILE.
       01  MERGE-JOURNAL-REC.
           02  MJ-MERGE-DATE           PIC 9(08).
           02  FILLER                  PIC X(01).
           02  MJ-RUN-TIME             PIC 9(06).
           02  FILLER                  PIC X(01).
           02  MJ-ACTION               PIC X(01).
           02  FILLER                  PIC X(01).
           02  MJ-SOURCE               PIC X(02).
           02  FILLER                  PIC X(01).
           02  MJ-BEFORE-IMAGE.
               03  MJ-BEF-WORD         PIC X(80).
               03  MJ-BEF-FIRST-SEEN   PIC 9(08).
               03  MJ-BEF-LAST-SEEN    PIC 9(08).
               03  MJ-BEF-TIMES-SEEN   PIC 9(06).
               03  MJ-BEF-SRC-FLAGS    PIC X(10).
               03  MJ-BEF-RETIRED-DATE PIC 9(08).
           02  FILLER                  PIC X(01).
           02  MJ-AFTER-IMAGE.
               03  MJ-AFT-WORD         PIC X(80).
               03  MJ-AFT-FIRST-SEEN   PIC 9(08).
               03  MJ-AFT-LAST-SEEN    PIC 9(08).
               03  MJ-AFT-TIMES-SEEN   PIC 9(06).
               03  MJ-AFT-SRC-FLAGS    PIC X(10).
               03  MJ-AFT-RETIRED-DATE PIC 9(08).

       WORKING-STORAGE SECTION.
       01  GM-RUN-DATE                 PIC 9(08).
       01  GM-EXTRACT-STATUS           PIC X(02).
       01  GM-MASTER-STATUS            PIC X(02).
       01  GM-MRGRPT-STATUS            PIC X(02).
       01  GM-STALERPT-STATUS          PIC X(02).
       01  GM-MRGJRN-STATUS            PIC X(02).
       01  GM-RUN-TIME                 PIC 9(08).
       01  GM-JOURNAL-COUNT            PIC 9(08) VALUE 0.
       01  GM-EXTRACT-LENGTH           PIC 9(02) COMP.
       01  GM-EXTRACT-END-SW           PIC X VALUE 'N'.
           88  GM-EXTRACT-END              VALUE 'Y'.
           88  GM-RETARCH-AVAILABLE        VALUE 'Y'.
       01  GM-RETIRED-FOUND-SW         PIC X VALUE 'N'.
           88  GM-RETIRED-FOUND            VALUE 'Y'.
       01  GM-HELD-BACK-SW             PIC X VALUE 'N'.
           88  GM-WORD-HELD-BACK           VALUE 'Y'.
       01  GM-RECALLED-HELD-COUNT      PIC 9(08) VALUE 0.
       01  GM-READ-COUNT               PIC 9(08) VALUE 0.
       01  GM-ADDED-COUNT              PIC 9(08) VALUE 0.
       01  GM-RESTORED-COUNT           PIC 9(08) VALUE 0.
               VALUE 'WORDS RESTORED (RETIRED) . : '.
           02  GM-RPT-RESTORED         PIC ZZZ,ZZZ,ZZ9.

       01  GM-RPT-DETAIL-7.
           02  FILLER                  PIC X(30)
               VALUE 'RECALLED WORDS HELD BACK . : '.
           02  GM-RPT-HELD-BACK        PIC ZZZ,ZZZ,ZZ9.

       01  GM-STALE-HEADING.
           02  FILLER                  PIC X(27)
               VALUE 'STALE GOOD-WORDS LISTING - '.
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT GM-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT GM-RUN-TIME FROM TIME
           MOVE GM-RUN-DATE TO GM-DTN-DATE
           PERFORM 8000-DATE-TO-DAY-NUMBER
               THRU 8000-DATE-TO-DAY-NUMBER-EXIT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
      *    THE JOURNAL IS PERMANENT AND ONLY EVER APPENDED TO.  A
      *    JOURNAL NOT YET CREATED (STATUS 35) IS STARTED FRESH;
      *    ANY OTHER FAILURE STOPS THE MERGE BEFORE ANY MASTER
      *    CHANGE IS MADE WITHOUT ITS BEFORE IMAGE.
           OPEN EXTEND MERGE-JOURNAL-FILE
           IF GM-MRGJRN-STATUS = '35'
               OPEN OUTPUT MERGE-JOURNAL-FILE
           END-IF
           IF GM-MRGJRN-STATUS NOT = '00'
               DISPLAY 'P2: CANNOT OPEN MRGJRNDD - STATUS '
                   GM-MRGJRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-READ-EXTRACT
               THRU 1900-READ-EXTRACT-EXIT.
       1000-INITIALIZE-EXIT.
      *      TURNED ON AND THE NEXT EXTRACT RECORD IS READ.       *
      *----------------------------------------------------------*
       2100-MERGE-ONE-WORD.
           MOVE 'N' TO GM-HELD-BACK-SW
           MOVE GM-WORK-WORD TO MST-WORD
           READ MASTER-FILE
               INVALID KEY
                       THRU 2300-RECONFIRM-MASTER-WORD-EXIT
           END-READ
           IF GM-MASTER-STATUS NOT = '00'
               AND NOT GM-WORD-HELD-BACK
               DISPLAY 'P2: READ FAILED ON WORDMSTDD - STATUS '
                   GM-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
      *      TIMES-SEEN AND SOURCE FLAGS CARRY ON FROM WHERE      *
      *      RETIREMENT LEFT THEM - AND ITS ARCHIVE ENTRY IS      *
      *      DELETED.  ANY OTHER WORD IS A BRAND-NEW ADDITION.    *
      *      THE JOURNAL RECORD IS WRITTEN BEFORE THE MASTER      *
      *      WRITE: ITS BEFORE IMAGE IS THE ARCHIVE RECORD FOR A  *
      *      RESTORE, OR THE BARE WORD FOR AN ADDITION.  A WORD   *
      *      THE BLOCKLIST RECALL PULLED OFF THE MASTER IS HELD   *
      *      BACK AND THE MASTER IS LEFT ALONE.                   *
      *----------------------------------------------------------*
       2200-ADD-MASTER-WORD.
           MOVE 'N' TO GM-RETIRED-FOUND-SW
               PERFORM 2210-CHECK-RETIRED-WORD
                   THRU 2210-CHECK-RETIRED-WORD-EXIT
           END-IF
           IF GM-RETIRED-FOUND AND RET-RECALLED
               SET GM-WORD-HELD-BACK TO TRUE
               ADD 1 TO GM-RECALLED-HELD-COUNT
               DISPLAY 'P2: RECALLED WORD HELD BACK - '
                   GM-WORK-WORD(1:40)
               GO TO 2200-ADD-MASTER-WORD-EXIT
           END-IF
           MOVE GM-WORK-WORD TO MST-WORD
           IF GM-RETIRED-FOUND
               MOVE 'R' TO MJ-ACTION
               MOVE RET-WORD TO MJ-BEF-WORD
               MOVE RET-FIRST-SEEN TO MJ-BEF-FIRST-SEEN
               MOVE RET-LAST-SEEN TO MJ-BEF-LAST-SEEN
               MOVE RET-TIMES-SEEN TO MJ-BEF-TIMES-SEEN
               MOVE RET-SRC-FLAGS TO MJ-BEF-SRC-FLAGS
               MOVE RET-RETIRED-DATE TO MJ-BEF-RETIRED-DATE
           ELSE
               MOVE 'A' TO MJ-ACTION
               MOVE GM-WORK-WORD TO MJ-BEF-WORD
               MOVE 0 TO MJ-BEF-FIRST-SEEN
               MOVE 0 TO MJ-BEF-LAST-SEEN
               MOVE 0 TO MJ-BEF-TIMES-SEEN
               MOVE ALL 'N' TO MJ-BEF-SRC-FLAGS
               MOVE 0 TO MJ-BEF-RETIRED-DATE
           END-IF
           IF GM-RETIRED-FOUND
               MOVE RET-FIRST-SEEN TO MST-FIRST-SEEN
               MOVE GM-RUN-DATE TO MST-LAST-SEEN
               MOVE ALL 'N' TO MST-SRC-FLAGS
           END-IF
           MOVE 'Y' TO MST-SRC-FLAG(GM-SOURCE-NUM)
           PERFORM 2400-WRITE-JOURNAL-RECORD
               THRU 2400-WRITE-JOURNAL-RECORD-EXIT
           WRITE MASTER-REC
               INVALID KEY
                   DISPLAY 'P2: WRITE FAILED ON WORDMSTDD - STATUS '
      *----------------------------------------------------------*
      *  2220-DELETE-RETIRED-ENTRY                                *
      *      THE RETIRED WORD IS BACK ON THE MASTER, SO ITS       *
      *      ARCHIVE ENTRY HAS BEEN CONSUMED.  THE R JOURNAL      *
      *      RECORD WRITTEN BY 2200 ALREADY HOLDS THE ARCHIVE     *
      *      RECORD AS ITS BEFORE IMAGE, SO A BACK-OUT CAN PUT    *
      *      THE ENTRY BACK.                                      *
      *----------------------------------------------------------*
       2220-DELETE-RETIRED-ENTRY.
           DELETE RETIRE-ARCHIVE-FILE
      *----------------------------------------------------------*
      *  2300-RECONFIRM-MASTER-WORD                               *
      *      UPDATE AN EXISTING MASTER ENTRY FOR A WORD THE       *
      *      FEEDS HAVE DELIVERED BEFORE, JOURNALING THE MASTER   *
      *      RECORD AS IT STOOD BEFORE THE UPDATE.                *
      *----------------------------------------------------------*
       2300-RECONFIRM-MASTER-WORD.
           MOVE 'C' TO MJ-ACTION
           MOVE MST-WORD TO MJ-BEF-WORD
           MOVE MST-FIRST-SEEN TO MJ-BEF-FIRST-SEEN
           MOVE MST-LAST-SEEN TO MJ-BEF-LAST-SEEN
           MOVE MST-TIMES-SEEN TO MJ-BEF-TIMES-SEEN
           MOVE MST-SRC-FLAGS TO MJ-BEF-SRC-FLAGS
           MOVE 0 TO MJ-BEF-RETIRED-DATE
           MOVE GM-RUN-DATE TO MST-LAST-SEEN
           IF MST-TIMES-SEEN < 999999
               ADD 1 TO MST-TIMES-SEEN
           END-IF
           MOVE 'Y' TO MST-SRC-FLAG(GM-SOURCE-NUM)
           PERFORM 2400-WRITE-JOURNAL-RECORD
               THRU 2400-WRITE-JOURNAL-RECORD-EXIT
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY 'P2: REWRITE FAILED ON WORDMSTDD - STATUS '
       2300-RECONFIRM-MASTER-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-WRITE-JOURNAL-RECORD                                *
      *      COMPLETE THE JOURNAL RECORD - ACTION AND BEFORE      *
      *      IMAGE ARE ALREADY SET - WITH THE RUN STAMP, THE      *
      *      DELIVERING SOURCE AND THE NEW MASTER RECORD AS THE   *
      *      AFTER IMAGE, AND APPEND IT.  A FAILED JOURNAL WRITE  *
      *      STOPS THE RUN BEFORE THE MASTER IS TOUCHED.          *
      *----------------------------------------------------------*
       2400-WRITE-JOURNAL-RECORD.
           MOVE GM-RUN-DATE TO MJ-MERGE-DATE
           MOVE GM-RUN-TIME(1:6) TO MJ-RUN-TIME
           MOVE GM-SOURCE-NUM TO MJ-SOURCE
           MOVE MST-WORD TO MJ-AFT-WORD
           MOVE MST-FIRST-SEEN TO MJ-AFT-FIRST-SEEN
           MOVE MST-LAST-SEEN TO MJ-AFT-LAST-SEEN
           MOVE MST-TIMES-SEEN TO MJ-AFT-TIMES-SEEN
           MOVE MST-SRC-FLAGS TO MJ-AFT-SRC-FLAGS
           MOVE 0 TO MJ-AFT-RETIRED-DATE
           WRITE MERGE-JOURNAL-REC
           IF GM-MRGJRN-STATUS NOT = '00'
               DISPLAY 'P2: WRITE FAILED ON MRGJRNDD - STATUS '
                   GM-MRGJRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO GM-JOURNAL-COUNT.
       2400-WRITE-JOURNAL-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-LIST-STALE-WORDS                                    *
      *      PASS THE WHOLE MASTER IN KEY ORDER AND LIST EVERY    *
               THRU 7100-WRITE-MERGE-LINE-EXIT
           MOVE GM-RESTORED-COUNT TO GM-RPT-RESTORED
           MOVE GM-RPT-DETAIL-6 TO MERGE-REPORT-REC
           PERFORM 7100-WRITE-MERGE-LINE
               THRU 7100-WRITE-MERGE-LINE-EXIT
           MOVE GM-RECALLED-HELD-COUNT TO GM-RPT-HELD-BACK
           MOVE GM-RPT-DETAIL-7 TO MERGE-REPORT-REC
           PERFORM 7100-WRITE-MERGE-LINE
               THRU 7100-WRITE-MERGE-LINE-EXIT
           MOVE GM-STALE-COUNT TO GM-RPT-STALE
           END-IF
           CLOSE MERGE-REPORT-FILE
           CLOSE STALE-REPORT-FILE
           CLOSE MERGE-JOURNAL-FILE
           DISPLAY 'P2: EXTRACT RECORDS READ . . : ' GM-READ-COUNT
           DISPLAY 'P2: WORDS ADDED TO MASTER . : ' GM-ADDED-COUNT
           DISPLAY 'P2: WORDS RESTORED . . . . . : '
               GM-RESTORED-COUNT
           DISPLAY 'P2: WORDS RE-CONFIRMED . . . : '
               GM-RECONFIRMED-COUNT
           DISPLAY 'P2: RECALLED WORDS HELD BACK : '
               GM-RECALLED-HELD-COUNT
           DISPLAY 'P2: STALE WORDS LISTED . . . : ' GM-STALE-COUNT
           DISPLAY 'P2: JOURNAL RECORDS WRITTEN  : ' GM-JOURNAL-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
