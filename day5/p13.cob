      *=============================================================*
      *  IDENTIFICATION DIVISION.                                    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    P13.
       AUTHOR.        J DUNLAP.
       INSTALLATION.  WORD SCREENING UNIT.
       DATE-WRITTEN.  11/30/2026.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    11/30/2026 JAD   ORIGINAL VERSION.  BACKS OUT ONE DAY'S
      *                      P2 MERGE FROM THE GOOD-WORDS MASTER
      *                      (WORDMSTDD) USING THE BEFORE AND AFTER
      *                      IMAGES ON THE MERGE JOURNAL (MRGJRNDD).
      *                      THE MERGE DATE IS NAMED IN BACKOUTDATE
      *                      (YYYYMMDD, REQUIRED).  EVERY WORD THE
      *                      MERGE ADDED IS DELETED FROM THE
      *                      MASTER, EVERY WORD IT RE-CONFIRMED HAS
      *                      ITS PRIOR LAST-SEEN DATE, TIMES-SEEN
      *                      COUNT AND SOURCE FLAGS PUT BACK, AND
      *                      EVERY RETIRED WORD IT RESTORED IS
      *                      RETURNED TO THE RETIREMENT ARCHIVE
      *                      (RETARCHDD) AS IT WAS.  A BACK-OUT
      *                      REPORT (BKORPTDD) LISTS EVERY WORD
      *                      TOUCHED.  THE RUN IS REFUSED OUTRIGHT,
      *                      WITH NOTHING CHANGED, WHEN ANY OF THE
      *                      WORDS HAS BEEN CHANGED SINCE - BY A
      *                      LATER MERGE OR OTHERWISE.
      *    12/07/2026 JAD   THE RETIREMENT ARCHIVE RECORD NOW ENDS
      *                      WITH THE P14 RECALL FLAG.  A WORD
      *                      RETURNED TO THE ARCHIVE BY A BACK-OUT
      *                      IS NOT A RECALL AND IS WRITTEN WITH THE
      *                      FLAG AS SPACE.
      *    02/08/2027 JAD   AN ADDITION NO LONGER ON THE MASTER IS
      *                      NOW REFUSED WHEN IT IS ON RETARCHDD -
      *                      RETIRED BY P7 OR RECALLED BY P14 SINCE
      *                      THE MERGE - RATHER THAN LEFT ALONE.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      RUN ON REQUEST, NEVER AS PART OF THE NIGHTLY STREAM.   *
      *      THE RUN MAKES THREE PASSES.  THE JOURNAL PASS          *
      *      GATHERS THE MERGE DATE'S CHANGES INTO A KEYED          *
      *      SCRATCH FILE (BKOWRKDD, REBUILT EVERY RUN) - THE       *
      *      FIRST BEFORE IMAGE AND LAST AFTER IMAGE OF EACH WORD,  *
      *      SO A WORD CHANGED TWICE THAT DAY IS PUT BACK TO HOW IT *
      *      STOOD BEFORE THE FIRST CHANGE - AND NOTES ANY LATER    *
      *      MERGE DATE THAT TOUCHED THE SAME WORDS.  A SECOND      *
      *      PASS OVER THE SCRATCH FILE CHECKS EVERY WORD AGAINST   *
      *      THE MASTER, AND ONLY WHEN EVERY WORD IS CLEAR DOES THE *
      *      THIRD PASS MAKE THE CHANGES.  EACH WORD BACKED OUT IS  *
      *      JOURNALED IN TURN AS ACTION X UNDER THE MERGE DATE, SO *
      *      A RERUN AFTER A FAILURE PICKS UP ONLY THE WORDS STILL  *
      *      OUTSTANDING, AND A LATER MERGE THAT HAS ITSELF BEEN    *
      *      BACKED OUT NO LONGER BLOCKS AN EARLIER ONE.  LATER     *
      *      MERGES MUST THEREFORE BE BACKED OUT NEWEST FIRST.  A   *
      *      CHANGE THE JOURNAL HOLDS BUT THE MASTER NEVER RECEIVED *
      *      (A MERGE THAT STOPPED ON A FAILED WRITE) IS REPORTED   *
      *      AS NOT ON THE MASTER AND LEFT ALONE.                   *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    THE ASSIGN-NAMES BELOW ARE JCL-STYLE DD NAMES RESOLVED
      *    FROM ENVIRONMENT VARIABLES AT RUN TIME, AS IN P1.
       FILE-CONTROL.
           SELECT MERGE-JOURNAL-FILE
               ASSIGN TO 'MRGJRNDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-MRGJRN-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'WORDMSTDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-WORD
               FILE STATUS IS MB-MASTER-STATUS.
           SELECT RETIRE-ARCHIVE-FILE
               ASSIGN TO 'RETARCHDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-WORD
               FILE STATUS IS MB-RETARCH-STATUS.
           SELECT BACKOUT-WORK-FILE
               ASSIGN TO 'BKOWRKDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BW-WORD
               FILE STATUS IS MB-BKOWRK-STATUS.
           SELECT BACKOUT-REPORT-FILE
               ASSIGN TO 'BKORPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MB-BKORPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE MERGE JOURNAL RECORD, AS P2 WRITES IT.  THE ACTION
      *    IS A (ADDITION), C (RE-CONFIRMATION), R (RETIRED WORD
      *    RESTORED) OR X (BACKED OUT BY THIS PROGRAM).
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

       FD  MASTER-FILE.
       01  MASTER-REC.
           02  MST-WORD                PIC X(80).
           02  MST-FIRST-SEEN          PIC 9(08).
           02  MST-LAST-SEEN           PIC 9(08).
           02  MST-TIMES-SEEN          PIC 9(06).
           02  MST-SRC-FLAGS.
               03  MST-SRC-FLAG        OCCURS 10 TIMES PIC X(01).

       FD  RETIRE-ARCHIVE-FILE.
       01  RETIRE-ARCHIVE-REC.
           02  RET-WORD                PIC X(80).
           02  RET-FIRST-SEEN          PIC 9(08).
           02  RET-LAST-SEEN           PIC 9(08).
           02  RET-TIMES-SEEN          PIC 9(06).
           02  RET-SRC-FLAGS.
               03  RET-SRC-FLAG        OCCURS 10 TIMES PIC X(01).
           02  RET-RETIRED-DATE        PIC 9(08).
           02  RET-RECALL-FLAG         PIC X(01).
               88  RET-RECALLED            VALUE 'Y'.

      *    ONE SCRATCH ENTRY PER WORD THE MERGE DATE CHANGED: THE
      *    FIRST ACTION AND BEFORE IMAGE OF THE DAY, THE LAST AFTER
      *    IMAGE, THE LATEST LATER MERGE DATE STILL STANDING ON
      *    THE WORD, AND THE VERDICT OF THE CHECK AGAINST THE
      *    MASTER.
       FD  BACKOUT-WORK-FILE.
       01  BACKOUT-WORK-REC.
           02  BW-WORD                 PIC X(80).
           02  BW-ACTION               PIC X(01).
               88  BW-ADDITION             VALUE 'A'.
               88  BW-RECONFIRM            VALUE 'C'.
               88  BW-RESTORE              VALUE 'R'.
           02  BW-SOURCE               PIC X(02).
           02  BW-CHANGE-COUNT         PIC 9(04).
           02  BW-LATER-DATE           PIC 9(08).
           02  BW-DISPOSITION          PIC X(01).
               88  BW-BACK-OUT             VALUE 'B'.
               88  BW-NOT-APPLIED          VALUE 'N'.
               88  BW-REFUSED              VALUE 'F'.
           02  BW-REASON               PIC X(33).
           02  BW-BEFORE-IMAGE.
               03  BW-BEF-WORD         PIC X(80).
               03  BW-BEF-FIRST-SEEN   PIC 9(08).
               03  BW-BEF-LAST-SEEN    PIC 9(08).
               03  BW-BEF-TIMES-SEEN   PIC 9(06).
               03  BW-BEF-SRC-FLAGS    PIC X(10).
               03  BW-BEF-RETIRED-DATE PIC 9(08).
           02  BW-AFTER-IMAGE.
               03  BW-AFT-WORD         PIC X(80).
               03  BW-AFT-FIRST-SEEN   PIC 9(08).
               03  BW-AFT-LAST-SEEN    PIC 9(08).
               03  BW-AFT-TIMES-SEEN   PIC 9(06).
               03  BW-AFT-SRC-FLAGS    PIC X(10).
               03  BW-AFT-RETIRED-DATE PIC 9(08).

       FD  BACKOUT-REPORT-FILE.
       01  BACKOUT-REPORT-REC          PIC X(132).

       WORKING-STORAGE SECTION.
       01  MB-RUN-DATE                 PIC 9(08).
       01  MB-RUN-TIME                 PIC 9(08).
       01  MB-BACKOUT-DATE-IN          PIC X(08).
       01  MB-BACKOUT-DATE             PIC 9(08).
       01  MB-MRGJRN-STATUS            PIC X(02).
       01  MB-MASTER-STATUS            PIC X(02).
       01  MB-RETARCH-STATUS           PIC X(02).
       01  MB-BKOWRK-STATUS            PIC X(02).
       01  MB-BKORPT-STATUS            PIC X(02).
       01  MB-JOURNAL-END-SW           PIC X VALUE 'N'.
           88  MB-JOURNAL-END              VALUE 'Y'.
       01  MB-JOURNAL-EXTEND-SW        PIC X VALUE 'N'.
           88  MB-JOURNAL-EXTENDED         VALUE 'Y'.
       01  MB-WORK-END-SW              PIC X VALUE 'N'.
           88  MB-WORK-END                 VALUE 'Y'.
       01  MB-WORK-FOUND-SW            PIC X VALUE 'N'.
           88  MB-WORK-FOUND               VALUE 'Y'.
       01  MB-MASTER-FOUND-SW          PIC X VALUE 'N'.
           88  MB-MASTER-FOUND             VALUE 'Y'.
       01  MB-ARCHIVE-FOUND-SW         PIC X VALUE 'N'.
           88  MB-ARCHIVE-FOUND            VALUE 'Y'.
       01  MB-JOURNAL-COUNT            PIC 9(08) VALUE 0.
       01  MB-TARGET-COUNT             PIC 9(08) VALUE 0.
       01  MB-WORD-COUNT               PIC 9(08) VALUE 0.
       01  MB-REFUSED-COUNT            PIC 9(08) VALUE 0.
       01  MB-DELETED-COUNT            PIC 9(08) VALUE 0.
       01  MB-RESTORED-COUNT           PIC 9(08) VALUE 0.
       01  MB-RETURNED-COUNT           PIC 9(08) VALUE 0.
       01  MB-NOT-APPLIED-COUNT        PIC 9(08) VALUE 0.

      *    THE CURRENT MASTER OR ARCHIVE RECORD LAID OUT AS A
      *    JOURNAL IMAGE, SO IT CAN BE COMPARED WITH THE IMAGES
      *    THE MERGE RECORDED.
       01  MB-CURRENT-IMAGE.
           02  MB-CUR-WORD             PIC X(80).
           02  MB-CUR-FIRST-SEEN       PIC 9(08).
           02  MB-CUR-LAST-SEEN        PIC 9(08).
           02  MB-CUR-TIMES-SEEN       PIC 9(06).
           02  MB-CUR-SRC-FLAGS        PIC X(10).
           02  MB-CUR-RETIRED-DATE     PIC 9(08).

       01  MB-LATER-REASON.
           02  FILLER                  PIC X(23)
               VALUE 'REFUSED - MERGED AGAIN '.
           02  MB-LATER-REASON-DATE    PIC 9999/99/99.

       01  MB-RPT-HEADING-1.
           02  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           02  MB-RPT-HDR-DATE         PIC 9999/99/99.
           02  FILLER                  PIC X(27) VALUE SPACES.
           02  FILLER                  PIC X(32)
               VALUE 'GOOD-WORDS MASTER MERGE BACK-OUT'.

       01  MB-RPT-HEADING-2.
           02  FILLER                  PIC X(23)
               VALUE 'MERGE DATE BACKED OUT: '.
           02  MB-RPT-HDR-MERGE-DATE   PIC 9999/99/99.

       01  MB-RPT-HEADING-3            PIC X(132) VALUE ALL '-'.

       01  MB-DETAIL-LINE.
           02  MB-DTL-WORD             PIC X(80).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  MB-DTL-ACTION           PIC X(09).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  MB-DTL-CHANGES          PIC Z9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  MB-DTL-RESULT           PIC X(33).

       01  MB-RPT-TOTAL-LINE.
           02  MB-RPT-TOTAL-LABEL      PIC X(30).
           02  MB-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.

       01  MB-RPT-VERDICT-LINE         PIC X(80).

      *=============================================================*
      *  PROCEDURE DIVISION.                                        *
      *=============================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *      GATHER THE MERGE DATE'S CHANGES, CHECK EVERY WORD    *
      *      AGAINST THE MASTER, AND BACK THE CHANGES OUT ONLY    *
      *      WHEN NO WORD HAS BEEN CHANGED SINCE.                 *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-COLLECT-ONE-JOURNAL-REC
               THRU 2000-COLLECT-ONE-JOURNAL-REC-EXIT
               UNTIL MB-JOURNAL-END
           CLOSE MERGE-JOURNAL-FILE
           PERFORM 1900-START-WORK-PASS
               THRU 1900-START-WORK-PASS-EXIT
           PERFORM 3000-VERIFY-ONE-WORD
               THRU 3000-VERIFY-ONE-WORD-EXIT
               UNTIL MB-WORK-END
           IF MB-REFUSED-COUNT = 0
               AND MB-WORD-COUNT > 0
               PERFORM 4000-BACK-OUT-MERGE
                   THRU 4000-BACK-OUT-MERGE-EXIT
           END-IF
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *      RESOLVE THE MERGE DATE, OPEN THE FILES, BUILD A      *
      *      FRESH SCRATCH FILE AND WRITE THE REPORT HEADINGS.    *
      *      WITHOUT A VALID BACKOUTDATE THERE IS NOTHING SAFE TO *
      *      DO, SO THE RUN IS ABANDONED.                         *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT MB-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT MB-RUN-TIME FROM TIME
           MOVE SPACES TO MB-BACKOUT-DATE-IN
           ACCEPT MB-BACKOUT-DATE-IN FROM ENVIRONMENT 'BACKOUTDATE'
           IF MB-BACKOUT-DATE-IN = SPACES
               DISPLAY 'P13: BACKOUTDATE NOT SET - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MB-BACKOUT-DATE-IN NOT NUMERIC
               OR MB-BACKOUT-DATE-IN = '00000000'
               DISPLAY 'P13: BACKOUTDATE MUST BE YYYYMMDD, NOT '
                   MB-BACKOUT-DATE-IN ' - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MB-BACKOUT-DATE-IN TO MB-BACKOUT-DATE
           DISPLAY 'P13: BACKING OUT THE MERGE OF ' MB-BACKOUT-DATE
      *    A JOURNAL NOT YET CREATED MEANS NO MERGE HAS BEEN
      *    JOURNALED, SO THERE IS NOTHING TO GATHER.
           OPEN INPUT MERGE-JOURNAL-FILE
           IF MB-MRGJRN-STATUS = '35'
               DISPLAY 'P13: NO MERGE JOURNAL ON FILE (MRGJRNDD)'
               SET MB-JOURNAL-END TO TRUE
               OPEN OUTPUT MERGE-JOURNAL-FILE
           END-IF
           IF MB-MRGJRN-STATUS NOT = '00'
               DISPLAY 'P13: CANNOT OPEN MRGJRNDD - STATUS '
                   MB-MRGJRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O MASTER-FILE
           IF MB-MASTER-STATUS NOT = '00'
               DISPLAY 'P13: CANNOT OPEN WORDMSTDD - STATUS '
                   MB-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RETIRE-ARCHIVE-FILE
           IF MB-RETARCH-STATUS = '35'
               OPEN OUTPUT RETIRE-ARCHIVE-FILE
               CLOSE RETIRE-ARCHIVE-FILE
               OPEN I-O RETIRE-ARCHIVE-FILE
           END-IF
           IF MB-RETARCH-STATUS NOT = '00'
               DISPLAY 'P13: CANNOT OPEN RETARCHDD - STATUS '
                   MB-RETARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BACKOUT-WORK-FILE
           IF MB-BKOWRK-STATUS NOT = '00'
               DISPLAY 'P13: CANNOT OPEN BKOWRKDD - STATUS '
                   MB-BKOWRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BACKOUT-WORK-FILE
           OPEN I-O BACKOUT-WORK-FILE
           IF MB-BKOWRK-STATUS NOT = '00'
               DISPLAY 'P13: CANNOT OPEN BKOWRKDD - STATUS '
                   MB-BKOWRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BACKOUT-REPORT-FILE
           IF MB-BKORPT-STATUS NOT = '00'
               DISPLAY 'P13: CANNOT OPEN BKORPTDD - STATUS '
                   MB-BKORPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MB-RUN-DATE TO MB-RPT-HDR-DATE
           MOVE MB-RPT-HEADING-1 TO BACKOUT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE MB-BACKOUT-DATE TO MB-RPT-HDR-MERGE-DATE
           MOVE MB-RPT-HEADING-2 TO BACKOUT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE MB-RPT-HEADING-3 TO BACKOUT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1900-START-WORK-PASS                                     *
      *      POSITION THE SCRATCH FILE AT ITS FIRST WORD FOR A    *
      *      PASS IN KEY ORDER.                                   *
      *----------------------------------------------------------*
       1900-START-WORK-PASS.
           MOVE 'N' TO MB-WORK-END-SW
           MOVE LOW-VALUES TO BW-WORD
           START BACKOUT-WORK-FILE KEY NOT < BW-WORD
               INVALID KEY
                   SET MB-WORK-END TO TRUE
           END-START.
       1900-START-WORK-PASS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-COLLECT-ONE-JOURNAL-REC                             *
      *      READ ONE JOURNAL RECORD.  CHANGES ON THE MERGE DATE  *
      *      BUILD THE SCRATCH ENTRIES; CHANGES ON A LATER DATE   *
      *      MARK THE WORDS THEY TOUCH.  A BACK-OUT RECORD CANCELS *
      *      WHAT IT REVERSED.  EARLIER DATES ARE PASSED OVER.    *
      *----------------------------------------------------------*
       2000-COLLECT-ONE-JOURNAL-REC.
           READ MERGE-JOURNAL-FILE
               AT END
                   SET MB-JOURNAL-END TO TRUE
                   GO TO 2000-COLLECT-ONE-JOURNAL-REC-EXIT
           END-READ
           IF MB-MRGJRN-STATUS NOT = '00'
               DISPLAY 'P13: I/O ERROR ON MRGJRNDD - FILE STATUS '
                   MB-MRGJRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO MB-JOURNAL-COUNT
           IF MJ-MERGE-DATE < MB-BACKOUT-DATE
               GO TO 2000-COLLECT-ONE-JOURNAL-REC-EXIT
           END-IF
           MOVE MJ-AFT-WORD TO BW-WORD
           PERFORM 2900-READ-WORK-ENTRY
               THRU 2900-READ-WORK-ENTRY-EXIT
           IF MJ-MERGE-DATE = MB-BACKOUT-DATE
               IF MJ-ACTION = 'X'
                   PERFORM 2300-DROP-BACKED-OUT-WORD
                       THRU 2300-DROP-BACKED-OUT-WORD-EXIT
               ELSE
                   PERFORM 2100-RECORD-TARGET-CHANGE
                       THRU 2100-RECORD-TARGET-CHANGE-EXIT
               END-IF
               GO TO 2000-COLLECT-ONE-JOURNAL-REC-EXIT
           END-IF
           IF NOT MB-WORK-FOUND
               GO TO 2000-COLLECT-ONE-JOURNAL-REC-EXIT
           END-IF
           IF MJ-ACTION = 'X'
               PERFORM 2400-CLEAR-LATER-MERGE
                   THRU 2400-CLEAR-LATER-MERGE-EXIT
           ELSE
               PERFORM 2200-NOTE-LATER-MERGE
                   THRU 2200-NOTE-LATER-MERGE-EXIT
           END-IF.
       2000-COLLECT-ONE-JOURNAL-REC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-RECORD-TARGET-CHANGE                                *
      *      FOLD ONE OF THE MERGE DATE'S CHANGES INTO THE WORD'S *
      *      SCRATCH ENTRY.  THE FIRST CHANGE OF THE DAY FIXES    *
      *      THE ACTION AND BEFORE IMAGE; EVERY CHANGE MOVES THE  *
      *      AFTER IMAGE ON.                                      *
      *----------------------------------------------------------*
       2100-RECORD-TARGET-CHANGE.
           ADD 1 TO MB-TARGET-COUNT
           IF MB-WORK-FOUND
               MOVE MJ-AFTER-IMAGE TO BW-AFTER-IMAGE
               ADD 1 TO BW-CHANGE-COUNT
               PERFORM 2910-REWRITE-WORK-ENTRY
                   THRU 2910-REWRITE-WORK-ENTRY-EXIT
               GO TO 2100-RECORD-TARGET-CHANGE-EXIT
           END-IF
           MOVE MJ-AFT-WORD TO BW-WORD
           MOVE MJ-ACTION TO BW-ACTION
           MOVE MJ-SOURCE TO BW-SOURCE
           MOVE 1 TO BW-CHANGE-COUNT
           MOVE 0 TO BW-LATER-DATE
           MOVE SPACE TO BW-DISPOSITION
           MOVE SPACES TO BW-REASON
           MOVE MJ-BEFORE-IMAGE TO BW-BEFORE-IMAGE
           MOVE MJ-AFTER-IMAGE TO BW-AFTER-IMAGE
           WRITE BACKOUT-WORK-REC
               INVALID KEY
                   DISPLAY 'P13: WRITE FAILED ON BKOWRKDD - STATUS '
                       MB-BKOWRK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           IF MB-BKOWRK-STATUS NOT = '00'
               DISPLAY 'P13: WRITE FAILED ON BKOWRKDD - STATUS '
                   MB-BKOWRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO MB-WORD-COUNT.
       2100-RECORD-TARGET-CHANGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-NOTE-LATER-MERGE                                    *
      *      A LATER MERGE CHANGED A WORD THE MERGE DATE ALSO     *
      *      CHANGED.  KEEP THE LATEST SUCH DATE ON THE ENTRY.    *
      *----------------------------------------------------------*
       2200-NOTE-LATER-MERGE.
           IF MJ-MERGE-DATE > BW-LATER-DATE
               MOVE MJ-MERGE-DATE TO BW-LATER-DATE
               PERFORM 2910-REWRITE-WORK-ENTRY
                   THRU 2910-REWRITE-WORK-ENTRY-EXIT
           END-IF.
       2200-NOTE-LATER-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-DROP-BACKED-OUT-WORD                                *
      *      AN EARLIER BACK-OUT OF THE SAME MERGE DATE ALREADY   *
      *      REVERSED THIS WORD, SO IT LEAVES THE WORK SET.  A    *
      *      CHANGE JOURNALED AFTER THE BACK-OUT (A RERUN OF THE  *
      *      MERGE) STARTS A FRESH ENTRY.                         *
      *----------------------------------------------------------*
       2300-DROP-BACKED-OUT-WORD.
           IF NOT MB-WORK-FOUND
               GO TO 2300-DROP-BACKED-OUT-WORD-EXIT
           END-IF
           DELETE BACKOUT-WORK-FILE
               INVALID KEY
                   DISPLAY 'P13: DELETE FAILED ON BKOWRKDD - STATUS '
                       MB-BKOWRK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           IF MB-BKOWRK-STATUS NOT = '00'
               DISPLAY 'P13: DELETE FAILED ON BKOWRKDD - STATUS '
                   MB-BKOWRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SUBTRACT 1 FROM MB-WORD-COUNT.
       2300-DROP-BACKED-OUT-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-CLEAR-LATER-MERGE                                   *
      *      THE LATER MERGE THAT LAST TOUCHED THE WORD HAS BEEN  *
      *      BACKED OUT, SO IT NO LONGER STANDS IN THE WAY.  ANY  *
      *      STILL-EARLIER LATER MERGE LEFT ON THE WORD SHOWS UP  *
      *      AS A MASTER MISMATCH IN 3100.                        *
      *----------------------------------------------------------*
       2400-CLEAR-LATER-MERGE.
           IF MJ-MERGE-DATE = BW-LATER-DATE
               MOVE 0 TO BW-LATER-DATE
               PERFORM 2910-REWRITE-WORK-ENTRY
                   THRU 2910-REWRITE-WORK-ENTRY-EXIT
           END-IF.
       2400-CLEAR-LATER-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2900-READ-WORK-ENTRY                                     *
      *      LOOK THE WORD IN BW-WORD UP ON THE SCRATCH FILE.     *
      *----------------------------------------------------------*
       2900-READ-WORK-ENTRY.
           MOVE 'Y' TO MB-WORK-FOUND-SW
           READ BACKOUT-WORK-FILE
               INVALID KEY
                   MOVE 'N' TO MB-WORK-FOUND-SW
           END-READ
           IF MB-BKOWRK-STATUS NOT = '00'
               AND MB-BKOWRK-STATUS NOT = '23'
               DISPLAY 'P13: I/O ERROR ON BKOWRKDD - FILE STATUS '
                   MB-BKOWRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2900-READ-WORK-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2910-REWRITE-WORK-ENTRY                                  *
      *      PUT THE UPDATED SCRATCH ENTRY BACK.                  *
      *----------------------------------------------------------*
       2910-REWRITE-WORK-ENTRY.
           REWRITE BACKOUT-WORK-REC
               INVALID KEY
                   DISPLAY 'P13: REWRITE FAILED ON BKOWRKDD - STATUS '
                       MB-BKOWRK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           IF MB-BKOWRK-STATUS NOT = '00'
               DISPLAY 'P13: REWRITE FAILED ON BKOWRKDD - STATUS '
                   MB-BKOWRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       2910-REWRITE-WORK-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-VERIFY-ONE-WORD                                     *
      *      READ THE NEXT SCRATCH ENTRY AND DECIDE WHETHER THE   *
      *      WORD CAN BE BACKED OUT.  A WORD A LATER MERGE STILL  *
      *      STANDS ON IS REFUSED WITHOUT LOOKING FURTHER.  EVERY *
      *      REFUSED WORD IS REPORTED AS IT IS FOUND.             *
      *----------------------------------------------------------*
       3000-VERIFY-ONE-WORD.
           READ BACKOUT-WORK-FILE NEXT
               AT END
                   SET MB-WORK-END TO TRUE
                   GO TO 3000-VERIFY-ONE-WORD-EXIT
           END-READ
           IF MB-BKOWRK-STATUS NOT = '00'
               DISPLAY 'P13: I/O ERROR ON BKOWRKDD - FILE STATUS '
                   MB-BKOWRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BW-LATER-DATE > 0
               MOVE BW-LATER-DATE TO MB-LATER-REASON-DATE
               MOVE MB-LATER-REASON TO BW-REASON
               SET BW-REFUSED TO TRUE
           ELSE
               PERFORM 3100-COMPARE-MASTER
                   THRU 3100-COMPARE-MASTER-EXIT
           END-IF
           PERFORM 2910-REWRITE-WORK-ENTRY
               THRU 2910-REWRITE-WORK-ENTRY-EXIT
           IF BW-REFUSED
               ADD 1 TO MB-REFUSED-COUNT
               MOVE BW-REASON TO MB-DTL-RESULT
               PERFORM 7200-WRITE-DETAIL-LINE
                   THRU 7200-WRITE-DETAIL-LINE-EXIT
           END-IF.
       3000-VERIFY-ONE-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-COMPARE-MASTER                                      *
      *      A WORD WHOSE MASTER RECORD STILL MATCHES THE MERGE'S *
      *      AFTER IMAGE CAN BE BACKED OUT - A RESTORED WORD ONLY *
      *      IF THE ARCHIVE HAS NOT TAKEN IT BACK SINCE.  A WORD  *
      *      STILL AS IT WAS BEFORE THE MERGE NEVER RECEIVED THE  *
      *      CHANGE AND IS LEFT ALONE, AS IS AN ADDITION ON       *
      *      NEITHER THE MASTER NOR RETARCHDD.  AN ADDITION ON    *
      *      RETARCHDD WAS RETIRED OR RECALLED SINCE, AND IT AND  *
      *      ANYTHING ELSE CHANGED SINCE ARE REFUSED.             *
      *----------------------------------------------------------*
       3100-COMPARE-MASTER.
           PERFORM 3200-READ-MASTER-IMAGE
               THRU 3200-READ-MASTER-IMAGE-EXIT
           IF MB-MASTER-FOUND
               AND MB-CURRENT-IMAGE = BW-AFTER-IMAGE
               SET BW-BACK-OUT TO TRUE
               IF BW-RESTORE
                   PERFORM 3300-READ-ARCHIVE-IMAGE
                       THRU 3300-READ-ARCHIVE-IMAGE-EXIT
                   IF MB-ARCHIVE-FOUND
                       SET BW-REFUSED TO TRUE
                       MOVE 'REFUSED - ALREADY ON RETARCHDD'
                           TO BW-REASON
                   END-IF
               END-IF
               GO TO 3100-COMPARE-MASTER-EXIT
           END-IF
           SET BW-REFUSED TO TRUE
           MOVE 'REFUSED - MASTER CHANGED SINCE' TO BW-REASON
           EVALUATE TRUE
               WHEN BW-ADDITION
                   IF NOT MB-MASTER-FOUND
                       PERFORM 3300-READ-ARCHIVE-IMAGE
                           THRU 3300-READ-ARCHIVE-IMAGE-EXIT
                       IF MB-ARCHIVE-FOUND
                           MOVE 'REFUSED - RETIRED/RECALLED SINCE'
                               TO BW-REASON
                       ELSE
                           SET BW-NOT-APPLIED TO TRUE
                       END-IF
                   END-IF
               WHEN BW-RECONFIRM
                   IF MB-MASTER-FOUND
                       AND MB-CURRENT-IMAGE = BW-BEFORE-IMAGE
                       SET BW-NOT-APPLIED TO TRUE
                   END-IF
               WHEN BW-RESTORE
                   IF NOT MB-MASTER-FOUND
                       PERFORM 3300-READ-ARCHIVE-IMAGE
                           THRU 3300-READ-ARCHIVE-IMAGE-EXIT
                       IF MB-ARCHIVE-FOUND
                           AND MB-CURRENT-IMAGE = BW-BEFORE-IMAGE
                           SET BW-NOT-APPLIED TO TRUE
                       END-IF
                   END-IF
           END-EVALUATE
           IF BW-NOT-APPLIED
               MOVE 'NOT ON MASTER - LEFT ALONE' TO BW-REASON
           END-IF.
       3100-COMPARE-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-READ-MASTER-IMAGE                                   *
      *      READ THE WORD'S MASTER RECORD AND LAY IT OUT AS A    *
      *      JOURNAL IMAGE.                                       *
      *----------------------------------------------------------*
       3200-READ-MASTER-IMAGE.
           MOVE 'Y' TO MB-MASTER-FOUND-SW
           MOVE BW-WORD TO MST-WORD
           READ MASTER-FILE
               INVALID KEY
                   MOVE 'N' TO MB-MASTER-FOUND-SW
           END-READ
           IF MB-MASTER-STATUS NOT = '00'
               AND MB-MASTER-STATUS NOT = '23'
               DISPLAY 'P13: I/O ERROR ON WORDMSTDD - FILE STATUS '
                   MB-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT MB-MASTER-FOUND
               GO TO 3200-READ-MASTER-IMAGE-EXIT
           END-IF
           MOVE MST-WORD TO MB-CUR-WORD
           MOVE MST-FIRST-SEEN TO MB-CUR-FIRST-SEEN
           MOVE MST-LAST-SEEN TO MB-CUR-LAST-SEEN
           MOVE MST-TIMES-SEEN TO MB-CUR-TIMES-SEEN
           MOVE MST-SRC-FLAGS TO MB-CUR-SRC-FLAGS
           MOVE 0 TO MB-CUR-RETIRED-DATE.
       3200-READ-MASTER-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-READ-ARCHIVE-IMAGE                                  *
      *      READ THE WORD'S RETIREMENT-ARCHIVE RECORD AND LAY IT *
      *      OUT AS A JOURNAL IMAGE.                              *
      *----------------------------------------------------------*
       3300-READ-ARCHIVE-IMAGE.
           MOVE 'Y' TO MB-ARCHIVE-FOUND-SW
           MOVE BW-WORD TO RET-WORD
           READ RETIRE-ARCHIVE-FILE
               INVALID KEY
                   MOVE 'N' TO MB-ARCHIVE-FOUND-SW
           END-READ
           IF MB-RETARCH-STATUS NOT = '00'
               AND MB-RETARCH-STATUS NOT = '23'
               DISPLAY 'P13: I/O ERROR ON RETARCHDD - FILE STATUS '
                   MB-RETARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT MB-ARCHIVE-FOUND
               GO TO 3300-READ-ARCHIVE-IMAGE-EXIT
           END-IF
           MOVE RET-WORD TO MB-CUR-WORD
           MOVE RET-FIRST-SEEN TO MB-CUR-FIRST-SEEN
           MOVE RET-LAST-SEEN TO MB-CUR-LAST-SEEN
           MOVE RET-TIMES-SEEN TO MB-CUR-TIMES-SEEN
           MOVE RET-SRC-FLAGS TO MB-CUR-SRC-FLAGS
           MOVE RET-RETIRED-DATE TO MB-CUR-RETIRED-DATE.
       3300-READ-ARCHIVE-IMAGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-BACK-OUT-MERGE                                      *
      *      EVERY WORD IS CLEAR.  OPEN THE JOURNAL FOR APPEND    *
      *      AND PASS THE SCRATCH FILE AGAIN, BACKING OUT EACH    *
      *      WORD.                                                *
      *----------------------------------------------------------*
       4000-BACK-OUT-MERGE.
           OPEN EXTEND MERGE-JOURNAL-FILE
           IF MB-MRGJRN-STATUS NOT = '00'
               DISPLAY 'P13: CANNOT EXTEND MRGJRNDD - STATUS '
                   MB-MRGJRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET MB-JOURNAL-EXTENDED TO TRUE
           PERFORM 1900-START-WORK-PASS
               THRU 1900-START-WORK-PASS-EXIT
           PERFORM 4100-BACK-OUT-ONE-WORD
               THRU 4100-BACK-OUT-ONE-WORD-EXIT
               UNTIL MB-WORK-END.
       4000-BACK-OUT-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4100-BACK-OUT-ONE-WORD                                   *
      *      REVERSE ONE WORD'S CHANGES FOR THE MERGE DATE:       *
      *      DELETE AN ADDITION, PUT A RE-CONFIRMED RECORD BACK   *
      *      AS IT WAS, OR RETURN A RESTORED WORD TO THE ARCHIVE. *
      *      THEN JOURNAL AND REPORT IT.  A WORD THE MASTER NEVER *
      *      RECEIVED IS REPORTED BUT NOT JOURNALED - NOTHING WAS *
      *      REVERSED.                                            *
      *----------------------------------------------------------*
       4100-BACK-OUT-ONE-WORD.
           READ BACKOUT-WORK-FILE NEXT
               AT END
                   SET MB-WORK-END TO TRUE
                   GO TO 4100-BACK-OUT-ONE-WORD-EXIT
           END-READ
           IF MB-BKOWRK-STATUS NOT = '00'
               DISPLAY 'P13: I/O ERROR ON BKOWRKDD - FILE STATUS '
                   MB-BKOWRK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE TRUE
               WHEN BW-NOT-APPLIED
                   ADD 1 TO MB-NOT-APPLIED-COUNT
                   MOVE BW-REASON TO MB-DTL-RESULT
               WHEN BW-ADDITION
                   PERFORM 4200-DELETE-MASTER-WORD
                       THRU 4200-DELETE-MASTER-WORD-EXIT
                   ADD 1 TO MB-DELETED-COUNT
                   MOVE 'DELETED FROM MASTER' TO MB-DTL-RESULT
               WHEN BW-RECONFIRM
                   PERFORM 4300-RESTORE-MASTER-WORD
                       THRU 4300-RESTORE-MASTER-WORD-EXIT
                   ADD 1 TO MB-RESTORED-COUNT
                   MOVE 'MASTER PUT BACK AS BEFORE MERGE'
                       TO MB-DTL-RESULT
               WHEN BW-RESTORE
                   PERFORM 4400-RETURN-TO-ARCHIVE
                       THRU 4400-RETURN-TO-ARCHIVE-EXIT
                   PERFORM 4200-DELETE-MASTER-WORD
                       THRU 4200-DELETE-MASTER-WORD-EXIT
                   ADD 1 TO MB-RETURNED-COUNT
                   MOVE 'RETURNED TO RETARCHDD' TO MB-DTL-RESULT
           END-EVALUATE
           IF NOT BW-NOT-APPLIED
               PERFORM 4900-WRITE-BACKOUT-JOURNAL
                   THRU 4900-WRITE-BACKOUT-JOURNAL-EXIT
           END-IF
           PERFORM 7200-WRITE-DETAIL-LINE
               THRU 7200-WRITE-DETAIL-LINE-EXIT.
       4100-BACK-OUT-ONE-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4200-DELETE-MASTER-WORD                                  *
      *      REMOVE THE WORD FROM THE MASTER.                     *
      *----------------------------------------------------------*
       4200-DELETE-MASTER-WORD.
           MOVE BW-WORD TO MST-WORD
           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY 'P13: DELETE FAILED ON WORDMSTDD - STATUS '
                       MB-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           IF MB-MASTER-STATUS NOT = '00'
               DISPLAY 'P13: DELETE FAILED ON WORDMSTDD - STATUS '
                   MB-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       4200-DELETE-MASTER-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4300-RESTORE-MASTER-WORD                                 *
      *      PUT THE MASTER RECORD BACK AS IT STOOD BEFORE THE    *
      *      MERGE DATE'S FIRST CHANGE TO IT.                     *
      *----------------------------------------------------------*
       4300-RESTORE-MASTER-WORD.
           MOVE BW-WORD TO MST-WORD
           MOVE BW-BEF-FIRST-SEEN TO MST-FIRST-SEEN
           MOVE BW-BEF-LAST-SEEN TO MST-LAST-SEEN
           MOVE BW-BEF-TIMES-SEEN TO MST-TIMES-SEEN
           MOVE BW-BEF-SRC-FLAGS TO MST-SRC-FLAGS
           REWRITE MASTER-REC
               INVALID KEY
                   DISPLAY 'P13: REWRITE FAILED ON WORDMSTDD - STATUS '
                       MB-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           IF MB-MASTER-STATUS NOT = '00'
               DISPLAY 'P13: REWRITE FAILED ON WORDMSTDD - STATUS '
                   MB-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       4300-RESTORE-MASTER-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4400-RETURN-TO-ARCHIVE                                   *
      *      WRITE THE WORD BACK TO THE RETIREMENT ARCHIVE WITH   *
      *      THE HISTORY AND RETIRED DATE IT HAD BEFORE THE MERGE *
      *      RESTORED IT.  THE ARCHIVE WAS CHECKED CLEAR OF THE   *
      *      WORD IN 3100.                                        *
      *----------------------------------------------------------*
       4400-RETURN-TO-ARCHIVE.
           MOVE BW-WORD TO RET-WORD
           MOVE BW-BEF-FIRST-SEEN TO RET-FIRST-SEEN
           MOVE BW-BEF-LAST-SEEN TO RET-LAST-SEEN
           MOVE BW-BEF-TIMES-SEEN TO RET-TIMES-SEEN
           MOVE BW-BEF-SRC-FLAGS TO RET-SRC-FLAGS
           MOVE BW-BEF-RETIRED-DATE TO RET-RETIRED-DATE
           MOVE SPACE TO RET-RECALL-FLAG
           WRITE RETIRE-ARCHIVE-REC
               INVALID KEY
                   DISPLAY 'P13: WRITE FAILED ON RETARCHDD - STATUS '
                       MB-RETARCH-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           IF MB-RETARCH-STATUS NOT = '00'
               DISPLAY 'P13: WRITE FAILED ON RETARCHDD - STATUS '
                   MB-RETARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       4400-RETURN-TO-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4900-WRITE-BACKOUT-JOURNAL                               *
      *      APPEND AN X RECORD UNDER THE MERGE DATE FOR THE WORD *
      *      JUST BACKED OUT: BEFORE IMAGE AS THE MERGE LEFT IT,  *
      *      AFTER IMAGE AS IT NOW STANDS AGAIN.                  *
      *----------------------------------------------------------*
       4900-WRITE-BACKOUT-JOURNAL.
           MOVE SPACES TO MERGE-JOURNAL-REC
           MOVE MB-BACKOUT-DATE TO MJ-MERGE-DATE
           MOVE MB-RUN-TIME(1:6) TO MJ-RUN-TIME
           MOVE 'X' TO MJ-ACTION
           MOVE BW-SOURCE TO MJ-SOURCE
           MOVE BW-AFTER-IMAGE TO MJ-BEFORE-IMAGE
           MOVE BW-BEFORE-IMAGE TO MJ-AFTER-IMAGE
           WRITE MERGE-JOURNAL-REC
           IF MB-MRGJRN-STATUS NOT = '00'
               DISPLAY 'P13: WRITE FAILED ON MRGJRNDD - STATUS '
                   MB-MRGJRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       4900-WRITE-BACKOUT-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-REPORT-LINE                                   *
      *      WRITE ONE BACK-OUT REPORT LINE AND CONFIRM THE WRITE *
      *      TOOK.                                                *
      *----------------------------------------------------------*
       7100-WRITE-REPORT-LINE.
           WRITE BACKOUT-REPORT-REC
           IF MB-BKORPT-STATUS NOT = '00'
               DISPLAY 'P13: WRITE FAILED ON BKORPTDD - STATUS '
                   MB-BKORPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       7100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7200-WRITE-DETAIL-LINE                                   *
      *      REPORT THE CURRENT SCRATCH ENTRY WITH THE RESULT     *
      *      ALREADY MOVED TO MB-DTL-RESULT.                      *
      *----------------------------------------------------------*
       7200-WRITE-DETAIL-LINE.
           MOVE BW-WORD TO MB-DTL-WORD
           EVALUATE TRUE
               WHEN BW-ADDITION
                   MOVE 'ADDITION' TO MB-DTL-ACTION
               WHEN BW-RECONFIRM
                   MOVE 'RECONFIRM' TO MB-DTL-ACTION
               WHEN BW-RESTORE
                   MOVE 'RESTORE' TO MB-DTL-ACTION
               WHEN OTHER
                   MOVE BW-ACTION TO MB-DTL-ACTION
           END-EVALUATE
           MOVE BW-CHANGE-COUNT TO MB-DTL-CHANGES
           MOVE MB-DETAIL-LINE TO BACKOUT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT.
       7200-WRITE-DETAIL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7300-WRITE-TOTAL-LINE                                    *
      *      WRITE ONE TRAILER TOTAL, LABEL AND COUNT ALREADY SET.*
      *----------------------------------------------------------*
       7300-WRITE-TOTAL-LINE.
           MOVE MB-RPT-TOTAL-LINE TO BACKOUT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT.
       7300-WRITE-TOTAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *      PRINT THE VERDICT AND TRAILERS, CLOSE EVERYTHING AND *
      *      SET THE RETURN CODE: 8 WHEN THE BACK-OUT WAS         *
      *      REFUSED, 4 WHEN THE MERGE DATE HAD NOTHING LEFT TO   *
      *      BACK OUT, ZERO OTHERWISE.                            *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE MB-RPT-HEADING-3 TO BACKOUT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           EVALUATE TRUE
               WHEN MB-REFUSED-COUNT > 0
                   MOVE 'BACK-OUT REFUSED - NOTHING WAS CHANGED.'
                       TO MB-RPT-VERDICT-LINE
                   MOVE 8 TO RETURN-CODE
               WHEN MB-WORD-COUNT = 0
                   MOVE 'NOTHING TO BACK OUT FOR THIS MERGE DATE.'
                       TO MB-RPT-VERDICT-LINE
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 'BACK-OUT COMPLETE.' TO MB-RPT-VERDICT-LINE
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           MOVE MB-RPT-VERDICT-LINE TO BACKOUT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE 'JOURNAL RECORDS READ . . . : ' TO MB-RPT-TOTAL-LABEL
           MOVE MB-JOURNAL-COUNT TO MB-RPT-TOTAL-COUNT
           PERFORM 7300-WRITE-TOTAL-LINE
               THRU 7300-WRITE-TOTAL-LINE-EXIT
           MOVE 'CHANGES ON THE MERGE DATE  : ' TO MB-RPT-TOTAL-LABEL
           MOVE MB-TARGET-COUNT TO MB-RPT-TOTAL-COUNT
           PERFORM 7300-WRITE-TOTAL-LINE
               THRU 7300-WRITE-TOTAL-LINE-EXIT
           MOVE 'WORDS TO BACK OUT . . . .  : ' TO MB-RPT-TOTAL-LABEL
           MOVE MB-WORD-COUNT TO MB-RPT-TOTAL-COUNT
           PERFORM 7300-WRITE-TOTAL-LINE
               THRU 7300-WRITE-TOTAL-LINE-EXIT
           MOVE 'ADDITIONS DELETED . . . .  : ' TO MB-RPT-TOTAL-LABEL
           MOVE MB-DELETED-COUNT TO MB-RPT-TOTAL-COUNT
           PERFORM 7300-WRITE-TOTAL-LINE
               THRU 7300-WRITE-TOTAL-LINE-EXIT
           MOVE 'RE-CONFIRMATIONS UNDONE .  : ' TO MB-RPT-TOTAL-LABEL
           MOVE MB-RESTORED-COUNT TO MB-RPT-TOTAL-COUNT
           PERFORM 7300-WRITE-TOTAL-LINE
               THRU 7300-WRITE-TOTAL-LINE-EXIT
           MOVE 'RETURNED TO RETARCHDD . .  : ' TO MB-RPT-TOTAL-LABEL
           MOVE MB-RETURNED-COUNT TO MB-RPT-TOTAL-COUNT
           PERFORM 7300-WRITE-TOTAL-LINE
               THRU 7300-WRITE-TOTAL-LINE-EXIT
           MOVE 'NOT ON MASTER - LEFT ALONE : ' TO MB-RPT-TOTAL-LABEL
           MOVE MB-NOT-APPLIED-COUNT TO MB-RPT-TOTAL-COUNT
           PERFORM 7300-WRITE-TOTAL-LINE
               THRU 7300-WRITE-TOTAL-LINE-EXIT
           MOVE 'WORDS REFUSED . . . . . .  : ' TO MB-RPT-TOTAL-LABEL
           MOVE MB-REFUSED-COUNT TO MB-RPT-TOTAL-COUNT
           PERFORM 7300-WRITE-TOTAL-LINE
               THRU 7300-WRITE-TOTAL-LINE-EXIT
           IF MB-JOURNAL-EXTENDED
               CLOSE MERGE-JOURNAL-FILE
           END-IF
           CLOSE MASTER-FILE
           CLOSE RETIRE-ARCHIVE-FILE
           CLOSE BACKOUT-WORK-FILE
           CLOSE BACKOUT-REPORT-FILE
           DISPLAY 'P13: ' MB-RPT-VERDICT-LINE
           DISPLAY 'P13: WORDS TO BACK OUT . . : ' MB-WORD-COUNT
           DISPLAY 'P13: WORDS REFUSED . . . . : ' MB-REFUSED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
