      *                      HEALTHY MASTER REPORT TIMES-SEEN
      *                      MISMATCHES (RC 16) FOR ANY WORD TWO
      *                      FEEDS DELIVERED ON THE SAME DAY.
      *    12/07/2026 JAD   THE RETIREMENT ARCHIVE RECORD NOW ENDS
      *                      WITH THE P14 RECALL FLAG.  A RECALLED
      *                      WORD IS ON THE ARCHIVE, SO IT IS
      *                      ACCOUNTED FOR LIKE ANY RETIRED WORD.
      *                      AN EXISTING ARCHIVE MUST BE REBUILT TO
      *                      THE WIDER RECORD BEFORE THIS VERSION
      *                      RUNS AGAINST IT.
      *    01/04/2027 JAD   AUDIT ARCHIVE RECORD LAYOUT CARRIES THE
      *                      RULE SET THAT DECIDED EACH WORD, AS P1
      *                      NOW WRITES IT.
      *    01/18/2027 JAD   THE REBUILD STARTS FROM THE P18 ROLL-UP
      *                      BASELINE (BASELNDD/BASECTLDD) WHEN ONE
      *                      IS MOUNTED, SO AUDARCHDD NEED ONLY HOLD
      *                      THE MONTHS AFTER ITS THROUGH DATE.  THE
      *                      BASELINE IS PROVED AGAINST ITS CONTROL
      *                      TOTALS FIRST, AND ARCHIVE RECORDS IT
      *                      ALREADY COVERS ARE PASSED OVER.
      *    02/01/2027 JAD   AUDIT ARCHIVE RECORD LAYOUT CARRIES THE
      *                      WORD AS DELIVERED, AS P1 NOW WRITES IT.
      *                      THE MASTER STAYS KEYED ON THE SCREENED
      *                      (TRANSLITERATED) WORD.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      RUN ON DEMAND, OR WHENEVER A SKIPPED, DOUBLED OR       *
      *      WRONG-DAY P2 RUN IS SUSPECTED.  MOUNT BASELNDD AND     *
      *      BASECTLDD ON THE LATEST P18 ROLL-UP BASELINE AND       *
      *      AUDARCHDD ON EVERY ARCHIVE MONTH AFTER ITS THROUGH     *
      *      DATE; WITH NO BASELINE, MOUNT AUDARCHDD ON THE FULL    *
      *      CONCATENATION OF ARCHIVE MONTHS SINCE THE MASTER WAS   *
      *      CREATED.  A MISSING MONTH WILL REPORT OLDER MASTER     *
      *      ENTRIES AS NEVER ACCEPTED OR MISCOUNTED.  A BASELINE   *
      *      THAT IS UNVERIFIED OR DISAGREES WITH ITS CONTROL       *
      *      TOTALS STOPS THE RUN WITH RETURN CODE 8.  THE          *
      *      FIRST-SEEN DATE IS COMPARED TOO, BUT ONLY TIMES-SEEN   *
      *      AND LAST-SEEN DRIFT WHEN P2 MISFIRES, SO EACH          *
      *      MISMATCH LINE NAMES THE FIELD THAT DISAGREES.          *
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VWK-WORD
               FILE STATUS IS VM-WORK-STATUS.
           SELECT BASELINE-FILE
               ASSIGN TO 'BASELNDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-WORD
               FILE STATUS IS VM-BASE-STATUS.
           SELECT BASELINE-CONTROL-FILE
               ASSIGN TO 'BASECTLDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VM-BASECTL-STATUS.
           SELECT VERIFY-REPORT-FILE
               ASSIGN TO 'VERRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
           02  ARC-SOURCE              PIC X(02).
           02  FILLER                  PIC X(01).
           02  ARC-RULE-VERSION        PIC X(08).
           02  FILLER                  PIC X(01).
           02  ARC-RULE-SET            PIC X(01).
           02  FILLER                  PIC X(01).
           02  ARC-DELIVERED-WORD      PIC X(80).

       FD  MASTER-FILE.
       01  MASTER-REC.
           02  RET-SRC-FLAGS.
               03  RET-SRC-FLAG        OCCURS 10 TIMES PIC X(01).
           02  RET-RETIRED-DATE        PIC 9(08).
           02  RET-RECALL-FLAG         PIC X(01).
               88  RET-RECALLED            VALUE 'Y'.

      *    WHAT THE MASTER SHOULD SAY FOR ONE WORD, REBUILT FROM
      *    THE ARCHIVE.  THE MATCHED FLAG IS TURNED ON WHEN THE
           02  VWK-LAST-COUNTED-DATE   PIC 9(08).
           02  VWK-MATCHED-FLAG        PIC X(01).

      *    THE P18 ROLL-UP BASELINE AND ITS CONTROL HEADER.  ONLY
      *    THE HEADER RECORD, FIRST ON THE FILE, IS READ HERE.
       FD  BASELINE-FILE.
       01  BASELINE-REC.
           02  BL-WORD                 PIC X(80).
           02  BL-FIRST-SEEN           PIC 9(08).
           02  BL-FIRST-ACCEPTED       PIC 9(08).
           02  BL-LAST-ACCEPTED        PIC 9(08).
           02  BL-ACCEPTED-DAYS        PIC 9(06).
           02  BL-LAST-DECISION        PIC X(06).
           02  BL-LAST-DECISION-DATE   PIC 9(08).
           02  BL-RECORD-COUNT         PIC 9(07).

       FD  BASELINE-CONTROL-FILE.
       01  BASELINE-CONTROL-REC.
           02  BCH-REC-TYPE            PIC X(01).
           02  FILLER                  PIC X(01).
           02  BCH-THRU-DATE           PIC 9(08).
           02  FILLER                  PIC X(01).
           02  BCH-FIRST-DATE          PIC 9(08).
           02  FILLER                  PIC X(01).
           02  BCH-PRIOR-THRU-DATE     PIC 9(08).
           02  FILLER                  PIC X(01).
           02  BCH-ROLL-DATE           PIC 9(08).
           02  FILLER                  PIC X(01).
           02  BCH-WORD-COUNT          PIC 9(09).
           02  FILLER                  PIC X(01).
           02  BCH-RECORD-COUNT        PIC 9(11).
           02  FILLER                  PIC X(01).
           02  BCH-ACCEPTED-DAYS       PIC 9(11).
           02  FILLER                  PIC X(01).
           02  BCH-STATUS              PIC X(01).
               88  BCH-VERIFIED            VALUE 'V'.
           02  FILLER                  PIC X(136).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-REC           PIC X(132).

       01  VM-RETARCH-STATUS           PIC X(02).
       01  VM-WORK-STATUS              PIC X(02).
       01  VM-VERRPT-STATUS            PIC X(02).
       01  VM-BASE-STATUS              PIC X(02).
       01  VM-BASECTL-STATUS           PIC X(02).
       01  VM-BASE-SW                  PIC X VALUE 'N'.
           88  VM-BASE-PRESENT             VALUE 'Y'.
       01  VM-BASE-END-SW              PIC X VALUE 'N'.
           88  VM-BASE-END                 VALUE 'Y'.
       01  VM-BASE-THRU                PIC 9(08) VALUE 0.
       01  VM-BASE-WORDS               PIC 9(09) VALUE 0.
       01  VM-BASE-RECORDS             PIC 9(11) VALUE 0.
       01  VM-BASE-DAYS                PIC 9(11) VALUE 0.
       01  VM-SEEDED-COUNT             PIC 9(08) VALUE 0.
       01  VM-ROLLED-SKIP-COUNT        PIC 9(08) VALUE 0.
       01  VM-ARCHIVE-END-SW           PIC X VALUE 'N'.
           88  VM-ARCHIVE-END              VALUE 'Y'.
       01  VM-MASTER-END-SW            PIC X VALUE 'N'.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  VM-DISC-TEXT            PIC X(51).

       01  VM-RPT-BASELINE-LINE.
           02  FILLER                  PIC X(38)
               VALUE 'REBUILT FROM ROLL-UP BASELINE THROUGH '.
           02  VM-BLN-THRU             PIC 9999/99/99.
           02  FILLER                  PIC X(24)
               VALUE ' PLUS LATER ARCHIVE ONLY'.

       01  VM-CMP-LINE.
           02  VM-CMP-WORD             PIC X(80).
           02  FILLER                  PIC X(01) VALUE SPACE.
           MOVE VM-RPT-HEADING-2 TO VERIFY-REPORT-REC
           PERFORM 7100-WRITE-VERIFY-LINE
               THRU 7100-WRITE-VERIFY-LINE-EXIT
           PERFORM 1100-SEED-FROM-BASELINE
               THRU 1100-SEED-FROM-BASELINE-EXIT
           PERFORM 1900-READ-ARCHIVE
               THRU 1900-READ-ARCHIVE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-SEED-FROM-BASELINE                                  *
      *      WHEN A P18 ROLL-UP BASELINE IS MOUNTED, PROVE IT     *
      *      AGAINST ITS CONTROL HEADER AND SEED THE REBUILD WORK *
      *      FILE WITH EVERY WORD IT SHOWS ACCEPTED: FIRST AND    *
      *      LAST ACCEPTED BECOME FIRST AND LAST SEEN, ACCEPTED   *
      *      DAYS BECOME TIMES SEEN.  NO CONTROL FILE MEANS NO    *
      *      BASELINE, AND THE ARCHIVE MUST BE COMPLETE.          *
      *----------------------------------------------------------*
       1100-SEED-FROM-BASELINE.
           OPEN INPUT BASELINE-CONTROL-FILE
           IF VM-BASECTL-STATUS = '35'
               DISPLAY 'P8: BASECTLDD NOT PRESENT - AUDARCHDD MUST '
                   'HOLD EVERY MONTH SINCE THE MASTER WAS CREATED'
               GO TO 1100-SEED-FROM-BASELINE-EXIT
           END-IF
           IF VM-BASECTL-STATUS NOT = '00'
               DISPLAY 'P8: CANNOT OPEN BASECTLDD - STATUS '
                   VM-BASECTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BASELINE-CONTROL-REC
           READ BASELINE-CONTROL-FILE
               AT END
                   MOVE SPACES TO BASELINE-CONTROL-REC
           END-READ
           IF BCH-REC-TYPE NOT = 'H' OR NOT BCH-VERIFIED
               DISPLAY 'P8: BASECTLDD HAS NO VERIFIED HEADER - '
                   'BASELINE CANNOT BE USED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BCH-THRU-DATE TO VM-BASE-THRU
           OPEN INPUT BASELINE-FILE
           IF VM-BASE-STATUS NOT = '00'
               DISPLAY 'P8: CANNOT OPEN BASELNDD - STATUS '
                   VM-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET VM-BASE-PRESENT TO TRUE
           MOVE LOW-VALUES TO BL-WORD
           START BASELINE-FILE KEY NOT < BL-WORD
               INVALID KEY
                   SET VM-BASE-END TO TRUE
           END-START
           PERFORM 1110-SEED-ONE-BASELINE-WORD
               THRU 1110-SEED-ONE-BASELINE-WORD-EXIT
               UNTIL VM-BASE-END
           IF VM-BASE-WORDS NOT = BCH-WORD-COUNT
               OR VM-BASE-RECORDS NOT = BCH-RECORD-COUNT
               OR VM-BASE-DAYS NOT = BCH-ACCEPTED-DAYS
               DISPLAY 'P8: BASELNDD DOES NOT AGREE WITH ITS '
                   'CONTROL TOTALS ON BASECTLDD - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE BASELINE-FILE
           CLOSE BASELINE-CONTROL-FILE
           MOVE VM-BASE-THRU TO VM-BLN-THRU
           MOVE VM-RPT-BASELINE-LINE TO VERIFY-REPORT-REC
           PERFORM 7100-WRITE-VERIFY-LINE
               THRU 7100-WRITE-VERIFY-LINE-EXIT.
       1100-SEED-FROM-BASELINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1110-SEED-ONE-BASELINE-WORD                              *
      *      ADD ONE BASELINE ENTRY TO THE PROOF TOTALS AND, IF   *
      *      THE WORD WAS EVER ACCEPTED, TO THE WORK FILE.  THE   *
      *      LAST-COUNTED DATE IS THE LAST ACCEPTED DATE, AS      *
      *      2200-BUMP-WORK-ENTRY WOULD HAVE LEFT IT.             *
      *----------------------------------------------------------*
       1110-SEED-ONE-BASELINE-WORD.
           READ BASELINE-FILE NEXT
               AT END
                   SET VM-BASE-END TO TRUE
                   GO TO 1110-SEED-ONE-BASELINE-WORD-EXIT
           END-READ
           IF VM-BASE-STATUS NOT = '00'
               DISPLAY 'P8: I/O ERROR ON BASELNDD - FILE STATUS '
                   VM-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO VM-BASE-WORDS
           ADD BL-RECORD-COUNT TO VM-BASE-RECORDS
           ADD BL-ACCEPTED-DAYS TO VM-BASE-DAYS
           IF BL-ACCEPTED-DAYS = 0
               GO TO 1110-SEED-ONE-BASELINE-WORD-EXIT
           END-IF
           MOVE BL-WORD TO VWK-WORD
           MOVE BL-FIRST-ACCEPTED TO VWK-FIRST-SEEN
           MOVE BL-LAST-ACCEPTED TO VWK-LAST-SEEN
           MOVE BL-ACCEPTED-DAYS TO VWK-TIMES-SEEN
           MOVE BL-LAST-ACCEPTED TO VWK-LAST-COUNTED-DATE
           MOVE 'N' TO VWK-MATCHED-FLAG
           WRITE REBUILD-WORK-REC
               INVALID KEY
                   DISPLAY 'P8: WRITE FAILED ON VERWRKDD - STATUS '
                       VM-WORK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO VM-SEEDED-COUNT
           ADD 1 TO VM-DISTINCT-COUNT.
       1110-SEED-ONE-BASELINE-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1900-READ-ARCHIVE                                        *
      *      READ THE NEXT AUDIT-ARCHIVE RECORD.                  *
      *      FOLD ONE ARCHIVE RECORD INTO THE REBUILD WORK FILE   *
      *      WHEN IT IS AN ACCEPTED DECISION (ACCEPT OR OVERRD -  *
      *      BOTH REACH THE EXTRACT AND SO THE MASTER).  RECORDS  *
      *      WITHOUT A USABLE RUN DATE ARE PASSED OVER, AS ARE    *
      *      RECORDS DATED ON OR BEFORE THE BASELINE THROUGH      *
      *      DATE - THE BASELINE ALREADY HOLDS THEM.              *
      *----------------------------------------------------------*
       2000-FOLD-ONE-ARCHIVE-REC.
           IF ARC-DECISION NOT = 'ACCEPT'
                   ARC-WORD(1:20)
               GO TO 2000-FOLD-ONE-ARCHIVE-REC-NEXT
           END-IF
           MOVE ARC-RUN-DATE TO VM-ARC-DATE-NUM
           IF VM-ARC-DATE-NUM NOT > VM-BASE-THRU
               ADD 1 TO VM-ROLLED-SKIP-COUNT
               GO TO 2000-FOLD-ONE-ARCHIVE-REC-NEXT
           END-IF
           ADD 1 TO VM-ACCEPT-COUNT
           MOVE ARC-WORD TO VWK-WORD
           READ REBUILD-WORK-FILE
               INVALID KEY
           CLOSE VERIFY-REPORT-FILE
           DISPLAY 'P8: ARCHIVE RECORDS READ . . : '
               VM-ARCHIVE-READ-COUNT
           IF VM-BASE-PRESENT
               DISPLAY 'P8: BASELINE THROUGH . . . . : '
                   VM-BASE-THRU
               DISPLAY 'P8: SEEDED FROM BASELINE . . : '
                   VM-SEEDED-COUNT
               DISPLAY 'P8: BASELINE ACCEPTANCES . . : '
                   VM-ROLLED-SKIP-COUNT
           END-IF
           DISPLAY 'P8: ACCEPTED DECISIONS . . . : '
               VM-ACCEPT-COUNT
           DISPLAY 'P8: DISTINCT ACCEPTED WORDS : '
