      *=============================================================*
      *  IDENTIFICATION DIVISION.                                    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    P14.
       AUTHOR.        J DUNLAP.
       INSTALLATION.  WORD SCREENING UNIT.
       DATE-WRITTEN.  12/07/2026.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    12/07/2026 JAD   ORIGINAL VERSION.  BLOCKLIST RECALL.
      *                      EVERY WORD ON THE BLOCKLIST IN FORCE
      *                      (BLOCKLSTDD, THE SAME FILE P1 SCREENS
      *                      AGAINST) THAT IS STILL ON THE GOOD-
      *                      WORDS MASTER (WORDMSTDD) IS MOVED, WITH
      *                      ITS HISTORY, TO THE RETIREMENT ARCHIVE
      *                      (RETARCHDD) MARKED AS RECALLED, SO P2
      *                      WILL NOT SILENTLY RESTORE IT.  A WORD
      *                      ALREADY RETIRED BY P7 IS MARKED
      *                      RECALLED WHERE IT STANDS.  EITHER WAY
      *                      THE WORD IS STILL LIVE ON THE
      *                      DOWNSTREAM LIST, SO IT IS ADDED TO THE
      *                      PENDING-DELETE FILE (PROVDELDD) AND
      *                      P12 SENDS A DELETE RECORD FOR IT ON
      *                      THE NEXT PROVISIONING EXTRACT.  A
      *                      RECALLED WORD NO LONGER ON THE
      *                      BLOCKLIST IN FORCE HAS ITS RECALL MARK
      *                      LIFTED AND BECOMES AN ORDINARY RETIRED
      *                      WORD AGAIN.  THE RECALL REPORT
      *                      (RCLRPTDD) LISTS EVERY WORD RECALLED
      *                      OR LIFTED.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      RUN AFTER EVERY BLOCKLIST CHANGE, BEFORE THE NEXT P12  *
      *      EXTRACT.  THE RUN IS SAFE TO REPEAT - A WORD ALREADY   *
      *      RECALLED IS ONLY COUNTED.  A MISSING BLOCKLIST ENDS    *
      *      THE RUN WITH RETURN CODE 4 AND CHANGES NOTHING; IT IS  *
      *      NEVER TAKEN AS AN EMPTY LIST, WHICH WOULD LIFT EVERY   *
      *      RECALL.  A LIFTED WORD KEEPS ITS ORIGINAL FIRST-SEEN   *
      *      DATE WHEN P2 RESTORES IT, SO IT RETURNS TO THE         *
      *      DOWNSTREAM LIST ON THE NEXT FULL REFRESH, NOT ON A     *
      *      DELTA.                                                 *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    THE ASSIGN-NAMES BELOW ARE JCL-STYLE DD NAMES RESOLVED
      *    FROM ENVIRONMENT VARIABLES AT RUN TIME, AS IN P1.
       FILE-CONTROL.
           SELECT BLOCKLIST-FILE
               ASSIGN TO 'BLOCKLSTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-BLOCKLST-STATUS.
           SELECT MASTER-FILE
               ASSIGN TO 'WORDMSTDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-WORD
               FILE STATUS IS BR-MASTER-STATUS.
           SELECT RETIRE-ARCHIVE-FILE
               ASSIGN TO 'RETARCHDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RET-WORD
               FILE STATUS IS BR-RETARCH-STATUS.
           SELECT PROVISION-DELETE-FILE
               ASSIGN TO 'PROVDELDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-PROVDEL-STATUS.
           SELECT RECALL-REPORT-FILE
               ASSIGN TO 'RCLRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BR-RCLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE P1 BLOCKLIST - WORD, EFFECTIVE DATE AND POLICY
      *    REASON CODE.  A '*' IN COLUMN ONE MARKS A COMMENT LINE.
       FD  BLOCKLIST-FILE.
       01  BLOCKLIST-REC.
           02  BL-WORD                 PIC X(80).
           02  FILLER                  PIC X(01).
           02  BL-EFF-DATE             PIC 9(08).
           02  FILLER                  PIC X(01).
           02  BL-REASON-CODE          PIC X(08).

       FD  MASTER-FILE.
       01  MASTER-REC.
           02  MST-WORD                PIC X(80).
           02  MST-FIRST-SEEN          PIC 9(08).
           02  MST-LAST-SEEN           PIC 9(08).
           02  MST-TIMES-SEEN          PIC 9(06).
           02  MST-SRC-FLAGS.
               03  MST-SRC-FLAG        OCCURS 10 TIMES PIC X(01).

      *    THE P7 RETIREMENT ARCHIVE - THE MASTER RECORD PLUS THE
      *    DATE THE WORD LEFT THE MASTER AND THE RECALL FLAG.
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

      *    ONE PENDING-DELETE RECORD PER RECALLED WORD, READ AND
      *    EMPTIED BY P12.
       FD  PROVISION-DELETE-FILE.
       01  PROVISION-DELETE-REC.
           02  PD-WORD                 PIC X(80).
           02  FILLER                  PIC X(01).
           02  PD-RECALL-DATE          PIC 9(08).
           02  FILLER                  PIC X(01).
           02  PD-REASON-CODE          PIC X(08).

       FD  RECALL-REPORT-FILE.
       01  RECALL-REPORT-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       01  BR-RUN-DATE                 PIC 9(08).
       01  BR-BLOCKLST-STATUS          PIC X(02).
       01  BR-MASTER-STATUS            PIC X(02).
       01  BR-RETARCH-STATUS           PIC X(02).
       01  BR-PROVDEL-STATUS           PIC X(02).
       01  BR-RCLRPT-STATUS            PIC X(02).
       01  BR-BLOCKLST-END-SW          PIC X VALUE 'N'.
           88  BR-BLOCKLST-END             VALUE 'Y'.
       01  BR-ARCHIVE-END-SW           PIC X VALUE 'N'.
           88  BR-ARCHIVE-END              VALUE 'Y'.
       01  BR-ON-MASTER-SW             PIC X VALUE 'N'.
           88  BR-ON-MASTER                VALUE 'Y'.
       01  BR-STILL-BLOCKED-SW         PIC X VALUE 'N'.
           88  BR-STILL-BLOCKED            VALUE 'Y'.
       01  BR-RECALL-MASTER-COUNT      PIC 9(08) VALUE 0.
       01  BR-RECALL-ARCHIVE-COUNT     PIC 9(08) VALUE 0.
       01  BR-ALREADY-COUNT            PIC 9(08) VALUE 0.
       01  BR-NOT-FOUND-COUNT          PIC 9(08) VALUE 0.
       01  BR-LIFTED-COUNT             PIC 9(08) VALUE 0.
       01  BR-DELETE-COUNT             PIC 9(08) VALUE 0.

      *    BLOCKLIST IN FORCE FOR THIS RUN, AS P1 LOADS IT.  A
      *    BLOCKLIST TOO BIG TO HOLD WHOLE ABANDONS THE RUN - THE
      *    LIFT PASS WOULD OTHERWISE FREE THE WORDS THAT DID NOT
      *    FIT.
       01  BR-BLK-LIST.
           02  BR-BLK-ENTRY            OCCURS 2000 TIMES.
               03  BR-BLK-WORD         PIC X(80).
               03  BR-BLK-REASON       PIC X(08).
       01  BR-BLK-COUNT                PIC 9(04) VALUE 0.
       01  BR-BLK-SUB                  PIC 9(04).

       01  BR-RPT-HEADING-1.
           02  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           02  BR-RPT-HDR-DATE         PIC 9999/99/99.
           02  FILLER                  PIC X(28) VALUE SPACES.
           02  FILLER                  PIC X(24)
               VALUE 'BLOCKLIST RECALL REPORT'.

       01  BR-RPT-HEADING-2            PIC X(80) VALUE ALL '-'.

       01  BR-RECALL-LINE.
           02  BR-RCL-LINE-WORD        PIC X(80).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  BR-RCL-LINE-REASON      PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  BR-RCL-LINE-ACTION      PIC X(30).

       01  BR-RPT-TOTAL-LINE.
           02  BR-RPT-TOTAL-LABEL      PIC X(30).
           02  BR-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.

      *=============================================================*
      *  PROCEDURE DIVISION.                                        *
      *=============================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *      RECALL EVERY BLOCKLISTED WORD STILL IN SERVICE, LIFT *
      *      EVERY RECALL THE BLOCKLIST NO LONGER SUPPORTS, AND   *
      *      REPORT THE TALLIES.                                  *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           MOVE 1 TO BR-BLK-SUB
           PERFORM 2000-RECALL-ONE-WORD
               THRU 2000-RECALL-ONE-WORD-EXIT
               UNTIL BR-BLK-SUB > BR-BLK-COUNT
           PERFORM 3000-START-LIFT-PASS
               THRU 3000-START-LIFT-PASS-EXIT
           PERFORM 3100-CHECK-ONE-RECALL
               THRU 3100-CHECK-ONE-RECALL-EXIT
               UNTIL BR-ARCHIVE-END
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *      LOAD THE BLOCKLIST IN FORCE, THEN OPEN THE MASTER,   *
      *      THE RETIREMENT ARCHIVE (CREATED ON FIRST USE), THE   *
      *      PENDING-DELETE FILE AND THE REPORT.                  *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT BR-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1200-LOAD-BLOCKLIST
               THRU 1200-LOAD-BLOCKLIST-EXIT
           OPEN I-O MASTER-FILE
           IF BR-MASTER-STATUS NOT = '00'
               DISPLAY 'P14: CANNOT OPEN WORDMSTDD - STATUS '
                   BR-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O RETIRE-ARCHIVE-FILE
           IF BR-RETARCH-STATUS = '35'
               OPEN OUTPUT RETIRE-ARCHIVE-FILE
               CLOSE RETIRE-ARCHIVE-FILE
               OPEN I-O RETIRE-ARCHIVE-FILE
           END-IF
           IF BR-RETARCH-STATUS NOT = '00'
               DISPLAY 'P14: CANNOT OPEN RETARCHDD - STATUS '
                   BR-RETARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PROVISION-DELETE-FILE
           IF BR-PROVDEL-STATUS = '35'
               OPEN OUTPUT PROVISION-DELETE-FILE
           END-IF
           IF BR-PROVDEL-STATUS NOT = '00'
               DISPLAY 'P14: CANNOT OPEN PROVDELDD - STATUS '
                   BR-PROVDEL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RECALL-REPORT-FILE
           IF BR-RCLRPT-STATUS NOT = '00'
               DISPLAY 'P14: CANNOT OPEN RCLRPTDD - STATUS '
                   BR-RCLRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BR-RUN-DATE TO BR-RPT-HDR-DATE
           MOVE BR-RPT-HEADING-1 TO RECALL-REPORT-REC
           PERFORM 7100-WRITE-RECALL-LINE
               THRU 7100-WRITE-RECALL-LINE-EXIT
           MOVE BR-RPT-HEADING-2 TO RECALL-REPORT-REC
           PERFORM 7100-WRITE-RECALL-LINE
               THRU 7100-WRITE-RECALL-LINE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-BLOCKLIST                                      *
      *      LOAD EVERY BLOCKLIST ENTRY WHOSE EFFECTIVE DATE IS   *
      *      NOT AFTER THE RUN DATE.  A MISSING BLOCKLIST (STATUS *
      *      35) ENDS THE RUN WITH RETURN CODE 4 BEFORE ANYTHING  *
      *      IS OPENED FOR UPDATE; ANY OTHER OPEN FAILURE ENDS IT *
      *      WITH RETURN CODE 8.                                  *
      *----------------------------------------------------------*
       1200-LOAD-BLOCKLIST.
           MOVE 0 TO BR-BLK-COUNT
           OPEN INPUT BLOCKLIST-FILE
           IF BR-BLOCKLST-STATUS = '35'
               DISPLAY 'P14: BLOCKLSTDD NOT PRESENT - NOTHING '
                   'RECALLED OR LIFTED'
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BR-BLOCKLST-STATUS NOT = '00'
               DISPLAY 'P14: CANNOT OPEN BLOCKLSTDD - STATUS '
                   BR-BLOCKLST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-BLOCK-ENTRY
               THRU 1210-LOAD-ONE-BLOCK-ENTRY-EXIT
               UNTIL BR-BLOCKLST-END
           CLOSE BLOCKLIST-FILE
           DISPLAY 'P14: ' BR-BLK-COUNT ' BLOCKLIST ENTRY(S) IN '
               'FORCE'.
       1200-LOAD-BLOCKLIST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1210-LOAD-ONE-BLOCK-ENTRY                                *
      *      READ ONE BLOCKLIST RECORD INTO THE TABLE WHEN IT IS  *
      *      IN FORCE.  COMMENT AND BLANK LINES ARE PASSED OVER;  *
      *      A BAD EFFECTIVE DATE IS SKIPPED WITH A CONSOLE NOTE, *
      *      AS IN P1.  THE WORD IS FOLDED TO LOWER CASE TO MATCH *
      *      THE MASTER KEYS.                                     *
      *----------------------------------------------------------*
       1210-LOAD-ONE-BLOCK-ENTRY.
           READ BLOCKLIST-FILE
               AT END
                   SET BR-BLOCKLST-END TO TRUE
                   GO TO 1210-LOAD-ONE-BLOCK-ENTRY-EXIT
           END-READ
           IF BR-BLOCKLST-STATUS NOT = '00'
               DISPLAY 'P14: I/O ERROR ON BLOCKLSTDD - FILE STATUS '
                   BR-BLOCKLST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BL-WORD(1:1) = '*' OR BLOCKLIST-REC = SPACES
               GO TO 1210-LOAD-ONE-BLOCK-ENTRY-EXIT
           END-IF
           IF BL-EFF-DATE NOT NUMERIC
               DISPLAY 'P14: BLOCKLIST RECORD SKIPPED - BAD '
                   'EFFECTIVE DATE: ' BL-WORD(1:20)
               GO TO 1210-LOAD-ONE-BLOCK-ENTRY-EXIT
           END-IF
           IF BL-EFF-DATE > BR-RUN-DATE
               GO TO 1210-LOAD-ONE-BLOCK-ENTRY-EXIT
           END-IF
           IF BR-BLK-COUNT >= 2000
               DISPLAY 'P14: BLOCKLIST HAS MORE THAN 2000 ENTRIES '
                   'IN FORCE - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BR-BLK-COUNT
           MOVE BL-WORD TO BR-BLK-WORD(BR-BLK-COUNT)
           MOVE BL-REASON-CODE TO BR-BLK-REASON(BR-BLK-COUNT)
           INSPECT BR-BLK-WORD(BR-BLK-COUNT) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'.
       1210-LOAD-ONE-BLOCK-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-RECALL-ONE-WORD                                     *
      *      LOOK ONE BLOCKLISTED WORD UP ON THE MASTER BY KEY.   *
      *      A WORD STILL THERE IS RECALLED FROM THE MASTER;      *
      *      OTHERWISE THE RETIREMENT ARCHIVE IS CHECKED.         *
      *----------------------------------------------------------*
       2000-RECALL-ONE-WORD.
           MOVE 'N' TO BR-ON-MASTER-SW
           MOVE BR-BLK-WORD(BR-BLK-SUB) TO MST-WORD
           READ MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BR-ON-MASTER TO TRUE
           END-READ
           IF BR-MASTER-STATUS NOT = '00'
               AND BR-MASTER-STATUS NOT = '23'
               DISPLAY 'P14: I/O ERROR ON WORDMSTDD - FILE STATUS '
                   BR-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BR-ON-MASTER
               PERFORM 2100-RECALL-FROM-MASTER
                   THRU 2100-RECALL-FROM-MASTER-EXIT
           ELSE
               PERFORM 2200-RECALL-FROM-ARCHIVE
                   THRU 2200-RECALL-FROM-ARCHIVE-EXIT
           END-IF
           ADD 1 TO BR-BLK-SUB.
       2000-RECALL-ONE-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-RECALL-FROM-MASTER                                  *
      *      ARCHIVE THE MASTER ENTRY WITH ITS HISTORY, MARKED    *
      *      RECALLED, DELETE IT FROM THE MASTER, QUEUE ITS       *
      *      DOWNSTREAM DELETE AND REPORT IT.  AN OLDER ARCHIVE   *
      *      ENTRY FOR THE WORD IS REPLACED, AS IN P7.            *
      *----------------------------------------------------------*
       2100-RECALL-FROM-MASTER.
           MOVE MST-WORD TO RET-WORD
           MOVE MST-FIRST-SEEN TO RET-FIRST-SEEN
           MOVE MST-LAST-SEEN TO RET-LAST-SEEN
           MOVE MST-TIMES-SEEN TO RET-TIMES-SEEN
           MOVE MST-SRC-FLAGS TO RET-SRC-FLAGS
           MOVE BR-RUN-DATE TO RET-RETIRED-DATE
           MOVE 'Y' TO RET-RECALL-FLAG
           WRITE RETIRE-ARCHIVE-REC
               INVALID KEY
                   REWRITE RETIRE-ARCHIVE-REC
                       INVALID KEY
                           DISPLAY 'P14: REWRITE FAILED ON RETARCHDD '
                               '- STATUS ' BR-RETARCH-STATUS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
           END-WRITE
           IF BR-RETARCH-STATUS NOT = '00'
               DISPLAY 'P14: WRITE FAILED ON RETARCHDD - STATUS '
                   BR-RETARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DELETE MASTER-FILE
               INVALID KEY
                   DISPLAY 'P14: DELETE FAILED ON WORDMSTDD - STATUS '
                       BR-MASTER-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-DELETE
           IF BR-MASTER-STATUS NOT = '00'
               DISPLAY 'P14: DELETE FAILED ON WORDMSTDD - STATUS '
                   BR-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BR-RECALL-MASTER-COUNT
           PERFORM 2500-QUEUE-DOWNSTREAM-DELETE
               THRU 2500-QUEUE-DOWNSTREAM-DELETE-EXIT
           MOVE 'RECALLED FROM MASTER' TO BR-RCL-LINE-ACTION
           PERFORM 2600-REPORT-RECALL
               THRU 2600-REPORT-RECALL-EXIT.
       2100-RECALL-FROM-MASTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-RECALL-FROM-ARCHIVE                                 *
      *      A BLOCKLISTED WORD NOT ON THE MASTER MAY HAVE BEEN   *
      *      RETIRED BY P7.  A RETIRED WORD IS STILL ON THE       *
      *      DOWNSTREAM LIST, SO IT IS MARKED RECALLED AND ITS    *
      *      DELETE QUEUED.  A WORD ALREADY RECALLED, OR ON       *
      *      NEITHER FILE, IS ONLY COUNTED.                       *
      *----------------------------------------------------------*
       2200-RECALL-FROM-ARCHIVE.
           MOVE BR-BLK-WORD(BR-BLK-SUB) TO RET-WORD
           READ RETIRE-ARCHIVE-FILE
               INVALID KEY
                   ADD 1 TO BR-NOT-FOUND-COUNT
                   GO TO 2200-RECALL-FROM-ARCHIVE-EXIT
           END-READ
           IF BR-RETARCH-STATUS NOT = '00'
               DISPLAY 'P14: I/O ERROR ON RETARCHDD - FILE STATUS '
                   BR-RETARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RET-RECALLED
               ADD 1 TO BR-ALREADY-COUNT
               GO TO 2200-RECALL-FROM-ARCHIVE-EXIT
           END-IF
           MOVE 'Y' TO RET-RECALL-FLAG
           REWRITE RETIRE-ARCHIVE-REC
               INVALID KEY
                   DISPLAY 'P14: REWRITE FAILED ON RETARCHDD - '
                       'STATUS ' BR-RETARCH-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           IF BR-RETARCH-STATUS NOT = '00'
               DISPLAY 'P14: REWRITE FAILED ON RETARCHDD - STATUS '
                   BR-RETARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BR-RECALL-ARCHIVE-COUNT
           PERFORM 2500-QUEUE-DOWNSTREAM-DELETE
               THRU 2500-QUEUE-DOWNSTREAM-DELETE-EXIT
           MOVE 'RECALLED FROM RETIRED WORDS' TO BR-RCL-LINE-ACTION
           PERFORM 2600-REPORT-RECALL
               THRU 2600-REPORT-RECALL-EXIT.
       2200-RECALL-FROM-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-QUEUE-DOWNSTREAM-DELETE                             *
      *      ADD THE RECALLED WORD TO THE PENDING-DELETE FILE SO  *
      *      THE NEXT P12 EXTRACT DROPS IT FROM THE DOWNSTREAM    *
      *      LIST.                                                *
      *----------------------------------------------------------*
       2500-QUEUE-DOWNSTREAM-DELETE.
           MOVE SPACES TO PROVISION-DELETE-REC
           MOVE RET-WORD TO PD-WORD
           MOVE BR-RUN-DATE TO PD-RECALL-DATE
           MOVE BR-BLK-REASON(BR-BLK-SUB) TO PD-REASON-CODE
           WRITE PROVISION-DELETE-REC
           IF BR-PROVDEL-STATUS NOT = '00'
               DISPLAY 'P14: WRITE FAILED ON PROVDELDD - STATUS '
                   BR-PROVDEL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BR-DELETE-COUNT.
       2500-QUEUE-DOWNSTREAM-DELETE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2600-REPORT-RECALL                                       *
      *      LIST ONE RECALLED WORD WITH ITS BLOCKLIST REASON     *
      *      CODE AND WHERE IT WAS RECALLED FROM.                 *
      *----------------------------------------------------------*
       2600-REPORT-RECALL.
           MOVE RET-WORD TO BR-RCL-LINE-WORD
           MOVE BR-BLK-REASON(BR-BLK-SUB) TO BR-RCL-LINE-REASON
           MOVE BR-RECALL-LINE TO RECALL-REPORT-REC
           PERFORM 7100-WRITE-RECALL-LINE
               THRU 7100-WRITE-RECALL-LINE-EXIT.
       2600-REPORT-RECALL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-START-LIFT-PASS                                     *
      *      POSITION AT THE FRONT OF THE RETIREMENT ARCHIVE FOR  *
      *      THE KEY-ORDER PASS THAT LIFTS STALE RECALLS.         *
      *----------------------------------------------------------*
       3000-START-LIFT-PASS.
           MOVE 'N' TO BR-ARCHIVE-END-SW
           MOVE LOW-VALUES TO RET-WORD
           START RETIRE-ARCHIVE-FILE KEY NOT < RET-WORD
               INVALID KEY
                   SET BR-ARCHIVE-END TO TRUE
           END-START.
       3000-START-LIFT-PASS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-CHECK-ONE-RECALL                                    *
      *      READ THE NEXT ARCHIVE ENTRY.  A RECALLED WORD NO     *
      *      LONGER ON THE BLOCKLIST IN FORCE HAS ITS RECALL MARK *
      *      LIFTED, SO P2 WILL RESTORE IT IF A FEED DELIVERS IT  *
      *      AGAIN.                                               *
      *----------------------------------------------------------*
       3100-CHECK-ONE-RECALL.
           READ RETIRE-ARCHIVE-FILE NEXT
               AT END
                   SET BR-ARCHIVE-END TO TRUE
                   GO TO 3100-CHECK-ONE-RECALL-EXIT
           END-READ
           IF BR-RETARCH-STATUS NOT = '00'
               DISPLAY 'P14: I/O ERROR ON RETARCHDD - FILE STATUS '
                   BR-RETARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT RET-RECALLED
               GO TO 3100-CHECK-ONE-RECALL-EXIT
           END-IF
           MOVE 'N' TO BR-STILL-BLOCKED-SW
           MOVE 1 TO BR-BLK-SUB
           PERFORM 3110-MATCH-BLOCK-ENTRY
               THRU 3110-MATCH-BLOCK-ENTRY-EXIT
               UNTIL BR-BLK-SUB > BR-BLK-COUNT
                   OR BR-STILL-BLOCKED
           IF BR-STILL-BLOCKED
               GO TO 3100-CHECK-ONE-RECALL-EXIT
           END-IF
           MOVE SPACE TO RET-RECALL-FLAG
           REWRITE RETIRE-ARCHIVE-REC
               INVALID KEY
                   DISPLAY 'P14: REWRITE FAILED ON RETARCHDD - '
                       'STATUS ' BR-RETARCH-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE
           IF BR-RETARCH-STATUS NOT = '00'
               DISPLAY 'P14: REWRITE FAILED ON RETARCHDD - STATUS '
                   BR-RETARCH-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO BR-LIFTED-COUNT
           MOVE RET-WORD TO BR-RCL-LINE-WORD
           MOVE SPACES TO BR-RCL-LINE-REASON
           MOVE 'RECALL LIFTED' TO BR-RCL-LINE-ACTION
           MOVE BR-RECALL-LINE TO RECALL-REPORT-REC
           PERFORM 7100-WRITE-RECALL-LINE
               THRU 7100-WRITE-RECALL-LINE-EXIT.
       3100-CHECK-ONE-RECALL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3110-MATCH-BLOCK-ENTRY                                   *
      *      COMPARE THE CURRENT ARCHIVE WORD TO ONE BLOCKLIST    *
      *      ENTRY.                                               *
      *----------------------------------------------------------*
       3110-MATCH-BLOCK-ENTRY.
           IF BR-BLK-WORD(BR-BLK-SUB) = RET-WORD
               SET BR-STILL-BLOCKED TO TRUE
           END-IF
           ADD 1 TO BR-BLK-SUB.
       3110-MATCH-BLOCK-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-RECALL-LINE                                   *
      *      WRITE ONE RECALL-REPORT LINE AND CONFIRM THE WRITE   *
      *      TOOK.                                                *
      *----------------------------------------------------------*
       7100-WRITE-RECALL-LINE.
           WRITE RECALL-REPORT-REC
           IF BR-RCLRPT-STATUS NOT = '00'
               DISPLAY 'P14: WRITE FAILED ON RCLRPTDD - STATUS '
                   BR-RCLRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       7100-WRITE-RECALL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7200-WRITE-TOTAL-LINE                                    *
      *      WRITE ONE LABELLED TOTAL LINE TO THE REPORT.         *
      *----------------------------------------------------------*
       7200-WRITE-TOTAL-LINE.
           MOVE BR-RPT-TOTAL-LINE TO RECALL-REPORT-REC
           PERFORM 7100-WRITE-RECALL-LINE
               THRU 7100-WRITE-RECALL-LINE-EXIT.
       7200-WRITE-TOTAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *      PRINT THE TOTALS, CLOSE EVERYTHING AND POST THE      *
      *      FINAL TALLIES TO THE CONSOLE.                        *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE BR-RPT-HEADING-2 TO RECALL-REPORT-REC
           PERFORM 7100-WRITE-RECALL-LINE
               THRU 7100-WRITE-RECALL-LINE-EXIT
           MOVE 'RECALLED FROM MASTER . . . : ' TO BR-RPT-TOTAL-LABEL
           MOVE BR-RECALL-MASTER-COUNT TO BR-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'RECALLED FROM RETIRED WORDS: ' TO BR-RPT-TOTAL-LABEL
           MOVE BR-RECALL-ARCHIVE-COUNT TO BR-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'ALREADY RECALLED . . . . . : ' TO BR-RPT-TOTAL-LABEL
           MOVE BR-ALREADY-COUNT TO BR-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'NEVER ON THE MASTER . . . . : ' TO BR-RPT-TOTAL-LABEL
           MOVE BR-NOT-FOUND-COUNT TO BR-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'RECALLS LIFTED . . . . . . : ' TO BR-RPT-TOTAL-LABEL
           MOVE BR-LIFTED-COUNT TO BR-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'DOWNSTREAM DELETES QUEUED . : ' TO BR-RPT-TOTAL-LABEL
           MOVE BR-DELETE-COUNT TO BR-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           CLOSE MASTER-FILE
           CLOSE RETIRE-ARCHIVE-FILE
           CLOSE PROVISION-DELETE-FILE
           CLOSE RECALL-REPORT-FILE
           DISPLAY 'P14: RECALLED FROM MASTER . . : '
               BR-RECALL-MASTER-COUNT
           DISPLAY 'P14: RECALLED FROM RETIRED . : '
               BR-RECALL-ARCHIVE-COUNT
           DISPLAY 'P14: ALREADY RECALLED . . . . : '
               BR-ALREADY-COUNT
           DISPLAY 'P14: RECALLS LIFTED . . . . . : '
               BR-LIFTED-COUNT
           DISPLAY 'P14: DOWNSTREAM DELETES QUEUED: '
               BR-DELETE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
