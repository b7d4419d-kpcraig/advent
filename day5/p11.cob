      *                      RULECTLDD (COMPILED-IN DEFAULT FOR
      *                      *BUILTIN), AND VENDOR NAMES FROM
      *                      SRCCTLDD WHEN ASSIGNED.
      *    01/04/2027 JAD   REJECTIONS FOLLOW THE PER-SOURCE
      *                      OFFICIAL RULE SET P1 NOW RECORDS ON
      *                      EACH AUDIT RECORD.  RULE SET ONE
      *                      CONDITIONS ARE TALLIED ONLY FOR
      *                      REJECTS RULE SET ONE DECIDED; REJECTS
      *                      RULE SET TWO DECIDED ARE RE-SCORED
      *                      AGAINST ITS TWO CONDITIONS, WHICH THE
      *                      AUDIT RECORD DOES NOT CARRY.  A NEW
      *                      SECTION BREAKS REJECTIONS DOWN BY THE
      *                      RULE SET THAT DECIDED THEM.  RECORDS
      *                      ARCHIVED BEFORE THE FIELD EXISTED
      *                      COUNT AS RULE SET ONE.
      *    01/18/2027 JAD   A MONTH WHOSE DETAIL HAS GONE TO OFFLINE
      *                      RETENTION IS TAKEN FROM THE MONTH
      *                      SUMMARIES ON THE P18 ROLL-UP BASELINE
      *                      CONTROL FILE (BASECTLDD) WHEN ONE IS
      *                      MOUNTED: TOTAL REJECTIONS, REJECTIONS
      *                      BY SOURCE AND BY DECIDING RULE SET.  A
      *                      NOTE ON THE REPORT NAMES THE MONTH SO
      *                      TAKEN.
      *    02/01/2027 JAD   AUDIT ARCHIVE RECORD LAYOUT CARRIES THE
      *                      WORD AS DELIVERED, AS P1 NOW WRITES IT.
      *                      REJECTS ARE STILL RE-SCORED ON THE
      *                      SCREENED (TRANSLITERATED) WORD.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      CONDITION COUNTS CAN SUM TO MORE THAN THE REJECT       *
      *      TOTAL.  A REJECT UNDER A RULE VERSION RULECTLDD NO     *
      *      LONGER CARRIES IS TALLIED WITH THE COMPILED-IN VOWEL   *
      *      MINIMUM OF 3 AND NOTED ONCE ON THE CONSOLE.  A REJECT  *
      *      UNDER BOTH RULE SETS (B) FAILED BOTH AND IS TALLIED    *
      *      UNDER THE CONDITIONS OF EACH.  WHEN A MONTH HAS BEEN   *
      *      ROLLED UP AND ITS DETAIL IS NO LONGER MOUNTED, MOUNT   *
      *      BASECTLDD ON THE LATEST ROLL-UP BASELINE CONTROL FILE. *
      *      THE MONTH SUMMARIES DO NOT HOLD THE FAILED CONDITIONS  *
      *      OR RULE VERSIONS, SO THOSE LINES SHOW ZERO FOR SUCH A  *
      *      MONTH.  A MONTH WITH ANY DETAIL MOUNTED IS ALWAYS      *
      *      TAKEN FROM THE DETAIL.                                 *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'REJANLDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-REJANL-STATUS.
           SELECT BASELINE-CONTROL-FILE
               ASSIGN TO 'BASECTLDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-BASECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  ARC-SOURCE              PIC X(02).
           02  FILLER                  PIC X(01).
           02  ARC-RULE-VERSION        PIC X(08).
           02  FILLER                  PIC X(01).
           02  ARC-RULE-SET            PIC X(01).
           02  FILLER                  PIC X(01).
           02  ARC-DELIVERED-WORD      PIC X(80).

       FD  RULE-CONTROL-FILE.
       01  RULE-CONTROL-REC.
       FD  ANALYTICS-REPORT-FILE.
       01  ANALYTICS-REPORT-REC        PIC X(90).

      *    THE P18 ROLL-UP BASELINE CONTROL FILE: ONE HEADER (H)
      *    RECORD, THEN ONE SUMMARY (M) RECORD PER ROLLED-UP MONTH.
      *    DECISION COUNTS RUN ACCEPT, OVERRD, REJECT, QUARN,
      *    BLOCKD, OTHER; RULE SET REJECTS RUN ONE, TWO, BOTH.
       FD  BASELINE-CONTROL-FILE.
       01  BASELINE-CONTROL-REC.
           02  BCH-REC-TYPE            PIC X(01).
           02  FILLER                  PIC X(01).
           02  BCH-THRU-DATE           PIC 9(08).
           02  FILLER                  PIC X(62).
           02  BCH-STATUS              PIC X(01).
               88  BCH-VERIFIED            VALUE 'V'.
           02  FILLER                  PIC X(136).
       01  BASELINE-MONTH-REC.
           02  BCM-REC-TYPE            PIC X(01).
           02  FILLER                  PIC X(01).
           02  BCM-MONTH               PIC 9(06).
           02  FILLER                  PIC X(01).
           02  BCM-RECORDS             PIC 9(09).
           02  FILLER                  PIC X(01).
           02  BCM-DECISION-ENTRY      OCCURS 6 TIMES.
               03  BCM-DECISION-COUNT  PIC 9(09).
               03  FILLER              PIC X(01).
           02  BCM-SET-ENTRY           OCCURS 3 TIMES.
               03  BCM-SET-REJECTS     PIC 9(09).
               03  FILLER              PIC X(01).
           02  BCM-SRC-ENTRY           OCCURS 10 TIMES.
               03  BCM-SRC-REJECTS     PIC 9(09).
               03  FILLER              PIC X(01).

       WORKING-STORAGE SECTION.
       01  RA-RUN-DATE                 PIC 9(08).
       01  RA-RUN-DATE-SPLIT REDEFINES RA-RUN-DATE.
           88  RA-RULECTL-END              VALUE 'Y'.
       01  RA-SRCCTL-END-SW            PIC X VALUE 'N'.
           88  RA-SRCCTL-END               VALUE 'Y'.
       01  RA-BASECTL-STATUS           PIC X(02).
       01  RA-BASECTL-END-SW           PIC X VALUE 'N'.
           88  RA-BASECTL-END              VALUE 'Y'.
       01  RA-BASE-SW                  PIC X VALUE 'N'.
           88  RA-BASE-PRESENT             VALUE 'Y'.
       01  RA-BASE-THRU                PIC 9(08) VALUE 0.

      *    THE REPORT MONTH AND THE MONTH BEFORE IT.  BUCKET 1 IS
      *    THE REPORT MONTH, BUCKET 2 THE PRIOR MONTH; RECORDS
       01  RA-MIN-VOWELS               PIC 9(02).
       01  RA-SKIPPED-COUNT            PIC 9(08) VALUE 0.

      *    THE RULE SET THAT DECIDED THE CURRENT REJECT, AND THE
      *    WORK AREAS FOR RE-SCORING IT UNDER RULE SET TWO EXACTLY
      *    AS P1 SCORES IT.
       01  RA-DECIDING-RULE-SET        PIC X(01).
           88  RA-DECIDED-BY-ONE           VALUE '1' 'B'.
           88  RA-DECIDED-BY-TWO           VALUE '2' 'B'.
       01  RA-RULE-SET-SUB             PIC 9(01).
       01  RA-ARC-LETTERS-X            PIC X(03).
       01  RA-ARC-LETTERS REDEFINES RA-ARC-LETTERS-X PIC 9(03).
       01  RA-WORD-LENGTH              PIC 9(02).
       01  RA-RS2-OUTER-INDEX          PIC 99.
       01  RA-RS2-INNER-INDEX          PIC 99.
       01  RA-RS2-OUTER-PAIR           PIC X(02).
       01  RA-RS2-INNER-PAIR           PIC X(02).
       01  RA-RS2-PAIR-SW              PIC X VALUE 'N'.
           88  RA-RS2-PAIR-FOUND           VALUE 'Y'.
       01  RA-RS2-REPEAT-SW            PIC X VALUE 'N'.
           88  RA-RS2-REPEAT-FOUND         VALUE 'Y'.

      *    THE TALLIES, EACH HELD ONCE PER MONTH BUCKET.
       01  RA-TOTALS.
           02  RA-REJECT-COUNT         OCCURS 2 TIMES PIC 9(08).
           02  RA-COND-VOWEL-COUNT     OCCURS 2 TIMES PIC 9(08).
           02  RA-COND-DOUBLE-COUNT    OCCURS 2 TIMES PIC 9(08).
           02  RA-COND-PAIR-COUNT      OCCURS 2 TIMES PIC 9(08).
           02  RA-COND-RS2-PAIR-COUNT  OCCURS 2 TIMES PIC 9(08).
           02  RA-COND-RS2-SPLIT-COUNT OCCURS 2 TIMES PIC 9(08).
      *    REJECTS BY DECIDING RULE SET: 1 RULE SET ONE, 2 RULE
      *    SET TWO, 3 BOTH.
       01  RA-RULE-SET-TALLIES.
           02  RA-RULE-SET-TALLY       OCCURS 3 TIMES.
               03  RA-RULE-SET-REJECTS OCCURS 2 TIMES PIC 9(08).
       01  RA-SRC-TALLIES.
           02  RA-SRC-TALLY            OCCURS 10 TIMES.
               03  RA-SRC-REJECTS      OCCURS 2 TIMES PIC 9(08).
       01  RA-SRC-SUB                  PIC 9(02).

      *    PER MONTH BUCKET: ARCHIVE RECORDS OF ANY DECISION SEEN
      *    FOR THE MONTH, AND WHAT THE ROLL-UP BASELINE'S MONTH
      *    SUMMARIES HOLD FOR IT.  THE BASELINE FIGURES ARE USED
      *    ONLY FOR A MONTH WITH NO DETAIL MOUNTED.
       01  RA-BASE-MONTH-TALLIES.
           02  RA-DETAIL-SEEN          OCCURS 2 TIMES PIC 9(08).
           02  RA-ROLLED-SW            OCCURS 2 TIMES PIC X(01).
           02  RA-FROM-BASE-SW         OCCURS 2 TIMES PIC X(01).
           02  RA-BASE-REJECTS         OCCURS 2 TIMES PIC 9(08).
           02  RA-BASE-SET-TALLY       OCCURS 3 TIMES.
               03  RA-BASE-SET-REJECTS OCCURS 2 TIMES PIC 9(08).
           02  RA-BASE-SRC-TALLY       OCCURS 10 TIMES.
               03  RA-BASE-SRC-REJECTS OCCURS 2 TIMES PIC 9(08).
       01  RA-BASE-SUB                 PIC 9(02).

      *    RULE VERSIONS: THE VOWEL MINIMUM MAP FROM RULECTLDD
      *    AND THE PER-VERSION REJECT TALLIES, GROWN AS VERSIONS
      *    ARE MET IN THE ARCHIVE.
               VALUE 'REJECTIONS BY SOURCE SYSTEM'.
       01  RA-SECTION-HEADING-3        PIC X(90)
               VALUE 'REJECTIONS BY RULE VERSION IN FORCE'.
       01  RA-SECTION-HEADING-4        PIC X(90)
               VALUE 'REJECTIONS BY DECIDING RULE SET'.

       01  RA-RPT-BASELINE-NOTE-1.
           02  FILLER                  PIC X(06) VALUE 'NOTE: '.
           02  RA-BLN-WHICH            PIC X(11).
           02  FILLER                  PIC X(38)
               VALUE ' IS FROM THE ROLL-UP BASELINE THROUGH '.
           02  RA-BLN-THRU             PIC 9999/99/99.

       01  RA-RPT-BASELINE-NOTE-2.
           02  FILLER                  PIC X(06) VALUE SPACES.
           02  FILLER                  PIC X(31)
               VALUE 'ITS CONDITION AND VERSION LINES'.
           02  FILLER                  PIC X(33)
               VALUE ' ARE NOT HELD THERE AND SHOW ZERO'.

       01  RA-DET-MOVE-WORK            PIC S9(09).

      *----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *      TALLY THE TWO MONTHS' REJECTIONS FROM THE ARCHIVE    *
      *      AND PRINT THE FOUR BREAKDOWNS.                       *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ONE-RECORD
               THRU 2000-TALLY-ONE-RECORD-EXIT
               UNTIL RA-ARCHIVE-END
           MOVE 1 TO RA-MONTH-SUB
           PERFORM 2900-TAKE-ROLLED-MONTH
               THRU 2900-TAKE-ROLLED-MONTH-EXIT
               UNTIL RA-MONTH-SUB > 2
           PERFORM 3000-WRITE-ANALYTICS-REPORT
               THRU 3000-WRITE-ANALYTICS-REPORT-EXIT
           PERFORM 9000-TERMINATE
               THRU 1200-LOAD-RULE-VERSIONS-EXIT
           PERFORM 1300-LOAD-VENDOR-NAMES
               THRU 1300-LOAD-VENDOR-NAMES-EXIT
           PERFORM 1400-LOAD-ROLLED-MONTHS
               THRU 1400-LOAD-ROLLED-MONTHS-EXIT
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF RA-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'P11: CANNOT OPEN AUDARCHDD - STATUS '

      *----------------------------------------------------------*
      *  1100-CLEAR-ONE-MONTH                                     *
      *      ZERO ONE MONTH BUCKET'S OVERALL, CONDITION AND RULE  *
      *      SET TALLIES.                                         *
      *----------------------------------------------------------*
       1100-CLEAR-ONE-MONTH.
           MOVE 0 TO RA-REJECT-COUNT(RA-MONTH-SUB)
           MOVE 0 TO RA-COND-VOWEL-COUNT(RA-MONTH-SUB)
           MOVE 0 TO RA-COND-DOUBLE-COUNT(RA-MONTH-SUB)
           MOVE 0 TO RA-COND-PAIR-COUNT(RA-MONTH-SUB)
           MOVE 0 TO RA-COND-RS2-PAIR-COUNT(RA-MONTH-SUB)
           MOVE 0 TO RA-COND-RS2-SPLIT-COUNT(RA-MONTH-SUB)
           MOVE 0 TO RA-RULE-SET-REJECTS(1, RA-MONTH-SUB)
           MOVE 0 TO RA-RULE-SET-REJECTS(2, RA-MONTH-SUB)
           MOVE 0 TO RA-RULE-SET-REJECTS(3, RA-MONTH-SUB)
           MOVE 0 TO RA-DETAIL-SEEN(RA-MONTH-SUB)
           MOVE 'N' TO RA-ROLLED-SW(RA-MONTH-SUB)
           MOVE 'N' TO RA-FROM-BASE-SW(RA-MONTH-SUB)
           MOVE 0 TO RA-BASE-REJECTS(RA-MONTH-SUB)
           MOVE 0 TO RA-BASE-SET-REJECTS(1, RA-MONTH-SUB)
           MOVE 0 TO RA-BASE-SET-REJECTS(2, RA-MONTH-SUB)
           MOVE 0 TO RA-BASE-SET-REJECTS(3, RA-MONTH-SUB)
           ADD 1 TO RA-MONTH-SUB.
       1100-CLEAR-ONE-MONTH-EXIT.
           EXIT.
       1150-CLEAR-ONE-SOURCE.
           MOVE 0 TO RA-SRC-REJECTS(RA-SRC-SUB, 1)
           MOVE 0 TO RA-SRC-REJECTS(RA-SRC-SUB, 2)
           MOVE 0 TO RA-BASE-SRC-REJECTS(RA-SRC-SUB, 1)
           MOVE 0 TO RA-BASE-SRC-REJECTS(RA-SRC-SUB, 2)
           MOVE SPACES TO RA-VENDOR-NAME(RA-SRC-SUB)
           MOVE 'SOURCE' TO RA-VENDOR-NAME(RA-SRC-SUB)(1:6)
           MOVE RA-SRC-SUB TO RA-VENDOR-NAME(RA-SRC-SUB)(8:2)
       1310-LOAD-ONE-VENDOR-NAME-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-LOAD-ROLLED-MONTHS                                  *
      *      PICK UP THE ROLL-UP BASELINE'S SUMMARIES FOR THE     *
      *      REPORT AND PRIOR MONTHS.  NO CONTROL FILE MEANS NO   *
      *      BASELINE; A BASELINE NEVER VERIFIED IS NOT USED.     *
      *----------------------------------------------------------*
       1400-LOAD-ROLLED-MONTHS.
           OPEN INPUT BASELINE-CONTROL-FILE
           IF RA-BASECTL-STATUS = '35'
               GO TO 1400-LOAD-ROLLED-MONTHS-EXIT
           END-IF
           IF RA-BASECTL-STATUS NOT = '00'
               DISPLAY 'P11: CANNOT OPEN BASECTLDD - STATUS '
                   RA-BASECTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BASELINE-CONTROL-REC
           READ BASELINE-CONTROL-FILE
               AT END
                   MOVE SPACES TO BASELINE-CONTROL-REC
           END-READ
           IF BCH-REC-TYPE NOT = 'H' OR NOT BCH-VERIFIED
               DISPLAY 'P11: BASECTLDD HAS NO VERIFIED HEADER - '
                   'BASELINE CANNOT BE USED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET RA-BASE-PRESENT TO TRUE
           MOVE BCH-THRU-DATE TO RA-BASE-THRU
           PERFORM 1410-LOAD-ONE-ROLLED-MONTH
               THRU 1410-LOAD-ONE-ROLLED-MONTH-EXIT
               UNTIL RA-BASECTL-END
           CLOSE BASELINE-CONTROL-FILE.
       1400-LOAD-ROLLED-MONTHS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1410-LOAD-ONE-ROLLED-MONTH                               *
      *      ADD ONE MONTH SUMMARY INTO ITS BUCKET WHEN IT IS THE *
      *      REPORT OR PRIOR MONTH.  A MONTH SPLIT ACROSS TWO     *
      *      ROLL-UPS HAS TWO SUMMARIES, SO THEY ARE ADDED.       *
      *----------------------------------------------------------*
       1410-LOAD-ONE-ROLLED-MONTH.
           READ BASELINE-CONTROL-FILE
               AT END
                   SET RA-BASECTL-END TO TRUE
                   GO TO 1410-LOAD-ONE-ROLLED-MONTH-EXIT
           END-READ
           IF RA-BASECTL-STATUS NOT = '00'
               DISPLAY 'P11: I/O ERROR ON BASECTLDD - FILE STATUS '
                   RA-BASECTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BCM-REC-TYPE NOT = 'M'
               GO TO 1410-LOAD-ONE-ROLLED-MONTH-EXIT
           END-IF
           IF BCM-MONTH = RA-REPORT-MONTH
               MOVE 1 TO RA-MONTH-SUB
           ELSE
               IF BCM-MONTH = RA-PRIOR-MONTH
                   MOVE 2 TO RA-MONTH-SUB
               ELSE
                   GO TO 1410-LOAD-ONE-ROLLED-MONTH-EXIT
               END-IF
           END-IF
           MOVE 'Y' TO RA-ROLLED-SW(RA-MONTH-SUB)
           ADD BCM-DECISION-COUNT(3) TO RA-BASE-REJECTS(RA-MONTH-SUB)
           MOVE 1 TO RA-BASE-SUB
           PERFORM 1420-ADD-ONE-ROLLED-COUNT
               THRU 1420-ADD-ONE-ROLLED-COUNT-EXIT
               UNTIL RA-BASE-SUB > 10.
       1410-LOAD-ONE-ROLLED-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1420-ADD-ONE-ROLLED-COUNT                                *
      *      ADD THE RULE SET AND SOURCE REJECTS AT ONE           *
      *      SUBSCRIPT OF THE MONTH SUMMARY INTO THE BUCKET.      *
      *----------------------------------------------------------*
       1420-ADD-ONE-ROLLED-COUNT.
           IF RA-BASE-SUB NOT > 3
               ADD BCM-SET-REJECTS(RA-BASE-SUB)
                   TO RA-BASE-SET-REJECTS(RA-BASE-SUB, RA-MONTH-SUB)
           END-IF
           ADD BCM-SRC-REJECTS(RA-BASE-SUB)
               TO RA-BASE-SRC-REJECTS(RA-BASE-SUB, RA-MONTH-SUB)
           ADD 1 TO RA-BASE-SUB.
       1420-ADD-ONE-ROLLED-COUNT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1900-READ-ARCHIVE                                        *
      *      READ THE NEXT ARCHIVE RECORD.                        *
      *      THEN READ THE NEXT RECORD.                           *
      *----------------------------------------------------------*
       2000-TALLY-ONE-RECORD.
           IF ARC-RUN-DATE NUMERIC
               IF ARC-RUN-YYYYMM = RA-REPORT-MONTH
                   ADD 1 TO RA-DETAIL-SEEN(1)
               END-IF
               IF ARC-RUN-YYYYMM = RA-PRIOR-MONTH
                   ADD 1 TO RA-DETAIL-SEEN(2)
               END-IF
           END-IF
           IF ARC-DECISION NOT = 'REJECT'
               GO TO 2000-TALLY-ONE-RECORD-NEXT
           END-IF
               THRU 2100-RESOLVE-RULE-VERSION-EXIT
           ADD 1 TO RA-VER-REJECTS(RA-VER-SUB, RA-MONTH-SUB)
           MOVE RA-VER-MIN-VOWELS(RA-VER-SUB) TO RA-MIN-VOWELS
           MOVE ARC-RULE-SET TO RA-DECIDING-RULE-SET
           EVALUATE RA-DECIDING-RULE-SET
               WHEN '2'
                   MOVE 2 TO RA-RULE-SET-SUB
               WHEN 'B'
                   MOVE 3 TO RA-RULE-SET-SUB
               WHEN OTHER
                   MOVE '1' TO RA-DECIDING-RULE-SET
                   MOVE 1 TO RA-RULE-SET-SUB
           END-EVALUATE
           ADD 1 TO RA-RULE-SET-REJECTS(RA-RULE-SET-SUB, RA-MONTH-SUB)
           IF RA-DECIDED-BY-ONE
               IF RA-ARC-VOWELS < RA-MIN-VOWELS
                   ADD 1 TO RA-COND-VOWEL-COUNT(RA-MONTH-SUB)
               END-IF
               IF RA-ARC-DOUBLES = 0
                   ADD 1 TO RA-COND-DOUBLE-COUNT(RA-MONTH-SUB)
               END-IF
               IF RA-ARC-BADPAIRS > 0
                   ADD 1 TO RA-COND-PAIR-COUNT(RA-MONTH-SUB)
               END-IF
           END-IF
           IF RA-DECIDED-BY-TWO
               PERFORM 2200-SCORE-RULESET-TWO
                   THRU 2200-SCORE-RULESET-TWO-EXIT
               IF NOT RA-RS2-PAIR-FOUND
                   ADD 1 TO RA-COND-RS2-PAIR-COUNT(RA-MONTH-SUB)
               END-IF
               IF NOT RA-RS2-REPEAT-FOUND
                   ADD 1 TO RA-COND-RS2-SPLIT-COUNT(RA-MONTH-SUB)
               END-IF
           END-IF
           IF ARC-SOURCE NUMERIC
               AND ARC-SOURCE NOT = '00'
       2110-MATCH-ARC-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-SCORE-RULESET-TWO                                   *
      *      RE-SCORE THE ARCHIVED WORD UNDER RULE SET TWO, AS P1 *
      *      DOES: A NON-OVERLAPPING REPEATING LETTER PAIR, AND A *
      *      LETTER THAT REPEATS WITH EXACTLY ONE LETTER BETWEEN. *
      *      THE WORD LENGTH IS THE AUDITED LETTER COUNT.         *
      *----------------------------------------------------------*
       2200-SCORE-RULESET-TWO.
           MOVE 'N' TO RA-RS2-PAIR-SW
           MOVE 'N' TO RA-RS2-REPEAT-SW
           MOVE ARC-LETTER-COUNT TO RA-ARC-LETTERS-X
           INSPECT RA-ARC-LETTERS-X REPLACING LEADING ' ' BY '0'
           IF RA-ARC-LETTERS-X NOT NUMERIC
               OR RA-ARC-LETTERS > 80
               GO TO 2200-SCORE-RULESET-TWO-EXIT
           END-IF
           MOVE RA-ARC-LETTERS TO RA-WORD-LENGTH
           IF RA-WORD-LENGTH > 3
               MOVE 1 TO RA-RS2-OUTER-INDEX
               PERFORM 2210-CHECK-PAIR-AT-OUTER
                   THRU 2210-CHECK-PAIR-AT-OUTER-EXIT
                   UNTIL RA-RS2-OUTER-INDEX > RA-WORD-LENGTH - 1
                       OR RA-RS2-PAIR-FOUND
           END-IF
           IF RA-WORD-LENGTH > 2
               MOVE 1 TO RA-RS2-OUTER-INDEX
               PERFORM 2220-CHECK-REPEAT-AT-OUTER
                   THRU 2220-CHECK-REPEAT-AT-OUTER-EXIT
                   UNTIL RA-RS2-OUTER-INDEX > RA-WORD-LENGTH - 2
                       OR RA-RS2-REPEAT-FOUND
           END-IF.
       2200-SCORE-RULESET-TWO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2210-CHECK-PAIR-AT-OUTER                                 *
      *      LOOK FOR A LATER, NON-OVERLAPPING OCCURRENCE OF THE  *
      *      LETTER PAIR STARTING AT THE OUTER INDEX.             *
      *----------------------------------------------------------*
       2210-CHECK-PAIR-AT-OUTER.
           MOVE ARC-WORD(RA-RS2-OUTER-INDEX:2) TO RA-RS2-OUTER-PAIR
           COMPUTE RA-RS2-INNER-INDEX = RA-RS2-OUTER-INDEX + 2
           PERFORM 2211-COMPARE-PAIR
               THRU 2211-COMPARE-PAIR-EXIT
               UNTIL RA-RS2-INNER-INDEX > RA-WORD-LENGTH - 1
                   OR RA-RS2-PAIR-FOUND
           ADD 1 TO RA-RS2-OUTER-INDEX.
       2210-CHECK-PAIR-AT-OUTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2211-COMPARE-PAIR                                        *
      *      COMPARE THE OUTER PAIR TO THE PAIR AT THE INNER      *
      *      INDEX.                                               *
      *----------------------------------------------------------*
       2211-COMPARE-PAIR.
           MOVE ARC-WORD(RA-RS2-INNER-INDEX:2) TO RA-RS2-INNER-PAIR
           IF RA-RS2-OUTER-PAIR = RA-RS2-INNER-PAIR
               SET RA-RS2-PAIR-FOUND TO TRUE
           END-IF
           ADD 1 TO RA-RS2-INNER-INDEX.
       2211-COMPARE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2220-CHECK-REPEAT-AT-OUTER                               *
      *      LOOK FOR A LETTER THAT REPEATS WITH EXACTLY ONE      *
      *      LETTER BETWEEN THE TWO OCCURRENCES.                  *
      *----------------------------------------------------------*
       2220-CHECK-REPEAT-AT-OUTER.
           IF ARC-WORD(RA-RS2-OUTER-INDEX:1) =
               ARC-WORD(RA-RS2-OUTER-INDEX + 2:1)
               SET RA-RS2-REPEAT-FOUND TO TRUE
           END-IF
           ADD 1 TO RA-RS2-OUTER-INDEX.
       2220-CHECK-REPEAT-AT-OUTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2900-TAKE-ROLLED-MONTH                                   *
      *      A BUCKET WITH NO ARCHIVE DETAIL MOUNTED BUT A MONTH  *
      *      SUMMARY ON THE ROLL-UP BASELINE TAKES ITS TOTAL,     *
      *      RULE SET AND SOURCE REJECTS FROM THE SUMMARY.        *
      *----------------------------------------------------------*
       2900-TAKE-ROLLED-MONTH.
           IF RA-ROLLED-SW(RA-MONTH-SUB) NOT = 'Y'
               OR RA-DETAIL-SEEN(RA-MONTH-SUB) > 0
               GO TO 2900-TAKE-ROLLED-MONTH-BUMP
           END-IF
           MOVE 'Y' TO RA-FROM-BASE-SW(RA-MONTH-SUB)
           MOVE RA-BASE-REJECTS(RA-MONTH-SUB)
               TO RA-REJECT-COUNT(RA-MONTH-SUB)
           MOVE 1 TO RA-BASE-SUB
           PERFORM 2910-TAKE-ONE-ROLLED-COUNT
               THRU 2910-TAKE-ONE-ROLLED-COUNT-EXIT
               UNTIL RA-BASE-SUB > 10.
       2900-TAKE-ROLLED-MONTH-BUMP.
           ADD 1 TO RA-MONTH-SUB.
       2900-TAKE-ROLLED-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2910-TAKE-ONE-ROLLED-COUNT                               *
      *      MOVE THE BASELINE RULE SET AND SOURCE REJECTS AT ONE *
      *      SUBSCRIPT INTO THE BUCKET'S TALLIES.                 *
      *----------------------------------------------------------*
       2910-TAKE-ONE-ROLLED-COUNT.
           IF RA-BASE-SUB NOT > 3
               MOVE RA-BASE-SET-REJECTS(RA-BASE-SUB, RA-MONTH-SUB)
                   TO RA-RULE-SET-REJECTS(RA-BASE-SUB, RA-MONTH-SUB)
           END-IF
           MOVE RA-BASE-SRC-REJECTS(RA-BASE-SUB, RA-MONTH-SUB)
               TO RA-SRC-REJECTS(RA-BASE-SUB, RA-MONTH-SUB)
           ADD 1 TO RA-BASE-SUB.
       2910-TAKE-ONE-ROLLED-COUNT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-WRITE-ANALYTICS-REPORT                              *
      *      PRINT THE HEADERS AND THE FOUR BREAKDOWN SECTIONS,   *
      *      EACH LINE SHOWING THIS MONTH, PRIOR MONTH AND THE    *
      *      MOVEMENT BETWEEN THEM.                               *
      *----------------------------------------------------------*
           MOVE RA-RPT-HEADING-2 TO ANALYTICS-REPORT-REC
           PERFORM 7100-WRITE-ANALYTICS-LINE
               THRU 7100-WRITE-ANALYTICS-LINE-EXIT
           IF RA-FROM-BASE-SW(1) = 'Y'
               MOVE 'THIS MONTH' TO RA-BLN-WHICH
               PERFORM 3050-WRITE-BASELINE-NOTE
                   THRU 3050-WRITE-BASELINE-NOTE-EXIT
           END-IF
           IF RA-FROM-BASE-SW(2) = 'Y'
               MOVE 'PRIOR MONTH' TO RA-BLN-WHICH
               PERFORM 3050-WRITE-BASELINE-NOTE
                   THRU 3050-WRITE-BASELINE-NOTE-EXIT
           END-IF
           MOVE RA-RPT-COLUMN-HEADING TO ANALYTICS-REPORT-REC
           PERFORM 7100-WRITE-ANALYTICS-LINE
               THRU 7100-WRITE-ANALYTICS-LINE-EXIT
               RA-COND-PAIR-COUNT(1) - RA-COND-PAIR-COUNT(2)
           MOVE RA-DET-MOVE-WORK TO RA-DET-MOVEMENT
           MOVE RA-DETAIL-LINE TO ANALYTICS-REPORT-REC
           PERFORM 7100-WRITE-ANALYTICS-LINE
               THRU 7100-WRITE-ANALYTICS-LINE-EXIT
           MOVE 'NO REPEATED LETTER PAIR (RS2)' TO RA-DET-LABEL
           MOVE RA-COND-RS2-PAIR-COUNT(1) TO RA-DET-CURRENT
           MOVE RA-COND-RS2-PAIR-COUNT(2) TO RA-DET-PRIOR
           COMPUTE RA-DET-MOVE-WORK =
               RA-COND-RS2-PAIR-COUNT(1) - RA-COND-RS2-PAIR-COUNT(2)
           MOVE RA-DET-MOVE-WORK TO RA-DET-MOVEMENT
           MOVE RA-DETAIL-LINE TO ANALYTICS-REPORT-REC
           PERFORM 7100-WRITE-ANALYTICS-LINE
               THRU 7100-WRITE-ANALYTICS-LINE-EXIT
           MOVE 'NO SPLIT REPEAT (RS2)' TO RA-DET-LABEL
           MOVE RA-COND-RS2-SPLIT-COUNT(1) TO RA-DET-CURRENT
           MOVE RA-COND-RS2-SPLIT-COUNT(2) TO RA-DET-PRIOR
           COMPUTE RA-DET-MOVE-WORK =
               RA-COND-RS2-SPLIT-COUNT(1)
                   - RA-COND-RS2-SPLIT-COUNT(2)
           MOVE RA-DET-MOVE-WORK TO RA-DET-MOVEMENT
           MOVE RA-DETAIL-LINE TO ANALYTICS-REPORT-REC
           PERFORM 7100-WRITE-ANALYTICS-LINE
               THRU 7100-WRITE-ANALYTICS-LINE-EXIT
           MOVE RA-SECTION-HEADING-2 TO ANALYTICS-REPORT-REC
           MOVE 1 TO RA-VER-SUB
           PERFORM 3200-WRITE-ONE-VERSION-LINE
               THRU 3200-WRITE-ONE-VERSION-LINE-EXIT
               UNTIL RA-VER-SUB > RA-VER-COUNT
           MOVE RA-SECTION-HEADING-4 TO ANALYTICS-REPORT-REC
           PERFORM 7100-WRITE-ANALYTICS-LINE
               THRU 7100-WRITE-ANALYTICS-LINE-EXIT
           MOVE 1 TO RA-RULE-SET-SUB
           PERFORM 3300-WRITE-ONE-RULE-SET-LINE
               THRU 3300-WRITE-ONE-RULE-SET-LINE-EXIT
               UNTIL RA-RULE-SET-SUB > 3.
       3000-WRITE-ANALYTICS-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3050-WRITE-BASELINE-NOTE                                 *
      *      NAME A MONTH TAKEN FROM THE ROLL-UP BASELINE AND THE *
      *      LINES IT CANNOT SUPPLY.                              *
      *----------------------------------------------------------*
       3050-WRITE-BASELINE-NOTE.
           MOVE RA-BASE-THRU TO RA-BLN-THRU
           MOVE RA-RPT-BASELINE-NOTE-1 TO ANALYTICS-REPORT-REC
           PERFORM 7100-WRITE-ANALYTICS-LINE
               THRU 7100-WRITE-ANALYTICS-LINE-EXIT
           MOVE RA-RPT-BASELINE-NOTE-2 TO ANALYTICS-REPORT-REC
           PERFORM 7100-WRITE-ANALYTICS-LINE
               THRU 7100-WRITE-ANALYTICS-LINE-EXIT.
       3050-WRITE-BASELINE-NOTE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-WRITE-ONE-SOURCE-LINE                               *
      *      PRINT ONE SOURCE'S REJECTION LINE.  A SOURCE WITH    *
       3200-WRITE-ONE-VERSION-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-WRITE-ONE-RULE-SET-LINE                             *
      *      PRINT THE REJECTIONS ONE DECIDING RULE SET MADE.     *
      *      EVERY RULE SET IS SHOWN, WITH OR WITHOUT REJECTIONS. *
      *----------------------------------------------------------*
       3300-WRITE-ONE-RULE-SET-LINE.
           EVALUATE RA-RULE-SET-SUB
               WHEN 1
                   MOVE 'RULE SET ONE' TO RA-DET-LABEL
               WHEN 2
                   MOVE 'RULE SET TWO' TO RA-DET-LABEL
               WHEN OTHER
                   MOVE 'BOTH RULE SETS FAILED' TO RA-DET-LABEL
           END-EVALUATE
           MOVE RA-RULE-SET-REJECTS(RA-RULE-SET-SUB, 1)
               TO RA-DET-CURRENT
           MOVE RA-RULE-SET-REJECTS(RA-RULE-SET-SUB, 2)
               TO RA-DET-PRIOR
           COMPUTE RA-DET-MOVE-WORK =
               RA-RULE-SET-REJECTS(RA-RULE-SET-SUB, 1)
                   - RA-RULE-SET-REJECTS(RA-RULE-SET-SUB, 2)
           MOVE RA-DET-MOVE-WORK TO RA-DET-MOVEMENT
           MOVE RA-DETAIL-LINE TO ANALYTICS-REPORT-REC
           PERFORM 7100-WRITE-ANALYTICS-LINE
               THRU 7100-WRITE-ANALYTICS-LINE-EXIT
           ADD 1 TO RA-RULE-SET-SUB.
       3300-WRITE-ONE-RULE-SET-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-ANALYTICS-LINE                                *
      *      WRITE ONE ANALYTICS-REPORT LINE AND CONFIRM THE      *
           IF RA-SKIPPED-COUNT > 0
               DISPLAY 'P11: RECORDS WITH UNREADABLE COUNTS '
                   'SKIPPED : ' RA-SKIPPED-COUNT
           END-IF
           IF RA-FROM-BASE-SW(1) = 'Y'
               DISPLAY 'P11: THIS MONTH TAKEN FROM ROLL-UP BASELINE '
                   'THROUGH ' RA-BASE-THRU
           END-IF
           IF RA-FROM-BASE-SW(2) = 'Y'
               DISPLAY 'P11: PRIOR MONTH TAKEN FROM ROLL-UP BASELINE '
                   'THROUGH ' RA-BASE-THRU
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
