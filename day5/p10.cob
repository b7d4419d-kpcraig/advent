      *                      WHAT A PROPOSED VERSION DOES TO
      *                      YESTERDAY'S TRAFFIC BEFORE COMMITTING
      *                      AN EFFECTIVE DATE.
      *    01/04/2027 JAD   EACH SOURCE IS SIMULATED UNDER THE
      *                      OFFICIAL RULE SET SRCCTLDD NAMES FOR
      *                      IT, AS P1 NOW SCREENS IT.  RULE SET
      *                      TWO HAS NO VERSIONS, SO A RULE SET
      *                      TWO SOURCE DECIDES THE SAME WAY UNDER
      *                      BOTH VERSIONS AND A BOTH-SETS SOURCE
      *                      PASSES ONLY WHERE RULE SET TWO ALSO
      *                      PASSES.  FLIP LINES SHOW THE SOURCE
      *                      AND ITS RULE SET.
      *    02/01/2027 JAD   WORDS ARE TRANSLITERATED THROUGH THE
      *                      TRANSLITERATION CONTROL FILE
      *                      (TRANSLITDD) BEFORE VALIDATION, AS P1
      *                      NOW DOES, SO ACCENTED WORDS P1 SCREENS
      *                      ARE SIMULATED INSTEAD OF SKIPPED.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      AND TRAILER RECORDS ARE PASSED OVER WITHOUT THE P1     *
      *      ACCEPTANCE CHECKS, AND RECORDS P1 WOULD QUARANTINE     *
      *      ARE COUNTED AND SKIPPED.  PERCENTAGES ARE OVER THE     *
      *      RECORDS SCREENED, DUPLICATES INCLUDED.  EACH SOURCE    *
      *      IS DECIDED UNDER ITS SRCCTLDD RULE SET (1, 2 OR B -    *
      *      BLANK OR NO CONTROL FILE MEANS RULE SET ONE).          *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'WHATIFDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WI-WHATIF-STATUS.
           SELECT TRANSLIT-FILE
               ASSIGN TO 'TRANSLITDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WI-TRANSLIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  SC-ACTIVE-FLAG          PIC X(01).
           02  FILLER                  PIC X(01).
           02  SC-VENDOR-NAME          PIC X(20).
           02  FILLER                  PIC X(01).
      *    OFFICIAL RULE SET - '1', '2' OR 'B'; BLANK MEANS '1'.
           02  SC-RULE-SET             PIC X(01).
           02  FILLER                  PIC X(31).

       FD  RULE-CONTROL-FILE.
       01  RULE-CONTROL-REC.
       FD  WHATIF-REPORT-FILE.
       01  WHATIF-REPORT-REC           PIC X(110).

      *    THE TRANSLITERATION CONTROL FILE, AS P1 READS IT: THE
      *    ACCENTED CHARACTER AS DELIVERED, ITS BASE LETTER(S) AND
      *    AN OPTIONAL DESCRIPTION, SEPARATED BY SPACES.
       FD  TRANSLIT-FILE.
       01  TRANSLIT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WI-SIM-DATE                 PIC 9(08).
       01  WI-SIM-DATE-IN              PIC X(08).
       01  WI-SRCCTL-STATUS            PIC X(02).
       01  WI-RULECTL-STATUS           PIC X(02).
       01  WI-WHATIF-STATUS            PIC X(02).
       01  WI-TRANSLIT-STATUS          PIC X(02).
       01  WI-LETTERS-LENGTH           PIC 9(02) COMP.
       01  WI-LETTERS                  PIC X(80).
       01  WI-LETTER-COUNT             PIC 99.
       01  WI-DECISIONS.
           02  WI-DECISION             OCCURS 2 TIMES PIC X(01).

      *    RULE SET TWO WORK AREAS, AS IN P1.
       01  WI-RS2-OUTER-INDEX          PIC 99.
       01  WI-RS2-INNER-INDEX          PIC 99.
       01  WI-RS2-OUTER-PAIR           PIC X(02).
       01  WI-RS2-INNER-PAIR           PIC X(02).
       01  WI-RS2-PAIR-SW              PIC X VALUE 'N'.
           88  WI-RS2-PAIR-FOUND           VALUE 'Y'.
       01  WI-RS2-REPEAT-SW            PIC X VALUE 'N'.
           88  WI-RS2-REPEAT-FOUND         VALUE 'Y'.

      *    THE ACTIVE SOURCE LIST AND CURRENT-FEED CONTROLS, AS
      *    IN P1 BUT WITHOUT THE ACCEPTANCE MACHINERY - THE REAL
      *    SCREEN ALREADY VERIFIED THESE FEEDS.
               03  WI-SRC-CODE         PIC X(02).
               03  WI-SRC-SLOT         PIC 9(02).
               03  WI-SRC-DD           PIC X(10).
               03  WI-SRC-RULE-SET     PIC X(01).
       01  WI-SOURCE-COUNT             PIC 9(02) VALUE 0.
       01  WI-SRCCTL-END-SW            PIC X VALUE 'N'.
           88  WI-SRCCTL-END               VALUE 'Y'.
           88  WI-SRC-ENTRY-REJECTED       VALUE 'Y'.
       01  WI-CURRENT-ENTRY            PIC 9(02) VALUE 1.
       01  WI-CURRENT-SLOT             PIC 9(02) VALUE 1.
       01  WI-CURRENT-RULE-SET         PIC X(01) VALUE '1'.
           88  WI-CURRENT-USES-TWO         VALUE '2' 'B'.
       01  WI-FEED-EOF-SW              PIC X VALUE 'N'.
           88  WI-FEED-EOF                 VALUE 'Y'.
       01  WI-ALL-SOURCES-SW           PIC X VALUE 'N'.
       01  WI-REASSEMBLY-BUFFER        PIC X(99).
       01  WI-REASSEMBLY-LENGTH        PIC 9(02) COMP.

      *    TRANSLITERATION TABLE LOADED FROM TRANSLITDD, AS IN P1.
       01  WI-TL-TABLE.
           02  WI-TL-ENTRY             OCCURS 200 TIMES.
               03  WI-TL-FROM          PIC X(04).
               03  WI-TL-FROM-LENGTH   PIC 9(02) COMP.
               03  WI-TL-TO            PIC X(04).
               03  WI-TL-TO-LENGTH     PIC 9(02) COMP.
       01  WI-TL-COUNT                 PIC 9(04) VALUE 0.
       01  WI-TL-SUB                   PIC 9(04).
       01  WI-TL-END-SW                PIC X VALUE 'N'.
           88  WI-TL-END                   VALUE 'Y'.
       01  WI-TL-HIT-SW                PIC X VALUE 'N'.
           88  WI-TL-HIT                   VALUE 'Y'.
       01  WI-TL-MAPPED-SW             PIC X VALUE 'N'.
           88  WI-TL-WORD-MAPPED           VALUE 'Y'.
       01  WI-TL-IN-FROM               PIC X(80).
       01  WI-TL-IN-FROM-LENGTH        PIC 9(02) COMP.
       01  WI-TL-IN-TO                 PIC X(80).
       01  WI-TL-IN-TO-LENGTH          PIC 9(02) COMP.
       01  WI-TL-LAST-ASCII            PIC X VALUE X'7F'.
       01  WI-TL-SCAN-SUB              PIC 9(02) COMP.
       01  WI-TL-WORD                  PIC X(99).
       01  WI-TL-WORD-LENGTH           PIC 9(02) COMP.
       01  WI-TL-APPEND-TEXT           PIC X(04).
       01  WI-TL-APPEND-LENGTH         PIC 9(02) COMP.
       01  WI-DELIVERED-WORD           PIC X(80).
       01  WI-DELIVERED-LENGTH         PIC 9(02) COMP.

       01  WI-RECORDS-SCREENED         PIC 9(08) VALUE 0.
       01  WI-SKIPPED-COUNT            PIC 9(08) VALUE 0.
       01  WI-PASS-IN-FORCE-COUNT      PIC 9(08) VALUE 0.
           02  WI-FLIP-WORD            PIC X(80).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  WI-FLIP-TEXT            PIC X(16).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  WI-FLIP-SOURCE          PIC X(02).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  WI-FLIP-RULE-SET        PIC X(04).

       01  WI-RPT-TRAILER-1.
           02  FILLER                  PIC X(30)
               THRU 1100-LOAD-RULE-VERSIONS-EXIT
           PERFORM 1150-LOAD-SOURCE-CONTROL
               THRU 1150-LOAD-SOURCE-CONTROL-EXIT
           PERFORM 1240-LOAD-TRANSLIT-TABLE
               THRU 1240-LOAD-TRANSLIT-TABLE-EXIT
           MOVE 1 TO WI-ENTRY-SUB
           PERFORM 1075-OPEN-ONE-FEED
               THRU 1075-OPEN-ONE-FEED-EXIT
               THRU 7100-WRITE-WHATIF-LINE-EXIT
           MOVE 1 TO WI-CURRENT-ENTRY
           MOVE WI-SRC-SLOT(1) TO WI-CURRENT-SLOT
           MOVE WI-SRC-RULE-SET(1) TO WI-CURRENT-RULE-SET
           MOVE 'N' TO WI-FEED-EOF-SW
           PERFORM 1900-READ-NEXT-WORD
               THRU 1900-READ-NEXT-WORD-EXIT.
               MOVE '01' TO WI-SRC-CODE(1)
               MOVE 1 TO WI-SRC-SLOT(1)
               MOVE 'INPUTDD' TO WI-SRC-DD(1)
               MOVE '1' TO WI-SRC-RULE-SET(1)
               MOVE '02' TO WI-SRC-CODE(2)
               MOVE 2 TO WI-SRC-SLOT(2)
               MOVE 'INPUT2DD' TO WI-SRC-DD(2)
               MOVE '1' TO WI-SRC-RULE-SET(2)
               MOVE '03' TO WI-SRC-CODE(3)
               MOVE 3 TO WI-SRC-SLOT(3)
               MOVE 'INPUT3DD' TO WI-SRC-DD(3)
               MOVE '1' TO WI-SRC-RULE-SET(3)
               GO TO 1150-LOAD-SOURCE-CONTROL-EXIT
           END-IF
           IF WI-SRCCTL-STATUS NOT = '00'
       1150-LOAD-SOURCE-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1240-LOAD-TRANSLIT-TABLE                                 *
      *      READ THE TRANSLITERATION CONTROL FILE INTO THE       *
      *      TABLE, AS P1 DOES.  A MISSING FILE (STATUS 35) IS    *
      *      NOT AN ERROR - NOTHING IS TRANSLITERATED.            *
      *----------------------------------------------------------*
       1240-LOAD-TRANSLIT-TABLE.
           MOVE 0 TO WI-TL-COUNT
           OPEN INPUT TRANSLIT-FILE
           IF WI-TRANSLIT-STATUS = '35'
               GO TO 1240-LOAD-TRANSLIT-TABLE-EXIT
           END-IF
           IF WI-TRANSLIT-STATUS NOT = '00'
               DISPLAY 'P10: CANNOT OPEN TRANSLITDD - STATUS '
                   WI-TRANSLIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WI-TL-END-SW
           PERFORM 1245-EVALUATE-ONE-TRANSLIT-ENTRY
               THRU 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
               UNTIL WI-TL-END
           CLOSE TRANSLIT-FILE.
       1240-LOAD-TRANSLIT-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1245-EVALUATE-ONE-TRANSLIT-ENTRY                         *
      *      READ ONE TRANSLITERATION RECORD AND ADD IT TO THE    *
      *      TABLE WHEN P1 WOULD ACCEPT IT.  COMMENT AND BLANK    *
      *      LINES ARE PASSED OVER; P1 REPORTS BAD ENTRIES.       *
      *----------------------------------------------------------*
       1245-EVALUATE-ONE-TRANSLIT-ENTRY.
           READ TRANSLIT-FILE
               AT END
                   SET WI-TL-END TO TRUE
                   GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-READ
           IF WI-TRANSLIT-STATUS NOT = '00'
               DISPLAY 'P10: I/O ERROR ON TRANSLITDD - FILE STATUS '
                   WI-TRANSLIT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF TRANSLIT-REC(1:1) = '*' OR TRANSLIT-REC = SPACES
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           MOVE SPACES TO WI-TL-IN-FROM
           MOVE SPACES TO WI-TL-IN-TO
           MOVE 0 TO WI-TL-IN-FROM-LENGTH
           MOVE 0 TO WI-TL-IN-TO-LENGTH
           UNSTRING TRANSLIT-REC DELIMITED BY ALL ' '
               INTO WI-TL-IN-FROM COUNT IN WI-TL-IN-FROM-LENGTH
                    WI-TL-IN-TO COUNT IN WI-TL-IN-TO-LENGTH
           IF WI-TL-IN-FROM-LENGTH = 0 OR WI-TL-IN-FROM-LENGTH > 4
               OR WI-TL-IN-FROM(1:1) NOT > WI-TL-LAST-ASCII
               OR WI-TL-IN-TO-LENGTH = 0 OR WI-TL-IN-TO-LENGTH > 4
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           IF WI-TL-IN-TO(1:WI-TL-IN-TO-LENGTH) NOT ALPHABETIC
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           IF WI-TL-COUNT >= 200
               DISPLAY 'P10: TRANSLITERATION FILE HAS MORE THAN '
                   '200 ENTRIES - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WI-TL-COUNT
           MOVE WI-TL-IN-FROM TO WI-TL-FROM(WI-TL-COUNT)
           MOVE WI-TL-IN-FROM-LENGTH TO WI-TL-FROM-LENGTH(WI-TL-COUNT)
           MOVE WI-TL-IN-TO TO WI-TL-TO(WI-TL-COUNT)
           MOVE WI-TL-IN-TO-LENGTH TO WI-TL-TO-LENGTH(WI-TL-COUNT).
       1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1160-EVALUATE-ONE-SOURCE                                 *
      *      READ ONE SOURCE CONTROL RECORD AND ADD IT TO THE     *
               OR SC-SOURCE-CODE > '10'
               GO TO 1160-EVALUATE-ONE-SOURCE-EXIT
           END-IF
           IF SC-RULE-SET = SPACE
               MOVE '1' TO SC-RULE-SET
           END-IF
           IF SC-RULE-SET NOT = '1' AND SC-RULE-SET NOT = '2'
               AND SC-RULE-SET NOT = 'B'
               GO TO 1160-EVALUATE-ONE-SOURCE-EXIT
           END-IF
           MOVE 'N' TO WI-SLOT-FOUND-SW
           MOVE 1 TO WI-SLOT-SUB
           PERFORM 1162-MATCH-ONE-SLOT
           ADD 1 TO WI-SOURCE-COUNT
           MOVE SC-SOURCE-CODE TO WI-SRC-CODE(WI-SOURCE-COUNT)
           MOVE WI-SLOT-SUB TO WI-SRC-SLOT(WI-SOURCE-COUNT)
           MOVE SC-FEED-DD TO WI-SRC-DD(WI-SOURCE-COUNT)
           MOVE SC-RULE-SET TO WI-SRC-RULE-SET(WI-SOURCE-COUNT).
       1160-EVALUATE-ONE-SOURCE-EXIT.
           EXIT.

           ELSE
               MOVE WI-SRC-SLOT(WI-CURRENT-ENTRY)
                   TO WI-CURRENT-SLOT
               MOVE WI-SRC-RULE-SET(WI-CURRENT-ENTRY)
                   TO WI-CURRENT-RULE-SET
               MOVE 'N' TO WI-FEED-EOF-SW
           END-IF.
       1940-ADVANCE-TO-NEXT-SOURCE-EXIT.

      *----------------------------------------------------------*
      *  2000-SIMULATE-WORDS                                      *
      *      SCREEN THE CURRENT WORD UNDER BOTH VERSIONS, APPLY   *
      *      THE SOURCE'S OFFICIAL RULE SET, TALLY AND REPORT ANY *
      *      FLIP, AND READ THE NEXT WORD.                        *
      *----------------------------------------------------------*
       2000-SIMULATE-WORDS.
           PERFORM 2040-TRANSLITERATE-WORD
               THRU 2040-TRANSLITERATE-WORD-EXIT
           PERFORM 2050-VALIDATE-WORD
               THRU 2050-VALIDATE-WORD-EXIT
           IF NOT WI-RECORD-VALID
           PERFORM 2100-SCORE-UNDER-ONE-SET
               THRU 2100-SCORE-UNDER-ONE-SET-EXIT
               UNTIL WI-SET-SUB > 2
           IF WI-CURRENT-USES-TWO
               PERFORM 2200-SCORE-RULESET-TWO
                   THRU 2200-SCORE-RULESET-TWO-EXIT
               EVALUATE WI-CURRENT-RULE-SET
                   WHEN '2'
                       IF WI-RS2-PAIR-FOUND AND WI-RS2-REPEAT-FOUND
                           MOVE 'Y' TO WI-DECISION(1)
                           MOVE 'Y' TO WI-DECISION(2)
                       ELSE
                           MOVE 'N' TO WI-DECISION(1)
                           MOVE 'N' TO WI-DECISION(2)
                       END-IF
                   WHEN OTHER
                       IF NOT WI-RS2-PAIR-FOUND
                           OR NOT WI-RS2-REPEAT-FOUND
                           MOVE 'N' TO WI-DECISION(1)
                           MOVE 'N' TO WI-DECISION(2)
                       END-IF
               END-EVALUATE
           END-IF
           IF WI-DECISION(1) = 'Y'
               ADD 1 TO WI-PASS-IN-FORCE-COUNT
           END-IF
           END-IF
           IF WI-DECISION(1) = 'Y' AND WI-DECISION(2) = 'N'
               ADD 1 TO WI-FLIP-TO-REJECT-COUNT
               MOVE 'ACCEPT -> REJECT' TO WI-FLIP-TEXT
               PERFORM 2400-BUILD-FLIP-LINE
                   THRU 2400-BUILD-FLIP-LINE-EXIT
               MOVE WI-FLIP-LINE TO WHATIF-REPORT-REC
               PERFORM 7100-WRITE-WHATIF-LINE
                   THRU 7100-WRITE-WHATIF-LINE-EXIT
           END-IF
           IF WI-DECISION(1) = 'N' AND WI-DECISION(2) = 'Y'
               ADD 1 TO WI-FLIP-TO-ACCEPT-COUNT
               MOVE 'REJECT -> ACCEPT' TO WI-FLIP-TEXT
               PERFORM 2400-BUILD-FLIP-LINE
                   THRU 2400-BUILD-FLIP-LINE-EXIT
               MOVE WI-FLIP-LINE TO WHATIF-REPORT-REC
               PERFORM 7100-WRITE-WHATIF-LINE
                   THRU 7100-WRITE-WHATIF-LINE-EXIT
       2000-SIMULATE-WORDS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2040-TRANSLITERATE-WORD                                  *
      *      REBUILD THE WORD WITH EVERY ACCENTED CHARACTER THE   *
      *      TABLE COVERS REPLACED BY ITS BASE LETTER(S), EXACTLY *
      *      AS P1 DOES.                                          *
      *----------------------------------------------------------*
       2040-TRANSLITERATE-WORD.
           MOVE WI-LETTERS TO WI-DELIVERED-WORD
           MOVE WI-LETTERS-LENGTH TO WI-DELIVERED-LENGTH
           MOVE 'N' TO WI-TL-MAPPED-SW
           IF WI-TL-COUNT = 0
               OR WI-LETTERS-LENGTH = 0 OR WI-LETTERS-LENGTH > 80
               GO TO 2040-TRANSLITERATE-WORD-EXIT
           END-IF
           MOVE SPACES TO WI-TL-WORD
           MOVE 0 TO WI-TL-WORD-LENGTH
           MOVE 1 TO WI-TL-SCAN-SUB
           PERFORM 2042-TRANSLITERATE-ONE-POSITION
               THRU 2042-TRANSLITERATE-ONE-POSITION-EXIT
               UNTIL WI-TL-SCAN-SUB > WI-DELIVERED-LENGTH
           IF NOT WI-TL-WORD-MAPPED
               GO TO 2040-TRANSLITERATE-WORD-EXIT
           END-IF
           MOVE WI-TL-WORD(1:80) TO WI-LETTERS
           MOVE WI-TL-WORD-LENGTH TO WI-LETTERS-LENGTH.
       2040-TRANSLITERATE-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2042-TRANSLITERATE-ONE-POSITION                          *
      *      APPEND THE BASE LETTER(S) OF A TABLE ENTRY MATCHING  *
      *      AT THE SCAN POSITION AND STEP PAST ITS BYTES, OR     *
      *      ELSE COPY THE ONE BYTE UNCHANGED.                    *
      *----------------------------------------------------------*
       2042-TRANSLITERATE-ONE-POSITION.
           MOVE 'N' TO WI-TL-HIT-SW
           IF WI-DELIVERED-WORD(WI-TL-SCAN-SUB:1) > WI-TL-LAST-ASCII
               MOVE 1 TO WI-TL-SUB
               PERFORM 2044-MATCH-TRANSLIT-ENTRY
                   THRU 2044-MATCH-TRANSLIT-ENTRY-EXIT
                   UNTIL WI-TL-SUB > WI-TL-COUNT
                       OR WI-TL-HIT
           END-IF
           IF WI-TL-HIT
               SET WI-TL-WORD-MAPPED TO TRUE
               MOVE WI-TL-TO(WI-TL-SUB) TO WI-TL-APPEND-TEXT
               MOVE WI-TL-TO-LENGTH(WI-TL-SUB) TO WI-TL-APPEND-LENGTH
               PERFORM 2046-APPEND-TO-TL-WORD
                   THRU 2046-APPEND-TO-TL-WORD-EXIT
               ADD WI-TL-FROM-LENGTH(WI-TL-SUB) TO WI-TL-SCAN-SUB
           ELSE
               MOVE WI-DELIVERED-WORD(WI-TL-SCAN-SUB:1)
                   TO WI-TL-APPEND-TEXT
               MOVE 1 TO WI-TL-APPEND-LENGTH
               PERFORM 2046-APPEND-TO-TL-WORD
                   THRU 2046-APPEND-TO-TL-WORD-EXIT
               ADD 1 TO WI-TL-SCAN-SUB
           END-IF.
       2042-TRANSLITERATE-ONE-POSITION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2044-MATCH-TRANSLIT-ENTRY                                *
      *      COMPARE ONE TABLE ENTRY'S CHARACTER TO THE WORD AT   *
      *      THE SCAN POSITION, LEAVING THE SUBSCRIPT ON A MATCH. *
      *----------------------------------------------------------*
       2044-MATCH-TRANSLIT-ENTRY.
           IF WI-TL-SCAN-SUB + WI-TL-FROM-LENGTH(WI-TL-SUB) - 1
                   NOT > WI-DELIVERED-LENGTH
               IF WI-DELIVERED-WORD(WI-TL-SCAN-SUB:
                       WI-TL-FROM-LENGTH(WI-TL-SUB))
                   = WI-TL-FROM(WI-TL-SUB)
                       (1:WI-TL-FROM-LENGTH(WI-TL-SUB))
                   SET WI-TL-HIT TO TRUE
                   GO TO 2044-MATCH-TRANSLIT-ENTRY-EXIT
               END-IF
           END-IF
           ADD 1 TO WI-TL-SUB.
       2044-MATCH-TRANSLIT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2046-APPEND-TO-TL-WORD                                   *
      *      APPEND THE APPEND TEXT TO THE WORD BEING REBUILT,    *
      *      CAPPING AT THE WORK AREA SIZE.                       *
      *----------------------------------------------------------*
       2046-APPEND-TO-TL-WORD.
           IF WI-TL-WORD-LENGTH + WI-TL-APPEND-LENGTH <= 99
               MOVE WI-TL-APPEND-TEXT(1:WI-TL-APPEND-LENGTH)
                   TO WI-TL-WORD
                       (WI-TL-WORD-LENGTH + 1:WI-TL-APPEND-LENGTH)
               ADD WI-TL-APPEND-LENGTH TO WI-TL-WORD-LENGTH
           ELSE
               MOVE 99 TO WI-TL-WORD-LENGTH
           END-IF.
       2046-APPEND-TO-TL-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2050-VALIDATE-WORD                                       *
      *      SKIP ANY RECORD P1 WOULD QUARANTINE - ZERO-LENGTH,   *
      *      OVER-LENGTH OR NON-ALPHABETIC AFTER TRANSLITERATION. *
      *----------------------------------------------------------*
       2050-VALIDATE-WORD.
           MOVE 'Y' TO WI-VALID-SW
       2116-CHECK-PAIR-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-SCORE-RULESET-TWO                                   *
      *      SCORE THE CURRENT WORD UNDER RULE SET TWO, EXACTLY   *
      *      AS P1 DOES: A NON-OVERLAPPING REPEATING LETTER PAIR, *
      *      AND A LETTER THAT REPEATS WITH EXACTLY ONE LETTER    *
      *      BETWEEN.                                             *
      *----------------------------------------------------------*
       2200-SCORE-RULESET-TWO.
           MOVE 'N' TO WI-RS2-PAIR-SW
           MOVE 'N' TO WI-RS2-REPEAT-SW
           IF WI-LETTERS-LENGTH > 3
               MOVE 1 TO WI-RS2-OUTER-INDEX
               PERFORM 2210-CHECK-PAIR-AT-OUTER
                   THRU 2210-CHECK-PAIR-AT-OUTER-EXIT
                   UNTIL WI-RS2-OUTER-INDEX > WI-LETTERS-LENGTH - 1
                       OR WI-RS2-PAIR-FOUND
           END-IF
           IF WI-LETTERS-LENGTH > 2
               MOVE 1 TO WI-RS2-OUTER-INDEX
               PERFORM 2220-CHECK-REPEAT-AT-OUTER
                   THRU 2220-CHECK-REPEAT-AT-OUTER-EXIT
                   UNTIL WI-RS2-OUTER-INDEX > WI-LETTERS-LENGTH - 2
                       OR WI-RS2-REPEAT-FOUND
           END-IF.
       2200-SCORE-RULESET-TWO-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2210-CHECK-PAIR-AT-OUTER                                 *
      *      LOOK FOR A LATER, NON-OVERLAPPING OCCURRENCE OF THE  *
      *      LETTER PAIR STARTING AT THE OUTER INDEX.             *
      *----------------------------------------------------------*
       2210-CHECK-PAIR-AT-OUTER.
           MOVE WI-LETTERS(WI-RS2-OUTER-INDEX:2) TO WI-RS2-OUTER-PAIR
           COMPUTE WI-RS2-INNER-INDEX = WI-RS2-OUTER-INDEX + 2
           PERFORM 2211-COMPARE-PAIR
               THRU 2211-COMPARE-PAIR-EXIT
               UNTIL WI-RS2-INNER-INDEX > WI-LETTERS-LENGTH - 1
                   OR WI-RS2-PAIR-FOUND
           ADD 1 TO WI-RS2-OUTER-INDEX.
       2210-CHECK-PAIR-AT-OUTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2211-COMPARE-PAIR                                        *
      *      COMPARE THE OUTER PAIR TO THE PAIR AT THE INNER      *
      *      INDEX.                                               *
      *----------------------------------------------------------*
       2211-COMPARE-PAIR.
           MOVE WI-LETTERS(WI-RS2-INNER-INDEX:2) TO WI-RS2-INNER-PAIR
           IF WI-RS2-OUTER-PAIR = WI-RS2-INNER-PAIR
               SET WI-RS2-PAIR-FOUND TO TRUE
           END-IF
           ADD 1 TO WI-RS2-INNER-INDEX.
       2211-COMPARE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2220-CHECK-REPEAT-AT-OUTER                               *
      *      LOOK FOR A LETTER THAT REPEATS WITH EXACTLY ONE      *
      *      LETTER BETWEEN THE TWO OCCURRENCES.                  *
      *----------------------------------------------------------*
       2220-CHECK-REPEAT-AT-OUTER.
           IF WI-LETTERS(WI-RS2-OUTER-INDEX:1) =
               WI-LETTERS(WI-RS2-OUTER-INDEX + 2:1)
               SET WI-RS2-REPEAT-FOUND TO TRUE
           END-IF
           ADD 1 TO WI-RS2-OUTER-INDEX.
       2220-CHECK-REPEAT-AT-OUTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-BUILD-FLIP-LINE                                     *
      *      FILL IN THE WORD, SOURCE AND OFFICIAL RULE SET OF A  *
      *      FLIP LINE WHOSE DIRECTION IS ALREADY SET.            *
      *----------------------------------------------------------*
       2400-BUILD-FLIP-LINE.
           MOVE WI-LETTERS TO WI-FLIP-WORD
           MOVE WI-SRC-CODE(WI-CURRENT-ENTRY) TO WI-FLIP-SOURCE
           EVALUATE WI-CURRENT-RULE-SET
               WHEN '2'
                   MOVE 'RS2' TO WI-FLIP-RULE-SET
               WHEN 'B'
                   MOVE 'BOTH' TO WI-FLIP-RULE-SET
               WHEN OTHER
                   MOVE 'RS1' TO WI-FLIP-RULE-SET
           END-EVALUATE.
       2400-BUILD-FLIP-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-WHATIF-LINE                                   *
      *      WRITE ONE SIMULATION-REPORT LINE AND CONFIRM THE     *
