      *=============================================================*
      *  IDENTIFICATION DIVISION.                                    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    P16.
       AUTHOR.        J DUNLAP.
       INSTALLATION.  WORD SCREENING UNIT.
       DATE-WRITTEN.  12/21/2026.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    12/21/2026 JAD   ORIGINAL VERSION.  CONFUSABLE-WORD
      *                      CHECK OF THE DAY'S GOOD-WORDS MASTER
      *                      ADDITIONS.  EVERY WORD P2 ADDED ON THE
      *                      CHECK DATE (CNFDATE, YYYYMMDD, DEFAULT
      *                      TODAY) IS COMPARED AGAINST THE WHOLE
      *                      LIVE MASTER (WORDMSTDD) FOR THREE
      *                      KINDS OF RESEMBLANCE - ONE LETTER
      *                      APART, TWO ADJACENT LETTERS SWAPPED,
      *                      AND ONE WORD BEING THE OTHER PLUS A
      *                      TRAILING LETTER.  EACH RESEMBLANCE IS
      *                      LISTED ON THE REVIEW REPORT (CNFRPTDD)
      *                      AND EACH RESEMBLING ADDITION IS
      *                      APPENDED TO THE HELD-WORDS FILE
      *                      (CNFHLDDD), WHICH P12 WITHHOLDS FROM
      *                      THE DOWNSTREAM LIST UNTIL THE POLICY
      *                      GROUP SIGNS IT OFF.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      RUN AFTER THE P2 MERGE AND BEFORE P12.  THE MASTER IS  *
      *      NOT SCANNED PER ADDITION: EVERY VARIANT OF THE NEW     *
      *      WORD THAT WOULD COUNT AS A RESEMBLANCE IS BUILT AND    *
      *      LOOKED UP BY KEY - 25 PER LETTER FOR ONE LETTER APART, *
      *      ONE PER LETTER PAIR FOR A SWAP, ONE FOR THE WORD LESS  *
      *      ITS LAST LETTER AND 26 FOR THE WORD PLUS A LETTER.     *
      *      THE ONE SEQUENTIAL PASS ONLY PICKS OUT THE ADDITIONS.  *
      *      THE HELD-WORDS FILE (CNFHLDDD) IS THIS CHECK'S OWN     *
      *      FILE, NOT THE P7 RETIREMENT HOLD LIST (HOLDLSTDD).     *
      *      A HELD-WORDS RECORD IS THE WORD, THE DATE HELD, A      *
      *      STATUS (H HELD, R RELEASED), THE SIGN-OFF DATE AND     *
      *      THE SIGN-OFF INITIALS; THE POLICY GROUP RELEASES A     *
      *      WORD BY SETTING R, THE DATE AND THEIR INITIALS.  A     *
      *      WORD ALREADY ON THE HELD-WORDS FILE IS NOT ADDED       *
      *      AGAIN, SO THE RUN IS SAFE TO REPEAT.  A WORD THE       *
      *      POLICY GROUP WILL NOT RELEASE IS REMOVED THROUGH THE   *
      *      BLOCKLIST AND THE P14 RECALL.  RETURN CODE 4 MEANS     *
      *      WORDS WERE HELD FOR REVIEW.                            *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    THE ASSIGN-NAMES BELOW ARE JCL-STYLE DD NAMES RESOLVED
      *    FROM ENVIRONMENT VARIABLES AT RUN TIME, AS IN P1.
       FILE-CONTROL.
           SELECT MASTER-FILE
               ASSIGN TO 'WORDMSTDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-WORD
               FILE STATUS IS CW-MASTER-STATUS.
           SELECT HELD-WORDS-FILE
               ASSIGN TO 'CNFHLDDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CW-CNFHLD-STATUS.
           SELECT CONFUSABLE-REPORT-FILE
               ASSIGN TO 'CNFRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CW-CNFRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MASTER-FILE.
       01  MASTER-REC.
           02  MST-WORD                PIC X(80).
           02  MST-FIRST-SEEN          PIC 9(08).
           02  MST-LAST-SEEN           PIC 9(08).
           02  MST-TIMES-SEEN          PIC 9(06).
           02  MST-SRC-FLAGS.
               03  MST-SRC-FLAG        OCCURS 10 TIMES PIC X(01).

      *    ONE RECORD PER WORD HELD FOR POLICY SIGN-OFF.
       FD  HELD-WORDS-FILE.
       01  HELD-WORDS-REC.
           02  HL-WORD                 PIC X(80).
           02  FILLER                  PIC X(01).
           02  HL-HELD-DATE            PIC 9(08).
           02  FILLER                  PIC X(01).
           02  HL-STATUS               PIC X(01).
               88  HL-RELEASED             VALUE 'R'.
           02  FILLER                  PIC X(01).
           02  HL-SIGNOFF-DATE         PIC 9(08).
           02  FILLER                  PIC X(01).
           02  HL-SIGNOFF-BY           PIC X(08).

       FD  CONFUSABLE-REPORT-FILE.
       01  CONFUSABLE-REPORT-REC       PIC X(120).

       WORKING-STORAGE SECTION.
       01  CW-RUN-DATE                 PIC 9(08).
       01  CW-MASTER-STATUS            PIC X(02).
       01  CW-CNFHLD-STATUS            PIC X(02).
       01  CW-CNFRPT-STATUS            PIC X(02).
       01  CW-MASTER-END-SW            PIC X VALUE 'N'.
           88  CW-MASTER-END               VALUE 'Y'.
       01  CW-CNFHLD-END-SW            PIC X VALUE 'N'.
           88  CW-CNFHLD-END               VALUE 'Y'.
       01  CW-ALREADY-HELD-SW          PIC X VALUE 'N'.
           88  CW-ALREADY-HELD             VALUE 'Y'.

      *    CHECK DATE, FROM THE CNFDATE ENVIRONMENT VARIABLE.
       01  CW-CHECK-DATE-IN            PIC X(08).
       01  CW-CHECK-DATE               PIC 9(08).

       01  CW-ADDITION-COUNT           PIC 9(08) VALUE 0.
       01  CW-MATCH-COUNT              PIC 9(08) VALUE 0.
       01  CW-HELD-COUNT               PIC 9(08) VALUE 0.
       01  CW-ALREADY-COUNT            PIC 9(08) VALUE 0.
       01  CW-LOOKUP-COUNT             PIC 9(08) VALUE 0.
       01  CW-WORD-MATCHES             PIC 9(04).

      *    THE ADDITION BEING CHECKED, ITS LENGTH, AND THE VARIANT
      *    BUILT FROM IT FOR EACH KEYED LOOKUP.
       01  CW-NEW-WORD                 PIC X(80).
       01  CW-NEW-LENGTH               PIC 9(02) COMP.
       01  CW-VARIANT                  PIC X(80).
       01  CW-KIND-TEXT                PIC X(36).
       01  CW-POS                      PIC 9(02) COMP.
       01  CW-NEXT-POS                 PIC 9(02) COMP.
       01  CW-LETTER-SUB               PIC 9(02) COMP.
       01  CW-ALPHABET                 PIC X(26)
           VALUE 'abcdefghijklmnopqrstuvwxyz'.

      *    WORDS ALREADY ON THE HELD-WORDS FILE, HELD OR RELEASED,
      *    SO A RERUN DOES NOT HOLD THEM AGAIN.
       01  CW-HLD-LIST.
           02  CW-HLD-WORD             OCCURS 5000 TIMES PIC X(80).
       01  CW-HLD-COUNT                PIC 9(04) VALUE 0.
       01  CW-HLD-SUB                  PIC 9(04).

       01  CW-RPT-HEADING-1.
           02  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           02  CW-RPT-HDR-DATE         PIC 9999/99/99.
           02  FILLER                  PIC X(16) VALUE SPACES.
           02  FILLER                  PIC X(37)
               VALUE 'CONFUSABLE-WORD REVIEW - ADDITIONS OF'.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  CW-RPT-HDR-CHECK-DATE   PIC 9999/99/99.

       01  CW-RPT-HEADING-2            PIC X(80) VALUE ALL '-'.

       01  CW-NEW-WORD-LINE.
           02  CW-NWL-WORD             PIC X(80).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  CW-NWL-KIND             PIC X(36).

       01  CW-EXISTING-LINE.
           02  FILLER                  PIC X(12)
               VALUE '  RESEMBLES '.
           02  CW-EXL-WORD             PIC X(80).

       01  CW-RPT-TOTAL-LINE.
           02  CW-RPT-TOTAL-LABEL      PIC X(30).
           02  CW-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.

      *=============================================================*
      *  PROCEDURE DIVISION.                                        *
      *=============================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *      PASS THE MASTER IN KEY ORDER, CHECK EVERY ADDITION   *
      *      OF THE CHECK DATE BY KEYED VARIANT LOOKUPS, AND      *
      *      REPORT THE TALLIES.                                  *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-CHECK-ONE-WORD
               THRU 2000-CHECK-ONE-WORD-EXIT
               UNTIL CW-MASTER-END
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *      RESOLVE THE CHECK DATE, LOAD THE WORDS ALREADY HELD, *
      *      OPEN THE MASTER, THE HELD-WORDS FILE FOR APPENDING   *
      *      AND THE REPORT, AND POSITION AT THE FRONT OF THE     *
      *      MASTER.                                              *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CW-RUN-DATE FROM DATE YYYYMMDD
           MOVE CW-RUN-DATE TO CW-CHECK-DATE
           MOVE SPACES TO CW-CHECK-DATE-IN
           ACCEPT CW-CHECK-DATE-IN FROM ENVIRONMENT 'CNFDATE'
           IF CW-CHECK-DATE-IN NOT = SPACES
               IF CW-CHECK-DATE-IN NUMERIC
                   MOVE CW-CHECK-DATE-IN TO CW-CHECK-DATE
               ELSE
                   DISPLAY 'P16: CNFDATE VALUE NOT NUMERIC - RUN '
                       'DATE APPLIES'
               END-IF
           END-IF
           DISPLAY 'P16: CHECKING ADDITIONS FIRST SEEN '
               CW-CHECK-DATE
           PERFORM 1200-LOAD-HELD-WORDS
               THRU 1200-LOAD-HELD-WORDS-EXIT
           OPEN INPUT MASTER-FILE
           IF CW-MASTER-STATUS NOT = '00'
               DISPLAY 'P16: CANNOT OPEN WORDMSTDD - STATUS '
                   CW-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HELD-WORDS-FILE
           IF CW-CNFHLD-STATUS = '35'
               OPEN OUTPUT HELD-WORDS-FILE
           END-IF
           IF CW-CNFHLD-STATUS NOT = '00'
               DISPLAY 'P16: CANNOT OPEN CNFHLDDD - STATUS '
                   CW-CNFHLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CONFUSABLE-REPORT-FILE
           IF CW-CNFRPT-STATUS NOT = '00'
               DISPLAY 'P16: CANNOT OPEN CNFRPTDD - STATUS '
                   CW-CNFRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CW-RUN-DATE TO CW-RPT-HDR-DATE
           MOVE CW-CHECK-DATE TO CW-RPT-HDR-CHECK-DATE
           MOVE CW-RPT-HEADING-1 TO CONFUSABLE-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE CW-RPT-HEADING-2 TO CONFUSABLE-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE LOW-VALUES TO MST-WORD
           START MASTER-FILE KEY NOT < MST-WORD
               INVALID KEY
                   SET CW-MASTER-END TO TRUE
           END-START.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-HELD-WORDS                                     *
      *      LOAD EVERY WORD ALREADY ON THE HELD-WORDS FILE.  A   *
      *      MISSING FILE (STATUS 35) HOLDS NOTHING YET.  A FILE  *
      *      TOO BIG TO HOLD WHOLE ABANDONS THE RUN RATHER THAN   *
      *      HOLD A WORD TWICE.                                   *
      *----------------------------------------------------------*
       1200-LOAD-HELD-WORDS.
           MOVE 0 TO CW-HLD-COUNT
           OPEN INPUT HELD-WORDS-FILE
           IF CW-CNFHLD-STATUS = '35'
               GO TO 1200-LOAD-HELD-WORDS-EXIT
           END-IF
           IF CW-CNFHLD-STATUS NOT = '00'
               DISPLAY 'P16: CANNOT OPEN CNFHLDDD - STATUS '
                   CW-CNFHLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-HELD-WORD
               THRU 1210-LOAD-ONE-HELD-WORD-EXIT
               UNTIL CW-CNFHLD-END
           CLOSE HELD-WORDS-FILE.
       1200-LOAD-HELD-WORDS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1210-LOAD-ONE-HELD-WORD                                  *
      *      READ ONE HELD-WORDS RECORD INTO THE TABLE.  COMMENT  *
      *      AND BLANK LINES ARE PASSED OVER.                     *
      *----------------------------------------------------------*
       1210-LOAD-ONE-HELD-WORD.
           READ HELD-WORDS-FILE
               AT END
                   SET CW-CNFHLD-END TO TRUE
                   GO TO 1210-LOAD-ONE-HELD-WORD-EXIT
           END-READ
           IF CW-CNFHLD-STATUS NOT = '00'
               DISPLAY 'P16: I/O ERROR ON CNFHLDDD - FILE STATUS '
                   CW-CNFHLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF HL-WORD(1:1) = '*' OR HELD-WORDS-REC = SPACES
               GO TO 1210-LOAD-ONE-HELD-WORD-EXIT
           END-IF
           IF CW-HLD-COUNT >= 5000
               DISPLAY 'P16: CNFHLDDD HAS MORE THAN 5000 ENTRIES '
                   '- RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CW-HLD-COUNT
           MOVE HL-WORD TO CW-HLD-WORD(CW-HLD-COUNT).
       1210-LOAD-ONE-HELD-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-CHECK-ONE-WORD                                      *
      *      READ THE NEXT MASTER ENTRY.  AN ADDITION OF THE      *
      *      CHECK DATE HAS EVERY VARIANT LOOKED UP; THE KEYED    *
      *      LOOKUPS MOVE THE FILE POSITION, SO THE PASS IS       *
      *      RESTARTED JUST PAST THE ADDITION AFTERWARDS.         *
      *----------------------------------------------------------*
       2000-CHECK-ONE-WORD.
           READ MASTER-FILE NEXT
               AT END
                   SET CW-MASTER-END TO TRUE
                   GO TO 2000-CHECK-ONE-WORD-EXIT
           END-READ
           IF CW-MASTER-STATUS NOT = '00'
               DISPLAY 'P16: I/O ERROR ON WORDMSTDD - FILE STATUS '
                   CW-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF MST-FIRST-SEEN NOT = CW-CHECK-DATE
               GO TO 2000-CHECK-ONE-WORD-EXIT
           END-IF
           ADD 1 TO CW-ADDITION-COUNT
           MOVE MST-WORD TO CW-NEW-WORD
           MOVE 0 TO CW-WORD-MATCHES
           PERFORM 2050-MEASURE-NEW-WORD
               THRU 2050-MEASURE-NEW-WORD-EXIT
           IF CW-NEW-LENGTH = 0
               GO TO 2000-CHECK-ONE-WORD-EXIT
           END-IF
           MOVE 'ONE LETTER APART' TO CW-KIND-TEXT
           MOVE 1 TO CW-POS
           PERFORM 2100-VARY-ONE-POSITION
               THRU 2100-VARY-ONE-POSITION-EXIT
               UNTIL CW-POS > CW-NEW-LENGTH
           MOVE 'ADJACENT LETTERS SWAPPED' TO CW-KIND-TEXT
           MOVE 1 TO CW-POS
           PERFORM 2200-SWAP-ONE-PAIR
               THRU 2200-SWAP-ONE-PAIR-EXIT
               UNTIL CW-POS >= CW-NEW-LENGTH
           PERFORM 2300-CHECK-TRAILING-LETTER
               THRU 2300-CHECK-TRAILING-LETTER-EXIT
           IF CW-WORD-MATCHES > 0
               PERFORM 2500-HOLD-NEW-WORD
                   THRU 2500-HOLD-NEW-WORD-EXIT
           END-IF
           MOVE CW-NEW-WORD TO MST-WORD
           START MASTER-FILE KEY > MST-WORD
               INVALID KEY
                   SET CW-MASTER-END TO TRUE
           END-START.
       2000-CHECK-ONE-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2050-MEASURE-NEW-WORD                                    *
      *      FIND THE TRAILING-SPACE-TRIMMED LENGTH OF THE        *
      *      ADDITION.                                            *
      *----------------------------------------------------------*
       2050-MEASURE-NEW-WORD.
           MOVE 80 TO CW-NEW-LENGTH
           PERFORM 2060-TRIM-ONE-SPACE
               THRU 2060-TRIM-ONE-SPACE-EXIT
               UNTIL CW-NEW-LENGTH = 0
                   OR CW-NEW-WORD(CW-NEW-LENGTH:1) NOT = SPACE.
       2050-MEASURE-NEW-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2060-TRIM-ONE-SPACE                                      *
      *      STEP THE MEASURED LENGTH BACK PAST ONE TRAILING      *
      *      SPACE.                                               *
      *----------------------------------------------------------*
       2060-TRIM-ONE-SPACE.
           SUBTRACT 1 FROM CW-NEW-LENGTH.
       2060-TRIM-ONE-SPACE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-VARY-ONE-POSITION                                   *
      *      LOOK UP EVERY WORD THAT DIFFERS FROM THE ADDITION    *
      *      ONLY IN THE LETTER AT THE CURRENT POSITION.          *
      *----------------------------------------------------------*
       2100-VARY-ONE-POSITION.
           MOVE 1 TO CW-LETTER-SUB
           PERFORM 2110-TRY-ONE-LETTER
               THRU 2110-TRY-ONE-LETTER-EXIT
               UNTIL CW-LETTER-SUB > 26
           ADD 1 TO CW-POS.
       2100-VARY-ONE-POSITION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2110-TRY-ONE-LETTER                                      *
      *      PUT ONE LETTER OF THE ALPHABET AT THE CURRENT        *
      *      POSITION AND LOOK THE VARIANT UP, UNLESS IT IS THE   *
      *      LETTER ALREADY THERE.                                *
      *----------------------------------------------------------*
       2110-TRY-ONE-LETTER.
           IF CW-ALPHABET(CW-LETTER-SUB:1) NOT = CW-NEW-WORD(CW-POS:1)
               MOVE CW-NEW-WORD TO CW-VARIANT
               MOVE CW-ALPHABET(CW-LETTER-SUB:1)
                   TO CW-VARIANT(CW-POS:1)
               PERFORM 2900-LOOK-UP-VARIANT
                   THRU 2900-LOOK-UP-VARIANT-EXIT
           END-IF
           ADD 1 TO CW-LETTER-SUB.
       2110-TRY-ONE-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-SWAP-ONE-PAIR                                       *
      *      SWAP THE LETTER AT THE CURRENT POSITION WITH THE ONE *
      *      AFTER IT AND LOOK THE VARIANT UP.  A PAIR OF THE     *
      *      SAME LETTER SWAPS TO THE ADDITION ITSELF AND IS      *
      *      PASSED OVER.                                         *
      *----------------------------------------------------------*
       2200-SWAP-ONE-PAIR.
           COMPUTE CW-NEXT-POS = CW-POS + 1
           IF CW-NEW-WORD(CW-POS:1) NOT = CW-NEW-WORD(CW-NEXT-POS:1)
               MOVE CW-NEW-WORD TO CW-VARIANT
               MOVE CW-NEW-WORD(CW-NEXT-POS:1) TO CW-VARIANT(CW-POS:1)
               MOVE CW-NEW-WORD(CW-POS:1) TO CW-VARIANT(CW-NEXT-POS:1)
               PERFORM 2900-LOOK-UP-VARIANT
                   THRU 2900-LOOK-UP-VARIANT-EXIT
           END-IF
           ADD 1 TO CW-POS.
       2200-SWAP-ONE-PAIR-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-CHECK-TRAILING-LETTER                               *
      *      LOOK UP THE ADDITION LESS ITS LAST LETTER (THE NEW   *
      *      WORD IS A LIVE WORD PLUS A LETTER), THEN THE         *
      *      ADDITION PLUS EACH LETTER OF THE ALPHABET (A LIVE    *
      *      WORD IS THE NEW WORD PLUS A LETTER).                 *
      *----------------------------------------------------------*
       2300-CHECK-TRAILING-LETTER.
           IF CW-NEW-LENGTH > 1
               MOVE 'NEW WORD IS EXISTING PLUS A LETTER'
                   TO CW-KIND-TEXT
               MOVE CW-NEW-WORD TO CW-VARIANT
               MOVE SPACE TO CW-VARIANT(CW-NEW-LENGTH:1)
               PERFORM 2900-LOOK-UP-VARIANT
                   THRU 2900-LOOK-UP-VARIANT-EXIT
           END-IF
           IF CW-NEW-LENGTH < 80
               MOVE 'EXISTING IS NEW WORD PLUS A LETTER'
                   TO CW-KIND-TEXT
               COMPUTE CW-POS = CW-NEW-LENGTH + 1
               MOVE 1 TO CW-LETTER-SUB
               PERFORM 2310-APPEND-ONE-LETTER
                   THRU 2310-APPEND-ONE-LETTER-EXIT
                   UNTIL CW-LETTER-SUB > 26
           END-IF.
       2300-CHECK-TRAILING-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2310-APPEND-ONE-LETTER                                   *
      *      ADD ONE LETTER OF THE ALPHABET AFTER THE ADDITION    *
      *      AND LOOK THE VARIANT UP.                             *
      *----------------------------------------------------------*
       2310-APPEND-ONE-LETTER.
           MOVE CW-NEW-WORD TO CW-VARIANT
           MOVE CW-ALPHABET(CW-LETTER-SUB:1) TO CW-VARIANT(CW-POS:1)
           PERFORM 2900-LOOK-UP-VARIANT
               THRU 2900-LOOK-UP-VARIANT-EXIT
           ADD 1 TO CW-LETTER-SUB.
       2310-APPEND-ONE-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-HOLD-NEW-WORD                                       *
      *      APPEND THE RESEMBLING ADDITION TO THE HELD-WORDS     *
      *      FILE AS HELD, UNLESS IT IS ON THE FILE ALREADY.      *
      *----------------------------------------------------------*
       2500-HOLD-NEW-WORD.
           MOVE 'N' TO CW-ALREADY-HELD-SW
           MOVE 1 TO CW-HLD-SUB
           PERFORM 2510-MATCH-HELD-WORD
               THRU 2510-MATCH-HELD-WORD-EXIT
               UNTIL CW-HLD-SUB > CW-HLD-COUNT
                   OR CW-ALREADY-HELD
           IF CW-ALREADY-HELD
               ADD 1 TO CW-ALREADY-COUNT
               GO TO 2500-HOLD-NEW-WORD-EXIT
           END-IF
           MOVE SPACES TO HELD-WORDS-REC
           MOVE CW-NEW-WORD TO HL-WORD
           MOVE CW-RUN-DATE TO HL-HELD-DATE
           MOVE 'H' TO HL-STATUS
           MOVE 0 TO HL-SIGNOFF-DATE
           WRITE HELD-WORDS-REC
           IF CW-CNFHLD-STATUS NOT = '00'
               DISPLAY 'P16: WRITE FAILED ON CNFHLDDD - STATUS '
                   CW-CNFHLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CW-HELD-COUNT.
       2500-HOLD-NEW-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2510-MATCH-HELD-WORD                                     *
      *      COMPARE THE ADDITION TO ONE WORD ALREADY HELD.       *
      *----------------------------------------------------------*
       2510-MATCH-HELD-WORD.
           IF CW-HLD-WORD(CW-HLD-SUB) = CW-NEW-WORD
               SET CW-ALREADY-HELD TO TRUE
           END-IF
           ADD 1 TO CW-HLD-SUB.
       2510-MATCH-HELD-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2900-LOOK-UP-VARIANT                                     *
      *      READ THE MASTER BY THE VARIANT'S KEY.  A LIVE WORD   *
      *      FOUND IS A RESEMBLANCE: THE ADDITION, THE KIND AND   *
      *      THE LIVE WORD GO ON THE REVIEW REPORT.               *
      *----------------------------------------------------------*
       2900-LOOK-UP-VARIANT.
           ADD 1 TO CW-LOOKUP-COUNT
           MOVE CW-VARIANT TO MST-WORD
           READ MASTER-FILE
               INVALID KEY
                   GO TO 2900-LOOK-UP-VARIANT-EXIT
           END-READ
           IF CW-MASTER-STATUS NOT = '00'
               DISPLAY 'P16: I/O ERROR ON WORDMSTDD - FILE STATUS '
                   CW-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CW-WORD-MATCHES
           ADD 1 TO CW-MATCH-COUNT
           MOVE CW-NEW-WORD TO CW-NWL-WORD
           MOVE CW-KIND-TEXT TO CW-NWL-KIND
           MOVE CW-NEW-WORD-LINE TO CONFUSABLE-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE MST-WORD TO CW-EXL-WORD
           MOVE CW-EXISTING-LINE TO CONFUSABLE-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT.
       2900-LOOK-UP-VARIANT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-REPORT-LINE                                   *
      *      WRITE ONE REVIEW-REPORT LINE AND CONFIRM THE WRITE   *
      *      TOOK.                                                *
      *----------------------------------------------------------*
       7100-WRITE-REPORT-LINE.
           WRITE CONFUSABLE-REPORT-REC
           IF CW-CNFRPT-STATUS NOT = '00'
               DISPLAY 'P16: WRITE FAILED ON CNFRPTDD - STATUS '
                   CW-CNFRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       7100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7200-WRITE-TOTAL-LINE                                    *
      *      WRITE ONE LABELLED TOTAL LINE TO THE REPORT.         *
      *----------------------------------------------------------*
       7200-WRITE-TOTAL-LINE.
           MOVE CW-RPT-TOTAL-LINE TO CONFUSABLE-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT.
       7200-WRITE-TOTAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *      PRINT THE TOTALS, CLOSE EVERYTHING, SET THE RETURN   *
      *      CODE AND POST THE FINAL TALLIES TO THE CONSOLE.      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE CW-RPT-HEADING-2 TO CONFUSABLE-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE 'ADDITIONS CHECKED . . . . . : ' TO CW-RPT-TOTAL-LABEL
           MOVE CW-ADDITION-COUNT TO CW-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'RESEMBLANCES FOUND  . . . . : ' TO CW-RPT-TOTAL-LABEL
           MOVE CW-MATCH-COUNT TO CW-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'WORDS HELD FOR SIGN-OFF . . : ' TO CW-RPT-TOTAL-LABEL
           MOVE CW-HELD-COUNT TO CW-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'ALREADY ON HELD-WORDS FILE  : ' TO CW-RPT-TOTAL-LABEL
           MOVE CW-ALREADY-COUNT TO CW-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'KEYED LOOKUPS MADE  . . . . : ' TO CW-RPT-TOTAL-LABEL
           MOVE CW-LOOKUP-COUNT TO CW-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           CLOSE MASTER-FILE
           CLOSE HELD-WORDS-FILE
           CLOSE CONFUSABLE-REPORT-FILE
           IF CW-HELD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'P16: ADDITIONS CHECKED . . . : '
               CW-ADDITION-COUNT
           DISPLAY 'P16: RESEMBLANCES FOUND  . . : ' CW-MATCH-COUNT
           DISPLAY 'P16: WORDS HELD FOR SIGN-OFF : ' CW-HELD-COUNT
           DISPLAY 'P16: KEYED LOOKUPS MADE  . . : '
               CW-LOOKUP-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
