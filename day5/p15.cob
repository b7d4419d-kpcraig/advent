      *=============================================================*
      *  IDENTIFICATION DIVISION.                                    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    P15.
       AUTHOR.        J DUNLAP.
       INSTALLATION.  WORD SCREENING UNIT.
       DATE-WRITTEN.  12/14/2026.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    12/14/2026 JAD   ORIGINAL VERSION.  PROVISIONING
      *                      ACKNOWLEDGEMENT RECONCILIATION.  READS
      *                      THE ACKNOWLEDGEMENT FILE THE
      *                      PROVISIONING TEAM RETURNS (PROVACKDD),
      *                      MATCHES EACH ACKNOWLEDGEMENT BY
      *                      EXTRACT DATE AND SEQUENCE TO THE
      *                      EXTRACT P12 LOGGED ON THE OUTSTANDING-
      *                      EXTRACTS REGISTER (PROVREGDD), REPORTS
      *                      EVERY COUNT BREAK AND EVERY REFUSED
      *                      WORD, AND MARKS THE EXTRACT
      *                      ACKNOWLEDGED.  EVERY EXTRACT STILL
      *                      OUTSTANDING MORE THAN N DAYS AFTER IT
      *                      WAS SENT (ENVIRONMENT VARIABLE
      *                      ACKDAYS, DEFAULT 3) IS REPORTED AS AN
      *                      EXCEPTION, SO A LOST DELTA IS CAUGHT
      *                      BEFORE THE NEXT FULL REFRESH.  REPORT
      *                      IS ACKRPTDD.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      THE ACKNOWLEDGEMENT FILE HOLDS ONE GROUP PER EXTRACT:  *
      *      AN 'ACK' RECORD WITH THE EXTRACT DATE, SEQUENCE AND    *
      *      THE COUNT OF WORDS LOADED, FOLLOWED BY ONE 'REF'       *
      *      RECORD PER WORD REFUSED WITH THE REFUSAL REASON.  AN   *
      *      EXTRACT IS IN BALANCE WHEN THE WORDS LOADED PLUS THE   *
      *      WORDS REFUSED EQUAL THE WORDS SENT; DELETE RECORDS ARE *
      *      NOT PART OF THE LOADED COUNT.  AN ACKNOWLEDGEMENT FOR  *
      *      AN EXTRACT NOT ON THE REGISTER, OR ONE ALREADY IN      *
      *      BALANCE, IS REPORTED AND IGNORED.  A CORRECTED         *
      *      ACKNOWLEDGEMENT FOR AN EXTRACT WITH A COUNT BREAK      *
      *      REPLACES THE EARLIER ONE.  A MISSING PROVACKDD MEANS   *
      *      NOTHING CAME BACK TODAY - THE OVERDUE CHECK STILL      *
      *      RUNS.  RETURN CODE 4 MEANS AT LEAST ONE EXCEPTION.     *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    THE ASSIGN-NAMES BELOW ARE JCL-STYLE DD NAMES RESOLVED
      *    FROM ENVIRONMENT VARIABLES AT RUN TIME, AS IN P1.
       FILE-CONTROL.
           SELECT PROVISION-REGISTER-FILE
               ASSIGN TO 'PROVREGDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS PA-PROVREG-STATUS.
           SELECT PROVISION-ACK-FILE
               ASSIGN TO 'PROVACKDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PA-PROVACK-STATUS.
           SELECT ACK-REPORT-FILE
               ASSIGN TO 'ACKRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PA-ACKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    OUTSTANDING-EXTRACTS REGISTER - ONE ENTRY PER EXTRACT
      *    P12 SENT, THE SAME LAYOUT P12 WRITES.
       FD  PROVISION-REGISTER-FILE.
       01  PROVISION-REGISTER-REC.
           02  PR-KEY.
               03  PR-EXTRACT-DATE     PIC 9(08).
               03  PR-EXTRACT-SEQ      PIC X(04).
           02  PR-MODE                 PIC X(01).
           02  PR-SENT-DATE            PIC 9(08).
           02  PR-WORD-COUNT           PIC 9(08).
           02  PR-DELETE-COUNT         PIC 9(08).
           02  PR-ACK-STATUS           PIC X(01).
               88  PR-OUTSTANDING          VALUE 'O'.
               88  PR-IN-BALANCE           VALUE 'A'.
               88  PR-COUNT-BREAK          VALUE 'B'.
           02  PR-ACK-DATE             PIC 9(08).
           02  PR-LOADED-COUNT         PIC 9(08).
           02  PR-REFUSED-COUNT        PIC 9(08).

      *    ACKNOWLEDGEMENT RECORDS FROM THE PROVISIONING TEAM.  THE
      *    RECORD TYPE IN COLUMNS 1-3 SELECTS THE VIEW OF THE BODY.
       FD  PROVISION-ACK-FILE.
       01  PROVISION-ACK-REC.
           02  ACK-REC-TYPE            PIC X(03).
               88  ACK-HEADER-REC          VALUE 'ACK'.
               88  ACK-REFUSED-REC         VALUE 'REF'.
           02  FILLER                  PIC X(01).
           02  ACK-REC-BODY            PIC X(120).
           02  ACK-HDR-BODY REDEFINES ACK-REC-BODY.
               03  ACK-EXTRACT-DATE    PIC 9(08).
               03  FILLER              PIC X(01).
               03  ACK-EXTRACT-SEQ     PIC X(04).
               03  FILLER              PIC X(01).
               03  ACK-LOADED-COUNT    PIC 9(08).
               03  FILLER              PIC X(98).
           02  ACK-REF-BODY REDEFINES ACK-REC-BODY.
               03  ACK-REF-WORD        PIC X(80).
               03  FILLER              PIC X(01).
               03  ACK-REF-REASON      PIC X(30).
               03  FILLER              PIC X(09).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-REC              PIC X(120).

       WORKING-STORAGE SECTION.
       01  PA-RUN-DATE                 PIC 9(08).
       01  PA-PROVREG-STATUS           PIC X(02).
       01  PA-PROVACK-STATUS           PIC X(02).
       01  PA-ACKRPT-STATUS            PIC X(02).
       01  PA-ACK-END-SW               PIC X VALUE 'N'.
           88  PA-ACK-END                  VALUE 'Y'.
       01  PA-REGISTER-END-SW          PIC X VALUE 'N'.
           88  PA-REGISTER-END             VALUE 'Y'.

      *    STATE OF THE ACKNOWLEDGEMENT GROUP BEING READ - NONE YET,
      *    ACTIVE (MATCHED TO AN OUTSTANDING EXTRACT) OR IGNORED
      *    (REJECTED, ITS REFUSED WORDS PASSED OVER).
       01  PA-GROUP-SW                 PIC X(01) VALUE 'N'.
           88  PA-NO-GROUP                 VALUE 'N'.
           88  PA-GROUP-ACTIVE             VALUE 'A'.
           88  PA-GROUP-IGNORED            VALUE 'X'.
       01  PA-GROUP-REFUSED            PIC 9(08).
       01  PA-GROUP-DIFF               PIC S9(08).

       01  PA-ACK-COUNT                PIC 9(08) VALUE 0.
       01  PA-BALANCED-COUNT           PIC 9(08) VALUE 0.
       01  PA-BREAK-COUNT              PIC 9(08) VALUE 0.
       01  PA-REFUSED-COUNT            PIC 9(08) VALUE 0.
       01  PA-REJECTED-COUNT           PIC 9(08) VALUE 0.
       01  PA-BAD-RECORD-COUNT         PIC 9(08) VALUE 0.
       01  PA-OVERDUE-COUNT            PIC 9(08) VALUE 0.
       01  PA-AWAITING-COUNT           PIC 9(08) VALUE 0.

      *    OVERDUE THRESHOLD IN DAYS, TAKEN FROM THE ACKDAYS
      *    ENVIRONMENT VARIABLE WHEN IT IS SET AND NUMERIC.
       01  PA-ACK-DAYS-IN              PIC X(05).
       01  PA-ACK-DAYS-SHIFT           PIC X(04).
       01  PA-ACK-DAYS                 PIC 9(05) VALUE 3.
       01  PA-EXTRACT-AGE-DAYS         PIC S9(08).

      *    DATE-TO-DAY-NUMBER WORK FIELDS, AS IN P2.  THE DAY
      *    NUMBER IS A CONTINUOUS COUNT OF DAYS SUITABLE FOR
      *    SUBTRACTION.
       01  PA-DTN-DATE                 PIC 9(08).
       01  PA-DTN-DATE-SPLIT REDEFINES PA-DTN-DATE.
           02  PA-DTN-YYYY             PIC 9(04).
           02  PA-DTN-MM               PIC 9(02).
           02  PA-DTN-DD               PIC 9(02).
       01  PA-DTN-WORK-YEAR            PIC S9(08) COMP.
       01  PA-DTN-WORK-MONTH           PIC S9(08) COMP.
      *    EACH DIVISION IS STORED INTO ITS OWN INTEGER FIELD SO
      *    THE QUOTIENT IS TRUNCATED BEFORE THE TERMS ARE SUMMED.
       01  PA-DTN-LEAP-4               PIC S9(08) COMP.
       01  PA-DTN-LEAP-100             PIC S9(08) COMP.
       01  PA-DTN-LEAP-400             PIC S9(08) COMP.
       01  PA-DTN-MONTH-DAYS           PIC S9(08) COMP.
       01  PA-DTN-DAY-NUMBER           PIC S9(08) COMP.
       01  PA-RUN-DAY-NUMBER           PIC S9(08) COMP.

       01  PA-RPT-HEADING-1.
           02  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           02  PA-RPT-HDR-DATE         PIC 9999/99/99.
           02  FILLER                  PIC X(16) VALUE SPACES.
           02  FILLER                  PIC X(43)
               VALUE 'PROVISIONING ACKNOWLEDGEMENT RECONCILIATION'.

       01  PA-RPT-HEADING-2            PIC X(80) VALUE ALL '-'.

       01  PA-EXTRACT-LINE.
           02  FILLER                  PIC X(08) VALUE 'EXTRACT '.
           02  PA-EXT-DATE             PIC 9999/99/99.
           02  FILLER                  PIC X(05) VALUE ' SEQ '.
           02  PA-EXT-SEQ              PIC X(04).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  PA-EXT-MODE             PIC X(05).
           02  FILLER                  PIC X(06) VALUE ' SENT '.
           02  PA-EXT-SENT             PIC ZZ,ZZZ,ZZ9.
           02  FILLER                  PIC X(08) VALUE ' LOADED '.
           02  PA-EXT-LOADED           PIC ZZ,ZZZ,ZZ9.
           02  FILLER                  PIC X(09) VALUE ' REFUSED '.
           02  PA-EXT-REFUSED          PIC ZZ,ZZZ,ZZ9.
           02  FILLER                  PIC X(06) VALUE ' DIFF '.
           02  PA-EXT-DIFF             PIC -ZZ,ZZZ,ZZ9.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  PA-EXT-RESULT           PIC X(11).

       01  PA-REF-HEAD-LINE.
           02  FILLER                  PIC X(08) VALUE 'EXTRACT '.
           02  PA-REF-HEAD-DATE        PIC 9999/99/99.
           02  FILLER                  PIC X(05) VALUE ' SEQ '.
           02  PA-REF-HEAD-SEQ         PIC X(04).
           02  FILLER                  PIC X(29)
               VALUE ' - WORDS REFUSED BY THE LOAD:'.

       01  PA-REFUSED-LINE.
           02  FILLER                  PIC X(04) VALUE SPACES.
           02  PA-REF-LINE-WORD        PIC X(80).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  PA-REF-LINE-REASON      PIC X(30).

       01  PA-EXCEPTION-LINE.
           02  FILLER                  PIC X(11) VALUE 'EXCEPTION: '.
           02  PA-EXC-TEXT             PIC X(42).
           02  FILLER                  PIC X(09) VALUE ' EXTRACT '.
           02  PA-EXC-DATE             PIC X(08).
           02  FILLER                  PIC X(05) VALUE ' SEQ '.
           02  PA-EXC-SEQ              PIC X(04).

       01  PA-OVERDUE-LINE.
           02  FILLER                  PIC X(11) VALUE 'EXCEPTION: '.
           02  FILLER                  PIC X(27)
               VALUE 'NO ACKNOWLEDGEMENT, SENT ON'.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  PA-OVD-SENT-DATE        PIC 9999/99/99.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  PA-OVD-AGE              PIC ZZZZ9.
           02  FILLER                  PIC X(10) VALUE ' DAYS AGO '.
           02  FILLER                  PIC X(08) VALUE 'EXTRACT '.
           02  PA-OVD-DATE             PIC 9999/99/99.
           02  FILLER                  PIC X(05) VALUE ' SEQ '.
           02  PA-OVD-SEQ              PIC X(04).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  PA-OVD-MODE             PIC X(05).

       01  PA-RPT-TOTAL-LINE.
           02  PA-RPT-TOTAL-LABEL      PIC X(30).
           02  PA-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.

      *=============================================================*
      *  PROCEDURE DIVISION.                                        *
      *=============================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *      RECONCILE EVERY ACKNOWLEDGEMENT RECEIVED, THEN PASS  *
      *      THE REGISTER FOR EXTRACTS STILL OUTSTANDING, AND     *
      *      REPORT THE TALLIES.                                  *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-ONE-ACK-REC
               THRU 2000-READ-ONE-ACK-REC-EXIT
               UNTIL PA-ACK-END
           PERFORM 2900-CLOSE-ACK-GROUP
               THRU 2900-CLOSE-ACK-GROUP-EXIT
           PERFORM 3000-START-OVERDUE-PASS
               THRU 3000-START-OVERDUE-PASS-EXIT
           PERFORM 3100-CHECK-ONE-EXTRACT
               THRU 3100-CHECK-ONE-EXTRACT-EXIT
               UNTIL PA-REGISTER-END
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *      RESOLVE THE OVERDUE THRESHOLD, OPEN THE REGISTER     *
      *      (CREATED EMPTY ON FIRST USE), THE ACKNOWLEDGEMENTS   *
      *      AND THE REPORT, AND PRINT THE HEADING.               *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT PA-RUN-DATE FROM DATE YYYYMMDD
           MOVE PA-RUN-DATE TO PA-DTN-DATE
           PERFORM 8000-DATE-TO-DAY-NUMBER
               THRU 8000-DATE-TO-DAY-NUMBER-EXIT
           MOVE PA-DTN-DAY-NUMBER TO PA-RUN-DAY-NUMBER
           MOVE SPACES TO PA-ACK-DAYS-IN
           ACCEPT PA-ACK-DAYS-IN FROM ENVIRONMENT 'ACKDAYS'
           IF PA-ACK-DAYS-IN NOT = SPACES
               PERFORM 1100-JUSTIFY-ACK-DAYS
                   THRU 1100-JUSTIFY-ACK-DAYS-EXIT
                   UNTIL PA-ACK-DAYS-IN(5:1) NOT = SPACE
               INSPECT PA-ACK-DAYS-IN
                   REPLACING LEADING ' ' BY '0'
               IF PA-ACK-DAYS-IN NUMERIC
                   MOVE PA-ACK-DAYS-IN TO PA-ACK-DAYS
               ELSE
                   DISPLAY 'P15: ACKDAYS VALUE NOT NUMERIC - '
                       'DEFAULT OF ' PA-ACK-DAYS ' DAYS APPLIES'
               END-IF
           END-IF
           OPEN I-O PROVISION-REGISTER-FILE
           IF PA-PROVREG-STATUS = '35'
               OPEN OUTPUT PROVISION-REGISTER-FILE
               CLOSE PROVISION-REGISTER-FILE
               OPEN I-O PROVISION-REGISTER-FILE
           END-IF
           IF PA-PROVREG-STATUS NOT = '00'
               DISPLAY 'P15: CANNOT OPEN PROVREGDD - STATUS '
                   PA-PROVREG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PROVISION-ACK-FILE
           IF PA-PROVACK-STATUS = '35'
               DISPLAY 'P15: PROVACKDD NOT PRESENT - NO '
                   'ACKNOWLEDGEMENTS TODAY'
               SET PA-ACK-END TO TRUE
           ELSE
               IF PA-PROVACK-STATUS NOT = '00'
                   DISPLAY 'P15: CANNOT OPEN PROVACKDD - STATUS '
                       PA-PROVACK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT ACK-REPORT-FILE
           IF PA-ACKRPT-STATUS NOT = '00'
               DISPLAY 'P15: CANNOT OPEN ACKRPTDD - STATUS '
                   PA-ACKRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PA-RUN-DATE TO PA-RPT-HDR-DATE
           MOVE PA-RPT-HEADING-1 TO ACK-REPORT-REC
           PERFORM 7100-WRITE-ACK-LINE
               THRU 7100-WRITE-ACK-LINE-EXIT
           MOVE PA-RPT-HEADING-2 TO ACK-REPORT-REC
           PERFORM 7100-WRITE-ACK-LINE
               THRU 7100-WRITE-ACK-LINE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-JUSTIFY-ACK-DAYS                                    *
      *      SHIFT THE ACKDAYS VALUE ONE PLACE RIGHT SO A SHORT   *
      *      VALUE ENDS UP RIGHT-JUSTIFIED, AS P2 DOES FOR        *
      *      STALEDAYS.                                           *
      *----------------------------------------------------------*
       1100-JUSTIFY-ACK-DAYS.
           MOVE PA-ACK-DAYS-IN(1:4) TO PA-ACK-DAYS-SHIFT
           MOVE SPACE TO PA-ACK-DAYS-IN(1:1)
           MOVE PA-ACK-DAYS-SHIFT TO PA-ACK-DAYS-IN(2:4).
       1100-JUSTIFY-ACK-DAYS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-READ-ONE-ACK-REC                                    *
      *      READ ONE ACKNOWLEDGEMENT RECORD.  AN 'ACK' RECORD    *
      *      CLOSES THE GROUP BEFORE IT AND OPENS A NEW ONE; A    *
      *      'REF' RECORD BELONGS TO THE GROUP BEING READ.        *
      *      COMMENT AND BLANK LINES ARE PASSED OVER.             *
      *----------------------------------------------------------*
       2000-READ-ONE-ACK-REC.
           READ PROVISION-ACK-FILE
               AT END
                   SET PA-ACK-END TO TRUE
                   GO TO 2000-READ-ONE-ACK-REC-EXIT
           END-READ
           IF PA-PROVACK-STATUS NOT = '00'
               DISPLAY 'P15: I/O ERROR ON PROVACKDD - FILE STATUS '
                   PA-PROVACK-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ACK-REC-TYPE(1:1) = '*' OR PROVISION-ACK-REC = SPACES
               GO TO 2000-READ-ONE-ACK-REC-EXIT
           END-IF
           IF ACK-HEADER-REC
               PERFORM 2900-CLOSE-ACK-GROUP
                   THRU 2900-CLOSE-ACK-GROUP-EXIT
               PERFORM 2100-OPEN-ACK-GROUP
                   THRU 2100-OPEN-ACK-GROUP-EXIT
           ELSE
               IF ACK-REFUSED-REC
                   PERFORM 2200-REFUSED-WORD
                       THRU 2200-REFUSED-WORD-EXIT
               ELSE
                   MOVE 'UNRECOGNIZED ACKNOWLEDGEMENT RECORD'
                       TO PA-EXC-TEXT
                   MOVE ACK-REC-TYPE TO PA-EXC-DATE
                   MOVE SPACES TO PA-EXC-SEQ
                   ADD 1 TO PA-BAD-RECORD-COUNT
                   PERFORM 7300-WRITE-EXCEPTION
                       THRU 7300-WRITE-EXCEPTION-EXIT
               END-IF
           END-IF.
       2000-READ-ONE-ACK-REC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-OPEN-ACK-GROUP                                      *
      *      MATCH AN 'ACK' RECORD TO ITS REGISTER ENTRY.  THE    *
      *      GROUP IS IGNORED WHEN THE HEADER IS MALFORMED, THE   *
      *      EXTRACT IS NOT ON THE REGISTER, OR IT IS ALREADY IN  *
      *      BALANCE.                                             *
      *----------------------------------------------------------*
       2100-OPEN-ACK-GROUP.
           ADD 1 TO PA-ACK-COUNT
           MOVE 'X' TO PA-GROUP-SW
           MOVE 0 TO PA-GROUP-REFUSED
           MOVE ACK-EXTRACT-DATE TO PA-EXC-DATE
           MOVE ACK-EXTRACT-SEQ TO PA-EXC-SEQ
           IF ACK-EXTRACT-DATE NOT NUMERIC
               OR ACK-LOADED-COUNT NOT NUMERIC
               MOVE 'MALFORMED ACK RECORD - GROUP IGNORED'
                   TO PA-EXC-TEXT
               ADD 1 TO PA-REJECTED-COUNT
               PERFORM 7300-WRITE-EXCEPTION
                   THRU 7300-WRITE-EXCEPTION-EXIT
               GO TO 2100-OPEN-ACK-GROUP-EXIT
           END-IF
           MOVE ACK-EXTRACT-DATE TO PR-EXTRACT-DATE
           MOVE ACK-EXTRACT-SEQ TO PR-EXTRACT-SEQ
           READ PROVISION-REGISTER-FILE
               INVALID KEY
                   MOVE 'ACK FOR AN EXTRACT NEVER SENT - IGNORED'
                       TO PA-EXC-TEXT
                   ADD 1 TO PA-REJECTED-COUNT
                   PERFORM 7300-WRITE-EXCEPTION
                       THRU 7300-WRITE-EXCEPTION-EXIT
                   GO TO 2100-OPEN-ACK-GROUP-EXIT
           END-READ
           IF PA-PROVREG-STATUS NOT = '00'
               DISPLAY 'P15: I/O ERROR ON PROVREGDD - FILE STATUS '
                   PA-PROVREG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PR-IN-BALANCE
               MOVE 'DUPLICATE ACK, ALREADY IN BALANCE - IGNORED'
                   TO PA-EXC-TEXT
               ADD 1 TO PA-REJECTED-COUNT
               PERFORM 7300-WRITE-EXCEPTION
                   THRU 7300-WRITE-EXCEPTION-EXIT
               GO TO 2100-OPEN-ACK-GROUP-EXIT
           END-IF
           MOVE ACK-LOADED-COUNT TO PR-LOADED-COUNT
           MOVE 'A' TO PA-GROUP-SW.
       2100-OPEN-ACK-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-REFUSED-WORD                                        *
      *      LIST ONE REFUSED WORD UNDER ITS EXTRACT AND COUNT    *
      *      IT.  REFUSED WORDS OF AN IGNORED GROUP ARE PASSED    *
      *      OVER; ONE OUTSIDE ANY GROUP IS AN EXCEPTION.         *
      *----------------------------------------------------------*
       2200-REFUSED-WORD.
           IF PA-NO-GROUP
               MOVE 'REFUSED WORD BEFORE ANY ACK RECORD'
                   TO PA-EXC-TEXT
               MOVE SPACES TO PA-EXC-DATE
               MOVE SPACES TO PA-EXC-SEQ
               ADD 1 TO PA-BAD-RECORD-COUNT
               PERFORM 7300-WRITE-EXCEPTION
                   THRU 7300-WRITE-EXCEPTION-EXIT
               GO TO 2200-REFUSED-WORD-EXIT
           END-IF
           IF PA-GROUP-IGNORED
               GO TO 2200-REFUSED-WORD-EXIT
           END-IF
           IF PA-GROUP-REFUSED = 0
               PERFORM 2210-PRINT-REFUSED-HEADING
                   THRU 2210-PRINT-REFUSED-HEADING-EXIT
           END-IF
           ADD 1 TO PA-GROUP-REFUSED
           ADD 1 TO PA-REFUSED-COUNT
           MOVE ACK-REF-WORD TO PA-REF-LINE-WORD
           MOVE ACK-REF-REASON TO PA-REF-LINE-REASON
           MOVE PA-REFUSED-LINE TO ACK-REPORT-REC
           PERFORM 7100-WRITE-ACK-LINE
               THRU 7100-WRITE-ACK-LINE-EXIT.
       2200-REFUSED-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2210-PRINT-REFUSED-HEADING                               *
      *      PRINT THE LINE THAT HEADS AN EXTRACT'S REFUSED-WORD  *
      *      LIST.  THE RECONCILIATION LINE FOLLOWS THE LIST.     *
      *----------------------------------------------------------*
       2210-PRINT-REFUSED-HEADING.
           MOVE PR-EXTRACT-DATE TO PA-REF-HEAD-DATE
           MOVE PR-EXTRACT-SEQ TO PA-REF-HEAD-SEQ
           MOVE PA-REF-HEAD-LINE TO ACK-REPORT-REC
           PERFORM 7100-WRITE-ACK-LINE
               THRU 7100-WRITE-ACK-LINE-EXIT.
       2210-PRINT-REFUSED-HEADING-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2900-CLOSE-ACK-GROUP                                     *
      *      RECONCILE THE ACTIVE GROUP - WORDS LOADED PLUS       *
      *      WORDS REFUSED AGAINST WORDS SENT - PRINT THE RESULT  *
      *      AND RECORD THE ACKNOWLEDGEMENT ON THE REGISTER.      *
      *----------------------------------------------------------*
       2900-CLOSE-ACK-GROUP.
           IF NOT PA-GROUP-ACTIVE
               MOVE 'N' TO PA-GROUP-SW
               GO TO 2900-CLOSE-ACK-GROUP-EXIT
           END-IF
           MOVE 'N' TO PA-GROUP-SW
           MOVE PA-GROUP-REFUSED TO PR-REFUSED-COUNT
           MOVE PA-RUN-DATE TO PR-ACK-DATE
           COMPUTE PA-GROUP-DIFF =
               PR-LOADED-COUNT + PR-REFUSED-COUNT - PR-WORD-COUNT
           IF PA-GROUP-DIFF = 0
               MOVE 'A' TO PR-ACK-STATUS
               ADD 1 TO PA-BALANCED-COUNT
           ELSE
               MOVE 'B' TO PR-ACK-STATUS
               ADD 1 TO PA-BREAK-COUNT
           END-IF
           REWRITE PROVISION-REGISTER-REC
               INVALID KEY
                   CONTINUE
           END-REWRITE
           IF PA-PROVREG-STATUS NOT = '00'
               DISPLAY 'P15: REWRITE FAILED ON PROVREGDD - STATUS '
                   PA-PROVREG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2920-FILL-EXTRACT-LINE
               THRU 2920-FILL-EXTRACT-LINE-EXIT
           MOVE PA-EXTRACT-LINE TO ACK-REPORT-REC
           PERFORM 7100-WRITE-ACK-LINE
               THRU 7100-WRITE-ACK-LINE-EXIT.
       2900-CLOSE-ACK-GROUP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2920-FILL-EXTRACT-LINE                                   *
      *      SET UP THE EXTRACT LINE FROM THE REGISTER ENTRY AND  *
      *      THE GROUP'S COUNTS.                                  *
      *----------------------------------------------------------*
       2920-FILL-EXTRACT-LINE.
           MOVE PR-EXTRACT-DATE TO PA-EXT-DATE
           MOVE PR-EXTRACT-SEQ TO PA-EXT-SEQ
           IF PR-MODE = 'F'
               MOVE 'FULL' TO PA-EXT-MODE
           ELSE
               MOVE 'DELTA' TO PA-EXT-MODE
           END-IF
           MOVE PR-WORD-COUNT TO PA-EXT-SENT
           MOVE PR-LOADED-COUNT TO PA-EXT-LOADED
           MOVE PA-GROUP-REFUSED TO PA-EXT-REFUSED
           MOVE PA-GROUP-DIFF TO PA-EXT-DIFF
           IF PR-COUNT-BREAK
               MOVE 'COUNT BREAK' TO PA-EXT-RESULT
           ELSE
               MOVE 'IN BALANCE' TO PA-EXT-RESULT
           END-IF.
       2920-FILL-EXTRACT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-START-OVERDUE-PASS                                  *
      *      POSITION AT THE FRONT OF THE REGISTER FOR THE KEY-   *
      *      ORDER PASS OVER EXTRACTS STILL OUTSTANDING.          *
      *----------------------------------------------------------*
       3000-START-OVERDUE-PASS.
           MOVE LOW-VALUES TO PR-KEY
           START PROVISION-REGISTER-FILE KEY NOT < PR-KEY
               INVALID KEY
                   SET PA-REGISTER-END TO TRUE
           END-START.
       3000-START-OVERDUE-PASS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-CHECK-ONE-EXTRACT                                   *
      *      READ THE NEXT REGISTER ENTRY.  AN EXTRACT STILL      *
      *      OUTSTANDING MORE THAN ACKDAYS DAYS AFTER IT WAS SENT *
      *      IS AN EXCEPTION; ONE WITHIN THE LIMIT IS COUNTED AS  *
      *      AWAITING.                                            *
      *----------------------------------------------------------*
       3100-CHECK-ONE-EXTRACT.
           READ PROVISION-REGISTER-FILE NEXT
               AT END
                   SET PA-REGISTER-END TO TRUE
                   GO TO 3100-CHECK-ONE-EXTRACT-EXIT
           END-READ
           IF PA-PROVREG-STATUS NOT = '00'
               DISPLAY 'P15: I/O ERROR ON PROVREGDD - FILE STATUS '
                   PA-PROVREG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT PR-OUTSTANDING
               GO TO 3100-CHECK-ONE-EXTRACT-EXIT
           END-IF
           MOVE PR-SENT-DATE TO PA-DTN-DATE
           PERFORM 8000-DATE-TO-DAY-NUMBER
               THRU 8000-DATE-TO-DAY-NUMBER-EXIT
           COMPUTE PA-EXTRACT-AGE-DAYS =
               PA-RUN-DAY-NUMBER - PA-DTN-DAY-NUMBER
           IF PA-EXTRACT-AGE-DAYS NOT > PA-ACK-DAYS
               ADD 1 TO PA-AWAITING-COUNT
               GO TO 3100-CHECK-ONE-EXTRACT-EXIT
           END-IF
           ADD 1 TO PA-OVERDUE-COUNT
           MOVE PR-SENT-DATE TO PA-OVD-SENT-DATE
           MOVE PA-EXTRACT-AGE-DAYS TO PA-OVD-AGE
           MOVE PR-EXTRACT-DATE TO PA-OVD-DATE
           MOVE PR-EXTRACT-SEQ TO PA-OVD-SEQ
           IF PR-MODE = 'F'
               MOVE 'FULL' TO PA-OVD-MODE
           ELSE
               MOVE 'DELTA' TO PA-OVD-MODE
           END-IF
           MOVE PA-OVERDUE-LINE TO ACK-REPORT-REC
           PERFORM 7100-WRITE-ACK-LINE
               THRU 7100-WRITE-ACK-LINE-EXIT.
       3100-CHECK-ONE-EXTRACT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-ACK-LINE                                      *
      *      WRITE ONE REPORT LINE AND CONFIRM THE WRITE TOOK.    *
      *----------------------------------------------------------*
       7100-WRITE-ACK-LINE.
           WRITE ACK-REPORT-REC
           IF PA-ACKRPT-STATUS NOT = '00'
               DISPLAY 'P15: WRITE FAILED ON ACKRPTDD - STATUS '
                   PA-ACKRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       7100-WRITE-ACK-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7200-WRITE-TOTAL-LINE                                    *
      *      WRITE ONE LABELLED TOTAL LINE TO THE REPORT.         *
      *----------------------------------------------------------*
       7200-WRITE-TOTAL-LINE.
           MOVE PA-RPT-TOTAL-LINE TO ACK-REPORT-REC
           PERFORM 7100-WRITE-ACK-LINE
               THRU 7100-WRITE-ACK-LINE-EXIT.
       7200-WRITE-TOTAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7300-WRITE-EXCEPTION                                     *
      *      WRITE ONE EXCEPTION LINE FROM THE TEXT, DATE AND     *
      *      SEQUENCE ALREADY MOVED TO IT.                        *
      *----------------------------------------------------------*
       7300-WRITE-EXCEPTION.
           MOVE PA-EXCEPTION-LINE TO ACK-REPORT-REC
           PERFORM 7100-WRITE-ACK-LINE
               THRU 7100-WRITE-ACK-LINE-EXIT.
       7300-WRITE-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-DATE-TO-DAY-NUMBER                                  *
      *      CONVERT A YYYYMMDD DATE TO A CONTINUOUS DAY NUMBER   *
      *      SO TWO DATES CAN BE SUBTRACTED ACROSS MONTH AND      *
      *      YEAR BOUNDARIES.                                     *
      *----------------------------------------------------------*
       8000-DATE-TO-DAY-NUMBER.
           MOVE PA-DTN-YYYY TO PA-DTN-WORK-YEAR
           MOVE PA-DTN-MM TO PA-DTN-WORK-MONTH
           IF PA-DTN-WORK-MONTH < 3
               SUBTRACT 1 FROM PA-DTN-WORK-YEAR
               ADD 12 TO PA-DTN-WORK-MONTH
           END-IF
           COMPUTE PA-DTN-LEAP-4 = PA-DTN-WORK-YEAR / 4
           COMPUTE PA-DTN-LEAP-100 = PA-DTN-WORK-YEAR / 100
           COMPUTE PA-DTN-LEAP-400 = PA-DTN-WORK-YEAR / 400
           COMPUTE PA-DTN-MONTH-DAYS =
               (153 * (PA-DTN-WORK-MONTH + 1)) / 5
           COMPUTE PA-DTN-DAY-NUMBER =
               (365 * PA-DTN-WORK-YEAR)
               + PA-DTN-LEAP-4
               - PA-DTN-LEAP-100
               + PA-DTN-LEAP-400
               + PA-DTN-MONTH-DAYS
               + PA-DTN-DD.
       8000-DATE-TO-DAY-NUMBER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *      PRINT THE TOTALS, CLOSE EVERYTHING, SET THE RETURN   *
      *      CODE AND POST THE FINAL TALLIES TO THE CONSOLE.      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE PA-RPT-HEADING-2 TO ACK-REPORT-REC
           PERFORM 7100-WRITE-ACK-LINE
               THRU 7100-WRITE-ACK-LINE-EXIT
           MOVE 'ACKNOWLEDGEMENTS READ . . . : ' TO PA-RPT-TOTAL-LABEL
           MOVE PA-ACK-COUNT TO PA-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'EXTRACTS IN BALANCE . . . . : ' TO PA-RPT-TOTAL-LABEL
           MOVE PA-BALANCED-COUNT TO PA-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'EXTRACTS WITH COUNT BREAKS  : ' TO PA-RPT-TOTAL-LABEL
           MOVE PA-BREAK-COUNT TO PA-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'WORDS REFUSED . . . . . . . : ' TO PA-RPT-TOTAL-LABEL
           MOVE PA-REFUSED-COUNT TO PA-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'ACKNOWLEDGEMENTS IGNORED  . : ' TO PA-RPT-TOTAL-LABEL
           MOVE PA-REJECTED-COUNT TO PA-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'RECORDS NOT UNDERSTOOD  . . : ' TO PA-RPT-TOTAL-LABEL
           MOVE PA-BAD-RECORD-COUNT TO PA-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'EXTRACTS AWAITING ACK . . . : ' TO PA-RPT-TOTAL-LABEL
           MOVE PA-AWAITING-COUNT TO PA-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'EXTRACTS OVERDUE  . . . . . : ' TO PA-RPT-TOTAL-LABEL
           MOVE PA-OVERDUE-COUNT TO PA-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           CLOSE PROVISION-REGISTER-FILE
           IF PA-PROVACK-STATUS NOT = '35'
               CLOSE PROVISION-ACK-FILE
           END-IF
           CLOSE ACK-REPORT-FILE
           IF PA-BREAK-COUNT > 0 OR PA-REFUSED-COUNT > 0
               OR PA-REJECTED-COUNT > 0 OR PA-OVERDUE-COUNT > 0
               OR PA-BAD-RECORD-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'P15: ACKNOWLEDGEMENTS READ . : ' PA-ACK-COUNT
           DISPLAY 'P15: IN BALANCE  . . . . . . : '
               PA-BALANCED-COUNT
           DISPLAY 'P15: COUNT BREAKS  . . . . . : ' PA-BREAK-COUNT
           DISPLAY 'P15: WORDS REFUSED . . . . . : '
               PA-REFUSED-COUNT
           DISPLAY 'P15: ACKNOWLEDGEMENTS IGNORED: '
               PA-REJECTED-COUNT
           DISPLAY 'P15: EXTRACTS OVERDUE  . . . : '
               PA-OVERDUE-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
