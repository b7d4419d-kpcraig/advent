      *=============================================================*
      *  IDENTIFICATION DIVISION.                                    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    P19.
       AUTHOR.        J DUNLAP.
       INSTALLATION.  WORD SCREENING UNIT.
       DATE-WRITTEN.  01/25/2027.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    01/25/2027 JAD   ORIGINAL VERSION.  MORNING OPERATIONS
      *                      EXCEPTION DIGEST.  READS THE NIGHT'S
      *                      JOB LOG (JOBLOGDD), THE P1 CONTROL
      *                      TOTALS (CTLTOTDD) AND SUMMARY REPORT
      *                      WITH ITS FEED ACCEPTANCE LINES
      *                      (SUMRPTDD), THE P2 MERGE REPORT
      *                      (MRGRPTDD), THE P3 TREND REPORT'S
      *                      PASS-RATE ALERTS (TRENDRPTDD), THE P4
      *                      AGING REPORT (QAGERPTDD) AND, WHEN IT
      *                      RAN, THE P8 VERIFY REPORT (VERRPTDD)
      *                      FOR ONE STREAM DATE, AND PRINTS A
      *                      ONE-PAGE DIGEST (DIGRPTDD) WITH AN
      *                      OVERALL GREEN/AMBER/RED STATUS AND ONE
      *                      LINE PER STEP AND FEED.  A ONE-RECORD
      *                      STATUS FILE (DIGSTATDD) TELLS THE
      *                      SCHEDULER WHETHER TO RELEASE THE P12
      *                      PROVISIONING EXTRACT.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      RUN AFTER THE P9 STREAM ENDS, WHATEVER ITS RETURN      *
      *      CODE.  STREAMDATE (YYYYMMDD) NAMES THE NIGHT; LEFT     *
      *      UNSET, THE LATEST STREAM DATE ON THE JOB LOG APPLIES   *
      *      (TODAY WHEN THE LOG IS EMPTY).  THE LAST JOB-LOG       *
      *      RECORD FOR A STEP GOVERNS, SO A STEP THAT FAILED AND   *
      *      COMPLETED ON A RERUN SHOWS COMPLETE.  A REPORT WHOSE   *
      *      RUN DATE IS BEFORE THE STREAM DATE IS LEFT OVER FROM   *
      *      AN EARLIER NIGHT AND IS TREATED AS NOT FOUND; A STEP'S *
      *      OWN REPORT IS ONLY CHECKED WHEN THE STEP COMPLETED.    *
      *      RED - A STEP FAILED, WAS HELD OR DID NOT RUN, CONTROL  *
      *      TOTALS ARE OUT OF BALANCE OR MISSING, THE MERGE DID    *
      *      NOT TAKE THE WHOLE EXTRACT, A FEED FAILED ACCEPTANCE,  *
      *      OR P8 FOUND MASTER BREAKS - HOLDS THE P12 EXTRACT      *
      *      (RETURN CODE 8).  AMBER - AN ABSENT OR HEADERLESS      *
      *      FEED, A SEQUENCE WARNING, PASS-RATE ALERTS, QUARANTINE *
      *      PAST THE AGING THRESHOLD, OR A MISSING TREND OR AGING  *
      *      REPORT - RELEASES IT WITH RETURN CODE 4.  A DIGEST     *
      *      THAT ENDS WITHOUT WRITING ITS STATUS RECORD MUST BE    *
      *      TAKEN AS A HOLD.                                       *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    THE ASSIGN-NAMES BELOW ARE JCL-STYLE DD NAMES RESOLVED
      *    FROM ENVIRONMENT VARIABLES AT RUN TIME, AS IN P1.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE
               ASSIGN TO 'JOBLOGDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OD-JOBLOG-STATUS.
           SELECT CONTROL-TOTALS-FILE
               ASSIGN TO 'CTLTOTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OD-CTLTOT-STATUS.
           SELECT SUMMARY-REPORT-FILE
               ASSIGN TO 'SUMRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OD-SUMRPT-STATUS.
           SELECT MERGE-REPORT-FILE
               ASSIGN TO 'MRGRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OD-MRGRPT-STATUS.
           SELECT TREND-REPORT-FILE
               ASSIGN TO 'TRENDRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OD-TRENDRPT-STATUS.
           SELECT AGING-REPORT-FILE
               ASSIGN TO 'QAGERPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OD-QAGERPT-STATUS.
           SELECT VERIFY-REPORT-FILE
               ASSIGN TO 'VERRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OD-VERRPT-STATUS.
           SELECT DIGEST-REPORT-FILE
               ASSIGN TO 'DIGRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OD-DIGRPT-STATUS.
           SELECT DIGEST-STATUS-FILE
               ASSIGN TO 'DIGSTATDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OD-DIGSTAT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE P9 JOB LOG - ONE RECORD PER STEP ATTEMPT.
       FD  JOB-LOG-FILE.
       01  JOB-LOG-REC.
           02  JL-STREAM-DATE          PIC 9(08).
           02  FILLER                  PIC X(01).
           02  JL-STEP-NAME            PIC X(08).
           02  FILLER                  PIC X(01).
           02  JL-START-TIME           PIC 9(06).
           02  FILLER                  PIC X(01).
           02  JL-END-TIME             PIC 9(06).
           02  FILLER                  PIC X(01).
           02  JL-RETURN-CODE          PIC 9(02).
           02  FILLER                  PIC X(01).
           02  JL-STATUS               PIC X(08).

      *    THE P1 CONTROL-TOTALS RECORD, AS P1 WRITES IT.
       FD  CONTROL-TOTALS-FILE.
       01  CONTROL-TOTALS-REC.
           02  CT-RUN-DATE             PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CT-RUN-TIME             PIC 9(06).
           02  FILLER                  PIC X(01).
           02  CT-RECORDS-READ         PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CT-GOOD-EXPECTED        PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CT-GOOD-ACTUAL          PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CT-REJECT-EXPECTED      PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CT-REJECT-ACTUAL        PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CT-QUAR-EXPECTED        PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CT-QUAR-ACTUAL          PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CT-DUPLICATE-COUNT      PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CT-BALANCE-STATUS       PIC X(14).

      *    THE PRINTED REPORTS ARE READ AS LINES; THE LINE VIEWS
      *    IN WORKING STORAGE PICK THEM APART.
       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-REC          PIC X(80).

       FD  MERGE-REPORT-FILE.
       01  MERGE-REPORT-REC            PIC X(80).

       FD  TREND-REPORT-FILE.
       01  TREND-REPORT-REC            PIC X(90).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-REC            PIC X(120).

       FD  VERIFY-REPORT-FILE.
       01  VERIFY-REPORT-REC           PIC X(132).

       FD  DIGEST-REPORT-FILE.
       01  DIGEST-REPORT-REC           PIC X(80).

      *    THE ONE-RECORD STATUS FILE FOR THE SCHEDULER.  THE
      *    RELEASE FLAG IS Y WHEN THE P12 PROVISIONING EXTRACT MAY
      *    RUN FOR THE STREAM DATE, N WHEN IT MUST BE HELD.
       FD  DIGEST-STATUS-FILE.
       01  DIGEST-STATUS-REC.
           02  DS-STREAM-DATE          PIC 9(08).
           02  FILLER                  PIC X(01).
           02  DS-RUN-DATE             PIC 9(08).
           02  FILLER                  PIC X(01).
           02  DS-RUN-TIME             PIC 9(06).
           02  FILLER                  PIC X(01).
           02  DS-OVERALL-STATUS       PIC X(05).
           02  FILLER                  PIC X(01).
           02  DS-P12-RELEASE          PIC X(01).
               88  DS-RELEASE-P12          VALUE 'Y'.
           02  FILLER                  PIC X(01).
           02  DS-RED-COUNT            PIC 9(03).
           02  FILLER                  PIC X(01).
           02  DS-AMBER-COUNT          PIC 9(03).
           02  FILLER                  PIC X(01).
           02  DS-STEPS-COMPLETE       PIC 9(02).

       WORKING-STORAGE SECTION.
       01  OD-RUN-DATE                 PIC 9(08).
       01  OD-RUN-TIME                 PIC 9(08).
       01  OD-STREAM-DATE              PIC 9(08) VALUE 0.
       01  OD-STREAM-DATE-IN           PIC X(08).
       01  OD-JOBLOG-STATUS            PIC X(02).
       01  OD-CTLTOT-STATUS            PIC X(02).
       01  OD-SUMRPT-STATUS            PIC X(02).
       01  OD-MRGRPT-STATUS            PIC X(02).
       01  OD-TRENDRPT-STATUS          PIC X(02).
       01  OD-QAGERPT-STATUS           PIC X(02).
       01  OD-VERRPT-STATUS            PIC X(02).
       01  OD-DIGRPT-STATUS            PIC X(02).
       01  OD-DIGSTAT-STATUS           PIC X(02).
       01  OD-READ-END-SW              PIC X VALUE 'N'.
           88  OD-READ-END                 VALUE 'Y'.

      *    WHAT WAS FOUND FOR THE STREAM DATE.  A REPORT IS FOUND
      *    ONLY WHEN IT IS PRESENT AND ITS RUN DATE IS NOT BEFORE
      *    THE STREAM DATE.
       01  OD-CTLTOT-SW                PIC X VALUE 'N'.
           88  OD-CTLTOT-FOUND             VALUE 'Y'.
       01  OD-SUMRPT-SW                PIC X VALUE 'N'.
           88  OD-SUMRPT-FOUND             VALUE 'Y'.
       01  OD-MRGRPT-SW                PIC X VALUE 'N'.
           88  OD-MRGRPT-FOUND             VALUE 'Y'.
       01  OD-TRENDRPT-SW              PIC X VALUE 'N'.
           88  OD-TRENDRPT-FOUND           VALUE 'Y'.
       01  OD-QAGERPT-SW               PIC X VALUE 'N'.
           88  OD-QAGERPT-FOUND            VALUE 'Y'.
       01  OD-VERRPT-SW                PIC X VALUE 'N'.
           88  OD-VERRPT-FOUND             VALUE 'Y'.
       01  OD-TREND-IN-STREAM-SW       PIC X VALUE 'N'.
           88  OD-TREND-IN-STREAM          VALUE 'Y'.

      *    THE STREAM'S STEPS, AS P9 DRIVES THEM, AND THE LAST
      *    JOB-LOG RESULT SEEN FOR EACH ON THE STREAM DATE.
       01  OD-STEP-CONSTANTS.
           02  FILLER                  PIC X(08) VALUE 'P1'.
           02  FILLER                  PIC X(08) VALUE 'P2'.
           02  FILLER                  PIC X(08) VALUE 'P3'.
           02  FILLER                  PIC X(08) VALUE 'P4'.
           02  FILLER                  PIC X(08) VALUE 'P5'.
       01  OD-STEP-NAMES REDEFINES OD-STEP-CONSTANTS.
           02  OD-STEP-NAME            OCCURS 5 TIMES PIC X(08).
       01  OD-STEP-STATE.
           02  OD-STEP                 OCCURS 5 TIMES.
               03  OD-STEP-STATUS      PIC X(08).
               03  OD-STEP-RC          PIC 9(02).
               03  OD-STEP-ATTEMPTS    PIC 9(02).
       01  OD-STEP-SUB                 PIC 9(02).
       01  OD-STEPS-COMPLETE           PIC 9(02) VALUE 0.

      *    THE P1 FEED ACCEPTANCE LINES, IN SUMMARY-REPORT ORDER,
      *    WITH ANY SEQUENCE FINDING PRINTED UNDER THEM.
       01  OD-FEED-TABLE.
           02  OD-FEED                 OCCURS 10 TIMES.
               03  OD-FEED-CODE        PIC X(02).
               03  OD-FEED-VERDICT     PIC X(14).
               03  OD-FEED-SEQ-STATUS  PIC X(14).
       01  OD-FEED-COUNT               PIC 9(02) VALUE 0.
       01  OD-FEED-SUB                 PIC 9(02).
       01  OD-PASS-RATE-TEXT           PIC X(06) VALUE SPACES.

      *    FIGURES TAKEN FROM THE REPORTS.
       01  OD-MERGE-READ               PIC 9(09) VALUE 0.
       01  OD-ALERT-COUNT              PIC 9(03) VALUE 0.
       01  OD-ALERT-SOURCES            PIC X(20) VALUE SPACES.
       01  OD-ALERT-PTR                PIC 9(02) COMP VALUE 1.
       01  OD-ESCALATED-COUNT          PIC 9(09) VALUE 0.
       01  OD-AGE-THRESHOLD            PIC 9(05) VALUE 0.
       01  OD-DISC-COUNT               PIC 9(09) VALUE 0.
       01  OD-VERIFY-VERDICT           PIC X(08) VALUE SPACES.

      *    THE CURRENT REPORT LINE AND THE VIEWS OF IT THE
      *    PROGRAMS THAT PRINTED IT USE.
       01  OD-RPT-LINE                 PIC X(132).
       01  OD-HDR-VIEW REDEFINES OD-RPT-LINE.
           02  OD-HDR-TAG              PIC X(10).
           02  FILLER                  PIC X(01).
           02  OD-HDR-DATE             PIC X(10).
           02  FILLER                  PIC X(111).
       01  OD-TOTAL-VIEW REDEFINES OD-RPT-LINE.
           02  OD-TOT-LABEL            PIC X(30).
           02  OD-TOT-COUNT            PIC X(11).
           02  FILLER                  PIC X(01).
           02  OD-TOT-VERDICT          PIC X(08).
           02  FILLER                  PIC X(82).
       01  OD-AGING-VIEW REDEFINES OD-RPT-LINE.
           02  FILLER                  PIC X(41).
           02  OD-AGE-TAG              PIC X(13).
           02  OD-AGE-DAYS             PIC X(05).
           02  FILLER                  PIC X(73).
       01  OD-FEED-VIEW REDEFINES OD-RPT-LINE.
           02  OD-FV-TAG               PIC X(05).
           02  OD-FV-CODE              PIC X(02).
           02  OD-FV-KIND              PIC X(16).
           02  OD-FV-VERDICT           PIC X(14).
           02  FILLER                  PIC X(95).
       01  OD-TREND-VIEW REDEFINES OD-RPT-LINE.
           02  OD-TV-DATE              PIC X(10).
           02  OD-TV-ALL-TAG           PIC X(13).
           02  FILLER                  PIC X(109).
       01  OD-ALERT-VIEW REDEFINES OD-RPT-LINE.
           02  OD-AV-TAG               PIC X(20).
           02  OD-AV-SOURCE            PIC X(02).
           02  FILLER                  PIC X(110).

      *    EDITED-FIELD CONVERSION WORK AREAS.
       01  OD-EDITED-DATE              PIC X(10).
       01  OD-EDITED-DATE-PARTS REDEFINES OD-EDITED-DATE.
           02  OD-ED-YYYY              PIC X(04).
           02  FILLER                  PIC X(01).
           02  OD-ED-MM                PIC X(02).
           02  FILLER                  PIC X(01).
           02  OD-ED-DD                PIC X(02).
       01  OD-CONVERTED-DATE           PIC 9(08).
       01  OD-CONVERTED-DATE-X REDEFINES OD-CONVERTED-DATE.
           02  OD-CD-YYYY              PIC X(04).
           02  OD-CD-MM                PIC X(02).
           02  OD-CD-DD                PIC X(02).
       01  OD-EDITED-COUNT             PIC ZZZ,ZZZ,ZZ9.
       01  OD-EDITED-COUNT-X REDEFINES OD-EDITED-COUNT
                                       PIC X(11).
       01  OD-CONVERTED-COUNT          PIC 9(09).

      *    THE DIGEST LINE BEING BUILT, AND THE BUILT LINES HELD
      *    UNTIL THE OVERALL STATUS IS KNOWN.
       01  OD-LINE.
           02  OD-LN-KIND              PIC X(05).
           02  OD-LN-NAME              PIC X(04).
           02  OD-LN-STATUS            PIC X(14).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  OD-LN-RC-TAG            PIC X(03).
           02  OD-LN-RC                PIC X(02).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  OD-LN-COLOR             PIC X(05).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  OD-LN-NOTE              PIC X(42).
       01  OD-DETAIL-TABLE.
           02  OD-DETAIL-LINE          OCCURS 20 TIMES PIC X(80).
       01  OD-DETAIL-COUNT             PIC 9(02) VALUE 0.
       01  OD-DETAIL-SUB               PIC 9(02).
       01  OD-STEP-LINE-COUNT          PIC 9(02) VALUE 0.

       01  OD-OVERALL-STATUS           PIC X(05) VALUE 'GREEN'.
       01  OD-RED-COUNT                PIC 9(03) VALUE 0.
       01  OD-AMBER-COUNT              PIC 9(03) VALUE 0.

      *    NOTE LAYOUTS FOR THE LINES THAT CARRY FIGURES.
       01  OD-NOTE-BALANCE.
           02  FILLER                  PIC X(15)
               VALUE 'OUT OF BALANCE:'.
           02  OD-NB-WHICH             PIC X(27).
       01  OD-NB-PTR                   PIC 9(02) COMP.
       01  OD-NOTE-PASS.
           02  FILLER                  PIC X(18)
               VALUE 'BALANCED - PASS % '.
           02  OD-NP-RATE              PIC X(06).
       01  OD-NOTE-MERGE.
           02  FILLER                  PIC X(11) VALUE 'MERGE READ '.
           02  OD-NM-READ              PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(12) VALUE ' OF EXTRACT '.
           02  OD-NM-EXTRACT           PIC ZZZZZZZZ9.
       01  OD-NOTE-ALERT.
           02  OD-NA-COUNT             PIC ZZ9.
           02  FILLER                  PIC X(19)
               VALUE ' PASS-RATE ALERTS: '.
           02  OD-NA-SOURCES           PIC X(20).
       01  OD-NOTE-AGING.
           02  OD-NG-COUNT             PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(18)
               VALUE ' QUARANTINED PAST '.
           02  OD-NG-DAYS              PIC ZZZZ9.
           02  FILLER                  PIC X(05) VALUE ' DAYS'.
       01  OD-NOTE-BREAKS.
           02  OD-NK-COUNT             PIC ZZZZZZZZ9.
           02  FILLER                  PIC X(27)
               VALUE ' MASTER VERIFICATION BREAKS'.

       01  OD-RPT-HEADING-1.
           02  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           02  OD-RPT-HDR-DATE         PIC 9999/99/99.
           02  FILLER                  PIC X(22) VALUE SPACES.
           02  FILLER                  PIC X(27)
               VALUE 'OPERATIONS EXCEPTION DIGEST'.

       01  OD-RPT-HEADING-2            PIC X(80) VALUE ALL '-'.

       01  OD-RPT-STREAM-LINE.
           02  FILLER                  PIC X(30)
               VALUE 'STREAM DATE . . . . . . . . : '.
           02  OD-RPT-STREAM-DATE      PIC 9999/99/99.

       01  OD-RPT-TEXT-LINE.
           02  OD-RPT-TEXT-LABEL       PIC X(30).
           02  OD-RPT-TEXT             PIC X(40).

       01  OD-RPT-TOTAL-LINE.
           02  OD-RPT-TOTAL-LABEL      PIC X(30).
           02  OD-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.

      *=============================================================*
      *  PROCEDURE DIVISION.                                        *
      *=============================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *      GATHER THE NIGHT'S RESULTS FROM THE JOB LOG AND THE  *
      *      REPORTS, ASSESS EACH STEP AND FEED, THEN PRINT THE   *
      *      DIGEST AND WRITE THE STATUS RECORD.                  *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-READ-JOB-LOG
               THRU 2000-READ-JOB-LOG-EXIT
           PERFORM 2100-READ-CONTROL-TOTALS
               THRU 2100-READ-CONTROL-TOTALS-EXIT
           PERFORM 2200-READ-SUMMARY-REPORT
               THRU 2200-READ-SUMMARY-REPORT-EXIT
           IF OD-STEP-STATUS(2) = 'COMPLETE'
               PERFORM 2300-READ-MERGE-REPORT
                   THRU 2300-READ-MERGE-REPORT-EXIT
           END-IF
           IF OD-STEP-STATUS(3) = 'COMPLETE'
               PERFORM 2400-READ-TREND-REPORT
                   THRU 2400-READ-TREND-REPORT-EXIT
           END-IF
           IF OD-STEP-STATUS(4) = 'COMPLETE'
               PERFORM 2500-READ-AGING-REPORT
                   THRU 2500-READ-AGING-REPORT-EXIT
           END-IF
           PERFORM 2600-READ-VERIFY-REPORT
               THRU 2600-READ-VERIFY-REPORT-EXIT
           MOVE 1 TO OD-STEP-SUB
           PERFORM 3000-ASSESS-ONE-STEP
               THRU 3000-ASSESS-ONE-STEP-EXIT
               UNTIL OD-STEP-SUB > 5
           PERFORM 3500-ASSESS-VERIFICATION
               THRU 3500-ASSESS-VERIFICATION-EXIT
           MOVE OD-DETAIL-COUNT TO OD-STEP-LINE-COUNT
           IF OD-SUMRPT-FOUND
               MOVE 1 TO OD-FEED-SUB
               PERFORM 3600-ASSESS-ONE-FEED
                   THRU 3600-ASSESS-ONE-FEED-EXIT
                   UNTIL OD-FEED-SUB > OD-FEED-COUNT
           ELSE
               PERFORM 3650-ASSESS-NO-SUMMARY
                   THRU 3650-ASSESS-NO-SUMMARY-EXIT
           END-IF
           PERFORM 4000-WRITE-DIGEST
               THRU 4000-WRITE-DIGEST-EXIT
           PERFORM 5000-WRITE-STATUS-RECORD
               THRU 5000-WRITE-STATUS-RECORD-EXIT
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *      RESOLVE THE STREAM DATE, CLEAR THE STEP RESULTS AND  *
      *      OPEN THE DIGEST AND STATUS FILES.  THE STATUS FILE   *
      *      IS OPENED FIRST THING SO A DIGEST THAT ABENDS LEAVES *
      *      IT EMPTY - A HOLD - RATHER THAN LEAVING LAST NIGHT'S *
      *      RELEASE IN PLACE.                                    *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT OD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT OD-RUN-TIME FROM TIME
           OPEN OUTPUT DIGEST-STATUS-FILE
           IF OD-DIGSTAT-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN DIGSTATDD - STATUS '
                   OD-DIGSTAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO OD-STREAM-DATE-IN
           ACCEPT OD-STREAM-DATE-IN FROM ENVIRONMENT 'STREAMDATE'
           IF OD-STREAM-DATE-IN NOT = SPACES
               IF OD-STREAM-DATE-IN NUMERIC
                   MOVE OD-STREAM-DATE-IN TO OD-STREAM-DATE
               ELSE
                   DISPLAY 'P19: STREAMDATE VALUE NOT NUMERIC - '
                       'LATEST STREAM ON THE JOB LOG APPLIES'
               END-IF
           END-IF
           IF OD-STREAM-DATE = 0
               PERFORM 1100-FIND-LATEST-STREAM
                   THRU 1100-FIND-LATEST-STREAM-EXIT
           END-IF
           IF OD-STREAM-DATE = 0
               MOVE OD-RUN-DATE TO OD-STREAM-DATE
           END-IF
           DISPLAY 'P19: STREAM DATE ' OD-STREAM-DATE
           MOVE 1 TO OD-STEP-SUB
           PERFORM 1200-CLEAR-ONE-STEP
               THRU 1200-CLEAR-ONE-STEP-EXIT
               UNTIL OD-STEP-SUB > 5
           OPEN OUTPUT DIGEST-REPORT-FILE
           IF OD-DIGRPT-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN DIGRPTDD - STATUS '
                   OD-DIGRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-FIND-LATEST-STREAM                                  *
      *      TAKE THE LATEST STREAM DATE ON THE JOB LOG, FOR A    *
      *      RUN THAT DOES NOT NAME ONE.  A MISSING LOG LEAVES    *
      *      THE DATE UNSET.                                      *
      *----------------------------------------------------------*
       1100-FIND-LATEST-STREAM.
           OPEN INPUT JOB-LOG-FILE
           IF OD-JOBLOG-STATUS = '35'
               GO TO 1100-FIND-LATEST-STREAM-EXIT
           END-IF
           IF OD-JOBLOG-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN JOBLOGDD - STATUS '
                   OD-JOBLOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO OD-READ-END-SW
           PERFORM 1110-SCAN-ONE-STREAM-DATE
               THRU 1110-SCAN-ONE-STREAM-DATE-EXIT
               UNTIL OD-READ-END
           CLOSE JOB-LOG-FILE.
       1100-FIND-LATEST-STREAM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1110-SCAN-ONE-STREAM-DATE                                *
      *      READ ONE JOB-LOG RECORD AND KEEP ITS STREAM DATE     *
      *      WHEN IT IS THE LATEST SO FAR.                        *
      *----------------------------------------------------------*
       1110-SCAN-ONE-STREAM-DATE.
           READ JOB-LOG-FILE
               AT END
                   SET OD-READ-END TO TRUE
                   GO TO 1110-SCAN-ONE-STREAM-DATE-EXIT
           END-READ
           IF OD-JOBLOG-STATUS NOT = '00'
               DISPLAY 'P19: I/O ERROR ON JOBLOGDD - FILE STATUS '
                   OD-JOBLOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF JL-STREAM-DATE NOT NUMERIC
               GO TO 1110-SCAN-ONE-STREAM-DATE-EXIT
           END-IF
           IF JL-STREAM-DATE > OD-STREAM-DATE
               MOVE JL-STREAM-DATE TO OD-STREAM-DATE
           END-IF.
       1110-SCAN-ONE-STREAM-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-CLEAR-ONE-STEP                                      *
      *      MARK ONE STEP NOT RUN UNTIL THE JOB LOG SAYS         *
      *      OTHERWISE.                                           *
      *----------------------------------------------------------*
       1200-CLEAR-ONE-STEP.
           MOVE 'NOT RUN' TO OD-STEP-STATUS(OD-STEP-SUB)
           MOVE 0 TO OD-STEP-RC(OD-STEP-SUB)
           MOVE 0 TO OD-STEP-ATTEMPTS(OD-STEP-SUB)
           ADD 1 TO OD-STEP-SUB.
       1200-CLEAR-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-READ-JOB-LOG                                        *
      *      TAKE EVERY STEP ATTEMPT LOGGED FOR THE STREAM DATE.  *
      *      A MISSING LOG MEANS NO STEP RAN.                     *
      *----------------------------------------------------------*
       2000-READ-JOB-LOG.
           OPEN INPUT JOB-LOG-FILE
           IF OD-JOBLOG-STATUS = '35'
               DISPLAY 'P19: JOBLOGDD NOT FOUND - NO STEP RAN'
               GO TO 2000-READ-JOB-LOG-EXIT
           END-IF
           IF OD-JOBLOG-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN JOBLOGDD - STATUS '
                   OD-JOBLOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO OD-READ-END-SW
           PERFORM 2010-READ-ONE-LOG-RECORD
               THRU 2010-READ-ONE-LOG-RECORD-EXIT
               UNTIL OD-READ-END
           CLOSE JOB-LOG-FILE.
       2000-READ-JOB-LOG-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2010-READ-ONE-LOG-RECORD                                 *
      *      READ ONE JOB-LOG RECORD AND, WHEN IT BELONGS TO THE  *
      *      STREAM DATE, RECORD IT AGAINST ITS STEP.  A LATER    *
      *      ATTEMPT REPLACES AN EARLIER ONE.                     *
      *----------------------------------------------------------*
       2010-READ-ONE-LOG-RECORD.
           READ JOB-LOG-FILE
               AT END
                   SET OD-READ-END TO TRUE
                   GO TO 2010-READ-ONE-LOG-RECORD-EXIT
           END-READ
           IF OD-JOBLOG-STATUS NOT = '00'
               DISPLAY 'P19: I/O ERROR ON JOBLOGDD - FILE STATUS '
                   OD-JOBLOG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF JL-STREAM-DATE NOT NUMERIC
               GO TO 2010-READ-ONE-LOG-RECORD-EXIT
           END-IF
           IF JL-STREAM-DATE NOT = OD-STREAM-DATE
               GO TO 2010-READ-ONE-LOG-RECORD-EXIT
           END-IF
           MOVE 1 TO OD-STEP-SUB
           PERFORM 2020-MATCH-LOG-STEP
               THRU 2020-MATCH-LOG-STEP-EXIT
               UNTIL OD-STEP-SUB > 5.
       2010-READ-ONE-LOG-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2020-MATCH-LOG-STEP                                      *
      *      POST THE CURRENT LOG RECORD TO THE STEP IT NAMES.    *
      *----------------------------------------------------------*
       2020-MATCH-LOG-STEP.
           IF OD-STEP-NAME(OD-STEP-SUB) = JL-STEP-NAME
               MOVE JL-STATUS TO OD-STEP-STATUS(OD-STEP-SUB)
               IF JL-RETURN-CODE NUMERIC
                   MOVE JL-RETURN-CODE TO OD-STEP-RC(OD-STEP-SUB)
               ELSE
                   MOVE 99 TO OD-STEP-RC(OD-STEP-SUB)
               END-IF
               ADD 1 TO OD-STEP-ATTEMPTS(OD-STEP-SUB)
           END-IF
           ADD 1 TO OD-STEP-SUB.
       2020-MATCH-LOG-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-READ-CONTROL-TOTALS                                 *
      *      READ THE P1 CONTROL-TOTALS RECORD.  ONE DATED        *
      *      BEFORE THE STREAM IS AN EARLIER NIGHT'S.             *
      *----------------------------------------------------------*
       2100-READ-CONTROL-TOTALS.
           OPEN INPUT CONTROL-TOTALS-FILE
           IF OD-CTLTOT-STATUS = '35'
               GO TO 2100-READ-CONTROL-TOTALS-EXIT
           END-IF
           IF OD-CTLTOT-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN CTLTOTDD - STATUS '
                   OD-CTLTOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CONTROL-TOTALS-FILE
               AT END
                   CLOSE CONTROL-TOTALS-FILE
                   GO TO 2100-READ-CONTROL-TOTALS-EXIT
           END-READ
           IF OD-CTLTOT-STATUS NOT = '00'
               DISPLAY 'P19: I/O ERROR ON CTLTOTDD - FILE STATUS '
                   OD-CTLTOT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CT-RUN-DATE NUMERIC
               AND CT-RUN-DATE NOT < OD-STREAM-DATE
               SET OD-CTLTOT-FOUND TO TRUE
           END-IF
           CLOSE CONTROL-TOTALS-FILE.
       2100-READ-CONTROL-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-READ-SUMMARY-REPORT                                 *
      *      READ THE P1 SUMMARY REPORT FOR ITS PASS PERCENTAGE,  *
      *      FEED ACCEPTANCE LINES AND SEQUENCE LINES.  IT IS     *
      *      READ WHETHER OR NOT P1 COMPLETED - A FEED THAT       *
      *      FAILED ACCEPTANCE ENDS P1 WITH CODE 8 BUT STILL      *
      *      PRINTS ITS VERDICT.                                  *
      *----------------------------------------------------------*
       2200-READ-SUMMARY-REPORT.
           OPEN INPUT SUMMARY-REPORT-FILE
           IF OD-SUMRPT-STATUS = '35'
               GO TO 2200-READ-SUMMARY-REPORT-EXIT
           END-IF
           IF OD-SUMRPT-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN SUMRPTDD - STATUS '
                   OD-SUMRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO OD-READ-END-SW
           PERFORM 2210-TAKE-ONE-SUMMARY-LINE
               THRU 2210-TAKE-ONE-SUMMARY-LINE-EXIT
               UNTIL OD-READ-END
           CLOSE SUMMARY-REPORT-FILE.
       2200-READ-SUMMARY-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2210-TAKE-ONE-SUMMARY-LINE                               *
      *      READ ONE SUMMARY-REPORT LINE.  THE FIRST HEADING     *
      *      DECIDES WHETHER THE REPORT BELONGS TO THE STREAM;    *
      *      AN EARLIER NIGHT'S REPORT IS READ NO FURTHER.        *
      *----------------------------------------------------------*
       2210-TAKE-ONE-SUMMARY-LINE.
           READ SUMMARY-REPORT-FILE
               AT END
                   SET OD-READ-END TO TRUE
                   GO TO 2210-TAKE-ONE-SUMMARY-LINE-EXIT
           END-READ
           IF OD-SUMRPT-STATUS NOT = '00'
               DISPLAY 'P19: I/O ERROR ON SUMRPTDD - FILE STATUS '
                   OD-SUMRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SUMMARY-REPORT-REC TO OD-RPT-LINE
           IF OD-HDR-TAG = 'RUN DATE: '
               MOVE OD-HDR-DATE TO OD-EDITED-DATE
               PERFORM 8000-CONVERT-EDITED-DATE
                   THRU 8000-CONVERT-EDITED-DATE-EXIT
               IF OD-CONVERTED-DATE < OD-STREAM-DATE
                   SET OD-READ-END TO TRUE
               ELSE
                   SET OD-SUMRPT-FOUND TO TRUE
               END-IF
               GO TO 2210-TAKE-ONE-SUMMARY-LINE-EXIT
           END-IF
           IF NOT OD-SUMRPT-FOUND
               GO TO 2210-TAKE-ONE-SUMMARY-LINE-EXIT
           END-IF
           IF OD-TOT-LABEL = 'NICE-WORD PASS PERCENTAGE . : '
               MOVE OD-TOT-COUNT(1:6) TO OD-PASS-RATE-TEXT
               GO TO 2210-TAKE-ONE-SUMMARY-LINE-EXIT
           END-IF
           IF OD-FV-TAG NOT = 'FEED '
               GO TO 2210-TAKE-ONE-SUMMARY-LINE-EXIT
           END-IF
           IF OD-FV-KIND = ' ACCEPTANCE . : '
               PERFORM 2220-TAKE-FEED-LINE
                   THRU 2220-TAKE-FEED-LINE-EXIT
           END-IF
           IF OD-FV-KIND = ' SEQUENCE . . : '
               PERFORM 2230-TAKE-SEQUENCE-LINE
                   THRU 2230-TAKE-SEQUENCE-LINE-EXIT
           END-IF.
       2210-TAKE-ONE-SUMMARY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2220-TAKE-FEED-LINE                                      *
      *      ADD ONE FEED ACCEPTANCE LINE TO THE FEED TABLE.      *
      *----------------------------------------------------------*
       2220-TAKE-FEED-LINE.
           IF OD-FEED-COUNT >= 10
               GO TO 2220-TAKE-FEED-LINE-EXIT
           END-IF
           ADD 1 TO OD-FEED-COUNT
           MOVE OD-FV-CODE TO OD-FEED-CODE(OD-FEED-COUNT)
           MOVE OD-FV-VERDICT TO OD-FEED-VERDICT(OD-FEED-COUNT)
           MOVE SPACES TO OD-FEED-SEQ-STATUS(OD-FEED-COUNT).
       2220-TAKE-FEED-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2230-TAKE-SEQUENCE-LINE                                  *
      *      A SEQUENCE LINE FOLLOWS THE ACCEPTANCE LINE OF THE   *
      *      FEED IT NAMES; POST IT TO THAT FEED.                 *
      *----------------------------------------------------------*
       2230-TAKE-SEQUENCE-LINE.
           IF OD-FEED-COUNT = 0
               GO TO 2230-TAKE-SEQUENCE-LINE-EXIT
           END-IF
           IF OD-FEED-CODE(OD-FEED-COUNT) = OD-FV-CODE
               MOVE OD-FV-VERDICT
                   TO OD-FEED-SEQ-STATUS(OD-FEED-COUNT)
           END-IF.
       2230-TAKE-SEQUENCE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2300-READ-MERGE-REPORT                                   *
      *      READ THE P2 MERGE REPORT FOR THE EXTRACT RECORDS IT  *
      *      MERGED.                                              *
      *----------------------------------------------------------*
       2300-READ-MERGE-REPORT.
           OPEN INPUT MERGE-REPORT-FILE
           IF OD-MRGRPT-STATUS = '35'
               GO TO 2300-READ-MERGE-REPORT-EXIT
           END-IF
           IF OD-MRGRPT-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN MRGRPTDD - STATUS '
                   OD-MRGRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO OD-READ-END-SW
           PERFORM 2310-TAKE-ONE-MERGE-LINE
               THRU 2310-TAKE-ONE-MERGE-LINE-EXIT
               UNTIL OD-READ-END
           CLOSE MERGE-REPORT-FILE.
       2300-READ-MERGE-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2310-TAKE-ONE-MERGE-LINE                                 *
      *      READ ONE MERGE-REPORT LINE: THE HEADING FOR ITS RUN  *
      *      DATE, THE FIRST TOTAL FOR THE RECORDS READ.          *
      *----------------------------------------------------------*
       2310-TAKE-ONE-MERGE-LINE.
           READ MERGE-REPORT-FILE
               AT END
                   SET OD-READ-END TO TRUE
                   GO TO 2310-TAKE-ONE-MERGE-LINE-EXIT
           END-READ
           IF OD-MRGRPT-STATUS NOT = '00'
               DISPLAY 'P19: I/O ERROR ON MRGRPTDD - FILE STATUS '
                   OD-MRGRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE MERGE-REPORT-REC TO OD-RPT-LINE
           IF OD-HDR-TAG = 'RUN DATE: '
               MOVE OD-HDR-DATE TO OD-EDITED-DATE
               PERFORM 8000-CONVERT-EDITED-DATE
                   THRU 8000-CONVERT-EDITED-DATE-EXIT
               IF OD-CONVERTED-DATE < OD-STREAM-DATE
                   SET OD-READ-END TO TRUE
               ELSE
                   SET OD-MRGRPT-FOUND TO TRUE
               END-IF
               GO TO 2310-TAKE-ONE-MERGE-LINE-EXIT
           END-IF
           IF OD-MRGRPT-FOUND
               AND OD-TOT-LABEL = 'EXTRACT RECORDS READ . . . : '
               MOVE OD-TOT-COUNT TO OD-EDITED-COUNT-X
               PERFORM 8100-CONVERT-EDITED-COUNT
                   THRU 8100-CONVERT-EDITED-COUNT-EXIT
               MOVE OD-CONVERTED-COUNT TO OD-MERGE-READ
           END-IF.
       2310-TAKE-ONE-MERGE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-READ-TREND-REPORT                                   *
      *      READ THE P3 TREND REPORT AND COUNT THE PASS-RATE     *
      *      ALERTS RAISED AGAINST RUNS DATED ON OR AFTER THE     *
      *      STREAM DATE - THE MONTH'S EARLIER RUNS ARE ALREADY   *
      *      HISTORY.                                             *
      *----------------------------------------------------------*
       2400-READ-TREND-REPORT.
           OPEN INPUT TREND-REPORT-FILE
           IF OD-TRENDRPT-STATUS = '35'
               GO TO 2400-READ-TREND-REPORT-EXIT
           END-IF
           IF OD-TRENDRPT-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN TRENDRPTDD - STATUS '
                   OD-TRENDRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO OD-READ-END-SW
           PERFORM 2410-TAKE-ONE-TREND-LINE
               THRU 2410-TAKE-ONE-TREND-LINE-EXIT
               UNTIL OD-READ-END
           CLOSE TREND-REPORT-FILE.
       2400-READ-TREND-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2410-TAKE-ONE-TREND-LINE                                 *
      *      READ ONE TREND-REPORT LINE.  EACH RUN'S ALL-SOURCES  *
      *      LINE SAYS WHETHER THE ALERTS UNDER IT COUNT.         *
      *----------------------------------------------------------*
       2410-TAKE-ONE-TREND-LINE.
           READ TREND-REPORT-FILE
               AT END
                   SET OD-READ-END TO TRUE
                   GO TO 2410-TAKE-ONE-TREND-LINE-EXIT
           END-READ
           IF OD-TRENDRPT-STATUS NOT = '00'
               DISPLAY 'P19: I/O ERROR ON TRENDRPTDD - FILE STATUS '
                   OD-TRENDRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE TREND-REPORT-REC TO OD-RPT-LINE
           IF OD-HDR-TAG = 'RUN DATE: '
               MOVE OD-HDR-DATE TO OD-EDITED-DATE
               PERFORM 8000-CONVERT-EDITED-DATE
                   THRU 8000-CONVERT-EDITED-DATE-EXIT
               IF OD-CONVERTED-DATE < OD-STREAM-DATE
                   SET OD-READ-END TO TRUE
               ELSE
                   SET OD-TRENDRPT-FOUND TO TRUE
               END-IF
               GO TO 2410-TAKE-ONE-TREND-LINE-EXIT
           END-IF
           IF NOT OD-TRENDRPT-FOUND
               GO TO 2410-TAKE-ONE-TREND-LINE-EXIT
           END-IF
           IF OD-TV-ALL-TAG = '  ALL SOURCES'
               MOVE OD-TV-DATE TO OD-EDITED-DATE
               PERFORM 8000-CONVERT-EDITED-DATE
                   THRU 8000-CONVERT-EDITED-DATE-EXIT
               IF OD-CONVERTED-DATE < OD-STREAM-DATE
                   MOVE 'N' TO OD-TREND-IN-STREAM-SW
               ELSE
                   SET OD-TREND-IN-STREAM TO TRUE
               END-IF
               GO TO 2410-TAKE-ONE-TREND-LINE-EXIT
           END-IF
           IF OD-AV-TAG = 'TREND ALERT: SOURCE '
               AND OD-TREND-IN-STREAM
               ADD 1 TO OD-ALERT-COUNT
               STRING OD-AV-SOURCE ' ' DELIMITED BY SIZE
                   INTO OD-ALERT-SOURCES
                   WITH POINTER OD-ALERT-PTR
               END-STRING
           END-IF.
       2410-TAKE-ONE-TREND-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2500-READ-AGING-REPORT                                   *
      *      READ THE P4 AGING REPORT'S TRAILER FOR THE RECORDS   *
      *      ESCALATED AND THE THRESHOLD.  THE REPORT CARRIES NO  *
      *      RUN DATE; IT IS ONLY READ WHEN P4 COMPLETED FOR THE  *
      *      STREAM.                                              *
      *----------------------------------------------------------*
       2500-READ-AGING-REPORT.
           OPEN INPUT AGING-REPORT-FILE
           IF OD-QAGERPT-STATUS = '35'
               GO TO 2500-READ-AGING-REPORT-EXIT
           END-IF
           IF OD-QAGERPT-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN QAGERPTDD - STATUS '
                   OD-QAGERPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO OD-READ-END-SW
           PERFORM 2510-TAKE-ONE-AGING-LINE
               THRU 2510-TAKE-ONE-AGING-LINE-EXIT
               UNTIL OD-READ-END
           CLOSE AGING-REPORT-FILE.
       2500-READ-AGING-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2510-TAKE-ONE-AGING-LINE                                 *
      *      READ ONE AGING-REPORT LINE, KEEPING THE TRAILER'S    *
      *      FIGURES.                                             *
      *----------------------------------------------------------*
       2510-TAKE-ONE-AGING-LINE.
           READ AGING-REPORT-FILE
               AT END
                   SET OD-READ-END TO TRUE
                   GO TO 2510-TAKE-ONE-AGING-LINE-EXIT
           END-READ
           IF OD-QAGERPT-STATUS NOT = '00'
               DISPLAY 'P19: I/O ERROR ON QAGERPTDD - FILE STATUS '
                   OD-QAGERPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AGING-REPORT-REC TO OD-RPT-LINE
           IF OD-TOT-LABEL NOT = 'RECORDS ESCALATED . . . . . : '
               GO TO 2510-TAKE-ONE-AGING-LINE-EXIT
           END-IF
           SET OD-QAGERPT-FOUND TO TRUE
           MOVE OD-TOT-COUNT TO OD-EDITED-COUNT-X
           PERFORM 8100-CONVERT-EDITED-COUNT
               THRU 8100-CONVERT-EDITED-COUNT-EXIT
           MOVE OD-CONVERTED-COUNT TO OD-ESCALATED-COUNT
           MOVE SPACES TO OD-EDITED-COUNT-X
           MOVE OD-AGE-DAYS TO OD-EDITED-COUNT-X(7:5)
           PERFORM 8100-CONVERT-EDITED-COUNT
               THRU 8100-CONVERT-EDITED-COUNT-EXIT
           MOVE OD-CONVERTED-COUNT TO OD-AGE-THRESHOLD.
       2510-TAKE-ONE-AGING-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2600-READ-VERIFY-REPORT                                  *
      *      READ THE P8 VERIFY REPORT WHEN ONE IS MOUNTED.  P8   *
      *      IS NOT PART OF THE NIGHTLY CHAIN; A REPORT DATED     *
      *      BEFORE THE STREAM MEANS IT DID NOT RUN THIS TIME.    *
      *----------------------------------------------------------*
       2600-READ-VERIFY-REPORT.
           OPEN INPUT VERIFY-REPORT-FILE
           IF OD-VERRPT-STATUS = '35'
               GO TO 2600-READ-VERIFY-REPORT-EXIT
           END-IF
           IF OD-VERRPT-STATUS NOT = '00'
               DISPLAY 'P19: CANNOT OPEN VERRPTDD - STATUS '
                   OD-VERRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO OD-READ-END-SW
           PERFORM 2610-TAKE-ONE-VERIFY-LINE
               THRU 2610-TAKE-ONE-VERIFY-LINE-EXIT
               UNTIL OD-READ-END
           CLOSE VERIFY-REPORT-FILE.
       2600-READ-VERIFY-REPORT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2610-TAKE-ONE-VERIFY-LINE                                *
      *      READ ONE VERIFY-REPORT LINE: THE HEADING FOR ITS RUN *
      *      DATE, THE DISCREPANCY TRAILER FOR ITS VERDICT.       *
      *----------------------------------------------------------*
       2610-TAKE-ONE-VERIFY-LINE.
           READ VERIFY-REPORT-FILE
               AT END
                   SET OD-READ-END TO TRUE
                   GO TO 2610-TAKE-ONE-VERIFY-LINE-EXIT
           END-READ
           IF OD-VERRPT-STATUS NOT = '00'
               DISPLAY 'P19: I/O ERROR ON VERRPTDD - FILE STATUS '
                   OD-VERRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE VERIFY-REPORT-REC TO OD-RPT-LINE
           IF OD-HDR-TAG = 'RUN DATE: '
               MOVE OD-HDR-DATE TO OD-EDITED-DATE
               PERFORM 8000-CONVERT-EDITED-DATE
                   THRU 8000-CONVERT-EDITED-DATE-EXIT
               IF OD-CONVERTED-DATE < OD-STREAM-DATE
                   SET OD-READ-END TO TRUE
               END-IF
               GO TO 2610-TAKE-ONE-VERIFY-LINE-EXIT
           END-IF
           IF OD-TOT-LABEL = 'DISCREPANCIES FOUND . . . . : '
               SET OD-VERRPT-FOUND TO TRUE
               MOVE OD-TOT-COUNT TO OD-EDITED-COUNT-X
               PERFORM 8100-CONVERT-EDITED-COUNT
                   THRU 8100-CONVERT-EDITED-COUNT-EXIT
               MOVE OD-CONVERTED-COUNT TO OD-DISC-COUNT
               MOVE OD-TOT-VERDICT TO OD-VERIFY-VERDICT
           END-IF.
       2610-TAKE-ONE-VERIFY-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-ASSESS-ONE-STEP                                     *
      *      BUILD ONE STEP'S DIGEST LINE FROM ITS LAST JOB-LOG   *
      *      RESULT.  A STEP THAT COMPLETED HAS ITS OWN OUTPUTS   *
      *      CHECKED; ANY OTHER RESULT IS RED.                    *
      *----------------------------------------------------------*
       3000-ASSESS-ONE-STEP.
           MOVE 'STEP ' TO OD-LN-KIND
           MOVE OD-STEP-NAME(OD-STEP-SUB) TO OD-LN-NAME
           MOVE OD-STEP-STATUS(OD-STEP-SUB) TO OD-LN-STATUS
           MOVE SPACES TO OD-LN-NOTE
           IF OD-STEP-ATTEMPTS(OD-STEP-SUB) = 0
               MOVE SPACES TO OD-LN-RC-TAG
               MOVE SPACES TO OD-LN-RC
           ELSE
               MOVE 'RC ' TO OD-LN-RC-TAG
               MOVE OD-STEP-RC(OD-STEP-SUB) TO OD-LN-RC
           END-IF
           EVALUATE OD-STEP-STATUS(OD-STEP-SUB)
               WHEN 'COMPLETE'
                   ADD 1 TO OD-STEPS-COMPLETE
                   MOVE 'GREEN' TO OD-LN-COLOR
                   IF OD-STEP-ATTEMPTS(OD-STEP-SUB) > 1
                       MOVE 'COMPLETED ON A RERUN' TO OD-LN-NOTE
                   END-IF
                   IF OD-STEP-RC(OD-STEP-SUB) = 4
                       MOVE 'ENDED WITH WARNINGS - SEE BELOW'
                           TO OD-LN-NOTE
                   END-IF
               WHEN 'FAILED'
                   MOVE 'RED' TO OD-LN-COLOR
                   MOVE 'STEP FAILED - RERUN P9 TO RESUME'
                       TO OD-LN-NOTE
               WHEN 'DD-MISS'
                   MOVE 'RED' TO OD-LN-COLOR
                   MOVE 'HELD - REQUIRED DD NOT ASSIGNED'
                       TO OD-LN-NOTE
               WHEN 'NOT RUN'
                   MOVE 'RED' TO OD-LN-COLOR
                   MOVE 'NO JOB-LOG ENTRY FOR THE STREAM DATE'
                       TO OD-LN-NOTE
               WHEN OTHER
                   MOVE 'RED' TO OD-LN-COLOR
                   MOVE 'UNRECOGNIZED JOB-LOG STATUS'
                       TO OD-LN-NOTE
           END-EVALUATE
           IF OD-STEP-STATUS(OD-STEP-SUB) = 'COMPLETE'
               EVALUATE OD-STEP-SUB
                   WHEN 1
                       PERFORM 3100-CHECK-CONTROL-TOTALS
                           THRU 3100-CHECK-CONTROL-TOTALS-EXIT
                   WHEN 2
                       PERFORM 3200-CHECK-MERGE
                           THRU 3200-CHECK-MERGE-EXIT
                   WHEN 3
                       PERFORM 3300-CHECK-PASS-RATE-ALERTS
                           THRU 3300-CHECK-PASS-RATE-ALERTS-EXIT
                   WHEN 4
                       PERFORM 3400-CHECK-QUARANTINE-AGING
                           THRU 3400-CHECK-QUARANTINE-AGING-EXIT
               END-EVALUATE
           END-IF
           PERFORM 3900-POST-DIGEST-LINE
               THRU 3900-POST-DIGEST-LINE-EXIT
           ADD 1 TO OD-STEP-SUB.
       3000-ASSESS-ONE-STEP-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-CHECK-CONTROL-TOTALS                                *
      *      P1 COMPLETED: ITS CONTROL TOTALS MUST BE ON FILE FOR *
      *      THE STREAM AND BALANCED.  AN OUT-OF-BALANCE RECORD   *
      *      NAMES THE OUTPUT FILES THAT DISAGREE.                *
      *----------------------------------------------------------*
       3100-CHECK-CONTROL-TOTALS.
           IF NOT OD-CTLTOT-FOUND
               MOVE 'RED' TO OD-LN-COLOR
               MOVE 'NO CONTROL TOTALS FOR THE STREAM DATE'
                   TO OD-LN-NOTE
               GO TO 3100-CHECK-CONTROL-TOTALS-EXIT
           END-IF
           IF CT-BALANCE-STATUS = 'BALANCED'
               IF OD-PASS-RATE-TEXT NOT = SPACES
                   AND OD-LN-NOTE = SPACES
                   MOVE OD-PASS-RATE-TEXT TO OD-NP-RATE
                   MOVE OD-NOTE-PASS TO OD-LN-NOTE
               END-IF
               GO TO 3100-CHECK-CONTROL-TOTALS-EXIT
           END-IF
           MOVE 'RED' TO OD-LN-COLOR
           MOVE SPACES TO OD-NB-WHICH
           MOVE 1 TO OD-NB-PTR
           IF CT-GOOD-EXPECTED NOT = CT-GOOD-ACTUAL
               STRING ' EXTRACT' DELIMITED BY SIZE
                   INTO OD-NB-WHICH WITH POINTER OD-NB-PTR
               END-STRING
           END-IF
           IF CT-REJECT-EXPECTED NOT = CT-REJECT-ACTUAL
               STRING ' REJECTS' DELIMITED BY SIZE
                   INTO OD-NB-WHICH WITH POINTER OD-NB-PTR
               END-STRING
           END-IF
           IF CT-QUAR-EXPECTED NOT = CT-QUAR-ACTUAL
               STRING ' QUARANTINE' DELIMITED BY SIZE
                   INTO OD-NB-WHICH WITH POINTER OD-NB-PTR
               END-STRING
           END-IF
           IF OD-NB-WHICH = SPACES
               MOVE ' READS VS OUTPUTS' TO OD-NB-WHICH
           END-IF
           MOVE OD-NOTE-BALANCE TO OD-LN-NOTE.
       3100-CHECK-CONTROL-TOTALS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-CHECK-MERGE                                         *
      *      P2 COMPLETED: ITS MERGE REPORT MUST BE ON FILE FOR   *
      *      THE STREAM, AND WHEN P1'S CONTROL TOTALS ARE TOO IT  *
      *      MUST HAVE READ EVERY RECORD OF THE EXTRACT.          *
      *----------------------------------------------------------*
       3200-CHECK-MERGE.
           IF NOT OD-MRGRPT-FOUND
               MOVE 'RED' TO OD-LN-COLOR
               MOVE 'NO MERGE REPORT FOR THE STREAM DATE'
                   TO OD-LN-NOTE
               GO TO 3200-CHECK-MERGE-EXIT
           END-IF
           IF NOT OD-CTLTOT-FOUND
               GO TO 3200-CHECK-MERGE-EXIT
           END-IF
           IF OD-MERGE-READ NOT = CT-GOOD-ACTUAL
               MOVE 'RED' TO OD-LN-COLOR
               MOVE OD-MERGE-READ TO OD-NM-READ
               MOVE CT-GOOD-ACTUAL TO OD-NM-EXTRACT
               MOVE OD-NOTE-MERGE TO OD-LN-NOTE
           END-IF.
       3200-CHECK-MERGE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-CHECK-PASS-RATE-ALERTS                              *
      *      P3 COMPLETED: ANY PASS-RATE ALERT FOR THE STREAM IS  *
      *      AMBER, NAMING THE SOURCES.                           *
      *----------------------------------------------------------*
       3300-CHECK-PASS-RATE-ALERTS.
           IF NOT OD-TRENDRPT-FOUND
               MOVE 'AMBER' TO OD-LN-COLOR
               MOVE 'NO TREND REPORT FOR THE STREAM DATE'
                   TO OD-LN-NOTE
               GO TO 3300-CHECK-PASS-RATE-ALERTS-EXIT
           END-IF
           IF OD-ALERT-COUNT > 0
               MOVE 'AMBER' TO OD-LN-COLOR
               MOVE OD-ALERT-COUNT TO OD-NA-COUNT
               MOVE OD-ALERT-SOURCES TO OD-NA-SOURCES
               MOVE OD-NOTE-ALERT TO OD-LN-NOTE
           END-IF.
       3300-CHECK-PASS-RATE-ALERTS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3400-CHECK-QUARANTINE-AGING                              *
      *      P4 COMPLETED: QUARANTINE RECORDS PAST THE AGING      *
      *      THRESHOLD ARE AMBER.                                 *
      *----------------------------------------------------------*
       3400-CHECK-QUARANTINE-AGING.
           IF NOT OD-QAGERPT-FOUND
               MOVE 'AMBER' TO OD-LN-COLOR
               MOVE 'NO AGING REPORT TRAILER FOUND'
                   TO OD-LN-NOTE
               GO TO 3400-CHECK-QUARANTINE-AGING-EXIT
           END-IF
           IF OD-ESCALATED-COUNT > 0
               MOVE 'AMBER' TO OD-LN-COLOR
               MOVE OD-ESCALATED-COUNT TO OD-NG-COUNT
               MOVE OD-AGE-THRESHOLD TO OD-NG-DAYS
               MOVE OD-NOTE-AGING TO OD-LN-NOTE
           END-IF.
       3400-CHECK-QUARANTINE-AGING-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3500-ASSESS-VERIFICATION                                 *
      *      BUILD THE P8 LINE.  A RUN THAT FOUND MASTER BREAKS   *
      *      IS RED; NO RUN FOR THE STREAM IS NOT AN EXCEPTION.   *
      *----------------------------------------------------------*
       3500-ASSESS-VERIFICATION.
           MOVE 'STEP ' TO OD-LN-KIND
           MOVE 'P8' TO OD-LN-NAME
           MOVE SPACES TO OD-LN-RC-TAG
           MOVE SPACES TO OD-LN-RC
           MOVE SPACES TO OD-LN-NOTE
           MOVE 'GREEN' TO OD-LN-COLOR
           IF NOT OD-VERRPT-FOUND
               MOVE 'NOT RUN' TO OD-LN-STATUS
               MOVE 'NO VERIFICATION FOR THE STREAM DATE'
                   TO OD-LN-NOTE
           ELSE
               MOVE OD-VERIFY-VERDICT TO OD-LN-STATUS
               IF OD-VERIFY-VERDICT NOT = 'CLEAN'
                   MOVE 'RED' TO OD-LN-COLOR
                   MOVE OD-DISC-COUNT TO OD-NK-COUNT
                   MOVE OD-NOTE-BREAKS TO OD-LN-NOTE
               END-IF
           END-IF
           PERFORM 3900-POST-DIGEST-LINE
               THRU 3900-POST-DIGEST-LINE-EXIT.
       3500-ASSESS-VERIFICATION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3600-ASSESS-ONE-FEED                                     *
      *      BUILD ONE FEED'S DIGEST LINE FROM ITS P1 ACCEPTANCE  *
      *      VERDICT: ACCEPTED IS GREEN UNLESS ITS SEQUENCE       *
      *      SKIPPED OR RAN BACKWARD; AN ABSENT OR HEADERLESS     *
      *      FEED IS AMBER; ANY OTHER VERDICT FAILED ACCEPTANCE   *
      *      AND IS RED.                                          *
      *----------------------------------------------------------*
       3600-ASSESS-ONE-FEED.
           MOVE 'FEED ' TO OD-LN-KIND
           MOVE OD-FEED-CODE(OD-FEED-SUB) TO OD-LN-NAME
           MOVE OD-FEED-VERDICT(OD-FEED-SUB) TO OD-LN-STATUS
           MOVE SPACES TO OD-LN-RC-TAG
           MOVE SPACES TO OD-LN-RC
           MOVE SPACES TO OD-LN-NOTE
           EVALUATE OD-FEED-VERDICT(OD-FEED-SUB)
               WHEN 'ACCEPTED'
                   MOVE 'GREEN' TO OD-LN-COLOR
                   IF OD-FEED-SEQ-STATUS(OD-FEED-SUB) NOT = SPACES
                       MOVE 'AMBER' TO OD-LN-COLOR
                       STRING OD-FEED-SEQ-STATUS(OD-FEED-SUB)
                               DELIMITED BY '  '
                           ' - SEE RCPTEXCDD' DELIMITED BY SIZE
                           INTO OD-LN-NOTE
                       END-STRING
                   END-IF
               WHEN 'NOT PRESENT'
                   MOVE 'AMBER' TO OD-LN-COLOR
                   MOVE 'FEED ABSENT - NOT SCREENED' TO OD-LN-NOTE
               WHEN 'NO HEADER'
                   MOVE 'AMBER' TO OD-LN-COLOR
                   MOVE 'NO HEADER - SCREENED WITH A WARNING'
                       TO OD-LN-NOTE
               WHEN OTHER
                   MOVE 'RED' TO OD-LN-COLOR
                   MOVE 'FAILED ACCEPTANCE - SEE SUMRPTDD'
                       TO OD-LN-NOTE
           END-EVALUATE
           PERFORM 3900-POST-DIGEST-LINE
               THRU 3900-POST-DIGEST-LINE-EXIT
           ADD 1 TO OD-FEED-SUB.
       3600-ASSESS-ONE-FEED-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3650-ASSESS-NO-SUMMARY                                   *
      *      WITHOUT A P1 SUMMARY REPORT FOR THE STREAM NO FEED   *
      *      CAN BE CONFIRMED; ONE RED LINE STANDS FOR THEM ALL.  *
      *----------------------------------------------------------*
       3650-ASSESS-NO-SUMMARY.
           MOVE 'FEED ' TO OD-LN-KIND
           MOVE 'ALL' TO OD-LN-NAME
           MOVE 'NOT CONFIRMED' TO OD-LN-STATUS
           MOVE SPACES TO OD-LN-RC-TAG
           MOVE SPACES TO OD-LN-RC
           MOVE 'RED' TO OD-LN-COLOR
           MOVE 'NO P1 SUMMARY REPORT FOR THE STREAM DATE'
               TO OD-LN-NOTE
           PERFORM 3900-POST-DIGEST-LINE
               THRU 3900-POST-DIGEST-LINE-EXIT.
       3650-ASSESS-NO-SUMMARY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3900-POST-DIGEST-LINE                                    *
      *      HOLD THE LINE JUST BUILT AND FOLD ITS COLOR INTO THE *
      *      OVERALL STATUS AND THE EXCEPTION COUNTS.             *
      *----------------------------------------------------------*
       3900-POST-DIGEST-LINE.
           EVALUATE OD-LN-COLOR
               WHEN 'RED'
                   ADD 1 TO OD-RED-COUNT
                   MOVE 'RED' TO OD-OVERALL-STATUS
               WHEN 'AMBER'
                   ADD 1 TO OD-AMBER-COUNT
                   IF OD-OVERALL-STATUS = 'GREEN'
                       MOVE 'AMBER' TO OD-OVERALL-STATUS
                   END-IF
           END-EVALUATE
           IF OD-DETAIL-COUNT < 20
               ADD 1 TO OD-DETAIL-COUNT
               MOVE OD-LINE TO OD-DETAIL-LINE(OD-DETAIL-COUNT)
           END-IF.
       3900-POST-DIGEST-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-WRITE-DIGEST                                        *
      *      PRINT THE ONE-PAGE DIGEST: STREAM DATE, OVERALL      *
      *      STATUS AND THE P12 DECISION, THE STEP LINES, THE     *
      *      FEED LINES AND THE EXCEPTION COUNTS.                 *
      *----------------------------------------------------------*
       4000-WRITE-DIGEST.
           MOVE OD-RUN-DATE TO OD-RPT-HDR-DATE
           MOVE OD-RPT-HEADING-1 TO DIGEST-REPORT-REC
           PERFORM 7100-WRITE-DIGEST-LINE
               THRU 7100-WRITE-DIGEST-LINE-EXIT
           MOVE OD-RPT-HEADING-2 TO DIGEST-REPORT-REC
           PERFORM 7100-WRITE-DIGEST-LINE
               THRU 7100-WRITE-DIGEST-LINE-EXIT
           MOVE OD-STREAM-DATE TO OD-RPT-STREAM-DATE
           MOVE OD-RPT-STREAM-LINE TO DIGEST-REPORT-REC
           PERFORM 7100-WRITE-DIGEST-LINE
               THRU 7100-WRITE-DIGEST-LINE-EXIT
           MOVE 'OVERALL STATUS . . . . . . : ' TO OD-RPT-TEXT-LABEL
           MOVE OD-OVERALL-STATUS TO OD-RPT-TEXT
           MOVE OD-RPT-TEXT-LINE TO DIGEST-REPORT-REC
           PERFORM 7100-WRITE-DIGEST-LINE
               THRU 7100-WRITE-DIGEST-LINE-EXIT
           MOVE 'P12 PROVISIONING EXTRACT . : ' TO OD-RPT-TEXT-LABEL
           IF OD-OVERALL-STATUS = 'RED'
               MOVE 'HOLD' TO OD-RPT-TEXT
           ELSE
               MOVE 'RELEASE' TO OD-RPT-TEXT
           END-IF
           MOVE OD-RPT-TEXT-LINE TO DIGEST-REPORT-REC
           PERFORM 7100-WRITE-DIGEST-LINE
               THRU 7100-WRITE-DIGEST-LINE-EXIT
           MOVE 1 TO OD-DETAIL-SUB
           PERFORM 4100-WRITE-ONE-DETAIL
               THRU 4100-WRITE-ONE-DETAIL-EXIT
               UNTIL OD-DETAIL-SUB > OD-DETAIL-COUNT
           MOVE OD-RPT-HEADING-2 TO DIGEST-REPORT-REC
           PERFORM 7100-WRITE-DIGEST-LINE
               THRU 7100-WRITE-DIGEST-LINE-EXIT
           MOVE 'RED EXCEPTIONS . . . . . . : ' TO OD-RPT-TOTAL-LABEL
           MOVE OD-RED-COUNT TO OD-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'AMBER EXCEPTIONS . . . . . : ' TO OD-RPT-TOTAL-LABEL
           MOVE OD-AMBER-COUNT TO OD-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'STEPS COMPLETE (OF 5) . . . : ' TO OD-RPT-TOTAL-LABEL
           MOVE OD-STEPS-COMPLETE TO OD-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT.
       4000-WRITE-DIGEST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4100-WRITE-ONE-DETAIL                                    *
      *      PRINT ONE HELD STEP OR FEED LINE, WITH A RULE ABOVE  *
      *      THE STEP LINES AND ANOTHER ABOVE THE FEED LINES.     *
      *----------------------------------------------------------*
       4100-WRITE-ONE-DETAIL.
           IF OD-DETAIL-SUB = 1
               OR OD-DETAIL-SUB = OD-STEP-LINE-COUNT + 1
               MOVE OD-RPT-HEADING-2 TO DIGEST-REPORT-REC
               PERFORM 7100-WRITE-DIGEST-LINE
                   THRU 7100-WRITE-DIGEST-LINE-EXIT
           END-IF
           MOVE OD-DETAIL-LINE(OD-DETAIL-SUB) TO DIGEST-REPORT-REC
           PERFORM 7100-WRITE-DIGEST-LINE
               THRU 7100-WRITE-DIGEST-LINE-EXIT
           ADD 1 TO OD-DETAIL-SUB.
       4100-WRITE-ONE-DETAIL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-WRITE-STATUS-RECORD                                 *
      *      WRITE THE ONE STATUS RECORD THE SCHEDULER READS.     *
      *      ONLY A RED NIGHT HOLDS THE P12 EXTRACT.              *
      *----------------------------------------------------------*
       5000-WRITE-STATUS-RECORD.
           MOVE SPACES TO DIGEST-STATUS-REC
           MOVE OD-STREAM-DATE TO DS-STREAM-DATE
           MOVE OD-RUN-DATE TO DS-RUN-DATE
           MOVE OD-RUN-TIME(1:6) TO DS-RUN-TIME
           MOVE OD-OVERALL-STATUS TO DS-OVERALL-STATUS
           IF OD-OVERALL-STATUS = 'RED'
               MOVE 'N' TO DS-P12-RELEASE
           ELSE
               SET DS-RELEASE-P12 TO TRUE
           END-IF
           MOVE OD-RED-COUNT TO DS-RED-COUNT
           MOVE OD-AMBER-COUNT TO DS-AMBER-COUNT
           MOVE OD-STEPS-COMPLETE TO DS-STEPS-COMPLETE
           WRITE DIGEST-STATUS-REC
           IF OD-DIGSTAT-STATUS NOT = '00'
               DISPLAY 'P19: WRITE FAILED ON DIGSTATDD - STATUS '
                   OD-DIGSTAT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       5000-WRITE-STATUS-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-DIGEST-LINE                                   *
      *      WRITE ONE DIGEST LINE AND CONFIRM THE WRITE TOOK.    *
      *----------------------------------------------------------*
       7100-WRITE-DIGEST-LINE.
           WRITE DIGEST-REPORT-REC
           IF OD-DIGRPT-STATUS NOT = '00'
               DISPLAY 'P19: WRITE FAILED ON DIGRPTDD - STATUS '
                   OD-DIGRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       7100-WRITE-DIGEST-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7200-WRITE-TOTAL-LINE                                    *
      *      WRITE ONE LABELLED TOTAL LINE TO THE DIGEST.         *
      *----------------------------------------------------------*
       7200-WRITE-TOTAL-LINE.
           MOVE OD-RPT-TOTAL-LINE TO DIGEST-REPORT-REC
           PERFORM 7100-WRITE-DIGEST-LINE
               THRU 7100-WRITE-DIGEST-LINE-EXIT.
       7200-WRITE-TOTAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8000-CONVERT-EDITED-DATE                                 *
      *      TURN A PRINTED YYYY/MM/DD DATE BACK INTO YYYYMMDD.   *
      *      ANYTHING NOT A DATE COMES BACK AS ZERO, WHICH READS  *
      *      AS BEFORE ANY STREAM.                                *
      *----------------------------------------------------------*
       8000-CONVERT-EDITED-DATE.
           MOVE OD-ED-YYYY TO OD-CD-YYYY
           MOVE OD-ED-MM TO OD-CD-MM
           MOVE OD-ED-DD TO OD-CD-DD
           IF OD-CONVERTED-DATE-X NOT NUMERIC
               MOVE 0 TO OD-CONVERTED-DATE
           END-IF.
       8000-CONVERT-EDITED-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8100-CONVERT-EDITED-COUNT                                *
      *      TURN A PRINTED ZZZ,ZZZ,ZZ9 COUNT BACK INTO A NUMBER  *
      *      BY DE-EDITING MOVE.                                  *
      *----------------------------------------------------------*
       8100-CONVERT-EDITED-COUNT.
           MOVE OD-EDITED-COUNT TO OD-CONVERTED-COUNT.
       8100-CONVERT-EDITED-COUNT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *      CLOSE THE OUTPUTS, SET THE RETURN CODE FROM THE      *
      *      OVERALL STATUS AND POST THE VERDICT TO THE CONSOLE.  *
      *----------------------------------------------------------*
       9000-TERMINATE.
           CLOSE DIGEST-REPORT-FILE
           CLOSE DIGEST-STATUS-FILE
           EVALUATE OD-OVERALL-STATUS
               WHEN 'RED'
                   MOVE 8 TO RETURN-CODE
               WHEN 'AMBER'
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY 'P19: OVERALL STATUS . . . . : ' OD-OVERALL-STATUS
           DISPLAY 'P19: RED EXCEPTIONS . . . . : ' OD-RED-COUNT
           DISPLAY 'P19: AMBER EXCEPTIONS . . . : ' OD-AMBER-COUNT
           DISPLAY 'P19: STEPS COMPLETE . . . . : ' OD-STEPS-COMPLETE
           IF OD-OVERALL-STATUS = 'RED'
               DISPLAY 'P19: P12 PROVISIONING EXTRACT HELD'
           ELSE
               DISPLAY 'P19: P12 PROVISIONING EXTRACT RELEASED'
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
