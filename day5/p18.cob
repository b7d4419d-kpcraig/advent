      *=============================================================*
      *  IDENTIFICATION DIVISION.                                    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    P18.
       AUTHOR.        J DUNLAP.
       INSTALLATION.  WORD SCREENING UNIT.
       DATE-WRITTEN.  01/18/2027.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    01/18/2027 JAD   ORIGINAL VERSION.  YEAR-END AUDIT
      *                      ARCHIVE ROLL-UP.  FOLDS A CLOSED PERIOD
      *                      OF AUDIT ARCHIVE MONTHS (AUDARCHDD),
      *                      ON TOP OF THE CURRENT BASELINE
      *                      (BASELNDD), INTO A NEW KEYED PER-WORD
      *                      BASELINE (NEWBASEDD): FIRST SEEN,
      *                      FIRST AND LAST ACCEPTED, ACCEPTED-DAYS
      *                      COUNT, LAST DECISION AND RECORD COUNT
      *                      FOR EVERY WORD THE ARCHIVE HAS EVER
      *                      CARRIED.  THE NEW BASELINE CONTROL
      *                      FILE (NEWBCTLDD) HOLDS ITS THROUGH
      *                      DATE AND CONTROL TOTALS, PROVED BY
      *                      READING THE NEW BASELINE BACK, AND ONE
      *                      SUMMARY RECORD PER ROLLED-UP MONTH.
      *                      P8 STARTS FROM THE BASELINE, AND P6
      *                      AND P11 USE IT FOR HISTORY OLDER THAN
      *                      THE DETAIL MONTHS STILL KEPT ONLINE.
      *    02/01/2027 JAD   AUDIT ARCHIVE RECORD LAYOUT CARRIES THE
      *                      WORD AS DELIVERED, AS P1 NOW WRITES IT.
      *                      THE BASELINE STAYS KEYED ON THE
      *                      SCREENED (TRANSLITERATED) WORD.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      RUN AT YEAR END, OR WHENEVER DETAIL MONTHS ARE TO GO   *
      *      OFFLINE.  ROLLTHRU (YYYYMMDD) IS THE LAST RUN DATE OF  *
      *      THE PERIOD AND MUST BE BEFORE TODAY.  MOUNT AUDARCHDD  *
      *      ON EXACTLY THE MONTHS AFTER THE CURRENT BASELINE'S     *
      *      THROUGH DATE UP TO ROLLTHRU, BASELNDD AND BASECTLDD ON *
      *      THE CURRENT BASELINE (LEAVE BOTH UNASSIGNED FOR THE    *
      *      FIRST ROLL-UP), AND NEWBASEDD AND NEWBCTLDD ON THE NEW *
      *      GENERATION.  AN ARCHIVE RECORD DATED OUTSIDE THE       *
      *      PERIOD MEANS THE WRONG MONTHS WERE MOUNTED; THE NEW    *
      *      BASELINE IS THEN MARKED UNVERIFIED, AS IT IS WHEN ANY  *
      *      CONTROL TOTAL FAILS TO BALANCE, AND NO PROGRAM WILL    *
      *      USE IT (RETURN CODE 8).  ONLY WHEN THE REPORT SAYS THE *
      *      BASELINE IS VERIFIED MAY THE ROLLED-UP MONTHS MOVE TO  *
      *      OFFLINE RETENTION; THEIR PER-MONTH RECORD COUNTS ARE   *
      *      ON THE REPORT TO CHECK AGAINST THE MONTH DATASETS.     *
      *      WORDS ARE KEYED IN LOWER CASE, AS P6 MATCHES THEM.     *
      *      A RECORD WITH NO USABLE RUN DATE CANNOT BE FOLDED; IT  *
      *      IS LISTED ON THE REPORT AND COUNTED (RETURN CODE 4).   *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    THE ASSIGN-NAMES BELOW ARE JCL-STYLE DD NAMES RESOLVED
      *    FROM ENVIRONMENT VARIABLES AT RUN TIME, AS IN P1.
       FILE-CONTROL.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO 'AUDARCHDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-ARCHIVE-STATUS.
           SELECT PRIOR-BASELINE-FILE
               ASSIGN TO 'BASELNDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PBL-WORD
               FILE STATUS IS YE-PRIOR-BASE-STATUS.
           SELECT PRIOR-CONTROL-FILE
               ASSIGN TO 'BASECTLDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-PRIOR-CTL-STATUS.
           SELECT BASELINE-FILE
               ASSIGN TO 'NEWBASEDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-WORD
               FILE STATUS IS YE-BASE-STATUS.
           SELECT BASELINE-CONTROL-FILE
               ASSIGN TO 'NEWBCTLDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-CTL-STATUS.
           SELECT ROLLUP-REPORT-FILE
               ASSIGN TO 'ROLRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS YE-ROLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    THE ARCHIVE RECORD IS THE P1 AUDIT RECORD VERBATIM, AS
      *    IN P6.
       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-REC.
           02  ARC-RUN-DATE            PIC X(08).
           02  ARC-RUN-MONTH REDEFINES ARC-RUN-DATE.
               03  ARC-RUN-YYYYMM      PIC X(06).
               03  ARC-RUN-DD          PIC X(02).
           02  FILLER                  PIC X(01).
           02  ARC-WORD                PIC X(80).
           02  FILLER                  PIC X(01).
           02  ARC-LETTER-COUNT        PIC X(03).
           02  FILLER                  PIC X(01).
           02  ARC-VOWEL-COUNT         PIC X(02).
           02  FILLER                  PIC X(01).
           02  ARC-DBL-COUNT           PIC X(02).
           02  FILLER                  PIC X(01).
           02  ARC-BAD-COUNT           PIC X(02).
           02  FILLER                  PIC X(01).
           02  ARC-DECISION            PIC X(06).
           02  FILLER                  PIC X(01).
           02  ARC-SOURCE              PIC X(02).
           02  FILLER                  PIC X(01).
           02  ARC-RULE-VERSION        PIC X(08).
           02  FILLER                  PIC X(01).
           02  ARC-RULE-SET            PIC X(01).
           02  FILLER                  PIC X(01).
           02  ARC-DELIVERED-WORD      PIC X(80).

      *    THE CURRENT BASELINE, COPIED WHOLE INTO THE NEW ONE
      *    BEFORE THE PERIOD IS FOLDED IN.
       FD  PRIOR-BASELINE-FILE.
       01  PRIOR-BASELINE-REC.
           02  PBL-WORD                PIC X(80).
           02  FILLER                  PIC X(51).

       FD  PRIOR-CONTROL-FILE.
       01  PRIOR-CONTROL-REC           PIC X(209).

      *    ONE RECORD PER WORD THE ARCHIVE HAS CARRIED, KEYED ON
      *    THE WORD IN LOWER CASE.  THE ACCEPTED FIELDS COUNT
      *    ACCEPT AND OVERRD DECISIONS ONLY, AT MOST ONE PER RUN
      *    DATE, EXACTLY AS P8 REBUILDS TIMES-SEEN; THEY ARE ZERO
      *    FOR A WORD NEVER ACCEPTED.  THE RECORD COUNT IS EVERY
      *    ARCHIVE RECORD FOLDED FOR THE WORD, ANY DECISION.
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

      *    THE BASELINE CONTROL FILE: ONE HEADER (H) RECORD WITH
      *    THE THROUGH DATE AND THE PROVED CONTROL TOTALS, THEN ONE
      *    SUMMARY (M) RECORD PER ROLLED-UP MONTH - DECISION
      *    COUNTS (ACCEPT, OVERRD, REJECT, QUARN, BLOCKD, OTHER),
      *    REJECTS BY DECIDING RULE SET (1, 2, BOTH) AND REJECTS
      *    BY SOURCE CODE (01-10).  A MONTH SPLIT ACROSS TWO
      *    ROLL-UPS HAS TWO M RECORDS; READERS ADD THEM TOGETHER.
       FD  BASELINE-CONTROL-FILE.
       01  BASELINE-CONTROL-REC        PIC X(209).

       FD  ROLLUP-REPORT-FILE.
       01  ROLLUP-REPORT-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       01  YE-RUN-DATE                 PIC 9(08).
       01  YE-ARCHIVE-STATUS           PIC X(02).
       01  YE-PRIOR-BASE-STATUS        PIC X(02).
       01  YE-PRIOR-CTL-STATUS         PIC X(02).
       01  YE-BASE-STATUS              PIC X(02).
       01  YE-CTL-STATUS               PIC X(02).
       01  YE-ROLRPT-STATUS            PIC X(02).
       01  YE-ARCHIVE-END-SW           PIC X VALUE 'N'.
           88  YE-ARCHIVE-END              VALUE 'Y'.
       01  YE-PRIOR-END-SW             PIC X VALUE 'N'.
           88  YE-PRIOR-END                VALUE 'Y'.
       01  YE-BASE-END-SW              PIC X VALUE 'N'.
           88  YE-BASE-END                 VALUE 'Y'.
       01  YE-PRIOR-SW                 PIC X VALUE 'N'.
           88  YE-PRIOR-PRESENT            VALUE 'Y'.
       01  YE-VERIFIED-SW              PIC X VALUE 'Y'.
           88  YE-VERIFIED                 VALUE 'Y'.
       01  YE-MONTH-FOUND-SW           PIC X VALUE 'N'.
           88  YE-MONTH-FOUND              VALUE 'Y'.

      *    THE PERIOD: AFTER THE CURRENT BASELINE'S THROUGH DATE
      *    (ZERO ON THE FIRST ROLL-UP) UP TO AND INCLUDING ROLLTHRU.
       01  YE-ROLLTHRU-IN              PIC X(08).
       01  YE-ROLL-THRU                PIC 9(08).
       01  YE-ROLL-THRU-SPLIT REDEFINES YE-ROLL-THRU.
           02  YE-THRU-YYYY            PIC 9(04).
           02  YE-THRU-MM              PIC 9(02).
           02  YE-THRU-DD              PIC 9(02).
       01  YE-PRIOR-THRU               PIC 9(08) VALUE 0.
       01  YE-FIRST-DATE               PIC 9(08) VALUE 0.
       01  YE-ARC-DATE-NUM             PIC 9(08).
       01  YE-FOLDED-WORD              PIC X(80).

      *    THE CONTROL RECORD WORK AREA, WITH ITS HEADER AND MONTH
      *    VIEWS.
       01  YE-CONTROL-AREA             PIC X(209).
       01  YE-CONTROL-HEADER REDEFINES YE-CONTROL-AREA.
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
       01  YE-CONTROL-MONTH REDEFINES YE-CONTROL-AREA.
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

      *    THE CURRENT BASELINE'S OWN CONTROL TOTALS, CHECKED AS IT
      *    IS COPIED.
       01  YE-PRIOR-WORDS              PIC 9(09) VALUE 0.
       01  YE-PRIOR-RECORDS            PIC 9(11) VALUE 0.
       01  YE-PRIOR-DAYS               PIC 9(11) VALUE 0.
       01  YE-COPIED-WORDS             PIC 9(09) VALUE 0.
       01  YE-COPIED-RECORDS           PIC 9(11) VALUE 0.
       01  YE-COPIED-DAYS              PIC 9(11) VALUE 0.
       01  YE-PRIOR-MONTH-RECS         PIC 9(05) VALUE 0.

      *    THE PERIOD'S TOTALS AS FOLDED, AND WHAT THE NEW BASELINE
      *    HOLDS WHEN READ BACK.
       01  YE-READ-COUNT               PIC 9(09) VALUE 0.
       01  YE-FOLDED-COUNT             PIC 9(09) VALUE 0.
       01  YE-NO-DATE-COUNT            PIC 9(09) VALUE 0.
       01  YE-OUT-OF-PERIOD-COUNT      PIC 9(09) VALUE 0.
       01  YE-NEW-WORD-COUNT           PIC 9(09) VALUE 0.
       01  YE-DAYS-ADDED               PIC 9(11) VALUE 0.
       01  YE-MONTH-RECORD-TOTAL       PIC 9(11) VALUE 0.
       01  YE-BASE-WORDS               PIC 9(09) VALUE 0.
       01  YE-BASE-RECORDS             PIC 9(11) VALUE 0.
       01  YE-BASE-DAYS                PIC 9(11) VALUE 0.
       01  YE-EXPECTED                 PIC 9(11).
       01  YE-ACTUAL                   PIC 9(11).
       01  YE-INPUT-TOTAL              PIC 9(11).

      *    ONE ENTRY PER MONTH IN THE PERIOD, IN THE ORDER MET.
      *    DECISION SUBSCRIPTS: 1 ACCEPT, 2 OVERRD, 3 REJECT,
      *    4 QUARN, 5 BLOCKD, 6 ANYTHING ELSE.
       01  YE-MONTH-TABLE.
           02  YE-MONTH-ENTRY          OCCURS 60 TIMES.
               03  YE-MON-MONTH        PIC 9(06).
               03  YE-MON-RECORDS      PIC 9(09).
               03  YE-MON-DECISIONS    OCCURS 6 TIMES PIC 9(09).
               03  YE-MON-SET-REJECTS  OCCURS 3 TIMES PIC 9(09).
               03  YE-MON-SRC-REJECTS  OCCURS 10 TIMES PIC 9(09).
       01  YE-MONTH-COUNT              PIC 9(02) VALUE 0.
       01  YE-MONTH-SUB                PIC 9(02).
       01  YE-DECISION-SUB             PIC 9(01).
       01  YE-SET-SUB                  PIC 9(01).
       01  YE-SRC-SUB                  PIC 9(02).
       01  YE-TABLE-SUB                PIC 9(02).
       01  YE-ACCEPTED-SW              PIC X VALUE 'N'.
           88  YE-ACCEPTED                 VALUE 'Y'.

       01  YE-RPT-HEADING-1.
           02  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           02  YE-RPT-HDR-DATE         PIC 9999/99/99.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(27)
               VALUE 'AUDIT ARCHIVE ROLL-UP'.

       01  YE-RPT-HEADING-2            PIC X(113) VALUE ALL '-'.

       01  YE-RPT-PERIOD-LINE.
           02  FILLER                  PIC X(23)
               VALUE 'PERIOD: RUN DATES AFTER'.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  YE-PER-FROM             PIC X(10).
           02  FILLER                  PIC X(21)
               VALUE ' UP TO AND INCLUDING '.
           02  YE-PER-THRU             PIC 9999/99/99.

       01  YE-RPT-MONTH-HEADING.
           02  FILLER                  PIC X(11) VALUE '  MONTH'.
           02  FILLER                  PIC X(13) VALUE '    RECORDS'.
           02  FILLER                  PIC X(13) VALUE '     ACCEPT'.
           02  FILLER                  PIC X(13) VALUE '     OVERRD'.
           02  FILLER                  PIC X(13) VALUE '     REJECT'.
           02  FILLER                  PIC X(13) VALUE '      QUARN'.
           02  FILLER                  PIC X(13) VALUE '     BLOCKD'.
           02  FILLER                  PIC X(13) VALUE '      OTHER'.

       01  YE-MONTH-LINE.
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  YE-MLN-MONTH            PIC 9999/99.
           02  FILLER                  PIC X(04) VALUE SPACES.
           02  YE-MLN-RECORDS          PIC ZZZ,ZZZ,ZZ9.
           02  YE-MLN-DECISION-ENTRY   OCCURS 6 TIMES.
               03  FILLER              PIC X(02).
               03  YE-MLN-DECISION     PIC ZZZ,ZZZ,ZZ9.

       01  YE-NO-DATE-LINE.
           02  FILLER                  PIC X(25)
               VALUE 'NO USABLE RUN DATE - NOT'.
           02  FILLER                  PIC X(09) VALUE ' FOLDED: '.
           02  YE-NDL-DATE             PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  YE-NDL-WORD             PIC X(60).

       01  YE-PROOF-LINE.
           02  YE-PRF-LABEL            PIC X(36).
           02  FILLER                  PIC X(10) VALUE ' EXPECTED '.
           02  YE-PRF-EXPECTED         PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                  PIC X(09) VALUE '  ACTUAL '.
           02  YE-PRF-ACTUAL           PIC ZZ,ZZZ,ZZZ,ZZ9.
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  YE-PRF-VERDICT          PIC X(14).

       01  YE-RPT-SECTION-LINE         PIC X(113).

       01  YE-RPT-TOTAL-LINE.
           02  YE-RPT-TOTAL-LABEL      PIC X(30).
           02  YE-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.

      *=============================================================*
      *  PROCEDURE DIVISION.                                        *
      *=============================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *      START THE NEW BASELINE FROM THE CURRENT ONE, FOLD    *
      *      THE PERIOD'S ARCHIVE MONTHS INTO IT, PROVE IT BY     *
      *      READING IT BACK AND WRITE ITS CONTROL FILE.          *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-FOLD-ONE-ARCHIVE-REC
               THRU 2000-FOLD-ONE-ARCHIVE-REC-EXIT
               UNTIL YE-ARCHIVE-END
           PERFORM 3000-PROVE-BASELINE
               THRU 3000-PROVE-BASELINE-EXIT
           PERFORM 4000-WRITE-CONTROL-FILE
               THRU 4000-WRITE-CONTROL-FILE-EXIT
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *      TAKE AND CHECK ROLLTHRU, OPEN THE REPORT, PICK UP    *
      *      THE CURRENT BASELINE'S CONTROL RECORD, COPY THE      *
      *      CURRENT BASELINE INTO THE NEW ONE AND OPEN THE       *
      *      ARCHIVE.                                             *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT YE-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO YE-ROLLTHRU-IN
           ACCEPT YE-ROLLTHRU-IN FROM ENVIRONMENT 'ROLLTHRU'
           IF YE-ROLLTHRU-IN NOT NUMERIC
               DISPLAY 'P18: ROLLTHRU MUST BE SET TO THE LAST RUN '
                   'DATE OF THE PERIOD (YYYYMMDD)'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE YE-ROLLTHRU-IN TO YE-ROLL-THRU
           IF YE-THRU-MM < 1 OR YE-THRU-MM > 12
               OR YE-THRU-DD < 1 OR YE-THRU-DD > 31
               DISPLAY 'P18: ROLLTHRU IS NOT A VALID DATE - '
                   YE-ROLLTHRU-IN
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF YE-ROLL-THRU NOT < YE-RUN-DATE
               DISPLAY 'P18: ROLLTHRU ' YE-ROLLTHRU-IN
                   ' IS NOT A CLOSED PERIOD - IT MUST BE BEFORE '
                   'TODAY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ROLLUP-REPORT-FILE
           IF YE-ROLRPT-STATUS NOT = '00'
               DISPLAY 'P18: CANNOT OPEN ROLRPTDD - STATUS '
                   YE-ROLRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-PRIOR-CONTROL
               THRU 1100-LOAD-PRIOR-CONTROL-EXIT
           IF YE-ROLL-THRU NOT > YE-PRIOR-THRU
               DISPLAY 'P18: ROLLTHRU ' YE-ROLLTHRU-IN
                   ' IS NOT AFTER THE CURRENT BASELINE THROUGH '
                   'DATE ' YE-PRIOR-THRU
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE YE-RUN-DATE TO YE-RPT-HDR-DATE
           MOVE YE-RPT-HEADING-1 TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE YE-RPT-HEADING-2 TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           IF YE-PRIOR-PRESENT
               MOVE YE-PRIOR-THRU TO YE-PER-FROM
           ELSE
               MOVE 'INCEPTION' TO YE-PER-FROM
           END-IF
           MOVE YE-ROLL-THRU TO YE-PER-THRU
           MOVE YE-RPT-PERIOD-LINE TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           PERFORM 1200-COPY-PRIOR-BASELINE
               THRU 1200-COPY-PRIOR-BASELINE-EXIT
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF YE-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'P18: CANNOT OPEN AUDARCHDD - STATUS '
                   YE-ARCHIVE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1900-READ-ARCHIVE
               THRU 1900-READ-ARCHIVE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-PRIOR-CONTROL                                  *
      *      READ THE CURRENT BASELINE'S HEADER RECORD.  NO       *
      *      CONTROL FILE MEANS THIS IS THE FIRST ROLL-UP.  A     *
      *      BASELINE NEVER VERIFIED CANNOT BE BUILT ON.          *
      *----------------------------------------------------------*
       1100-LOAD-PRIOR-CONTROL.
           OPEN INPUT PRIOR-CONTROL-FILE
           IF YE-PRIOR-CTL-STATUS = '35'
               DISPLAY 'P18: BASECTLDD NOT PRESENT - FIRST ROLL-UP'
               GO TO 1100-LOAD-PRIOR-CONTROL-EXIT
           END-IF
           IF YE-PRIOR-CTL-STATUS NOT = '00'
               DISPLAY 'P18: CANNOT OPEN BASECTLDD - STATUS '
                   YE-PRIOR-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PRIOR-CONTROL-REC
           READ PRIOR-CONTROL-FILE
               AT END
                   MOVE SPACES TO PRIOR-CONTROL-REC
           END-READ
           MOVE PRIOR-CONTROL-REC TO YE-CONTROL-AREA
           IF BCH-REC-TYPE NOT = 'H' OR NOT BCH-VERIFIED
               DISPLAY 'P18: BASECTLDD HAS NO VERIFIED HEADER - '
                   'CURRENT BASELINE CANNOT BE BUILT ON'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET YE-PRIOR-PRESENT TO TRUE
           MOVE BCH-THRU-DATE TO YE-PRIOR-THRU
           MOVE BCH-FIRST-DATE TO YE-FIRST-DATE
           MOVE BCH-WORD-COUNT TO YE-PRIOR-WORDS
           MOVE BCH-RECORD-COUNT TO YE-PRIOR-RECORDS
           MOVE BCH-ACCEPTED-DAYS TO YE-PRIOR-DAYS
           CLOSE PRIOR-CONTROL-FILE.
       1100-LOAD-PRIOR-CONTROL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-COPY-PRIOR-BASELINE                                 *
      *      CREATE THE NEW BASELINE AND COPY EVERY ENTRY OF THE  *
      *      CURRENT ONE INTO IT, PROVING THE CURRENT ONE AGAINST *
      *      ITS OWN CONTROL TOTALS ON THE WAY, THEN REOPEN THE   *
      *      NEW BASELINE FOR THE FOLD.                           *
      *----------------------------------------------------------*
       1200-COPY-PRIOR-BASELINE.
           OPEN OUTPUT BASELINE-FILE
           IF YE-BASE-STATUS NOT = '00'
               DISPLAY 'P18: CANNOT CREATE NEWBASEDD - STATUS '
                   YE-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF YE-PRIOR-PRESENT
               OPEN INPUT PRIOR-BASELINE-FILE
               IF YE-PRIOR-BASE-STATUS NOT = '00'
                   DISPLAY 'P18: CANNOT OPEN BASELNDD - STATUS '
                       YE-PRIOR-BASE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE LOW-VALUES TO PBL-WORD
               START PRIOR-BASELINE-FILE KEY NOT < PBL-WORD
                   INVALID KEY
                       SET YE-PRIOR-END TO TRUE
               END-START
               PERFORM 1210-COPY-ONE-BASELINE-REC
                   THRU 1210-COPY-ONE-BASELINE-REC-EXIT
                   UNTIL YE-PRIOR-END
               CLOSE PRIOR-BASELINE-FILE
               IF YE-COPIED-WORDS NOT = YE-PRIOR-WORDS
                   OR YE-COPIED-RECORDS NOT = YE-PRIOR-RECORDS
                   OR YE-COPIED-DAYS NOT = YE-PRIOR-DAYS
                   DISPLAY 'P18: BASELNDD DOES NOT AGREE WITH ITS '
                       'CONTROL TOTALS ON BASECTLDD - ROLL-UP '
                       'ABANDONED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           CLOSE BASELINE-FILE
           OPEN I-O BASELINE-FILE
           IF YE-BASE-STATUS NOT = '00'
               DISPLAY 'P18: CANNOT OPEN NEWBASEDD - STATUS '
                   YE-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       1200-COPY-PRIOR-BASELINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1210-COPY-ONE-BASELINE-REC                               *
      *      COPY ONE CURRENT BASELINE ENTRY TO THE NEW BASELINE  *
      *      AND ADD IT TO THE COPY TOTALS.                       *
      *----------------------------------------------------------*
       1210-COPY-ONE-BASELINE-REC.
           READ PRIOR-BASELINE-FILE NEXT
               AT END
                   SET YE-PRIOR-END TO TRUE
                   GO TO 1210-COPY-ONE-BASELINE-REC-EXIT
           END-READ
           IF YE-PRIOR-BASE-STATUS NOT = '00'
               DISPLAY 'P18: I/O ERROR ON BASELNDD - FILE STATUS '
                   YE-PRIOR-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRIOR-BASELINE-REC TO BASELINE-REC
           WRITE BASELINE-REC
               INVALID KEY
                   DISPLAY 'P18: WRITE FAILED ON NEWBASEDD - STATUS '
                       YE-BASE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO YE-COPIED-WORDS
           ADD BL-RECORD-COUNT TO YE-COPIED-RECORDS
           ADD BL-ACCEPTED-DAYS TO YE-COPIED-DAYS.
       1210-COPY-ONE-BASELINE-REC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1900-READ-ARCHIVE                                        *
      *      READ THE NEXT AUDIT-ARCHIVE RECORD.                  *
      *----------------------------------------------------------*
       1900-READ-ARCHIVE.
           MOVE SPACES TO AUDIT-ARCHIVE-REC
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET YE-ARCHIVE-END TO TRUE
                   GO TO 1900-READ-ARCHIVE-EXIT
           END-READ
           IF YE-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'P18: I/O ERROR ON AUDARCHDD - FILE STATUS '
                   YE-ARCHIVE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO YE-READ-COUNT.
       1900-READ-ARCHIVE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-FOLD-ONE-ARCHIVE-REC                                *
      *      FOLD ONE ARCHIVE RECORD INTO ITS MONTH'S SUMMARY AND *
      *      ITS WORD'S BASELINE ENTRY.  A RECORD WITH NO USABLE  *
      *      RUN DATE IS LISTED; ONE DATED OUTSIDE THE PERIOD IS  *
      *      COUNTED AND SPOILS THE ROLL-UP.                      *
      *----------------------------------------------------------*
       2000-FOLD-ONE-ARCHIVE-REC.
           IF ARC-RUN-DATE NOT NUMERIC
               ADD 1 TO YE-NO-DATE-COUNT
               MOVE ARC-RUN-DATE TO YE-NDL-DATE
               MOVE ARC-WORD TO YE-NDL-WORD
               MOVE YE-NO-DATE-LINE TO ROLLUP-REPORT-REC
               PERFORM 7100-WRITE-REPORT-LINE
                   THRU 7100-WRITE-REPORT-LINE-EXIT
               GO TO 2000-FOLD-ONE-ARCHIVE-REC-NEXT
           END-IF
           MOVE ARC-RUN-DATE TO YE-ARC-DATE-NUM
           IF YE-ARC-DATE-NUM NOT > YE-PRIOR-THRU
               OR YE-ARC-DATE-NUM > YE-ROLL-THRU
               ADD 1 TO YE-OUT-OF-PERIOD-COUNT
               GO TO 2000-FOLD-ONE-ARCHIVE-REC-NEXT
           END-IF
           ADD 1 TO YE-FOLDED-COUNT
           IF YE-FIRST-DATE = 0 OR YE-ARC-DATE-NUM < YE-FIRST-DATE
               MOVE YE-ARC-DATE-NUM TO YE-FIRST-DATE
           END-IF
           PERFORM 2100-TALLY-MONTH
               THRU 2100-TALLY-MONTH-EXIT
           PERFORM 2200-FOLD-BASELINE-ENTRY
               THRU 2200-FOLD-BASELINE-ENTRY-EXIT.
       2000-FOLD-ONE-ARCHIVE-REC-NEXT.
           PERFORM 1900-READ-ARCHIVE
               THRU 1900-READ-ARCHIVE-EXIT.
       2000-FOLD-ONE-ARCHIVE-REC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-TALLY-MONTH                                         *
      *      ADD THE RECORD TO ITS MONTH'S SUMMARY, OPENING A NEW *
      *      MONTH ENTRY THE FIRST TIME THE MONTH IS MET.  REJECT *
      *      SOURCES AND RULE SETS ARE CLASSED AS P11 CLASSES     *
      *      THEM.                                                *
      *----------------------------------------------------------*
       2100-TALLY-MONTH.
           MOVE 'N' TO YE-MONTH-FOUND-SW
           MOVE 1 TO YE-MONTH-SUB
           PERFORM 2110-MATCH-ONE-MONTH
               THRU 2110-MATCH-ONE-MONTH-EXIT
               UNTIL YE-MONTH-SUB > YE-MONTH-COUNT OR YE-MONTH-FOUND
           IF NOT YE-MONTH-FOUND
               IF YE-MONTH-COUNT >= 60
                   DISPLAY 'P18: MORE THAN 60 MONTHS IN ONE ROLL-UP '
                       '- ROLL UP A SHORTER PERIOD'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO YE-MONTH-COUNT
               MOVE YE-MONTH-COUNT TO YE-MONTH-SUB
               INITIALIZE YE-MONTH-ENTRY(YE-MONTH-SUB)
               MOVE ARC-RUN-YYYYMM TO YE-MON-MONTH(YE-MONTH-SUB)
           END-IF
           ADD 1 TO YE-MON-RECORDS(YE-MONTH-SUB)
           EVALUATE ARC-DECISION
               WHEN 'ACCEPT'
                   MOVE 1 TO YE-DECISION-SUB
               WHEN 'OVERRD'
                   MOVE 2 TO YE-DECISION-SUB
               WHEN 'REJECT'
                   MOVE 3 TO YE-DECISION-SUB
               WHEN 'QUARN'
                   MOVE 4 TO YE-DECISION-SUB
               WHEN 'BLOCKD'
                   MOVE 5 TO YE-DECISION-SUB
               WHEN OTHER
                   MOVE 6 TO YE-DECISION-SUB
           END-EVALUATE
           ADD 1 TO YE-MON-DECISIONS(YE-MONTH-SUB, YE-DECISION-SUB)
           IF YE-DECISION-SUB NOT = 3
               GO TO 2100-TALLY-MONTH-EXIT
           END-IF
           EVALUATE ARC-RULE-SET
               WHEN '2'
                   MOVE 2 TO YE-SET-SUB
               WHEN 'B'
                   MOVE 3 TO YE-SET-SUB
               WHEN OTHER
                   MOVE 1 TO YE-SET-SUB
           END-EVALUATE
           ADD 1 TO YE-MON-SET-REJECTS(YE-MONTH-SUB, YE-SET-SUB)
           IF ARC-SOURCE NUMERIC
               AND ARC-SOURCE NOT = '00'
               AND ARC-SOURCE NOT > '10'
               MOVE ARC-SOURCE TO YE-SRC-SUB
           ELSE
               MOVE 1 TO YE-SRC-SUB
           END-IF
           ADD 1 TO YE-MON-SRC-REJECTS(YE-MONTH-SUB, YE-SRC-SUB).
       2100-TALLY-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2110-MATCH-ONE-MONTH                                     *
      *      COMPARE THE RECORD'S MONTH TO ONE MONTH ENTRY,       *
      *      LEAVING THE SUBSCRIPT ON THE MATCH.                  *
      *----------------------------------------------------------*
       2110-MATCH-ONE-MONTH.
           IF YE-MON-MONTH(YE-MONTH-SUB) = ARC-RUN-YYYYMM
               SET YE-MONTH-FOUND TO TRUE
           ELSE
               ADD 1 TO YE-MONTH-SUB
           END-IF.
       2110-MATCH-ONE-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-FOLD-BASELINE-ENTRY                                 *
      *      FOLD THE RECORD INTO ITS WORD'S BASELINE ENTRY,      *
      *      CREATING THE ENTRY FOR A WORD NOT YET ON IT.         *
      *      ACCEPTED DAYS TAKE AT MOST ONE BUMP PER RUN DATE,    *
      *      BY THE SAME RULE AS P8'S 2200-BUMP-WORK-ENTRY, SO A  *
      *      BASELINE PLUS LATER MONTHS REBUILDS THE SAME         *
      *      TIMES-SEEN AS THE FULL ARCHIVE WOULD.                *
      *----------------------------------------------------------*
       2200-FOLD-BASELINE-ENTRY.
           MOVE 'N' TO YE-ACCEPTED-SW
           IF ARC-DECISION = 'ACCEPT' OR ARC-DECISION = 'OVERRD'
               SET YE-ACCEPTED TO TRUE
           END-IF
           MOVE ARC-WORD TO YE-FOLDED-WORD
           INSPECT YE-FOLDED-WORD CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'
           MOVE YE-FOLDED-WORD TO BL-WORD
           READ BASELINE-FILE
               INVALID KEY
                   PERFORM 2210-ADD-BASELINE-ENTRY
                       THRU 2210-ADD-BASELINE-ENTRY-EXIT
                   GO TO 2200-FOLD-BASELINE-ENTRY-EXIT
           END-READ
           IF YE-BASE-STATUS NOT = '00'
               DISPLAY 'P18: I/O ERROR ON NEWBASEDD - FILE STATUS '
                   YE-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BL-RECORD-COUNT < 9999999
               ADD 1 TO BL-RECORD-COUNT
           END-IF
           IF YE-ARC-DATE-NUM < BL-FIRST-SEEN
               MOVE YE-ARC-DATE-NUM TO BL-FIRST-SEEN
           END-IF
           IF YE-ARC-DATE-NUM NOT < BL-LAST-DECISION-DATE
               MOVE ARC-DECISION TO BL-LAST-DECISION
               MOVE YE-ARC-DATE-NUM TO BL-LAST-DECISION-DATE
           END-IF
           IF YE-ACCEPTED
               PERFORM 2220-FOLD-ACCEPTANCE
                   THRU 2220-FOLD-ACCEPTANCE-EXIT
           END-IF
           REWRITE BASELINE-REC
               INVALID KEY
                   DISPLAY 'P18: REWRITE FAILED ON NEWBASEDD - '
                       'STATUS ' YE-BASE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-REWRITE.
       2200-FOLD-BASELINE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2210-ADD-BASELINE-ENTRY                                  *
      *      FIRST APPEARANCE OF THIS WORD IN ANY ROLL-UP.        *
      *----------------------------------------------------------*
       2210-ADD-BASELINE-ENTRY.
           MOVE YE-FOLDED-WORD TO BL-WORD
           MOVE YE-ARC-DATE-NUM TO BL-FIRST-SEEN
           MOVE ARC-DECISION TO BL-LAST-DECISION
           MOVE YE-ARC-DATE-NUM TO BL-LAST-DECISION-DATE
           MOVE 1 TO BL-RECORD-COUNT
           IF YE-ACCEPTED
               MOVE YE-ARC-DATE-NUM TO BL-FIRST-ACCEPTED
               MOVE YE-ARC-DATE-NUM TO BL-LAST-ACCEPTED
               MOVE 1 TO BL-ACCEPTED-DAYS
               ADD 1 TO YE-DAYS-ADDED
           ELSE
               MOVE 0 TO BL-FIRST-ACCEPTED
               MOVE 0 TO BL-LAST-ACCEPTED
               MOVE 0 TO BL-ACCEPTED-DAYS
           END-IF
           WRITE BASELINE-REC
               INVALID KEY
                   DISPLAY 'P18: WRITE FAILED ON NEWBASEDD - STATUS '
                       YE-BASE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           ADD 1 TO YE-NEW-WORD-COUNT.
       2210-ADD-BASELINE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2220-FOLD-ACCEPTANCE                                     *
      *      FOLD AN ACCEPTED DECISION INTO AN EXISTING ENTRY.    *
      *----------------------------------------------------------*
       2220-FOLD-ACCEPTANCE.
           IF BL-ACCEPTED-DAYS = 0
               MOVE YE-ARC-DATE-NUM TO BL-FIRST-ACCEPTED
               MOVE YE-ARC-DATE-NUM TO BL-LAST-ACCEPTED
               MOVE 1 TO BL-ACCEPTED-DAYS
               ADD 1 TO YE-DAYS-ADDED
               GO TO 2220-FOLD-ACCEPTANCE-EXIT
           END-IF
           IF YE-ARC-DATE-NUM = BL-LAST-ACCEPTED
               GO TO 2220-FOLD-ACCEPTANCE-EXIT
           END-IF
           IF YE-ARC-DATE-NUM < BL-FIRST-ACCEPTED
               MOVE YE-ARC-DATE-NUM TO BL-FIRST-ACCEPTED
           END-IF
           IF YE-ARC-DATE-NUM > BL-LAST-ACCEPTED
               MOVE YE-ARC-DATE-NUM TO BL-LAST-ACCEPTED
           END-IF
           IF BL-ACCEPTED-DAYS < 999999
               ADD 1 TO BL-ACCEPTED-DAYS
               ADD 1 TO YE-DAYS-ADDED
           END-IF.
       2220-FOLD-ACCEPTANCE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-PROVE-BASELINE                                      *
      *      LIST THE PERIOD'S MONTHS, READ THE NEW BASELINE BACK *
      *      END TO END, AND PROVE EVERY CONTROL TOTAL: EVERY     *
      *      ARCHIVE RECORD READ IS FOLDED OR LISTED, THE MONTH   *
      *      SUMMARIES ADD UP TO THE RECORDS FOLDED, AND THE NEW  *
      *      BASELINE HOLDS THE CURRENT ONE PLUS THE PERIOD -     *
      *      WORDS, RECORDS AND ACCEPTED DAYS.                    *
      *----------------------------------------------------------*
       3000-PROVE-BASELINE.
           MOVE SPACES TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE YE-RPT-MONTH-HEADING TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE 1 TO YE-MONTH-SUB
           PERFORM 3100-WRITE-ONE-MONTH-LINE
               THRU 3100-WRITE-ONE-MONTH-LINE-EXIT
               UNTIL YE-MONTH-SUB > YE-MONTH-COUNT
           CLOSE BASELINE-FILE
           OPEN INPUT BASELINE-FILE
           IF YE-BASE-STATUS NOT = '00'
               DISPLAY 'P18: CANNOT REOPEN NEWBASEDD - STATUS '
                   YE-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE LOW-VALUES TO BL-WORD
           START BASELINE-FILE KEY NOT < BL-WORD
               INVALID KEY
                   SET YE-BASE-END TO TRUE
           END-START
           PERFORM 3200-ADD-ONE-BASELINE-ENTRY
               THRU 3200-ADD-ONE-BASELINE-ENTRY-EXIT
               UNTIL YE-BASE-END
           CLOSE BASELINE-FILE
           MOVE SPACES TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE 'CONTROL TOTALS' TO YE-RPT-SECTION-LINE
           MOVE YE-RPT-SECTION-LINE TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE 'ARCHIVE RECORDS READ' TO YE-PRF-LABEL
           MOVE YE-READ-COUNT TO YE-EXPECTED
           COMPUTE YE-ACTUAL = YE-FOLDED-COUNT + YE-NO-DATE-COUNT
               + YE-OUT-OF-PERIOD-COUNT
           PERFORM 3300-WRITE-PROOF-LINE
               THRU 3300-WRITE-PROOF-LINE-EXIT
           MOVE 'RECORDS DATED OUTSIDE THE PERIOD' TO YE-PRF-LABEL
           MOVE 0 TO YE-EXPECTED
           MOVE YE-OUT-OF-PERIOD-COUNT TO YE-ACTUAL
           PERFORM 3300-WRITE-PROOF-LINE
               THRU 3300-WRITE-PROOF-LINE-EXIT
           MOVE 'MONTH SUMMARY RECORDS' TO YE-PRF-LABEL
           MOVE YE-FOLDED-COUNT TO YE-EXPECTED
           MOVE YE-MONTH-RECORD-TOTAL TO YE-ACTUAL
           PERFORM 3300-WRITE-PROOF-LINE
               THRU 3300-WRITE-PROOF-LINE-EXIT
           MOVE 'BASELINE WORDS' TO YE-PRF-LABEL
           COMPUTE YE-EXPECTED = YE-PRIOR-WORDS + YE-NEW-WORD-COUNT
           MOVE YE-BASE-WORDS TO YE-ACTUAL
           PERFORM 3300-WRITE-PROOF-LINE
               THRU 3300-WRITE-PROOF-LINE-EXIT
           MOVE 'BASELINE RECORDS REPRESENTED' TO YE-PRF-LABEL
           COMPUTE YE-EXPECTED = YE-PRIOR-RECORDS + YE-FOLDED-COUNT
           MOVE YE-BASE-RECORDS TO YE-ACTUAL
           PERFORM 3300-WRITE-PROOF-LINE
               THRU 3300-WRITE-PROOF-LINE-EXIT
           MOVE 'BASELINE ACCEPTED DAYS' TO YE-PRF-LABEL
           COMPUTE YE-EXPECTED = YE-PRIOR-DAYS + YE-DAYS-ADDED
           MOVE YE-BASE-DAYS TO YE-ACTUAL
           PERFORM 3300-WRITE-PROOF-LINE
               THRU 3300-WRITE-PROOF-LINE-EXIT
           IF YE-READ-COUNT = 0
               MOVE 'N' TO YE-VERIFIED-SW
               DISPLAY 'P18: AUDARCHDD IS EMPTY - NOTHING TO ROLL UP'
           END-IF.
       3000-PROVE-BASELINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-WRITE-ONE-MONTH-LINE                                *
      *      PRINT ONE MONTH'S RECORD AND DECISION COUNTS AND ADD *
      *      ITS RECORDS TO THE MONTH SUMMARY TOTAL.              *
      *----------------------------------------------------------*
       3100-WRITE-ONE-MONTH-LINE.
           MOVE YE-MON-MONTH(YE-MONTH-SUB) TO YE-MLN-MONTH
           MOVE YE-MON-RECORDS(YE-MONTH-SUB) TO YE-MLN-RECORDS
           ADD YE-MON-RECORDS(YE-MONTH-SUB) TO YE-MONTH-RECORD-TOTAL
           MOVE 1 TO YE-TABLE-SUB
           PERFORM 3110-MOVE-ONE-DECISION
               THRU 3110-MOVE-ONE-DECISION-EXIT
               UNTIL YE-TABLE-SUB > 6
           MOVE YE-MONTH-LINE TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           ADD 1 TO YE-MONTH-SUB.
       3100-WRITE-ONE-MONTH-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3110-MOVE-ONE-DECISION                                   *
      *      MOVE ONE DECISION COUNT TO THE MONTH LINE.           *
      *----------------------------------------------------------*
       3110-MOVE-ONE-DECISION.
           MOVE SPACES TO YE-MLN-DECISION-ENTRY(YE-TABLE-SUB)
           MOVE YE-MON-DECISIONS(YE-MONTH-SUB, YE-TABLE-SUB)
               TO YE-MLN-DECISION(YE-TABLE-SUB)
           ADD 1 TO YE-TABLE-SUB.
       3110-MOVE-ONE-DECISION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-ADD-ONE-BASELINE-ENTRY                              *
      *      READ ONE NEW BASELINE ENTRY BACK AND ADD IT TO THE   *
      *      READ-BACK TOTALS.                                    *
      *----------------------------------------------------------*
       3200-ADD-ONE-BASELINE-ENTRY.
           READ BASELINE-FILE NEXT
               AT END
                   SET YE-BASE-END TO TRUE
                   GO TO 3200-ADD-ONE-BASELINE-ENTRY-EXIT
           END-READ
           IF YE-BASE-STATUS NOT = '00'
               DISPLAY 'P18: I/O ERROR ON NEWBASEDD - FILE STATUS '
                   YE-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO YE-BASE-WORDS
           ADD BL-RECORD-COUNT TO YE-BASE-RECORDS
           ADD BL-ACCEPTED-DAYS TO YE-BASE-DAYS.
       3200-ADD-ONE-BASELINE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3300-WRITE-PROOF-LINE                                    *
      *      PRINT ONE CONTROL TOTAL WITH ITS VERDICT.  ANY TOTAL *
      *      OUT OF BALANCE LEAVES THE NEW BASELINE UNVERIFIED.   *
      *----------------------------------------------------------*
       3300-WRITE-PROOF-LINE.
           MOVE YE-EXPECTED TO YE-PRF-EXPECTED
           MOVE YE-ACTUAL TO YE-PRF-ACTUAL
           IF YE-EXPECTED = YE-ACTUAL
               MOVE 'IN BALANCE' TO YE-PRF-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO YE-PRF-VERDICT
               MOVE 'N' TO YE-VERIFIED-SW
           END-IF
           MOVE YE-PROOF-LINE TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT.
       3300-WRITE-PROOF-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-WRITE-CONTROL-FILE                                  *
      *      WRITE THE NEW BASELINE'S HEADER, MARKED VERIFIED     *
      *      ONLY WHEN EVERY CONTROL TOTAL BALANCED, THEN THE     *
      *      CURRENT BASELINE'S MONTH SUMMARIES AND THE PERIOD'S. *
      *----------------------------------------------------------*
       4000-WRITE-CONTROL-FILE.
           OPEN OUTPUT BASELINE-CONTROL-FILE
           IF YE-CTL-STATUS NOT = '00'
               DISPLAY 'P18: CANNOT OPEN NEWBCTLDD - STATUS '
                   YE-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO YE-CONTROL-AREA
           MOVE 'H' TO BCH-REC-TYPE
           MOVE YE-ROLL-THRU TO BCH-THRU-DATE
           MOVE YE-FIRST-DATE TO BCH-FIRST-DATE
           MOVE YE-PRIOR-THRU TO BCH-PRIOR-THRU-DATE
           MOVE YE-RUN-DATE TO BCH-ROLL-DATE
           MOVE YE-BASE-WORDS TO BCH-WORD-COUNT
           MOVE YE-BASE-RECORDS TO BCH-RECORD-COUNT
           MOVE YE-BASE-DAYS TO BCH-ACCEPTED-DAYS
           IF YE-VERIFIED
               MOVE 'V' TO BCH-STATUS
           ELSE
               MOVE 'F' TO BCH-STATUS
           END-IF
           PERFORM 4300-WRITE-CONTROL-REC
               THRU 4300-WRITE-CONTROL-REC-EXIT
           IF YE-PRIOR-PRESENT
               PERFORM 4100-COPY-PRIOR-MONTHS
                   THRU 4100-COPY-PRIOR-MONTHS-EXIT
           END-IF
           MOVE 1 TO YE-MONTH-SUB
           PERFORM 4200-WRITE-ONE-MONTH-REC
               THRU 4200-WRITE-ONE-MONTH-REC-EXIT
               UNTIL YE-MONTH-SUB > YE-MONTH-COUNT
           CLOSE BASELINE-CONTROL-FILE.
       4000-WRITE-CONTROL-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4100-COPY-PRIOR-MONTHS                                   *
      *      CARRY THE CURRENT BASELINE'S MONTH SUMMARIES FORWARD *
      *      SO THE NEW CONTROL FILE COVERS EVERY ROLLED MONTH.   *
      *----------------------------------------------------------*
       4100-COPY-PRIOR-MONTHS.
           OPEN INPUT PRIOR-CONTROL-FILE
           IF YE-PRIOR-CTL-STATUS NOT = '00'
               DISPLAY 'P18: CANNOT REOPEN BASECTLDD - STATUS '
                   YE-PRIOR-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO YE-PRIOR-END-SW
           PERFORM 4110-COPY-ONE-PRIOR-MONTH
               THRU 4110-COPY-ONE-PRIOR-MONTH-EXIT
               UNTIL YE-PRIOR-END
           CLOSE PRIOR-CONTROL-FILE.
       4100-COPY-PRIOR-MONTHS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4110-COPY-ONE-PRIOR-MONTH                                *
      *      COPY ONE MONTH SUMMARY FROM THE CURRENT CONTROL      *
      *      FILE; ITS HEADER IS REPLACED BY THE NEW ONE.         *
      *----------------------------------------------------------*
       4110-COPY-ONE-PRIOR-MONTH.
           READ PRIOR-CONTROL-FILE
               AT END
                   SET YE-PRIOR-END TO TRUE
                   GO TO 4110-COPY-ONE-PRIOR-MONTH-EXIT
           END-READ
           IF YE-PRIOR-CTL-STATUS NOT = '00'
               DISPLAY 'P18: I/O ERROR ON BASECTLDD - FILE STATUS '
                   YE-PRIOR-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PRIOR-CONTROL-REC TO YE-CONTROL-AREA
           IF BCM-REC-TYPE NOT = 'M'
               GO TO 4110-COPY-ONE-PRIOR-MONTH-EXIT
           END-IF
           ADD 1 TO YE-PRIOR-MONTH-RECS
           PERFORM 4300-WRITE-CONTROL-REC
               THRU 4300-WRITE-CONTROL-REC-EXIT.
       4110-COPY-ONE-PRIOR-MONTH-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4200-WRITE-ONE-MONTH-REC                                 *
      *      WRITE ONE OF THE PERIOD'S MONTH SUMMARIES.           *
      *----------------------------------------------------------*
       4200-WRITE-ONE-MONTH-REC.
           MOVE SPACES TO YE-CONTROL-AREA
           MOVE 'M' TO BCM-REC-TYPE
           MOVE YE-MON-MONTH(YE-MONTH-SUB) TO BCM-MONTH
           MOVE YE-MON-RECORDS(YE-MONTH-SUB) TO BCM-RECORDS
           MOVE 1 TO YE-TABLE-SUB
           PERFORM 4210-MOVE-ONE-MONTH-COUNT
               THRU 4210-MOVE-ONE-MONTH-COUNT-EXIT
               UNTIL YE-TABLE-SUB > 10
           PERFORM 4300-WRITE-CONTROL-REC
               THRU 4300-WRITE-CONTROL-REC-EXIT
           ADD 1 TO YE-MONTH-SUB.
       4200-WRITE-ONE-MONTH-REC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4210-MOVE-ONE-MONTH-COUNT                                *
      *      MOVE THE DECISION, RULE-SET AND SOURCE COUNTS AT ONE *
      *      SUBSCRIPT INTO THE MONTH SUMMARY RECORD.             *
      *----------------------------------------------------------*
       4210-MOVE-ONE-MONTH-COUNT.
           IF YE-TABLE-SUB NOT > 6
               MOVE YE-MON-DECISIONS(YE-MONTH-SUB, YE-TABLE-SUB)
                   TO BCM-DECISION-COUNT(YE-TABLE-SUB)
           END-IF
           IF YE-TABLE-SUB NOT > 3
               MOVE YE-MON-SET-REJECTS(YE-MONTH-SUB, YE-TABLE-SUB)
                   TO BCM-SET-REJECTS(YE-TABLE-SUB)
           END-IF
           MOVE YE-MON-SRC-REJECTS(YE-MONTH-SUB, YE-TABLE-SUB)
               TO BCM-SRC-REJECTS(YE-TABLE-SUB)
           ADD 1 TO YE-TABLE-SUB.
       4210-MOVE-ONE-MONTH-COUNT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4300-WRITE-CONTROL-REC                                   *
      *      WRITE THE CONTROL RECORD WORK AREA TO NEWBCTLDD.     *
      *----------------------------------------------------------*
       4300-WRITE-CONTROL-REC.
           MOVE YE-CONTROL-AREA TO BASELINE-CONTROL-REC
           WRITE BASELINE-CONTROL-REC
           IF YE-CTL-STATUS NOT = '00'
               DISPLAY 'P18: WRITE FAILED ON NEWBCTLDD - STATUS '
                   YE-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       4300-WRITE-CONTROL-REC-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-REPORT-LINE                                   *
      *      WRITE ONE ROLL-UP REPORT LINE AND CONFIRM THE WRITE  *
      *      TOOK.                                                *
      *----------------------------------------------------------*
       7100-WRITE-REPORT-LINE.
           WRITE ROLLUP-REPORT-REC
           IF YE-ROLRPT-STATUS NOT = '00'
               DISPLAY 'P18: WRITE FAILED ON ROLRPTDD - STATUS '
                   YE-ROLRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       7100-WRITE-REPORT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7200-WRITE-TOTAL-LINE                                    *
      *      WRITE ONE LABELLED TOTAL LINE.                       *
      *----------------------------------------------------------*
       7200-WRITE-TOTAL-LINE.
           MOVE YE-RPT-TOTAL-LINE TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT.
       7200-WRITE-TOTAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *      PRINT THE TOTALS AND THE VERDICT, CLOSE UP AND SET   *
      *      THE RETURN CODE - 8 WHEN THE NEW BASELINE IS NOT     *
      *      VERIFIED, 4 WHEN RECORDS WITHOUT A RUN DATE WERE     *
      *      LISTED INSTEAD OF FOLDED.                            *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE YE-RPT-HEADING-2 TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE 'ARCHIVE RECORDS FOLDED . . : ' TO YE-RPT-TOTAL-LABEL
           MOVE YE-FOLDED-COUNT TO YE-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'RECORDS WITHOUT RUN DATE . : ' TO YE-RPT-TOTAL-LABEL
           MOVE YE-NO-DATE-COUNT TO YE-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'WORDS NEW TO THE BASELINE . : ' TO YE-RPT-TOTAL-LABEL
           MOVE YE-NEW-WORD-COUNT TO YE-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'MONTHS ROLLED UP THIS RUN . : ' TO YE-RPT-TOTAL-LABEL
           MOVE YE-MONTH-COUNT TO YE-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'MONTHS CARRIED FORWARD . . : ' TO YE-RPT-TOTAL-LABEL
           MOVE YE-PRIOR-MONTH-RECS TO YE-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           IF YE-VERIFIED
               MOVE 'BASELINE VERIFIED - THE MONTHS ROLLED UP MAY '
                   TO YE-RPT-SECTION-LINE
               MOVE 'MOVE TO OFFLINE RETENTION'
                   TO YE-RPT-SECTION-LINE(46:)
           ELSE
               MOVE 'BASELINE NOT VERIFIED - DO NOT USE IT; KEEP THE '
                   TO YE-RPT-SECTION-LINE
               MOVE 'DETAIL MONTHS ONLINE'
                   TO YE-RPT-SECTION-LINE(49:)
           END-IF
           MOVE YE-RPT-SECTION-LINE TO ROLLUP-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE ROLLUP-REPORT-FILE
           IF YE-NO-DATE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'P18: ARCHIVE RECORDS READ . : ' YE-READ-COUNT
           DISPLAY 'P18: ARCHIVE RECORDS FOLDED : ' YE-FOLDED-COUNT
           DISPLAY 'P18: OUTSIDE THE PERIOD . . : '
               YE-OUT-OF-PERIOD-COUNT
           DISPLAY 'P18: BASELINE WORDS . . . . : ' YE-BASE-WORDS
           IF YE-VERIFIED
               DISPLAY 'P18: BASELINE THROUGH ' YE-ROLL-THRU
                   ' VERIFIED'
           ELSE
               DISPLAY 'P18: BASELINE THROUGH ' YE-ROLL-THRU
                   ' NOT VERIFIED - RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF.
       9000-TERMINATE-EXIT.
           EXIT.
