      *=============================================================*
      *  IDENTIFICATION DIVISION.                                    *
      *=============================================================*
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    P17.
       AUTHOR.        J DUNLAP.
       INSTALLATION.  WORD SCREENING UNIT.
       DATE-WRITTEN.  01/11/2027.
       DATE-COMPILED.
      *
      *    MODIFICATION HISTORY
      *    ---------------------------------------------------------
      *    DATE       INIT  DESCRIPTION
      *    01/11/2027 JAD   ORIGINAL VERSION.  CONTROL-FILE
      *                      MAINTENANCE RUN.  APPLIES ADD, CHANGE
      *                      AND DELETE TRANSACTIONS (CTLTRNDD) TO
      *                      THE RULE CONTROL FILE (RULECTLDD), THE
      *                      APPROVED-OVERRIDE LIST (OVERRIDEDD),
      *                      THE SOURCE CONTROL FILE (SRCCTLDD),
      *                      THE P7 RETIREMENT HOLD LIST (HOLDLSTDD)
      *                      AND THE CONFUSABLE-WORD HELD-WORDS FILE
      *                      (CNFHLDDD) IN PLACE OF HAND EDITS.  EVERY
      *                      TRANSACTION IS EDIT-CHECKED AGAINST
      *                      ITS FILE'S LAYOUT AND CROSS-CHECKED
      *                      AGAINST THE OTHER FILES, AND A BAD ONE
      *                      IS REJECTED WITH A REASON ON THE
      *                      MAINTENANCE REPORT (CTLRPTDD).  THE
      *                      FILES ARE REWRITTEN ONLY WHEN EVERY
      *                      TRANSACTION IS CLEAN, AND EVERY
      *                      APPLIED CHANGE IS APPENDED TO THE
      *                      PERMANENT CHANGE JOURNAL (CTLJRNDD)
      *                      WITH ITS BEFORE AND AFTER IMAGES, WHO
      *                      REQUESTED IT AND WHO APPROVED IT.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      A TRANSACTION NAMES THE FILE (RULECTL, OVERRIDE,       *
      *      SRCCTL, HOLDLST OR CNFHLD), THE ACTION (A ADD, C       *
      *      CHANGE, D DELETE), THE REQUESTER AND THE APPROVER,     *
      *      FOLLOWED BY THE RECORD IMAGE EXACTLY AS IT IS TO STAND *
      *      IN THE FILE.  A CHANGE OR DELETE FINDS ITS RECORD BY   *
      *      KEY - VERSION ID, OVERRIDE WORD AND VERSION, SOURCE    *
      *      CODE, OR THE WORD ON THE HOLD LIST OR THE HELD-WORDS   *
      *      FILE - SO A DELETE NEED ONLY CARRY THE KEY.  THE       *
      *      HOLD LIST IS THE ONE-WORD-PER-LINE LIST P7 READS; THE  *
      *      HELD-WORDS FILE IS THE P16 / P12 CONFUSABLE-WORD HOLD. *
      *      AN OVERRIDE UNDER *BUILTIN, THE VERSION P1 USES WHEN   *
      *      NO RULE CONTROL FILE IS ASSIGNED, NEEDS NO RULECTLDD   *
      *      RECORD.  THE APPROVER MAY NOT BE THE REQUESTER.        *
      *      TRANSACTIONS APPLY IN ORDER, EACH CHECKED AGAINST THE  *
      *      FILES AS THE EARLIER ONES LEFT THEM, SO A NEW RULE     *
      *      VERSION CAN BE ADDED AHEAD OF THE OVERRIDES THAT NAME  *
      *      IT.  ONE REJECTED TRANSACTION HOLDS BACK THE WHOLE     *
      *      BATCH - NOTHING IS REWRITTEN OR JOURNALED AND THE      *
      *      RETURN CODE IS 8 - SO THE BATCH IS CORRECTED AND RUN   *
      *      AGAIN WHOLE.  ENTRIES NO TRANSACTION TOUCHED ARE       *
      *      CHECKED THE SAME WAY AND ANY FAULT IS LISTED AS A      *
      *      WARNING (RETURN CODE 4); IT DOES NOT HOLD BACK THE     *
      *      BATCH.  WITH NO TRANSACTION FILE ASSIGNED THE RUN ONLY *
      *      CHECKS THE FILES.  COMMENT AND BLANK LINES ARE KEPT    *
      *      WHERE THEY STAND; ADDED RECORDS GO AT THE END OF THEIR *
      *      FILE.                                                  *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *    THE ASSIGN-NAMES BELOW ARE JCL-STYLE DD NAMES RESOLVED
      *    FROM ENVIRONMENT VARIABLES AT RUN TIME, AS IN P1.
       FILE-CONTROL.
           SELECT TRANSACTION-FILE
               ASSIGN TO 'CTLTRNDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-CTLTRN-STATUS.
           SELECT RULE-CONTROL-FILE
               ASSIGN TO 'RULECTLDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-RULECTL-STATUS.
           SELECT OVERRIDE-FILE
               ASSIGN TO 'OVERRIDEDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-OVERRIDE-STATUS.
           SELECT SOURCE-CONTROL-FILE
               ASSIGN TO 'SRCCTLDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-SRCCTL-STATUS.
           SELECT HOLD-LIST-FILE
               ASSIGN TO 'HOLDLSTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-HOLDLST-STATUS.
           SELECT HELD-WORDS-FILE
               ASSIGN TO 'CNFHLDDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-CNFHLD-STATUS.
           SELECT CHANGE-JOURNAL-FILE
               ASSIGN TO 'CTLJRNDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-CTLJRN-STATUS.
           SELECT MAINT-REPORT-FILE
               ASSIGN TO 'CTLRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CM-CTLRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    ONE TRANSACTION PER LINE.  A '*' IN COLUMN ONE MARKS A
      *    COMMENT LINE.  CT-IMAGE IS THE CONTROL RECORD AS IT IS
      *    TO STAND IN THE FILE, STARTING IN ITS COLUMN ONE.
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02  CT-FILE-ID              PIC X(08).
           02  FILLER                  PIC X(01).
           02  CT-ACTION               PIC X(01).
           02  FILLER                  PIC X(01).
           02  CT-REQUESTED-BY         PIC X(08).
           02  FILLER                  PIC X(01).
           02  CT-APPROVED-BY          PIC X(08).
           02  FILLER                  PIC X(01).
           02  CT-IMAGE                PIC X(120).

      *    THE FIVE CONTROL FILES ARE HELD AS WHOLE RECORD IMAGES;
      *    THEIR FIELDS ARE LAID OUT UNDER CM-CHECK-IMAGE BELOW,
      *    AS P1, P7, P12 AND P16 DECLARE THEM.
       FD  RULE-CONTROL-FILE.
       01  RULE-CONTROL-REC            PIC X(80).

       FD  OVERRIDE-FILE.
       01  OVERRIDE-REC                PIC X(98).

       FD  SOURCE-CONTROL-FILE.
       01  SOURCE-CONTROL-REC          PIC X(80).

       FD  HOLD-LIST-FILE.
       01  HOLD-LIST-REC               PIC X(80).

       FD  HELD-WORDS-FILE.
       01  HELD-WORDS-REC              PIC X(108).

      *    ONE JOURNAL RECORD PER APPLIED CHANGE.  THE BEFORE IMAGE
      *    OF AN ADD AND THE AFTER IMAGE OF A DELETE ARE SPACES.
      *    THE FILE IS PERMANENT AND ONLY EVER APPENDED TO.
       FD  CHANGE-JOURNAL-FILE.
       01  CHANGE-JOURNAL-REC.
           02  CJ-RUN-DATE             PIC 9(08).
           02  FILLER                  PIC X(01).
           02  CJ-RUN-TIME             PIC 9(06).
           02  FILLER                  PIC X(01).
           02  CJ-FILE-ID              PIC X(08).
           02  FILLER                  PIC X(01).
           02  CJ-ACTION               PIC X(01).
           02  FILLER                  PIC X(01).
           02  CJ-REQUESTED-BY         PIC X(08).
           02  FILLER                  PIC X(01).
           02  CJ-APPROVED-BY          PIC X(08).
           02  FILLER                  PIC X(01).
           02  CJ-BEFORE-IMAGE         PIC X(120).
           02  FILLER                  PIC X(01).
           02  CJ-AFTER-IMAGE          PIC X(120).

       FD  MAINT-REPORT-FILE.
       01  MAINT-REPORT-REC            PIC X(120).

       WORKING-STORAGE SECTION.
       01  CM-RUN-DATE                 PIC 9(08).
       01  CM-RUN-TIME-FULL            PIC 9(08).
       01  CM-RUN-TIME                 PIC 9(06).
       01  CM-CTLTRN-STATUS            PIC X(02).
       01  CM-RULECTL-STATUS           PIC X(02).
       01  CM-OVERRIDE-STATUS          PIC X(02).
       01  CM-SRCCTL-STATUS            PIC X(02).
       01  CM-HOLDLST-STATUS           PIC X(02).
       01  CM-CNFHLD-STATUS            PIC X(02).
       01  CM-CTLJRN-STATUS            PIC X(02).
       01  CM-CTLRPT-STATUS            PIC X(02).
       01  CM-CTL-STATUS               PIC X(02).
       01  CM-TRAN-END-SW              PIC X VALUE 'N'.
           88  CM-TRAN-END                 VALUE 'Y'.
       01  CM-CTL-END-SW               PIC X VALUE 'N'.
           88  CM-CTL-END                  VALUE 'Y'.
       01  CM-FOUND-SW                 PIC X VALUE 'N'.
           88  CM-FOUND                    VALUE 'Y'.
       01  CM-DATE-OK-SW               PIC X VALUE 'N'.
           88  CM-DATE-OK                  VALUE 'Y'.

      *    THE FIVE CONTROL FILES BY NUMBER: 1 RULECTLDD, 2
      *    OVERRIDEDD, 3 SRCCTLDD, 4 HOLDLSTDD, 5 CNFHLDDD - THE
      *    FILE ID A TRANSACTION NAMES, THE DD NAME AND THE RECORD
      *    LENGTH.
       01  CM-FILE-NAMES.
           02  FILLER                  PIC X(08) VALUE 'RULECTL'.
           02  FILLER                  PIC X(10) VALUE 'RULECTLDD'.
           02  FILLER                  PIC 9(03) VALUE 080.
           02  FILLER                  PIC X(08) VALUE 'OVERRIDE'.
           02  FILLER                  PIC X(10) VALUE 'OVERRIDEDD'.
           02  FILLER                  PIC 9(03) VALUE 098.
           02  FILLER                  PIC X(08) VALUE 'SRCCTL'.
           02  FILLER                  PIC X(10) VALUE 'SRCCTLDD'.
           02  FILLER                  PIC 9(03) VALUE 080.
           02  FILLER                  PIC X(08) VALUE 'HOLDLST'.
           02  FILLER                  PIC X(10) VALUE 'HOLDLSTDD'.
           02  FILLER                  PIC 9(03) VALUE 080.
           02  FILLER                  PIC X(08) VALUE 'CNFHLD'.
           02  FILLER                  PIC X(10) VALUE 'CNFHLDDD'.
           02  FILLER                  PIC 9(03) VALUE 108.
       01  CM-FILE-TABLE REDEFINES CM-FILE-NAMES.
           02  CM-FILE-ENTRY           OCCURS 5 TIMES.
               03  CM-FILE-ID          PIC X(08).
               03  CM-FILE-DD          PIC X(10).
               03  CM-FILE-RECLEN      PIC 9(03).
       01  CM-FILE-CHANGES.
           02  CM-FILE-CHANGED-SW      OCCURS 5 TIMES PIC X(01).
       01  CM-FILE-NO                  PIC 9(01).
       01  CM-FILE-SUB                 PIC 9(01).

      *    THE FEED AND RESUBMISSION SLOT DD NAMES P1 AND P4 KNOW.
       01  CM-FEED-DD-NAMES.
           02  FILLER                  PIC X(10) VALUE 'INPUTDD'.
           02  FILLER                  PIC X(10) VALUE 'INPUT2DD'.
           02  FILLER                  PIC X(10) VALUE 'INPUT3DD'.
           02  FILLER                  PIC X(10) VALUE 'INPUT4DD'.
           02  FILLER                  PIC X(10) VALUE 'INPUT5DD'.
           02  FILLER                  PIC X(10) VALUE 'INPUT6DD'.
           02  FILLER                  PIC X(10) VALUE 'INPUT7DD'.
           02  FILLER                  PIC X(10) VALUE 'INPUT8DD'.
           02  FILLER                  PIC X(10) VALUE 'INPUT9DD'.
           02  FILLER                  PIC X(10) VALUE 'INPUT10DD'.
       01  CM-FEED-DD-TABLE REDEFINES CM-FEED-DD-NAMES.
           02  CM-FEED-DD              OCCURS 10 TIMES PIC X(10).
       01  CM-RESUB-DD-NAMES.
           02  FILLER                  PIC X(10) VALUE 'RESUB1DD'.
           02  FILLER                  PIC X(10) VALUE 'RESUB2DD'.
           02  FILLER                  PIC X(10) VALUE 'RESUB3DD'.
           02  FILLER                  PIC X(10) VALUE 'RESUB4DD'.
           02  FILLER                  PIC X(10) VALUE 'RESUB5DD'.
           02  FILLER                  PIC X(10) VALUE 'RESUB6DD'.
           02  FILLER                  PIC X(10) VALUE 'RESUB7DD'.
           02  FILLER                  PIC X(10) VALUE 'RESUB8DD'.
           02  FILLER                  PIC X(10) VALUE 'RESUB9DD'.
           02  FILLER                  PIC X(10) VALUE 'RESUB10DD'.
       01  CM-RESUB-DD-TABLE REDEFINES CM-RESUB-DD-NAMES.
           02  CM-RESUB-DD             OCCURS 10 TIMES PIC X(10).
       01  CM-SLOT-SUB                 PIC 9(02).

      *    EVERY LINE OF THE FIVE CONTROL FILES, IN FILE ORDER,
      *    WITH THE LINES ADDED BY THIS RUN AFTER THEM.  STATUS R
      *    IS A LIVE RECORD, C A COMMENT OR BLANK LINE KEPT AS IT
      *    STANDS, D A RECORD DELETED BY THIS RUN.  TOUCHED MEANS
      *    A TRANSACTION ADDED OR CHANGED IT.
       01  CM-ENTRY-TABLE.
           02  CM-ENTRY                OCCURS 9999 TIMES.
               03  CM-ENT-FILE         PIC 9(01).
               03  CM-ENT-STATUS       PIC X(01).
                   88  CM-ENT-LIVE         VALUE 'R'.
                   88  CM-ENT-COMMENT      VALUE 'C'.
                   88  CM-ENT-DELETED      VALUE 'D'.
               03  CM-ENT-TOUCHED-SW   PIC X(01).
                   88  CM-ENT-TOUCHED      VALUE 'Y'.
               03  CM-ENT-IMAGE        PIC X(120).
       01  CM-ENTRY-COUNT              PIC 9(04) COMP VALUE 0.
       01  CM-ENT-SUB                  PIC 9(04) COMP.
       01  CM-SCAN-SUB                 PIC 9(04) COMP.
       01  CM-SCAN-LIMIT               PIC 9(04) COMP.
       01  CM-SELF-SUB                 PIC 9(04) COMP.
       01  CM-FOUND-SUB                PIC 9(04) COMP.

      *    THE APPLIED CHANGES AWAITING THE JOURNAL, WRITTEN ONLY
      *    WHEN THE WHOLE BATCH IS CLEAN.
       01  CM-PENDING-TABLE.
           02  CM-PEND-ENTRY           OCCURS 1000 TIMES.
               03  CM-PEND-FILE-ID     PIC X(08).
               03  CM-PEND-ACTION      PIC X(01).
               03  CM-PEND-REQUESTED   PIC X(08).
               03  CM-PEND-APPROVED    PIC X(08).
               03  CM-PEND-BEFORE      PIC X(120).
               03  CM-PEND-AFTER       PIC X(120).
       01  CM-PEND-COUNT               PIC 9(04) COMP VALUE 0.
       01  CM-PEND-SUB                 PIC 9(04) COMP.

      *    THE RECORD IMAGE BEING CHECKED, WITH THE LAYOUT OF EACH
      *    OF THE FIVE CONTROL FILES OVER IT.  DATES ARE CARRIED
      *    AS TEXT HERE SO A BAD ONE CAN BE EDITED.
       01  CM-CHECK-IMAGE              PIC X(120).
       01  CM-RULE-CONTROL-VIEW REDEFINES CM-CHECK-IMAGE.
           02  RC-VERSION-ID           PIC X(08).
           02  FILLER                  PIC X(01).
           02  RC-EFF-DATE             PIC X(08).
           02  FILLER                  PIC X(01).
           02  RC-MIN-VOWELS           PIC X(02).
           02  FILLER                  PIC X(01).
           02  RC-VOWEL-LIST           PIC X(10).
           02  FILLER                  PIC X(01).
           02  RC-PAIR-LIST            PIC X(20).
           02  FILLER                  PIC X(68).
       01  CM-OVERRIDE-VIEW REDEFINES CM-CHECK-IMAGE.
           02  OV-WORD                 PIC X(80).
           02  FILLER                  PIC X(01).
           02  OV-EFF-DATE             PIC X(08).
           02  FILLER                  PIC X(01).
           02  OV-RULE-VERSION         PIC X(08).
           02  FILLER                  PIC X(22).
       01  CM-SOURCE-CONTROL-VIEW REDEFINES CM-CHECK-IMAGE.
           02  SC-SOURCE-CODE          PIC X(02).
           02  FILLER                  PIC X(01).
           02  SC-FEED-DD              PIC X(10).
           02  FILLER                  PIC X(01).
           02  SC-RESUB-DD             PIC X(10).
           02  FILLER                  PIC X(01).
           02  SC-ACTIVE-FLAG          PIC X(01).
           02  FILLER                  PIC X(01).
           02  SC-VENDOR-NAME          PIC X(20).
           02  FILLER                  PIC X(01).
           02  SC-RULE-SET             PIC X(01).
           02  FILLER                  PIC X(71).
       01  CM-HOLD-LIST-VIEW REDEFINES CM-CHECK-IMAGE.
           02  RH-WORD                 PIC X(80).
           02  FILLER                  PIC X(40).
       01  CM-HELD-WORDS-VIEW REDEFINES CM-CHECK-IMAGE.
           02  HL-WORD                 PIC X(80).
           02  FILLER                  PIC X(01).
           02  HL-HELD-DATE            PIC X(08).
           02  FILLER                  PIC X(01).
           02  HL-STATUS               PIC X(01).
           02  FILLER                  PIC X(01).
           02  HL-SIGNOFF-DATE         PIC X(08).
           02  FILLER                  PIC X(01).
           02  HL-SIGNOFF-BY           PIC X(08).
           02  FILLER                  PIC X(11).

      *    ANOTHER LIVE RECORD OF THE SAME FILE, FOR THE DUPLICATE
      *    AND CROSS-REFERENCE COMPARISONS - ONLY THE FIELDS THOSE
      *    COMPARISONS NEED.
       01  CM-OTHER-IMAGE              PIC X(120).
       01  CM-OTHER-RULE-VIEW REDEFINES CM-OTHER-IMAGE.
           02  CM-OT-VERSION-ID        PIC X(08).
           02  FILLER                  PIC X(01).
           02  CM-OT-EFF-DATE          PIC X(08).
           02  FILLER                  PIC X(103).
       01  CM-OTHER-OVERRIDE-VIEW REDEFINES CM-OTHER-IMAGE.
           02  CM-OT-OV-WORD           PIC X(80).
           02  FILLER                  PIC X(10).
           02  CM-OT-OV-VERSION        PIC X(08).
           02  FILLER                  PIC X(22).
       01  CM-OTHER-SOURCE-VIEW REDEFINES CM-OTHER-IMAGE.
           02  CM-OT-SOURCE-CODE       PIC X(02).
           02  FILLER                  PIC X(01).
           02  CM-OT-FEED-DD           PIC X(10).
           02  FILLER                  PIC X(01).
           02  CM-OT-RESUB-DD          PIC X(10).
           02  FILLER                  PIC X(01).
           02  CM-OT-ACTIVE-FLAG       PIC X(01).
           02  FILLER                  PIC X(94).

      *    COMPARISON KEYS.  WORDS ARE FOLDED TO LOWER CASE, AS P1
      *    AND P12 COMPARE THEM.
       01  CM-CHECK-KEY                PIC X(88).
       01  CM-OTHER-KEY                PIC X(88).
       01  CM-CHECK-WORD               PIC X(80).
       01  CM-OTHER-WORD               PIC X(80).
       01  CM-DISPLAY-KEY              PIC X(40).
       01  CM-REASON                   PIC X(40).

       01  CM-DATE-IN                  PIC X(08).
       01  CM-DATE-PARTS REDEFINES CM-DATE-IN.
           02  CM-DATE-YEAR            PIC 9(04).
           02  CM-DATE-MONTH           PIC 9(02).
           02  CM-DATE-DAY             PIC 9(02).

       01  CM-TRAN-COUNT               PIC 9(08) VALUE 0.
       01  CM-APPLIED-COUNT            PIC 9(08) VALUE 0.
       01  CM-REJECT-COUNT             PIC 9(08) VALUE 0.
       01  CM-WARNING-COUNT            PIC 9(08) VALUE 0.
       01  CM-REWRITTEN-COUNT          PIC 9(08) VALUE 0.
       01  CM-TRAN-SEQ                 PIC 9(05) VALUE 0.

       01  CM-RPT-HEADING-1.
           02  FILLER                  PIC X(11) VALUE 'RUN DATE: '.
           02  CM-RPT-HDR-DATE         PIC 9999/99/99.
           02  FILLER                  PIC X(20) VALUE SPACES.
           02  FILLER                  PIC X(27)
               VALUE 'CONTROL-FILE MAINTENANCE'.

       01  CM-RPT-HEADING-2            PIC X(107) VALUE ALL '-'.

       01  CM-RPT-COLUMN-HEADING.
           02  FILLER                  PIC X(24)
               VALUE '  SEQ FILE     A KEY'.
           02  FILLER                  PIC X(35) VALUE SPACES.
           02  FILLER                  PIC X(16)
               VALUE 'RESULT   REASON'.

       01  CM-RPT-SECTION-LINE         PIC X(107).

       01  CM-DETAIL-LINE.
           02  CM-DTL-SEQ              PIC ZZZZZ.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  CM-DTL-FILE-ID          PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  CM-DTL-ACTION           PIC X(01).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  CM-DTL-KEY              PIC X(40).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  CM-DTL-RESULT           PIC X(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  CM-DTL-REASON           PIC X(40).

       01  CM-RPT-TOTAL-LINE.
           02  CM-RPT-TOTAL-LABEL      PIC X(30).
           02  CM-RPT-TOTAL-COUNT      PIC ZZZ,ZZZ,ZZ9.

      *=============================================================*
      *  PROCEDURE DIVISION.                                        *
      *=============================================================*
       PROCEDURE DIVISION.

      *----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *      LOAD THE FIVE CONTROL FILES, CHECK AND APPLY EVERY   *
      *      TRANSACTION, CHECK THE UNTOUCHED ENTRIES, AND        *
      *      REWRITE AND JOURNAL ONLY WHEN THE BATCH IS CLEAN.    *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT
           PERFORM 2000-PROCESS-TRANSACTION
               THRU 2000-PROCESS-TRANSACTION-EXIT
               UNTIL CM-TRAN-END
           PERFORM 3000-CHECK-EXISTING-ENTRIES
               THRU 3000-CHECK-EXISTING-ENTRIES-EXIT
           PERFORM 4000-COMMIT-CHANGES
               THRU 4000-COMMIT-CHANGES-EXIT
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT
           STOP RUN.

      *----------------------------------------------------------*
      *  1000-INITIALIZE                                          *
      *      OPEN THE REPORT, LOAD THE FIVE CONTROL FILES WHOLE,  *
      *      OPEN THE TRANSACTIONS AND READ THE FIRST ONE.  NO    *
      *      TRANSACTION FILE MEANS A CHECK-ONLY RUN.             *
      *----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT CM-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CM-RUN-TIME-FULL FROM TIME
           MOVE CM-RUN-TIME-FULL(1:6) TO CM-RUN-TIME
           MOVE ALL 'N' TO CM-FILE-CHANGES
           OPEN OUTPUT MAINT-REPORT-FILE
           IF CM-CTLRPT-STATUS NOT = '00'
               DISPLAY 'P17: CANNOT OPEN CTLRPTDD - STATUS '
                   CM-CTLRPT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CM-RUN-DATE TO CM-RPT-HDR-DATE
           MOVE CM-RPT-HEADING-1 TO MAINT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE CM-RPT-HEADING-2 TO MAINT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE CM-RPT-COLUMN-HEADING TO MAINT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE 1 TO CM-FILE-NO
           PERFORM 1100-LOAD-ONE-FILE
               THRU 1100-LOAD-ONE-FILE-EXIT
               UNTIL CM-FILE-NO > 5
           OPEN INPUT TRANSACTION-FILE
           IF CM-CTLTRN-STATUS = '35'
               DISPLAY 'P17: CTLTRNDD NOT PRESENT - CONTROL FILES '
                   'CHECKED ONLY'
               SET CM-TRAN-END TO TRUE
               GO TO 1000-INITIALIZE-EXIT
           END-IF
           IF CM-CTLTRN-STATUS NOT = '00'
               DISPLAY 'P17: CANNOT OPEN CTLTRNDD - STATUS '
                   CM-CTLTRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'TRANSACTIONS' TO CM-RPT-SECTION-LINE
           MOVE CM-RPT-SECTION-LINE TO MAINT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           PERFORM 1900-READ-TRANSACTION
               THRU 1900-READ-TRANSACTION-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1100-LOAD-ONE-FILE                                       *
      *      LOAD EVERY LINE OF ONE CONTROL FILE INTO THE ENTRY   *
      *      TABLE AND STEP TO THE NEXT FILE.                     *
      *----------------------------------------------------------*
       1100-LOAD-ONE-FILE.
           PERFORM 1110-LOAD-CONTROL-FILE
               THRU 1110-LOAD-CONTROL-FILE-EXIT
           ADD 1 TO CM-FILE-NO.
       1100-LOAD-ONE-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1110-LOAD-CONTROL-FILE                                   *
      *      OPEN THE CONTROL FILE AT CM-FILE-NO AND READ IT      *
      *      WHOLE.  A FILE NOT YET CREATED (STATUS 35) STARTS    *
      *      EMPTY AND IS CREATED IF A TRANSACTION ADDS TO IT.    *
      *      ANY OTHER OPEN FAILURE STOPS THE RUN - A FILE THAT   *
      *      CANNOT BE READ MUST NOT BE REWRITTEN AS IF EMPTY.    *
      *----------------------------------------------------------*
       1110-LOAD-CONTROL-FILE.
           EVALUATE CM-FILE-NO
               WHEN 1
                   OPEN INPUT RULE-CONTROL-FILE
                   MOVE CM-RULECTL-STATUS TO CM-CTL-STATUS
               WHEN 2
                   OPEN INPUT OVERRIDE-FILE
                   MOVE CM-OVERRIDE-STATUS TO CM-CTL-STATUS
               WHEN 3
                   OPEN INPUT SOURCE-CONTROL-FILE
                   MOVE CM-SRCCTL-STATUS TO CM-CTL-STATUS
               WHEN 4
                   OPEN INPUT HOLD-LIST-FILE
                   MOVE CM-HOLDLST-STATUS TO CM-CTL-STATUS
               WHEN OTHER
                   OPEN INPUT HELD-WORDS-FILE
                   MOVE CM-CNFHLD-STATUS TO CM-CTL-STATUS
           END-EVALUATE
           IF CM-CTL-STATUS = '35'
               DISPLAY 'P17: ' CM-FILE-DD(CM-FILE-NO)
                   ' NOT PRESENT - STARTS EMPTY'
               GO TO 1110-LOAD-CONTROL-FILE-EXIT
           END-IF
           IF CM-CTL-STATUS NOT = '00'
               DISPLAY 'P17: CANNOT OPEN ' CM-FILE-DD(CM-FILE-NO)
                   ' - STATUS ' CM-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO CM-CTL-END-SW
           PERFORM 1120-LOAD-ONE-RECORD
               THRU 1120-LOAD-ONE-RECORD-EXIT
               UNTIL CM-CTL-END
           EVALUATE CM-FILE-NO
               WHEN 1
                   CLOSE RULE-CONTROL-FILE
               WHEN 2
                   CLOSE OVERRIDE-FILE
               WHEN 3
                   CLOSE SOURCE-CONTROL-FILE
               WHEN 4
                   CLOSE HOLD-LIST-FILE
               WHEN OTHER
                   CLOSE HELD-WORDS-FILE
           END-EVALUATE.
       1110-LOAD-CONTROL-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1120-LOAD-ONE-RECORD                                     *
      *      READ ONE LINE OF THE CONTROL FILE AT CM-FILE-NO INTO *
      *      THE ENTRY TABLE, MARKING COMMENT AND BLANK LINES SO  *
      *      THEY ARE KEPT BUT NEVER CHECKED.                     *
      *----------------------------------------------------------*
       1120-LOAD-ONE-RECORD.
           MOVE SPACES TO CM-OTHER-IMAGE
           EVALUATE CM-FILE-NO
               WHEN 1
                   READ RULE-CONTROL-FILE
                       AT END SET CM-CTL-END TO TRUE
                   END-READ
                   MOVE CM-RULECTL-STATUS TO CM-CTL-STATUS
                   MOVE RULE-CONTROL-REC TO CM-OTHER-IMAGE
               WHEN 2
                   READ OVERRIDE-FILE
                       AT END SET CM-CTL-END TO TRUE
                   END-READ
                   MOVE CM-OVERRIDE-STATUS TO CM-CTL-STATUS
                   MOVE OVERRIDE-REC TO CM-OTHER-IMAGE
               WHEN 3
                   READ SOURCE-CONTROL-FILE
                       AT END SET CM-CTL-END TO TRUE
                   END-READ
                   MOVE CM-SRCCTL-STATUS TO CM-CTL-STATUS
                   MOVE SOURCE-CONTROL-REC TO CM-OTHER-IMAGE
               WHEN 4
                   READ HOLD-LIST-FILE
                       AT END SET CM-CTL-END TO TRUE
                   END-READ
                   MOVE CM-HOLDLST-STATUS TO CM-CTL-STATUS
                   MOVE HOLD-LIST-REC TO CM-OTHER-IMAGE
               WHEN OTHER
                   READ HELD-WORDS-FILE
                       AT END SET CM-CTL-END TO TRUE
                   END-READ
                   MOVE CM-CNFHLD-STATUS TO CM-CTL-STATUS
                   MOVE HELD-WORDS-REC TO CM-OTHER-IMAGE
           END-EVALUATE
           IF CM-CTL-END
               GO TO 1120-LOAD-ONE-RECORD-EXIT
           END-IF
           IF CM-CTL-STATUS NOT = '00'
               DISPLAY 'P17: I/O ERROR ON ' CM-FILE-DD(CM-FILE-NO)
                   ' - FILE STATUS ' CM-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CM-ENTRY-COUNT >= 9999
               DISPLAY 'P17: CONTROL FILES HOLD MORE THAN 9999 '
                   'LINES - RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CM-ENTRY-COUNT
           MOVE CM-FILE-NO TO CM-ENT-FILE(CM-ENTRY-COUNT)
           MOVE CM-OTHER-IMAGE TO CM-ENT-IMAGE(CM-ENTRY-COUNT)
           MOVE 'N' TO CM-ENT-TOUCHED-SW(CM-ENTRY-COUNT)
           IF CM-OTHER-IMAGE(1:1) = '*' OR CM-OTHER-IMAGE = SPACES
               MOVE 'C' TO CM-ENT-STATUS(CM-ENTRY-COUNT)
           ELSE
               MOVE 'R' TO CM-ENT-STATUS(CM-ENTRY-COUNT)
           END-IF.
       1120-LOAD-ONE-RECORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1900-READ-TRANSACTION                                    *
      *      READ THE NEXT TRANSACTION, PASSING OVER COMMENT AND  *
      *      BLANK LINES.                                         *
      *----------------------------------------------------------*
       1900-READ-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
                   SET CM-TRAN-END TO TRUE
                   GO TO 1900-READ-TRANSACTION-EXIT
           END-READ
           IF CM-CTLTRN-STATUS NOT = '00'
               DISPLAY 'P17: I/O ERROR ON CTLTRNDD - FILE STATUS '
                   CM-CTLTRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF CT-FILE-ID(1:1) = '*' OR TRANSACTION-REC = SPACES
               GO TO 1900-READ-TRANSACTION
           END-IF.
       1900-READ-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-PROCESS-TRANSACTION                                 *
      *      EDIT ONE TRANSACTION, APPLY IT TO THE ENTRY TABLE    *
      *      WHEN IT IS CLEAN, REPORT IT, AND READ THE NEXT.      *
      *----------------------------------------------------------*
       2000-PROCESS-TRANSACTION.
           ADD 1 TO CM-TRAN-COUNT
           ADD 1 TO CM-TRAN-SEQ
           MOVE SPACES TO CM-REASON
           MOVE CT-IMAGE(1:40) TO CM-DISPLAY-KEY
           PERFORM 2100-EDIT-TRANSACTION
               THRU 2100-EDIT-TRANSACTION-EXIT
           IF CM-REASON = SPACES
               PERFORM 2200-APPLY-TRANSACTION
                   THRU 2200-APPLY-TRANSACTION-EXIT
           END-IF
           MOVE CM-TRAN-SEQ TO CM-DTL-SEQ
           MOVE CT-FILE-ID TO CM-DTL-FILE-ID
           MOVE CT-ACTION TO CM-DTL-ACTION
           MOVE CM-DISPLAY-KEY TO CM-DTL-KEY
           IF CM-REASON = SPACES
               MOVE 'APPLIED' TO CM-DTL-RESULT
               ADD 1 TO CM-APPLIED-COUNT
           ELSE
               MOVE 'REJECTED' TO CM-DTL-RESULT
               ADD 1 TO CM-REJECT-COUNT
           END-IF
           MOVE CM-REASON TO CM-DTL-REASON
           MOVE CM-DETAIL-LINE TO MAINT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           PERFORM 1900-READ-TRANSACTION
               THRU 1900-READ-TRANSACTION-EXIT.
       2000-PROCESS-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-EDIT-TRANSACTION                                    *
      *      CHECK THE TRANSACTION ITSELF - FILE, ACTION, WHO     *
      *      ASKED AND WHO APPROVED - THEN FIND ITS KEY ON THE    *
      *      FILE AND EDIT THE NEW RECORD IMAGE.  THE FIRST FAULT *
      *      FOUND IS LEFT IN CM-REASON.                          *
      *----------------------------------------------------------*
       2100-EDIT-TRANSACTION.
           MOVE 0 TO CM-FILE-NO
           MOVE 1 TO CM-FILE-SUB
           PERFORM 2110-MATCH-FILE-ID
               THRU 2110-MATCH-FILE-ID-EXIT
               UNTIL CM-FILE-SUB > 5 OR CM-FILE-NO > 0
           IF CM-FILE-NO = 0
               MOVE 'UNKNOWN FILE ID' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           IF CT-ACTION NOT = 'A' AND CT-ACTION NOT = 'C'
               AND CT-ACTION NOT = 'D'
               MOVE 'ACTION MUST BE A, C OR D' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           IF CT-REQUESTED-BY = SPACES
               MOVE 'REQUESTER MISSING' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           IF CT-APPROVED-BY = SPACES
               MOVE 'APPROVER MISSING' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           IF CT-APPROVED-BY = CT-REQUESTED-BY
               MOVE 'APPROVER MAY NOT BE THE REQUESTER' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           MOVE CT-IMAGE TO CM-CHECK-IMAGE
           IF CM-CHECK-IMAGE = SPACES OR CM-CHECK-IMAGE(1:1) = '*'
               MOVE 'NO RECORD IMAGE' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           IF CM-CHECK-IMAGE(CM-FILE-RECLEN(CM-FILE-NO) + 1:)
               NOT = SPACES
               MOVE 'IMAGE RUNS PAST END OF RECORD' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           PERFORM 5000-BUILD-CHECK-KEY
               THRU 5000-BUILD-CHECK-KEY-EXIT
           IF CM-CHECK-KEY = SPACES
               MOVE 'KEY FIELDS MISSING' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           PERFORM 5100-FIND-KEY
               THRU 5100-FIND-KEY-EXIT
           IF CT-ACTION = 'A'
               IF CM-FOUND
                   MOVE 'KEY ALREADY ON FILE' TO CM-REASON
                   GO TO 2100-EDIT-TRANSACTION-EXIT
               END-IF
           ELSE
               IF NOT CM-FOUND
                   MOVE 'KEY NOT ON FILE' TO CM-REASON
                   GO TO 2100-EDIT-TRANSACTION-EXIT
               END-IF
           END-IF
           IF CM-PEND-COUNT >= 1000
               MOVE 'MORE THAN 1000 CHANGES IN ONE RUN' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           IF CT-ACTION = 'D'
               IF CM-FILE-NO = 1
                   PERFORM 5400-CHECK-VERSION-IN-USE
                       THRU 5400-CHECK-VERSION-IN-USE-EXIT
               END-IF
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           IF CT-ACTION = 'A' AND CM-ENTRY-COUNT >= 9999
               MOVE 'CONTROL FILES FULL' TO CM-REASON
               GO TO 2100-EDIT-TRANSACTION-EXIT
           END-IF
           IF CT-ACTION = 'A'
               MOVE 0 TO CM-SELF-SUB
           ELSE
               MOVE CM-FOUND-SUB TO CM-SELF-SUB
           END-IF
           MOVE CM-ENTRY-COUNT TO CM-SCAN-LIMIT
           PERFORM 6000-EDIT-ENTRY
               THRU 6000-EDIT-ENTRY-EXIT.
       2100-EDIT-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2110-MATCH-FILE-ID                                       *
      *      COMPARE THE TRANSACTION'S FILE ID TO ONE OF THE FIVE *
      *      CONTROL FILES.                                       *
      *----------------------------------------------------------*
       2110-MATCH-FILE-ID.
           IF CT-FILE-ID = CM-FILE-ID(CM-FILE-SUB)
               MOVE CM-FILE-SUB TO CM-FILE-NO
           END-IF
           ADD 1 TO CM-FILE-SUB.
       2110-MATCH-FILE-ID-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-APPLY-TRANSACTION                                   *
      *      MAKE A CLEAN TRANSACTION'S CHANGE TO THE ENTRY TABLE *
      *      AND QUEUE ITS BEFORE AND AFTER IMAGES FOR THE        *
      *      JOURNAL.                                             *
      *----------------------------------------------------------*
       2200-APPLY-TRANSACTION.
           ADD 1 TO CM-PEND-COUNT
           MOVE CT-FILE-ID TO CM-PEND-FILE-ID(CM-PEND-COUNT)
           MOVE CT-ACTION TO CM-PEND-ACTION(CM-PEND-COUNT)
           MOVE CT-REQUESTED-BY TO CM-PEND-REQUESTED(CM-PEND-COUNT)
           MOVE CT-APPROVED-BY TO CM-PEND-APPROVED(CM-PEND-COUNT)
           EVALUATE CT-ACTION
               WHEN 'A'
                   ADD 1 TO CM-ENTRY-COUNT
                   MOVE CM-FILE-NO TO CM-ENT-FILE(CM-ENTRY-COUNT)
                   MOVE 'R' TO CM-ENT-STATUS(CM-ENTRY-COUNT)
                   MOVE 'Y' TO CM-ENT-TOUCHED-SW(CM-ENTRY-COUNT)
                   MOVE CT-IMAGE TO CM-ENT-IMAGE(CM-ENTRY-COUNT)
                   MOVE SPACES TO CM-PEND-BEFORE(CM-PEND-COUNT)
                   MOVE CT-IMAGE TO CM-PEND-AFTER(CM-PEND-COUNT)
               WHEN 'C'
                   MOVE CM-ENT-IMAGE(CM-FOUND-SUB)
                       TO CM-PEND-BEFORE(CM-PEND-COUNT)
                   MOVE CT-IMAGE TO CM-ENT-IMAGE(CM-FOUND-SUB)
                   MOVE 'Y' TO CM-ENT-TOUCHED-SW(CM-FOUND-SUB)
                   MOVE CT-IMAGE TO CM-PEND-AFTER(CM-PEND-COUNT)
               WHEN OTHER
                   MOVE CM-ENT-IMAGE(CM-FOUND-SUB)
                       TO CM-PEND-BEFORE(CM-PEND-COUNT)
                   MOVE 'D' TO CM-ENT-STATUS(CM-FOUND-SUB)
                   MOVE SPACES TO CM-PEND-AFTER(CM-PEND-COUNT)
           END-EVALUATE
           MOVE 'Y' TO CM-FILE-CHANGED-SW(CM-FILE-NO).
       2200-APPLY-TRANSACTION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-CHECK-EXISTING-ENTRIES                              *
      *      CHECK EVERY LIVE ENTRY NO TRANSACTION TOUCHED, SO A  *
      *      FAULT LEFT BY AN EARLIER HAND EDIT - AN OVERRIDE     *
      *      UNDER A VERSION THAT DOES NOT EXIST, SAY - IS SEEN   *
      *      INSTEAD OF SILENTLY IGNORED BY THE NIGHTLY RUN.      *
      *----------------------------------------------------------*
       3000-CHECK-EXISTING-ENTRIES.
           MOVE 'EXISTING ENTRIES' TO CM-RPT-SECTION-LINE
           MOVE CM-RPT-SECTION-LINE TO MAINT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE 1 TO CM-ENT-SUB
           PERFORM 3100-CHECK-ONE-EXISTING
               THRU 3100-CHECK-ONE-EXISTING-EXIT
               UNTIL CM-ENT-SUB > CM-ENTRY-COUNT.
       3000-CHECK-EXISTING-ENTRIES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-CHECK-ONE-EXISTING                                  *
      *      EDIT ONE UNTOUCHED LIVE ENTRY.  DUPLICATES ARE       *
      *      LOOKED FOR ONLY AMONG THE ENTRIES BEFORE IT, SO EACH *
      *      PAIR IS LISTED ONCE, AGAINST ITS SECOND MEMBER.      *
      *----------------------------------------------------------*
       3100-CHECK-ONE-EXISTING.
           IF NOT CM-ENT-LIVE(CM-ENT-SUB)
               OR CM-ENT-TOUCHED(CM-ENT-SUB)
               GO TO 3100-CHECK-ONE-EXISTING-NEXT
           END-IF
           MOVE CM-ENT-FILE(CM-ENT-SUB) TO CM-FILE-NO
           MOVE CM-ENT-IMAGE(CM-ENT-SUB) TO CM-CHECK-IMAGE
           MOVE SPACES TO CM-REASON
           PERFORM 5000-BUILD-CHECK-KEY
               THRU 5000-BUILD-CHECK-KEY-EXIT
           MOVE CM-ENT-SUB TO CM-SELF-SUB
           COMPUTE CM-SCAN-LIMIT = CM-ENT-SUB - 1
           PERFORM 6000-EDIT-ENTRY
               THRU 6000-EDIT-ENTRY-EXIT
           IF CM-REASON NOT = SPACES
               ADD 1 TO CM-WARNING-COUNT
               MOVE 0 TO CM-DTL-SEQ
               MOVE CM-FILE-ID(CM-FILE-NO) TO CM-DTL-FILE-ID
               MOVE SPACE TO CM-DTL-ACTION
               MOVE CM-DISPLAY-KEY TO CM-DTL-KEY
               MOVE 'WARNING' TO CM-DTL-RESULT
               MOVE CM-REASON TO CM-DTL-REASON
               MOVE CM-DETAIL-LINE TO MAINT-REPORT-REC
               PERFORM 7100-WRITE-REPORT-LINE
                   THRU 7100-WRITE-REPORT-LINE-EXIT
           END-IF.
       3100-CHECK-ONE-EXISTING-NEXT.
           ADD 1 TO CM-ENT-SUB.
       3100-CHECK-ONE-EXISTING-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4000-COMMIT-CHANGES                                      *
      *      WHEN EVERY TRANSACTION WAS CLEAN, JOURNAL THE        *
      *      CHANGES FIRST AND THEN REWRITE EACH CHANGED FILE.    *
      *      ONE REJECT HOLDS BACK THE WHOLE BATCH.               *
      *----------------------------------------------------------*
       4000-COMMIT-CHANGES.
           IF CM-REJECT-COUNT > 0
               MOVE 'NOTHING REWRITTEN - CORRECT THE REJECTED '
                   TO CM-RPT-SECTION-LINE
               MOVE 'TRANSACTIONS AND RERUN THE WHOLE BATCH'
                   TO CM-RPT-SECTION-LINE(42:)
               MOVE CM-RPT-SECTION-LINE TO MAINT-REPORT-REC
               PERFORM 7100-WRITE-REPORT-LINE
                   THRU 7100-WRITE-REPORT-LINE-EXIT
               GO TO 4000-COMMIT-CHANGES-EXIT
           END-IF
           IF CM-PEND-COUNT = 0
               GO TO 4000-COMMIT-CHANGES-EXIT
           END-IF
      *    THE JOURNAL IS PERMANENT AND ONLY EVER APPENDED TO.  A
      *    JOURNAL NOT YET CREATED (STATUS 35) IS STARTED FRESH;
      *    ANY OTHER FAILURE STOPS THE RUN BEFORE ANY FILE IS
      *    CHANGED WITHOUT ITS JOURNAL RECORD.
           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF CM-CTLJRN-STATUS = '35'
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           IF CM-CTLJRN-STATUS NOT = '00'
               DISPLAY 'P17: CANNOT OPEN CTLJRNDD - STATUS '
                   CM-CTLJRN-STATUS ' - NOTHING REWRITTEN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO CM-PEND-SUB
           PERFORM 4100-WRITE-ONE-JOURNAL
               THRU 4100-WRITE-ONE-JOURNAL-EXIT
               UNTIL CM-PEND-SUB > CM-PEND-COUNT
           CLOSE CHANGE-JOURNAL-FILE
           MOVE 1 TO CM-FILE-NO
           PERFORM 4200-REWRITE-ONE-FILE
               THRU 4200-REWRITE-ONE-FILE-EXIT
               UNTIL CM-FILE-NO > 5.
       4000-COMMIT-CHANGES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4100-WRITE-ONE-JOURNAL                                   *
      *      APPEND ONE APPLIED CHANGE TO THE CHANGE JOURNAL.     *
      *----------------------------------------------------------*
       4100-WRITE-ONE-JOURNAL.
           MOVE SPACES TO CHANGE-JOURNAL-REC
           MOVE CM-RUN-DATE TO CJ-RUN-DATE
           MOVE CM-RUN-TIME TO CJ-RUN-TIME
           MOVE CM-PEND-FILE-ID(CM-PEND-SUB) TO CJ-FILE-ID
           MOVE CM-PEND-ACTION(CM-PEND-SUB) TO CJ-ACTION
           MOVE CM-PEND-REQUESTED(CM-PEND-SUB) TO CJ-REQUESTED-BY
           MOVE CM-PEND-APPROVED(CM-PEND-SUB) TO CJ-APPROVED-BY
           MOVE CM-PEND-BEFORE(CM-PEND-SUB) TO CJ-BEFORE-IMAGE
           MOVE CM-PEND-AFTER(CM-PEND-SUB) TO CJ-AFTER-IMAGE
           WRITE CHANGE-JOURNAL-REC
           IF CM-CTLJRN-STATUS NOT = '00'
               DISPLAY 'P17: WRITE FAILED ON CTLJRNDD - STATUS '
                   CM-CTLJRN-STATUS ' - NOTHING REWRITTEN'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CM-PEND-SUB.
       4100-WRITE-ONE-JOURNAL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4200-REWRITE-ONE-FILE                                    *
      *      REWRITE THE CONTROL FILE AT CM-FILE-NO FROM THE      *
      *      ENTRY TABLE WHEN A TRANSACTION CHANGED IT.  DELETED  *
      *      RECORDS ARE DROPPED; COMMENT LINES STAY IN PLACE.    *
      *----------------------------------------------------------*
       4200-REWRITE-ONE-FILE.
           IF CM-FILE-CHANGED-SW(CM-FILE-NO) NOT = 'Y'
               GO TO 4200-REWRITE-ONE-FILE-NEXT
           END-IF
           EVALUATE CM-FILE-NO
               WHEN 1
                   OPEN OUTPUT RULE-CONTROL-FILE
                   MOVE CM-RULECTL-STATUS TO CM-CTL-STATUS
               WHEN 2
                   OPEN OUTPUT OVERRIDE-FILE
                   MOVE CM-OVERRIDE-STATUS TO CM-CTL-STATUS
               WHEN 3
                   OPEN OUTPUT SOURCE-CONTROL-FILE
                   MOVE CM-SRCCTL-STATUS TO CM-CTL-STATUS
               WHEN 4
                   OPEN OUTPUT HOLD-LIST-FILE
                   MOVE CM-HOLDLST-STATUS TO CM-CTL-STATUS
               WHEN OTHER
                   OPEN OUTPUT HELD-WORDS-FILE
                   MOVE CM-CNFHLD-STATUS TO CM-CTL-STATUS
           END-EVALUATE
           IF CM-CTL-STATUS NOT = '00'
               DISPLAY 'P17: CANNOT OPEN ' CM-FILE-DD(CM-FILE-NO)
                   ' FOR REWRITE - STATUS ' CM-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO CM-ENT-SUB
           PERFORM 4210-WRITE-ONE-ENTRY
               THRU 4210-WRITE-ONE-ENTRY-EXIT
               UNTIL CM-ENT-SUB > CM-ENTRY-COUNT
           EVALUATE CM-FILE-NO
               WHEN 1
                   CLOSE RULE-CONTROL-FILE
               WHEN 2
                   CLOSE OVERRIDE-FILE
               WHEN 3
                   CLOSE SOURCE-CONTROL-FILE
               WHEN 4
                   CLOSE HOLD-LIST-FILE
               WHEN OTHER
                   CLOSE HELD-WORDS-FILE
           END-EVALUATE
           ADD 1 TO CM-REWRITTEN-COUNT
           DISPLAY 'P17: ' CM-FILE-DD(CM-FILE-NO) ' REWRITTEN'.
       4200-REWRITE-ONE-FILE-NEXT.
           ADD 1 TO CM-FILE-NO.
       4200-REWRITE-ONE-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  4210-WRITE-ONE-ENTRY                                     *
      *      WRITE ONE ENTRY BACK TO THE FILE BEING REWRITTEN     *
      *      WHEN IT BELONGS THERE AND WAS NOT DELETED.           *
      *----------------------------------------------------------*
       4210-WRITE-ONE-ENTRY.
           IF CM-ENT-FILE(CM-ENT-SUB) NOT = CM-FILE-NO
               OR CM-ENT-DELETED(CM-ENT-SUB)
               GO TO 4210-WRITE-ONE-ENTRY-NEXT
           END-IF
           EVALUATE CM-FILE-NO
               WHEN 1
                   MOVE CM-ENT-IMAGE(CM-ENT-SUB) TO RULE-CONTROL-REC
                   WRITE RULE-CONTROL-REC
                   MOVE CM-RULECTL-STATUS TO CM-CTL-STATUS
               WHEN 2
                   MOVE CM-ENT-IMAGE(CM-ENT-SUB) TO OVERRIDE-REC
                   WRITE OVERRIDE-REC
                   MOVE CM-OVERRIDE-STATUS TO CM-CTL-STATUS
               WHEN 3
                   MOVE CM-ENT-IMAGE(CM-ENT-SUB)
                       TO SOURCE-CONTROL-REC
                   WRITE SOURCE-CONTROL-REC
                   MOVE CM-SRCCTL-STATUS TO CM-CTL-STATUS
               WHEN 4
                   MOVE CM-ENT-IMAGE(CM-ENT-SUB) TO HOLD-LIST-REC
                   WRITE HOLD-LIST-REC
                   MOVE CM-HOLDLST-STATUS TO CM-CTL-STATUS
               WHEN OTHER
                   MOVE CM-ENT-IMAGE(CM-ENT-SUB) TO HELD-WORDS-REC
                   WRITE HELD-WORDS-REC
                   MOVE CM-CNFHLD-STATUS TO CM-CTL-STATUS
           END-EVALUATE
           IF CM-CTL-STATUS NOT = '00'
               DISPLAY 'P17: WRITE FAILED ON ' CM-FILE-DD(CM-FILE-NO)
                   ' - STATUS ' CM-CTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       4210-WRITE-ONE-ENTRY-NEXT.
           ADD 1 TO CM-ENT-SUB.
       4210-WRITE-ONE-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5000-BUILD-CHECK-KEY                                     *
      *      BUILD THE COMPARISON KEY AND THE PRINTED KEY OF THE  *
      *      IMAGE IN CM-CHECK-IMAGE FOR THE FILE AT CM-FILE-NO.  *
      *----------------------------------------------------------*
       5000-BUILD-CHECK-KEY.
           MOVE SPACES TO CM-CHECK-KEY
           MOVE SPACES TO CM-DISPLAY-KEY
           EVALUATE CM-FILE-NO
               WHEN 1
                   MOVE RC-VERSION-ID TO CM-CHECK-KEY
                   MOVE RC-VERSION-ID TO CM-DISPLAY-KEY
               WHEN 2
                   MOVE OV-WORD TO CM-CHECK-WORD
                   INSPECT CM-CHECK-WORD CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO 'abcdefghijklmnopqrstuvwxyz'
                   IF OV-WORD NOT = SPACES
                       MOVE CM-CHECK-WORD TO CM-CHECK-KEY(1:80)
                       MOVE OV-RULE-VERSION TO CM-CHECK-KEY(81:8)
                   END-IF
                   MOVE OV-WORD(1:31) TO CM-DISPLAY-KEY
                   MOVE OV-RULE-VERSION TO CM-DISPLAY-KEY(33:8)
               WHEN 3
                   MOVE SC-SOURCE-CODE TO CM-CHECK-KEY
                   MOVE SC-SOURCE-CODE TO CM-DISPLAY-KEY
               WHEN 4
                   MOVE RH-WORD TO CM-CHECK-WORD
                   INSPECT CM-CHECK-WORD CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO 'abcdefghijklmnopqrstuvwxyz'
                   MOVE CM-CHECK-WORD TO CM-CHECK-KEY
                   MOVE RH-WORD TO CM-DISPLAY-KEY
               WHEN OTHER
                   MOVE HL-WORD TO CM-CHECK-WORD
                   INSPECT CM-CHECK-WORD CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO 'abcdefghijklmnopqrstuvwxyz'
                   MOVE CM-CHECK-WORD TO CM-CHECK-KEY
                   MOVE HL-WORD TO CM-DISPLAY-KEY
           END-EVALUATE.
       5000-BUILD-CHECK-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5010-BUILD-OTHER-KEY                                     *
      *      BUILD THE COMPARISON KEY OF THE IMAGE IN             *
      *      CM-OTHER-IMAGE FOR THE FILE AT CM-FILE-NO.           *
      *----------------------------------------------------------*
       5010-BUILD-OTHER-KEY.
           MOVE SPACES TO CM-OTHER-KEY
           EVALUATE CM-FILE-NO
               WHEN 1
                   MOVE CM-OT-VERSION-ID TO CM-OTHER-KEY
               WHEN 2
                   MOVE CM-OT-OV-WORD TO CM-OTHER-WORD
                   INSPECT CM-OTHER-WORD CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO 'abcdefghijklmnopqrstuvwxyz'
                   MOVE CM-OTHER-WORD TO CM-OTHER-KEY(1:80)
                   MOVE CM-OT-OV-VERSION TO CM-OTHER-KEY(81:8)
               WHEN 3
                   MOVE CM-OT-SOURCE-CODE TO CM-OTHER-KEY
               WHEN OTHER
                   MOVE CM-OTHER-IMAGE(1:80) TO CM-OTHER-WORD
                   INSPECT CM-OTHER-WORD CONVERTING
                       'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
                       TO 'abcdefghijklmnopqrstuvwxyz'
                   MOVE CM-OTHER-WORD TO CM-OTHER-KEY
           END-EVALUATE.
       5010-BUILD-OTHER-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5100-FIND-KEY                                            *
      *      LOOK FOR A LIVE RECORD OF THE FILE AT CM-FILE-NO     *
      *      WITH THE CHECK KEY, LEAVING ITS SUBSCRIPT IN         *
      *      CM-FOUND-SUB.                                        *
      *----------------------------------------------------------*
       5100-FIND-KEY.
           MOVE 'N' TO CM-FOUND-SW
           MOVE 0 TO CM-FOUND-SUB
           MOVE 1 TO CM-SCAN-SUB
           PERFORM 5110-COMPARE-ONE-KEY
               THRU 5110-COMPARE-ONE-KEY-EXIT
               UNTIL CM-SCAN-SUB > CM-ENTRY-COUNT OR CM-FOUND.
       5100-FIND-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5110-COMPARE-ONE-KEY                                     *
      *      COMPARE THE CHECK KEY TO ONE ENTRY OF THE TABLE.     *
      *----------------------------------------------------------*
       5110-COMPARE-ONE-KEY.
           IF CM-ENT-FILE(CM-SCAN-SUB) = CM-FILE-NO
               AND CM-ENT-LIVE(CM-SCAN-SUB)
               MOVE CM-ENT-IMAGE(CM-SCAN-SUB) TO CM-OTHER-IMAGE
               PERFORM 5010-BUILD-OTHER-KEY
                   THRU 5010-BUILD-OTHER-KEY-EXIT
               IF CM-OTHER-KEY = CM-CHECK-KEY
                   SET CM-FOUND TO TRUE
                   MOVE CM-SCAN-SUB TO CM-FOUND-SUB
               END-IF
           END-IF
           ADD 1 TO CM-SCAN-SUB.
       5110-COMPARE-ONE-KEY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5300-FIND-RULE-VERSION                                   *
      *      LOOK FOR A LIVE RULE CONTROL RECORD FOR THE VERSION  *
      *      THE OVERRIDE IN CM-CHECK-IMAGE NAMES.                *
      *----------------------------------------------------------*
       5300-FIND-RULE-VERSION.
           MOVE 'N' TO CM-FOUND-SW
           MOVE 1 TO CM-SCAN-SUB
           PERFORM 5310-CHECK-ONE-VERSION
               THRU 5310-CHECK-ONE-VERSION-EXIT
               UNTIL CM-SCAN-SUB > CM-ENTRY-COUNT OR CM-FOUND.
       5300-FIND-RULE-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5310-CHECK-ONE-VERSION                                   *
      *      COMPARE THE OVERRIDE'S VERSION TO ONE ENTRY.         *
      *----------------------------------------------------------*
       5310-CHECK-ONE-VERSION.
           IF CM-ENT-FILE(CM-SCAN-SUB) = 1
               AND CM-ENT-LIVE(CM-SCAN-SUB)
               MOVE CM-ENT-IMAGE(CM-SCAN-SUB) TO CM-OTHER-IMAGE
               IF CM-OT-VERSION-ID = OV-RULE-VERSION
                   SET CM-FOUND TO TRUE
               END-IF
           END-IF
           ADD 1 TO CM-SCAN-SUB.
       5310-CHECK-ONE-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5400-CHECK-VERSION-IN-USE                                *
      *      REFUSE TO DELETE A RULE VERSION THAT A LIVE OVERRIDE *
      *      STILL NAMES - THE OVERRIDE WOULD NEVER LOAD AGAIN.   *
      *----------------------------------------------------------*
       5400-CHECK-VERSION-IN-USE.
           MOVE 'N' TO CM-FOUND-SW
           MOVE 1 TO CM-SCAN-SUB
           PERFORM 5410-CHECK-ONE-OVERRIDE
               THRU 5410-CHECK-ONE-OVERRIDE-EXIT
               UNTIL CM-SCAN-SUB > CM-ENTRY-COUNT OR CM-FOUND
           IF CM-FOUND
               MOVE 'VERSION STILL NAMED BY AN OVERRIDE'
                   TO CM-REASON
           END-IF.
       5400-CHECK-VERSION-IN-USE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5410-CHECK-ONE-OVERRIDE                                  *
      *      COMPARE ONE OVERRIDE'S VERSION TO THE VERSION BEING  *
      *      DELETED.                                             *
      *----------------------------------------------------------*
       5410-CHECK-ONE-OVERRIDE.
           IF CM-ENT-FILE(CM-SCAN-SUB) = 2
               AND CM-ENT-LIVE(CM-SCAN-SUB)
               MOVE CM-ENT-IMAGE(CM-SCAN-SUB) TO CM-OTHER-IMAGE
               IF CM-OT-OV-VERSION = RC-VERSION-ID
                   SET CM-FOUND TO TRUE
               END-IF
           END-IF
           ADD 1 TO CM-SCAN-SUB.
       5410-CHECK-ONE-OVERRIDE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  5900-CHECK-DATE                                          *
      *      CONFIRM CM-DATE-IN IS A PLAUSIBLE YYYYMMDD DATE.     *
      *----------------------------------------------------------*
       5900-CHECK-DATE.
           MOVE 'N' TO CM-DATE-OK-SW
           IF CM-DATE-IN NOT NUMERIC
               GO TO 5900-CHECK-DATE-EXIT
           END-IF
           IF CM-DATE-YEAR < 1900
               OR CM-DATE-MONTH < 1 OR CM-DATE-MONTH > 12
               OR CM-DATE-DAY < 1 OR CM-DATE-DAY > 31
               GO TO 5900-CHECK-DATE-EXIT
           END-IF
           SET CM-DATE-OK TO TRUE.
       5900-CHECK-DATE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6000-EDIT-ENTRY                                          *
      *      EDIT THE IMAGE IN CM-CHECK-IMAGE AGAINST THE LAYOUT  *
      *      OF THE FILE AT CM-FILE-NO, THEN AGAINST THE OTHER    *
      *      LIVE RECORDS UP TO CM-SCAN-LIMIT (SKIPPING ITS OWN   *
      *      ENTRY, CM-SELF-SUB) AND THE OTHER FILES.             *
      *----------------------------------------------------------*
       6000-EDIT-ENTRY.
           EVALUATE CM-FILE-NO
               WHEN 1
                   PERFORM 6100-EDIT-RULE-VERSION
                       THRU 6100-EDIT-RULE-VERSION-EXIT
               WHEN 2
                   PERFORM 6200-EDIT-OVERRIDE
                       THRU 6200-EDIT-OVERRIDE-EXIT
               WHEN 3
                   PERFORM 6300-EDIT-SOURCE
                       THRU 6300-EDIT-SOURCE-EXIT
               WHEN 4
                   PERFORM 6400-EDIT-HOLD-WORD
                       THRU 6400-EDIT-HOLD-WORD-EXIT
               WHEN OTHER
                   PERFORM 6500-EDIT-HELD-WORD
                       THRU 6500-EDIT-HELD-WORD-EXIT
           END-EVALUATE.
       6000-EDIT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6100-EDIT-RULE-VERSION                                   *
      *      A RULE VERSION NEEDS AN ID, A VALID EFFECTIVE DATE,  *
      *      A NUMERIC VOWEL MINIMUM AND LETTER-ONLY LISTS, AND   *
      *      NO OTHER VERSION MAY SHARE ITS ID OR ITS EFFECTIVE   *
      *      DATE - P1 COULD NOT TELL WHICH WAS IN FORCE.         *
      *----------------------------------------------------------*
       6100-EDIT-RULE-VERSION.
           IF RC-VERSION-ID = SPACES
               MOVE 'VERSION ID MISSING' TO CM-REASON
               GO TO 6100-EDIT-RULE-VERSION-EXIT
           END-IF
           MOVE RC-EFF-DATE TO CM-DATE-IN
           PERFORM 5900-CHECK-DATE
               THRU 5900-CHECK-DATE-EXIT
           IF NOT CM-DATE-OK
               MOVE 'BAD EFFECTIVE DATE' TO CM-REASON
               GO TO 6100-EDIT-RULE-VERSION-EXIT
           END-IF
           IF RC-MIN-VOWELS NOT NUMERIC
               MOVE 'BAD VOWEL MINIMUM' TO CM-REASON
               GO TO 6100-EDIT-RULE-VERSION-EXIT
           END-IF
           IF RC-VOWEL-LIST = SPACES
               MOVE 'VOWEL LIST EMPTY' TO CM-REASON
               GO TO 6100-EDIT-RULE-VERSION-EXIT
           END-IF
           IF RC-VOWEL-LIST NOT ALPHABETIC
               OR RC-PAIR-LIST NOT ALPHABETIC
               MOVE 'VOWEL OR PAIR LIST NOT LETTERS' TO CM-REASON
               GO TO 6100-EDIT-RULE-VERSION-EXIT
           END-IF
           MOVE 1 TO CM-SCAN-SUB
           PERFORM 6110-COMPARE-RULE-VERSION
               THRU 6110-COMPARE-RULE-VERSION-EXIT
               UNTIL CM-SCAN-SUB > CM-SCAN-LIMIT
                   OR CM-REASON NOT = SPACES.
       6100-EDIT-RULE-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6110-COMPARE-RULE-VERSION                                *
      *      COMPARE THE RULE VERSION TO ONE OTHER LIVE VERSION.  *
      *----------------------------------------------------------*
       6110-COMPARE-RULE-VERSION.
           IF CM-SCAN-SUB NOT = CM-SELF-SUB
               AND CM-ENT-FILE(CM-SCAN-SUB) = 1
               AND CM-ENT-LIVE(CM-SCAN-SUB)
               MOVE CM-ENT-IMAGE(CM-SCAN-SUB) TO CM-OTHER-IMAGE
               IF CM-OT-VERSION-ID = RC-VERSION-ID
                   MOVE 'DUPLICATE RULE VERSION ID' TO CM-REASON
               ELSE
                   IF CM-OT-EFF-DATE = RC-EFF-DATE
                       MOVE 'EFFECTIVE DATE SAME AS VERSION '
                           TO CM-REASON
                       MOVE CM-OT-VERSION-ID TO CM-REASON(32:8)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CM-SCAN-SUB.
       6110-COMPARE-RULE-VERSION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6200-EDIT-OVERRIDE                                       *
      *      AN OVERRIDE NEEDS AN ALPHABETIC WORD, A VALID        *
      *      EFFECTIVE DATE AND A RULE VERSION THAT IS ON THE     *
      *      RULE CONTROL FILE, AND MAY NOT REPEAT ANOTHER        *
      *      OVERRIDE FOR THE SAME WORD AND VERSION.  *BUILTIN,   *
      *      THE VERSION P1 RUNS UNDER WITH NO RULE CONTROL FILE, *
      *      IS NEVER ON THAT FILE AND IS TAKEN AS IT STANDS.     *
      *----------------------------------------------------------*
       6200-EDIT-OVERRIDE.
           IF OV-WORD = SPACES
               MOVE 'WORD MISSING' TO CM-REASON
               GO TO 6200-EDIT-OVERRIDE-EXIT
           END-IF
           IF OV-WORD NOT ALPHABETIC OR OV-WORD(1:1) = SPACE
               MOVE 'WORD NOT ALL LETTERS' TO CM-REASON
               GO TO 6200-EDIT-OVERRIDE-EXIT
           END-IF
           MOVE OV-EFF-DATE TO CM-DATE-IN
           PERFORM 5900-CHECK-DATE
               THRU 5900-CHECK-DATE-EXIT
           IF NOT CM-DATE-OK
               MOVE 'BAD EFFECTIVE DATE' TO CM-REASON
               GO TO 6200-EDIT-OVERRIDE-EXIT
           END-IF
           IF OV-RULE-VERSION = SPACES
               MOVE 'RULE VERSION MISSING' TO CM-REASON
               GO TO 6200-EDIT-OVERRIDE-EXIT
           END-IF
           IF OV-RULE-VERSION NOT = '*BUILTIN'
               PERFORM 5300-FIND-RULE-VERSION
                   THRU 5300-FIND-RULE-VERSION-EXIT
               IF NOT CM-FOUND
                   MOVE 'RULE VERSION NOT ON RULECTLDD' TO CM-REASON
                   GO TO 6200-EDIT-OVERRIDE-EXIT
               END-IF
           END-IF
           MOVE 1 TO CM-SCAN-SUB
           PERFORM 6210-COMPARE-OVERRIDE
               THRU 6210-COMPARE-OVERRIDE-EXIT
               UNTIL CM-SCAN-SUB > CM-SCAN-LIMIT
                   OR CM-REASON NOT = SPACES.
       6200-EDIT-OVERRIDE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6210-COMPARE-OVERRIDE                                    *
      *      COMPARE THE OVERRIDE TO ONE OTHER LIVE OVERRIDE.     *
      *----------------------------------------------------------*
       6210-COMPARE-OVERRIDE.
           IF CM-SCAN-SUB NOT = CM-SELF-SUB
               AND CM-ENT-FILE(CM-SCAN-SUB) = 2
               AND CM-ENT-LIVE(CM-SCAN-SUB)
               MOVE CM-ENT-IMAGE(CM-SCAN-SUB) TO CM-OTHER-IMAGE
               PERFORM 5010-BUILD-OTHER-KEY
                   THRU 5010-BUILD-OTHER-KEY-EXIT
               IF CM-OTHER-KEY = CM-CHECK-KEY
                   MOVE 'DUPLICATE OVERRIDE' TO CM-REASON
               END-IF
           END-IF
           ADD 1 TO CM-SCAN-SUB.
       6210-COMPARE-OVERRIDE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6300-EDIT-SOURCE                                         *
      *      A SOURCE NEEDS A CODE 01-10, A FEED DD FROM INPUTDD  *
      *      TO INPUT10DD, A RESUBMISSION DD FROM RESUB1DD TO     *
      *      RESUB10DD, AN ACTIVE FLAG OF A OR I, A VENDOR NAME   *
      *      AND A RULE SET OF 1, 2 OR B (BLANK MEANS 1).  NO     *
      *      OTHER SOURCE MAY SHARE ITS CODE, AND NO TWO ACTIVE   *
      *      SOURCES MAY SHARE A FEED OR RESUBMISSION DD.         *
      *----------------------------------------------------------*
       6300-EDIT-SOURCE.
           IF SC-SOURCE-CODE NOT NUMERIC
               OR SC-SOURCE-CODE = '00'
               OR SC-SOURCE-CODE > '10'
               MOVE 'SOURCE CODE MUST BE 01-10' TO CM-REASON
               GO TO 6300-EDIT-SOURCE-EXIT
           END-IF
           MOVE 'N' TO CM-FOUND-SW
           MOVE 1 TO CM-SLOT-SUB
           PERFORM 6320-MATCH-FEED-DD
               THRU 6320-MATCH-FEED-DD-EXIT
               UNTIL CM-SLOT-SUB > 10 OR CM-FOUND
           IF NOT CM-FOUND
               MOVE 'FEED DD NOT INPUTDD-INPUT10DD' TO CM-REASON
               GO TO 6300-EDIT-SOURCE-EXIT
           END-IF
           MOVE 'N' TO CM-FOUND-SW
           MOVE 1 TO CM-SLOT-SUB
           PERFORM 6330-MATCH-RESUB-DD
               THRU 6330-MATCH-RESUB-DD-EXIT
               UNTIL CM-SLOT-SUB > 10 OR CM-FOUND
           IF NOT CM-FOUND
               MOVE 'RESUB DD NOT RESUB1DD-RESUB10DD' TO CM-REASON
               GO TO 6300-EDIT-SOURCE-EXIT
           END-IF
           IF SC-ACTIVE-FLAG NOT = 'A' AND SC-ACTIVE-FLAG NOT = 'I'
               MOVE 'ACTIVE FLAG MUST BE A OR I' TO CM-REASON
               GO TO 6300-EDIT-SOURCE-EXIT
           END-IF
           IF SC-VENDOR-NAME = SPACES
               MOVE 'VENDOR NAME MISSING' TO CM-REASON
               GO TO 6300-EDIT-SOURCE-EXIT
           END-IF
           IF SC-RULE-SET NOT = SPACE AND SC-RULE-SET NOT = '1'
               AND SC-RULE-SET NOT = '2' AND SC-RULE-SET NOT = 'B'
               MOVE 'RULE SET MUST BE 1, 2 OR B' TO CM-REASON
               GO TO 6300-EDIT-SOURCE-EXIT
           END-IF
           MOVE 1 TO CM-SCAN-SUB
           PERFORM 6310-COMPARE-SOURCE
               THRU 6310-COMPARE-SOURCE-EXIT
               UNTIL CM-SCAN-SUB > CM-SCAN-LIMIT
                   OR CM-REASON NOT = SPACES.
       6300-EDIT-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6310-COMPARE-SOURCE                                      *
      *      COMPARE THE SOURCE TO ONE OTHER LIVE SOURCE.         *
      *----------------------------------------------------------*
       6310-COMPARE-SOURCE.
           IF CM-SCAN-SUB NOT = CM-SELF-SUB
               AND CM-ENT-FILE(CM-SCAN-SUB) = 3
               AND CM-ENT-LIVE(CM-SCAN-SUB)
               MOVE CM-ENT-IMAGE(CM-SCAN-SUB) TO CM-OTHER-IMAGE
               IF CM-OT-SOURCE-CODE = SC-SOURCE-CODE
                   MOVE 'DUPLICATE SOURCE CODE' TO CM-REASON
               END-IF
               IF CM-REASON = SPACES
                   AND SC-ACTIVE-FLAG = 'A'
                   AND CM-OT-ACTIVE-FLAG = 'A'
                   IF CM-OT-FEED-DD = SC-FEED-DD
                       MOVE 'FEED DD IN USE BY SOURCE '
                           TO CM-REASON
                       MOVE CM-OT-SOURCE-CODE TO CM-REASON(26:2)
                   END-IF
                   IF CM-OT-RESUB-DD = SC-RESUB-DD
                       MOVE 'RESUB DD IN USE BY SOURCE '
                           TO CM-REASON
                       MOVE CM-OT-SOURCE-CODE TO CM-REASON(27:2)
                   END-IF
               END-IF
           END-IF
           ADD 1 TO CM-SCAN-SUB.
       6310-COMPARE-SOURCE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6320-MATCH-FEED-DD                                       *
      *      COMPARE THE FEED DD TO ONE OF THE TEN FEED SLOTS.    *
      *----------------------------------------------------------*
       6320-MATCH-FEED-DD.
           IF SC-FEED-DD = CM-FEED-DD(CM-SLOT-SUB)
               SET CM-FOUND TO TRUE
           END-IF
           ADD 1 TO CM-SLOT-SUB.
       6320-MATCH-FEED-DD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6330-MATCH-RESUB-DD                                      *
      *      COMPARE THE RESUBMISSION DD TO ONE OF THE TEN        *
      *      RESUBMISSION SLOTS.                                  *
      *----------------------------------------------------------*
       6330-MATCH-RESUB-DD.
           IF SC-RESUB-DD = CM-RESUB-DD(CM-SLOT-SUB)
               SET CM-FOUND TO TRUE
           END-IF
           ADD 1 TO CM-SLOT-SUB.
       6330-MATCH-RESUB-DD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6400-EDIT-HOLD-WORD                                      *
      *      A HOLD-LIST ENTRY IS ONE WORD, LETTERS ONLY,         *
      *      STARTING IN COLUMN ONE - P7 COMPARES THE WHOLE       *
      *      RECORD TO THE MASTER KEY, SO ANYTHING ELSE ON THE    *
      *      LINE WOULD HOLD NOTHING.  A WORD MAY BE ON THE LIST  *
      *      ONLY ONCE.                                           *
      *----------------------------------------------------------*
       6400-EDIT-HOLD-WORD.
           IF RH-WORD = SPACES
               MOVE 'WORD MISSING' TO CM-REASON
               GO TO 6400-EDIT-HOLD-WORD-EXIT
           END-IF
           IF RH-WORD NOT ALPHABETIC OR RH-WORD(1:1) = SPACE
               MOVE 'WORD NOT ALL LETTERS' TO CM-REASON
               GO TO 6400-EDIT-HOLD-WORD-EXIT
           END-IF
           MOVE 1 TO CM-SCAN-SUB
           PERFORM 6410-COMPARE-HOLD-WORD
               THRU 6410-COMPARE-HOLD-WORD-EXIT
               UNTIL CM-SCAN-SUB > CM-SCAN-LIMIT
                   OR CM-REASON NOT = SPACES.
       6400-EDIT-HOLD-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6410-COMPARE-HOLD-WORD                                   *
      *      COMPARE THE HOLD-LIST WORD TO ONE OTHER LIVE ENTRY   *
      *      ON THE HOLD LIST.                                    *
      *----------------------------------------------------------*
       6410-COMPARE-HOLD-WORD.
           IF CM-SCAN-SUB NOT = CM-SELF-SUB
               AND CM-ENT-FILE(CM-SCAN-SUB) = 4
               AND CM-ENT-LIVE(CM-SCAN-SUB)
               MOVE CM-ENT-IMAGE(CM-SCAN-SUB) TO CM-OTHER-IMAGE
               PERFORM 5010-BUILD-OTHER-KEY
                   THRU 5010-BUILD-OTHER-KEY-EXIT
               IF CM-OTHER-KEY = CM-CHECK-KEY
                   MOVE 'WORD ALREADY ON HOLD LIST' TO CM-REASON
               END-IF
           END-IF
           ADD 1 TO CM-SCAN-SUB.
       6410-COMPARE-HOLD-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6500-EDIT-HELD-WORD                                      *
      *      A HELD WORD NEEDS THE WORD, A VALID HELD DATE AND A  *
      *      STATUS OF H OR R; A RELEASE (R) ALSO NEEDS A VALID   *
      *      SIGN-OFF DATE AND THE SIGN-OFF INITIALS.  A WORD MAY *
      *      BE ON THE FILE ONLY ONCE.                            *
      *----------------------------------------------------------*
       6500-EDIT-HELD-WORD.
           IF HL-WORD = SPACES
               MOVE 'WORD MISSING' TO CM-REASON
               GO TO 6500-EDIT-HELD-WORD-EXIT
           END-IF
           MOVE HL-HELD-DATE TO CM-DATE-IN
           PERFORM 5900-CHECK-DATE
               THRU 5900-CHECK-DATE-EXIT
           IF NOT CM-DATE-OK
               MOVE 'BAD HELD DATE' TO CM-REASON
               GO TO 6500-EDIT-HELD-WORD-EXIT
           END-IF
           IF HL-STATUS NOT = 'H' AND HL-STATUS NOT = 'R'
               MOVE 'STATUS MUST BE H OR R' TO CM-REASON
               GO TO 6500-EDIT-HELD-WORD-EXIT
           END-IF
           IF HL-STATUS = 'R'
               MOVE HL-SIGNOFF-DATE TO CM-DATE-IN
               PERFORM 5900-CHECK-DATE
                   THRU 5900-CHECK-DATE-EXIT
               IF NOT CM-DATE-OK OR HL-SIGNOFF-BY = SPACES
                   MOVE 'RELEASE NEEDS SIGN-OFF DATE AND INITIALS'
                       TO CM-REASON
                   GO TO 6500-EDIT-HELD-WORD-EXIT
               END-IF
           END-IF
           MOVE 1 TO CM-SCAN-SUB
           PERFORM 6510-COMPARE-HELD-WORD
               THRU 6510-COMPARE-HELD-WORD-EXIT
               UNTIL CM-SCAN-SUB > CM-SCAN-LIMIT
                   OR CM-REASON NOT = SPACES.
       6500-EDIT-HELD-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  6510-COMPARE-HELD-WORD                                   *
      *      COMPARE THE HELD WORD TO ONE OTHER LIVE HELD WORD.   *
      *----------------------------------------------------------*
       6510-COMPARE-HELD-WORD.
           IF CM-SCAN-SUB NOT = CM-SELF-SUB
               AND CM-ENT-FILE(CM-SCAN-SUB) = 5
               AND CM-ENT-LIVE(CM-SCAN-SUB)
               MOVE CM-ENT-IMAGE(CM-SCAN-SUB) TO CM-OTHER-IMAGE
               PERFORM 5010-BUILD-OTHER-KEY
                   THRU 5010-BUILD-OTHER-KEY-EXIT
               IF CM-OTHER-KEY = CM-CHECK-KEY
                   MOVE 'WORD ALREADY ON HELD-WORDS FILE' TO CM-REASON
               END-IF
           END-IF
           ADD 1 TO CM-SCAN-SUB.
       6510-COMPARE-HELD-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-REPORT-LINE                                   *
      *      WRITE ONE MAINTENANCE-REPORT LINE AND CONFIRM THE    *
      *      WRITE TOOK.                                          *
      *----------------------------------------------------------*
       7100-WRITE-REPORT-LINE.
           WRITE MAINT-REPORT-REC
           IF CM-CTLRPT-STATUS NOT = '00'
               DISPLAY 'P17: WRITE FAILED ON CTLRPTDD - STATUS '
                   CM-CTLRPT-STATUS
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
           MOVE CM-RPT-TOTAL-LINE TO MAINT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT.
       7200-WRITE-TOTAL-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *      PRINT THE TOTALS, CLOSE UP AND SET THE RETURN CODE - *
      *      8 WHEN ANY TRANSACTION WAS REJECTED, 4 WHEN AN       *
      *      UNTOUCHED ENTRY DREW A WARNING.                      *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE CM-RPT-HEADING-2 TO MAINT-REPORT-REC
           PERFORM 7100-WRITE-REPORT-LINE
               THRU 7100-WRITE-REPORT-LINE-EXIT
           MOVE 'TRANSACTIONS READ . . . . . : ' TO CM-RPT-TOTAL-LABEL
           MOVE CM-TRAN-COUNT TO CM-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'TRANSACTIONS REJECTED . . . : ' TO CM-RPT-TOTAL-LABEL
           MOVE CM-REJECT-COUNT TO CM-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'CHANGES JOURNALED . . . . . : ' TO CM-RPT-TOTAL-LABEL
           IF CM-REJECT-COUNT = 0
               MOVE CM-PEND-COUNT TO CM-RPT-TOTAL-COUNT
           ELSE
               MOVE 0 TO CM-RPT-TOTAL-COUNT
           END-IF
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'CONTROL FILES REWRITTEN . . : ' TO CM-RPT-TOTAL-LABEL
           MOVE CM-REWRITTEN-COUNT TO CM-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           MOVE 'EXISTING-ENTRY WARNINGS . . : ' TO CM-RPT-TOTAL-LABEL
           MOVE CM-WARNING-COUNT TO CM-RPT-TOTAL-COUNT
           PERFORM 7200-WRITE-TOTAL-LINE
               THRU 7200-WRITE-TOTAL-LINE-EXIT
           IF CM-CTLTRN-STATUS NOT = '35'
               CLOSE TRANSACTION-FILE
           END-IF
           CLOSE MAINT-REPORT-FILE
           IF CM-WARNING-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF CM-REJECT-COUNT > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY 'P17: TRANSACTIONS READ . . . : ' CM-TRAN-COUNT
           DISPLAY 'P17: TRANSACTIONS REJECTED . : ' CM-REJECT-COUNT
           DISPLAY 'P17: CONTROL FILES REWRITTEN : '
               CM-REWRITTEN-COUNT
           DISPLAY 'P17: EXISTING-ENTRY WARNINGS : '
               CM-WARNING-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.
