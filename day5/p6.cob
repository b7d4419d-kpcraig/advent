      *                      APPEARANCES AT ALL.  WITH NO REQUEST
      *                      FILE ASSIGNED, THE SINGLE-WORD
      *                      QUERYWORD VARIABLE WORKS AS BEFORE.
      *    12/07/2026 JAD   BLOCKD (REJECTED AS BLOCKLISTED BY P1)
      *                      IS NOW A VALID DECISION FILTER.
      *    01/04/2027 JAD   ARCHIVE RECORD LAYOUT CARRIES THE RULE
      *                      SET THAT DECIDED EACH WORD, AS P1 NOW
      *                      WRITES IT.
      *    01/18/2027 JAD   HISTORY OLDER THAN THE DETAIL MONTHS KEPT
      *                      ONLINE COMES FROM THE P18 ROLL-UP
      *                      BASELINE (BASELNDD/BASECTLDD) WHEN ONE
      *                      IS MOUNTED: EACH SECTION WHOSE SCOPE
      *                      REACHES BACK INTO THE ROLLED-UP PERIOD
      *                      OPENS WITH THE WORD'S ROLLED-UP RECORD
      *                      COUNT, FIRST AND LAST ACCEPTED DATES,
      *                      ACCEPTED-DAYS COUNT AND LAST DECISION.
      *                      A WORD FOUND THERE IS NOT LISTED AS
      *                      NEVER SEEN.
      *    02/01/2027 JAD   ARCHIVE RECORD LAYOUT CARRIES THE WORD
      *                      AS DELIVERED, AS P1 NOW WRITES IT.  A
      *                      QUERY WORD MATCHES A RECORD ON EITHER
      *                      THE SCREENED (TRANSLITERATED) WORD OR
      *                      THE WORD AS DELIVERED, SO A WORD CAN BE
      *                      LOOKED UP WITH OR WITHOUT ITS ACCENTS.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      ARE ARCHIVED IN LOWER CASE BUT QUARANTINED RECORDS    *
      *      AS DELIVERED, SO BOTH SIDES ARE FOLDED TO LOWER CASE  *
      *      BEFORE THE COMPARE.  QRYWRKDD IS A SCRATCH FILE       *
      *      REBUILT ON EVERY RUN.  FOR HISTORY BEFORE THE OLDEST  *
      *      MONTH STILL ONLINE, MOUNT BASELNDD AND BASECTLDD ON   *
      *      THE LATEST P18 ROLL-UP BASELINE; ITS SUMMARY LINES    *
      *      COVER ALL DECISIONS UP TO ITS THROUGH DATE AND ARE    *
      *      NOT NARROWED BY THE REQUEST'S DATES OR FILTER.  LEAVE *
      *      BOTH UNASSIGNED TO REPORT THE ARCHIVE ALONE.          *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'QRYRPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WQ-QRYRPT-STATUS.
           SELECT BASELINE-FILE
               ASSIGN TO 'BASELNDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-WORD
               FILE STATUS IS WQ-BASE-STATUS.
           SELECT BASELINE-CONTROL-FILE
               ASSIGN TO 'BASECTLDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WQ-BASECTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           02  ARC-SOURCE              PIC X(02).
           02  FILLER                  PIC X(01).
           02  ARC-RULE-VERSION        PIC X(08).
           02  FILLER                  PIC X(01).
           02  ARC-RULE-SET            PIC X(01).
           02  FILLER                  PIC X(01).
           02  ARC-DELIVERED-WORD      PIC X(80).

      *    ONE QUERY REQUEST PER RECORD: THE WORD, AN OPTIONAL
      *    DATE RANGE AND AN OPTIONAL DECISION FILTER.
       FD  QUERY-REPORT-FILE.
       01  QUERY-REPORT-REC            PIC X(80).

      *    THE P18 ROLL-UP BASELINE, KEYED ON THE WORD IN LOWER
      *    CASE, AND ITS CONTROL HEADER.  ONLY THE HEADER RECORD,
      *    FIRST ON THE FILE, IS READ HERE.
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
           02  FILLER                  PIC X(62).
           02  BCH-STATUS              PIC X(01).
               88  BCH-VERIFIED            VALUE 'V'.
           02  FILLER                  PIC X(136).

       WORKING-STORAGE SECTION.
       01  WQ-ARCHIVE-STATUS           PIC X(02).
       01  WQ-QRYREQ-STATUS            PIC X(02).
       01  WQ-QRYWRK-STATUS            PIC X(02).
       01  WQ-QRYRPT-STATUS            PIC X(02).
       01  WQ-BASE-STATUS              PIC X(02).
       01  WQ-BASECTL-STATUS           PIC X(02).
       01  WQ-BASE-SW                  PIC X VALUE 'N'.
           88  WQ-BASE-PRESENT             VALUE 'Y'.
       01  WQ-BASE-THRU                PIC 9(08) VALUE 0.
       01  WQ-BASE-FOUND-COUNT         PIC 9(04) VALUE 0.
       01  WQ-ARCHIVE-END-SW           PIC X VALUE 'N'.
           88  WQ-ARCHIVE-END              VALUE 'Y'.
       01  WQ-QRYREQ-END-SW            PIC X VALUE 'N'.
           88  WQ-QRYWRK-END               VALUE 'Y'.
       01  WQ-QUERY-WORD-RAW           PIC X(80).
       01  WQ-ARC-WORD-FOLDED          PIC X(80).
       01  WQ-ARC-DELIVERED-FOLDED     PIC X(80).
       01  WQ-ARC-DATE-NUM             PIC 9(08).
       01  WQ-SCANNED-COUNT            PIC 9(08) VALUE 0.
       01  WQ-MATCH-COUNT              PIC 9(08) VALUE 0.
               03  WQ-REQ-TO-DATE      PIC 9(08).
               03  WQ-REQ-DECISION     PIC X(06).
               03  WQ-REQ-MATCHES      PIC 9(08).
               03  WQ-REQ-BASE-SW      PIC X(01).
                   88  WQ-REQ-IN-BASELINE  VALUE 'Y'.
       01  WQ-REQ-COUNT                PIC 9(04) VALUE 0.
       01  WQ-REQ-SUB                  PIC 9(04).
       01  WQ-REQ-FULL-SW              PIC X VALUE 'N'.
               VALUE '  DECISION '.
           02  WQ-SCOPE-DECISION       PIC X(06).

       01  WQ-RPT-BASE-LINE-1.
           02  FILLER                  PIC X(26)
               VALUE 'ROLLED-UP HISTORY THROUGH '.
           02  WQ-BAS-THRU             PIC X(08).
           02  FILLER                  PIC X(11)
               VALUE '  RECORDS: '.
           02  WQ-BAS-RECORDS          PIC Z,ZZZ,ZZ9.
           02  FILLER                  PIC X(08)
               VALUE '  LAST: '.
           02  WQ-BAS-LAST-DECISION    PIC X(06).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  WQ-BAS-LAST-DATE        PIC X(08).

       01  WQ-RPT-BASE-LINE-2.
           02  FILLER                  PIC X(16)
               VALUE 'FIRST ACCEPTED: '.
           02  WQ-BAS-FIRST-ACC        PIC X(08).
           02  FILLER                  PIC X(17)
               VALUE '  LAST ACCEPTED: '.
           02  WQ-BAS-LAST-ACC         PIC X(08).
           02  FILLER                  PIC X(17)
               VALUE '  ACCEPTED DAYS: '.
           02  WQ-BAS-DAYS             PIC ZZZ,ZZ9.

       01  WQ-RPT-BASE-NONE.
           02  FILLER                  PIC X(29)
               VALUE 'NO ROLLED-UP HISTORY THROUGH '.
           02  WQ-BAS-NONE-THRU        PIC X(08).

       01  WQ-RPT-SECTION-TRAILER.
           02  FILLER                  PIC X(30)
               VALUE 'APPEARANCES FOUND . . . . . : '.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1400-OPEN-BASELINE
               THRU 1400-OPEN-BASELINE-EXIT
           PERFORM 1900-READ-ARCHIVE
               THRU 1900-READ-ARCHIVE-EXIT.
       1000-INITIALIZE-EXIT.
               AND QRQ-DECISION NOT = 'REJECT'
               AND QRQ-DECISION NOT = 'OVERRD'
               AND QRQ-DECISION NOT = 'QUARN'
               AND QRQ-DECISION NOT = 'BLOCKD'
               DISPLAY 'P6: REQUEST SKIPPED - BAD DECISION '
                   'FILTER: ' QRQ-DECISION ' FOR ' QRQ-WORD(1:20)
               GO TO 1200-LOAD-ONE-REQUEST-EXIT
               MOVE QRQ-TO-DATE TO WQ-REQ-TO-DATE(WQ-REQ-COUNT)
           END-IF
           MOVE QRQ-DECISION TO WQ-REQ-DECISION(WQ-REQ-COUNT)
           MOVE 0 TO WQ-REQ-MATCHES(WQ-REQ-COUNT)
           MOVE 'N' TO WQ-REQ-BASE-SW(WQ-REQ-COUNT).
       1200-LOAD-ONE-REQUEST-EXIT.
           EXIT.

           MOVE 0 TO WQ-REQ-FROM-DATE(1)
           MOVE 99999999 TO WQ-REQ-TO-DATE(1)
           MOVE SPACES TO WQ-REQ-DECISION(1)
           MOVE 0 TO WQ-REQ-MATCHES(1)
           MOVE 'N' TO WQ-REQ-BASE-SW(1).
       1300-TAKE-QUERYWORD-REQUEST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1400-OPEN-BASELINE                                       *
      *      OPEN THE P18 ROLL-UP BASELINE WHEN ONE IS MOUNTED.   *
      *      NO CONTROL FILE MEANS NO BASELINE - THE ARCHIVE IS   *
      *      REPORTED ALONE, AS ALWAYS.  A BASELINE NEVER         *
      *      VERIFIED MUST NOT ANSWER A COMPLIANCE QUERY.         *
      *----------------------------------------------------------*
       1400-OPEN-BASELINE.
           OPEN INPUT BASELINE-CONTROL-FILE
           IF WQ-BASECTL-STATUS = '35'
               GO TO 1400-OPEN-BASELINE-EXIT
           END-IF
           IF WQ-BASECTL-STATUS NOT = '00'
               DISPLAY 'P6: CANNOT OPEN BASECTLDD - STATUS '
                   WQ-BASECTL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO BASELINE-CONTROL-REC
           READ BASELINE-CONTROL-FILE
               AT END
                   MOVE SPACES TO BASELINE-CONTROL-REC
           END-READ
           CLOSE BASELINE-CONTROL-FILE
           IF BCH-REC-TYPE NOT = 'H' OR NOT BCH-VERIFIED
               DISPLAY 'P6: BASECTLDD HAS NO VERIFIED HEADER - '
                   'BASELINE CANNOT BE USED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BCH-THRU-DATE TO WQ-BASE-THRU
           OPEN INPUT BASELINE-FILE
           IF WQ-BASE-STATUS NOT = '00'
               DISPLAY 'P6: CANNOT OPEN BASELNDD - STATUS '
                   WQ-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WQ-BASE-PRESENT TO TRUE
           DISPLAY 'P6: ROLL-UP BASELINE THROUGH ' WQ-BASE-THRU
               ' MOUNTED'.
       1400-OPEN-BASELINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1900-READ-ARCHIVE                                        *
      *      READ THE NEXT ARCHIVE RECORD.                        *
           INSPECT WQ-ARC-WORD-FOLDED CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'
           MOVE ARC-DELIVERED-WORD TO WQ-ARC-DELIVERED-FOLDED
           INSPECT WQ-ARC-DELIVERED-FOLDED CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'
           IF ARC-RUN-DATE NUMERIC
               MOVE ARC-RUN-DATE TO WQ-ARC-DATE-NUM
           ELSE
      *  2100-MATCH-ONE-REQUEST                                   *
      *      COMPARE THE CURRENT ARCHIVE RECORD TO ONE REQUEST'S  *
      *      WORD, DATE RANGE AND DECISION FILTER, AND STAGE A    *
      *      DETAIL LINE ON A FULL MATCH.  THE WORD MAY MATCH     *
      *      EITHER THE SCREENED WORD OR THE WORD AS DELIVERED.   *
      *----------------------------------------------------------*
       2100-MATCH-ONE-REQUEST.
           IF WQ-ARC-WORD-FOLDED NOT = WQ-REQ-WORD(WQ-REQ-SUB)
               AND WQ-ARC-DELIVERED-FOLDED
                   NOT = WQ-REQ-WORD(WQ-REQ-SUB)
               GO TO 2100-MATCH-ONE-REQUEST-BUMP
           END-IF
           IF WQ-ARC-DATE-NUM < WQ-REQ-FROM-DATE(WQ-REQ-SUB)
           MOVE WQ-RPT-HEADING-2 TO QUERY-REPORT-REC
           PERFORM 7100-WRITE-QUERY-LINE
               THRU 7100-WRITE-QUERY-LINE-EXIT
           IF WQ-BASE-PRESENT
               AND WQ-REQ-FROM-DATE(WQ-SECTION-SUB) NOT > WQ-BASE-THRU
               PERFORM 3150-WRITE-BASELINE-HISTORY
                   THRU 3150-WRITE-BASELINE-HISTORY-EXIT
           END-IF
           IF WQ-REQ-MATCHES(WQ-SECTION-SUB) > 0
               MOVE 'N' TO WQ-QRYWRK-END-SW
               OPEN INPUT QUERY-WORK-FILE
       3100-WRITE-ONE-SECTION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3150-WRITE-BASELINE-HISTORY                              *
      *      LOOK THE WORD UP ON THE ROLL-UP BASELINE AND PRINT   *
      *      ITS ROLLED-UP SUMMARY AHEAD OF THE DETAIL LINES, OR  *
      *      SAY THE ROLLED-UP PERIOD NEVER SHOWED IT.            *
      *----------------------------------------------------------*
       3150-WRITE-BASELINE-HISTORY.
           MOVE WQ-REQ-WORD(WQ-SECTION-SUB) TO BL-WORD
           READ BASELINE-FILE
               INVALID KEY
                   MOVE WQ-BASE-THRU TO WQ-BAS-NONE-THRU
                   MOVE WQ-RPT-BASE-NONE TO QUERY-REPORT-REC
                   PERFORM 7100-WRITE-QUERY-LINE
                       THRU 7100-WRITE-QUERY-LINE-EXIT
                   GO TO 3150-WRITE-BASELINE-HISTORY-EXIT
           END-READ
           IF WQ-BASE-STATUS NOT = '00'
               DISPLAY 'P6: I/O ERROR ON BASELNDD - FILE STATUS '
                   WQ-BASE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WQ-REQ-IN-BASELINE(WQ-SECTION-SUB) TO TRUE
           ADD 1 TO WQ-BASE-FOUND-COUNT
           MOVE WQ-BASE-THRU TO WQ-BAS-THRU
           MOVE BL-RECORD-COUNT TO WQ-BAS-RECORDS
           MOVE BL-LAST-DECISION TO WQ-BAS-LAST-DECISION
           MOVE BL-LAST-DECISION-DATE TO WQ-BAS-LAST-DATE
           MOVE WQ-RPT-BASE-LINE-1 TO QUERY-REPORT-REC
           PERFORM 7100-WRITE-QUERY-LINE
               THRU 7100-WRITE-QUERY-LINE-EXIT
           IF BL-ACCEPTED-DAYS = 0
               MOVE 'NEVER' TO WQ-BAS-FIRST-ACC
               MOVE 'NEVER' TO WQ-BAS-LAST-ACC
           ELSE
               MOVE BL-FIRST-ACCEPTED TO WQ-BAS-FIRST-ACC
               MOVE BL-LAST-ACCEPTED TO WQ-BAS-LAST-ACC
           END-IF
           MOVE BL-ACCEPTED-DAYS TO WQ-BAS-DAYS
           MOVE WQ-RPT-BASE-LINE-2 TO QUERY-REPORT-REC
           PERFORM 7100-WRITE-QUERY-LINE
               THRU 7100-WRITE-QUERY-LINE-EXIT.
       3150-WRITE-BASELINE-HISTORY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-COPY-ONE-STAGED-LINE                                *
      *      COPY ONE STAGED DETAIL LINE TO THE REPORT WHEN IT    *
      *----------------------------------------------------------*
      *  3300-LIST-ONE-NO-APPEAR                                  *
      *      NAME ONE REQUESTED WORD THE ARCHIVE NEVER SHOWED AT  *
      *      ALL WITHIN ITS SCOPE, AND THE ROLL-UP BASELINE DID   *
      *      NOT HOLD EITHER.                                     *
      *----------------------------------------------------------*
       3300-LIST-ONE-NO-APPEAR.
           IF WQ-REQ-MATCHES(WQ-SECTION-SUB) = 0
               AND NOT WQ-REQ-IN-BASELINE(WQ-SECTION-SUB)
               ADD 1 TO WQ-NO-APPEAR-COUNT
               MOVE WQ-REQ-WORD-RAW(WQ-SECTION-SUB)
                   TO QUERY-REPORT-REC
               THRU 7100-WRITE-QUERY-LINE-EXIT
           CLOSE AUDIT-ARCHIVE-FILE
           CLOSE QUERY-REPORT-FILE
           IF WQ-BASE-PRESENT
               CLOSE BASELINE-FILE
           END-IF
           DISPLAY 'P6: ARCHIVE RECORDS SCANNED : '
               WQ-SCANNED-COUNT
           DISPLAY 'P6: APPEARANCES FOUND . . . : '
               WQ-MATCH-COUNT
           IF WQ-BASE-PRESENT
               DISPLAY 'P6: ROLLED-UP HISTORIES . . : '
                   WQ-BASE-FOUND-COUNT
           END-IF
           DISPLAY 'P6: WORDS NEVER SEEN . . . : '
               WQ-NO-APPEAR-COUNT.
       9000-TERMINATE-EXIT.
