      *                      ASSIGNED THE COMPILED-IN THREE-SOURCE
      *                      LIST APPLIES, SO EXISTING RUNS BEHAVE
      *                      AS BEFORE.
      *    11/23/2026 JAD   THE RESUBMISSION HEADERS NOW CARRY
      *                      SEQUENCE 0000 INSTEAD OF 0001.  P1 NOW
      *                      KEEPS A FEED RECEIPT REGISTER AND CHECKS
      *                      EACH VENDOR'S HEADER SEQUENCE NUMBERS
      *                      FOR GAPS AND REPLAYS; 0000 TELLS IT THE
      *                      FEED WAS BUILT HERE AND IS OUTSIDE THE
      *                      VENDOR'S NUMBERING.
      *    02/01/2027 JAD   ACCENTED CHARACTERS COVERED BY THE
      *                      TRANSLITERATION CONTROL FILE
      *                      (TRANSLITDD) P1 NOW APPLIES ARE KEPT
      *                      AS DELIVERED INSTEAD OF BEING STRIPPED
      *                      AS STRAY CHARACTERS, SO P1
      *                      TRANSLITERATES THE RESUBMITTED WORD
      *                      INSTEAD OF SCREENING A DIFFERENT ONE.
      *                      A RECORD HOLDING A NON-ASCII CHARACTER
      *                      THE TABLE DOES NOT COVER CANNOT BE
      *                      REPAIRED SAFELY AND GOES TO REJFINDD,
      *                      COUNTED SEPARATELY ON THE CONSOLE.
      *
      *=============================================================*
      *  REMARKS.                                                    *
               ASSIGN TO 'QAGERPTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QR-AGERPT-STATUS.
           SELECT TRANSLIT-FILE
               ASSIGN TO 'TRANSLITDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QR-TRANSLIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-REC            PIC X(120).

      *    THE TRANSLITERATION CONTROL FILE, AS P1 READS IT: THE
      *    ACCENTED CHARACTER AS DELIVERED, ITS BASE LETTER(S) AND
      *    AN OPTIONAL DESCRIPTION, SEPARATED BY SPACES.  ONLY
      *    THE CHARACTER IS USED HERE.
       FD  TRANSLIT-FILE.
       01  TRANSLIT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  QR-RUN-DATE                 PIC 9(08).
       01  QR-QUAR-STATUS              PIC X(02).
       01  QR-RESUB-STATUS             PIC X(02).
       01  QR-REJFIN-STATUS            PIC X(02).
       01  QR-AGERPT-STATUS            PIC X(02).
       01  QR-TRANSLIT-STATUS          PIC X(02).
       01  QR-QUAR-END-SW              PIC X VALUE 'N'.
           88  QR-QUAR-END                 VALUE 'Y'.
       01  QR-ABEND-DD                 PIC X(10).
       01  QR-READ-COUNT               PIC 9(08) VALUE 0.
       01  QR-REPAIRED-COUNT           PIC 9(08) VALUE 0.
       01  QR-UNFIXABLE-COUNT          PIC 9(08) VALUE 0.
       01  QR-UNMAPPED-COUNT           PIC 9(08) VALUE 0.
       01  QR-ESCALATED-COUNT          PIC 9(08) VALUE 0.

      *    THE TEN RESUB SLOT DD NAMES, IN SLOT ORDER.  THE SOURCE
      *    REPAIR WORK FIELDS.  THE FIXED WORD IS BUILT LETTER BY
      *    LETTER, KEEPING ONLY ALPHABETIC CHARACTERS, WHICH BOTH
      *    DROPS STRAY PUNCTUATION AND DIGITS AND COLLAPSES ANY
      *    LEADING, TRAILING OR EMBEDDED BLANKS.  AN ACCENTED
      *    CHARACTER ON THE TRANSLITERATION TABLE IS KEPT WHOLE
      *    FOR P1 TO TRANSLITERATE; ANY OTHER BYTE OUTSIDE THE
      *    ASCII RANGE MARKS THE WORD UNMAPPED.
       01  QR-SCAN-SUB                 PIC 9(02).
       01  QR-SCAN-CHAR                PIC X(01).
       01  QR-FIXED-WORD               PIC X(80).
       01  QR-FIXED-LENGTH             PIC 9(02) COMP.
       01  QR-UNMAPPED-SW              PIC X VALUE 'N'.
           88  QR-WORD-UNMAPPED            VALUE 'Y'.

      *    TRANSLITERATION TABLE LOADED FROM TRANSLITDD, HOLDING
      *    THE ENTRIES P1 ACCEPTS.  ONLY THE DELIVERED CHARACTER
      *    IS KEPT.
       01  QR-TL-TABLE.
           02  QR-TL-ENTRY             OCCURS 200 TIMES.
               03  QR-TL-FROM          PIC X(04).
               03  QR-TL-FROM-LENGTH   PIC 9(02) COMP.
       01  QR-TL-COUNT                 PIC 9(04) VALUE 0.
       01  QR-TL-SUB                   PIC 9(04).
       01  QR-TL-END-SW                PIC X VALUE 'N'.
           88  QR-TL-END                   VALUE 'Y'.
       01  QR-TL-HIT-SW                PIC X VALUE 'N'.
           88  QR-TL-HIT                   VALUE 'Y'.
       01  QR-TL-IN-FROM               PIC X(80).
       01  QR-TL-IN-FROM-LENGTH        PIC 9(02) COMP.
       01  QR-TL-IN-TO                 PIC X(80).
       01  QR-TL-IN-TO-LENGTH          PIC 9(02) COMP.
       01  QR-TL-LAST-ASCII            PIC X VALUE X'7F'.

      *    FEED HEADER/TRAILER WORK FIELDS FOR THE RESUBMISSION
      *    FILES - THE SAME CONTROL-RECORD LAYOUT P1 VERIFIES ON
      *    CARRY THE TARGET PROCESSING DATE (RESUBDATE, YYYYMMDD)
      *    OF THE RUN THAT WILL SCREEN THE RESUBMISSIONS - USUALLY
      *    THE NEXT BUSINESS DAY - DEFAULTING TO THE RUN DATE.
      *    THE SEQUENCE IS ALWAYS 0000, WHICH P1 TAKES AS A
      *    RESUBMISSION OUTSIDE THE VENDOR'S OWN NUMBERING.
       01  QR-RESUB-DATE-IN            PIC X(08).
       01  QR-HDR-LINE.
           02  FILLER                  PIC X(03) VALUE 'HDR'.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  QR-HDR-DATE             PIC 9(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  FILLER                  PIC X(04) VALUE '0000'.
       01  QR-TRL-LINE.
           02  FILLER                  PIC X(03) VALUE 'TRL'.
           02  FILLER                  PIC X(01) VALUE SPACE.
           END-IF
           PERFORM 1150-LOAD-SOURCE-CONTROL
               THRU 1150-LOAD-SOURCE-CONTROL-EXIT
           PERFORM 1240-LOAD-TRANSLIT-TABLE
               THRU 1240-LOAD-TRANSLIT-TABLE-EXIT
           OPEN INPUT QUARANTINE-FILE
           IF QR-QUAR-STATUS NOT = '00'
               DISPLAY 'P4: CANNOT OPEN QUARDD - STATUS '
       1300-OPEN-ONE-RESUB-FEED-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1240-LOAD-TRANSLIT-TABLE                                 *
      *      READ THE TRANSLITERATION CONTROL FILE INTO THE       *
      *      TABLE, AS P1 DOES.  A MISSING FILE (STATUS 35) IS    *
      *      NOT AN ERROR - NO CHARACTER IS COVERED.  ANY OTHER   *
      *      OPEN FAILURE ABANDONS THE RUN.                       *
      *----------------------------------------------------------*
       1240-LOAD-TRANSLIT-TABLE.
           MOVE 0 TO QR-TL-COUNT
           OPEN INPUT TRANSLIT-FILE
           IF QR-TRANSLIT-STATUS = '35'
               GO TO 1240-LOAD-TRANSLIT-TABLE-EXIT
           END-IF
           IF QR-TRANSLIT-STATUS NOT = '00'
               MOVE 'TRANSLITDD' TO QR-ABEND-DD
               MOVE QR-TRANSLIT-STATUS TO QR-ABEND-STATUS
               PERFORM 8900-IO-ABEND
                   THRU 8900-IO-ABEND-EXIT
           END-IF
           MOVE 'N' TO QR-TL-END-SW
           PERFORM 1245-EVALUATE-ONE-TRANSLIT-ENTRY
               THRU 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
               UNTIL QR-TL-END
           CLOSE TRANSLIT-FILE.
       1240-LOAD-TRANSLIT-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1245-EVALUATE-ONE-TRANSLIT-ENTRY                         *
      *      READ ONE TRANSLITERATION RECORD AND KEEP ITS         *
      *      CHARACTER WHEN P1 WOULD ACCEPT THE ENTRY, SO NO      *
      *      CHARACTER IS KEPT HERE THAT P1 WOULD QUARANTINE      *
      *      AGAIN.  COMMENT AND BLANK LINES ARE PASSED OVER.     *
      *      MORE ENTRIES THAN THE TABLE HOLDS ABANDONS THE RUN.  *
      *----------------------------------------------------------*
       1245-EVALUATE-ONE-TRANSLIT-ENTRY.
           READ TRANSLIT-FILE
               AT END
                   SET QR-TL-END TO TRUE
                   GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-READ
           IF QR-TRANSLIT-STATUS NOT = '00'
               MOVE 'TRANSLITDD' TO QR-ABEND-DD
               MOVE QR-TRANSLIT-STATUS TO QR-ABEND-STATUS
               PERFORM 8900-IO-ABEND
                   THRU 8900-IO-ABEND-EXIT
           END-IF
           IF TRANSLIT-REC(1:1) = '*' OR TRANSLIT-REC = SPACES
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           MOVE SPACES TO QR-TL-IN-FROM
           MOVE SPACES TO QR-TL-IN-TO
           MOVE 0 TO QR-TL-IN-FROM-LENGTH
           MOVE 0 TO QR-TL-IN-TO-LENGTH
           UNSTRING TRANSLIT-REC DELIMITED BY ALL ' '
               INTO QR-TL-IN-FROM COUNT IN QR-TL-IN-FROM-LENGTH
                    QR-TL-IN-TO COUNT IN QR-TL-IN-TO-LENGTH
           IF QR-TL-IN-FROM-LENGTH = 0 OR QR-TL-IN-FROM-LENGTH > 4
               OR QR-TL-IN-FROM(1:1) NOT > QR-TL-LAST-ASCII
               OR QR-TL-IN-TO-LENGTH = 0 OR QR-TL-IN-TO-LENGTH > 4
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           IF QR-TL-IN-TO(1:QR-TL-IN-TO-LENGTH) NOT ALPHABETIC
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           IF QR-TL-COUNT >= 200
               DISPLAY 'P4: TRANSLITERATION FILE HAS MORE THAN 200 '
                   'ENTRIES - RUN ABANDONED - RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO QR-TL-COUNT
           MOVE QR-TL-IN-FROM TO QR-TL-FROM(QR-TL-COUNT)
           MOVE QR-TL-IN-FROM-LENGTH
               TO QR-TL-FROM-LENGTH(QR-TL-COUNT).
       1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1900-READ-QUARANTINE                                     *
      *      READ THE NEXT QUARANTINE RECORD.                     *
      *      APPLY THE SAFE CORRECTIONS TO THE CURRENT RECORD,    *
      *      ROUTE IT TO ITS RESUBMISSION FEED OR TO THE          *
      *      REJECTS-FINAL FILE, AGE IT, AND READ THE NEXT ONE.   *
      *      A WORD WITH AN UNMAPPED CHARACTER IS FINAL - DROPPING *
      *      THE CHARACTER WOULD RESUBMIT A DIFFERENT WORD.       *
      *----------------------------------------------------------*
       2000-REPAIR-ONE-RECORD.
           MOVE SPACES TO QR-FIXED-WORD
           MOVE 0 TO QR-FIXED-LENGTH
           MOVE 'N' TO QR-UNMAPPED-SW
           MOVE 1 TO QR-SCAN-SUB
           PERFORM 2100-KEEP-ONE-LETTER
               THRU 2100-KEEP-ONE-LETTER-EXIT
               UNTIL QR-SCAN-SUB > 80
           IF QR-WORD-UNMAPPED
               ADD 1 TO QR-UNMAPPED-COUNT
               MOVE 0 TO QR-FIXED-LENGTH
           END-IF
           IF QR-FIXED-LENGTH > 0
               PERFORM 2200-WRITE-RESUB-RECORD
                   THRU 2200-WRITE-RESUB-RECORD-EXIT
      *      EXAMINE ONE CHARACTER OF THE QUARANTINED WORD AND    *
      *      APPEND IT TO THE FIXED WORD ONLY WHEN IT IS          *
      *      ALPHABETIC.  EVERYTHING ELSE - DIGITS, PUNCTUATION   *
      *      AND BLANKS - IS DROPPED.  A CHARACTER OUTSIDE THE    *
      *      ASCII RANGE IS APPENDED WHOLE WHEN THE               *
      *      TRANSLITERATION TABLE COVERS IT, AND OTHERWISE MARKS *
      *      THE WORD UNMAPPED.                                   *
      *----------------------------------------------------------*
       2100-KEEP-ONE-LETTER.
           MOVE QUAR-WORD(QR-SCAN-SUB:1) TO QR-SCAN-CHAR
               ADD 1 TO QR-FIXED-LENGTH
               MOVE QR-SCAN-CHAR
                   TO QR-FIXED-WORD(QR-FIXED-LENGTH:1)
               ADD 1 TO QR-SCAN-SUB
               GO TO 2100-KEEP-ONE-LETTER-EXIT
           END-IF
           IF QR-SCAN-CHAR NOT > QR-TL-LAST-ASCII
               ADD 1 TO QR-SCAN-SUB
               GO TO 2100-KEEP-ONE-LETTER-EXIT
           END-IF
           MOVE 'N' TO QR-TL-HIT-SW
           MOVE 1 TO QR-TL-SUB
           PERFORM 2110-MATCH-TRANSLIT-ENTRY
               THRU 2110-MATCH-TRANSLIT-ENTRY-EXIT
               UNTIL QR-TL-SUB > QR-TL-COUNT
                   OR QR-TL-HIT
           IF QR-TL-HIT
               MOVE QR-TL-FROM(QR-TL-SUB)
                   (1:QR-TL-FROM-LENGTH(QR-TL-SUB))
                   TO QR-FIXED-WORD
                       (QR-FIXED-LENGTH + 1:
                        QR-TL-FROM-LENGTH(QR-TL-SUB))
               ADD QR-TL-FROM-LENGTH(QR-TL-SUB) TO QR-FIXED-LENGTH
               ADD QR-TL-FROM-LENGTH(QR-TL-SUB) TO QR-SCAN-SUB
           ELSE
               SET QR-WORD-UNMAPPED TO TRUE
               ADD 1 TO QR-SCAN-SUB
           END-IF.
       2100-KEEP-ONE-LETTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2110-MATCH-TRANSLIT-ENTRY                                *
      *      COMPARE ONE TABLE ENTRY'S CHARACTER TO THE           *
      *      QUARANTINED WORD AT THE SCAN POSITION.  AN ENTRY     *
      *      RUNNING PAST THE END OF THE WORD CANNOT MATCH.  THE  *
      *      SUBSCRIPT IS LEFT ON THE MATCHING ENTRY.             *
      *----------------------------------------------------------*
       2110-MATCH-TRANSLIT-ENTRY.
           IF QR-SCAN-SUB + QR-TL-FROM-LENGTH(QR-TL-SUB) - 1
                   NOT > 80
               IF QUAR-WORD(QR-SCAN-SUB:QR-TL-FROM-LENGTH(QR-TL-SUB))
                   = QR-TL-FROM(QR-TL-SUB)
                       (1:QR-TL-FROM-LENGTH(QR-TL-SUB))
                   SET QR-TL-HIT TO TRUE
                   GO TO 2110-MATCH-TRANSLIT-ENTRY-EXIT
               END-IF
           END-IF
           ADD 1 TO QR-TL-SUB.
       2110-MATCH-TRANSLIT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2200-WRITE-RESUB-RECORD                                  *
      *      WRITE THE REPAIRED WORD TO THE RESUBMISSION FEED     *
               QR-REPAIRED-COUNT
           DISPLAY 'P4: UNFIXABLE (FINAL) . . . : '
               QR-UNFIXABLE-COUNT
           DISPLAY 'P4:   UNMAPPED CHARACTER . . : '
               QR-UNMAPPED-COUNT
           DISPLAY 'P4: ESCALATED (AGED) . . . : '
               QR-ESCALATED-COUNT.
       9000-TERMINATE-EXIT.
