      *                      DOWNSTREAM LOAD CAN VERIFY
      *                      COMPLETENESS THE WAY WE VERIFY OUR
      *                      VENDORS.
      *    12/07/2026 JAD   WORDS THE P14 BLOCKLIST RECALL PULLED
      *                      OFF THE MASTER ARE NOW CARRIED TO THE
      *                      DOWNSTREAM LIST AS DELETE RECORDS
      *                      ('DEL ' AND THE WORD) AFTER THE WORD
      *                      RECORDS, IN EITHER MODE, FROM THE
      *                      PENDING-DELETE FILE P14 WRITES
      *                      (PROVDELDD).  THE TRAILER NOW CARRIES
      *                      THE DELETE COUNT AFTER THE WORD COUNT.
      *                      ONCE THE TRAILER IS WRITTEN THE
      *                      PENDING-DELETE FILE IS EMPTIED, SO EACH
      *                      DELETE GOES DOWNSTREAM ONCE.
      *    12/14/2026 JAD   EVERY EXTRACT PRODUCED IS LOGGED ON THE
      *                      OUTSTANDING-EXTRACTS REGISTER
      *                      (PROVREGDD), KEYED BY EXTRACT DATE AND
      *                      SEQUENCE, WITH ITS MODE AND WORD AND
      *                      DELETE COUNTS, AS OUTSTANDING UNTIL P15
      *                      MATCHES THE PROVISIONING TEAM'S
      *                      ACKNOWLEDGEMENT TO IT.
      *    12/21/2026 JAD   WORDS THE P16 CONFUSABLE-WORD CHECK
      *                      PUT ON THE HELD-WORDS FILE (CNFHLDDD)
      *                      ARE WITHHELD FROM THE EXTRACT, IN
      *                      EITHER MODE, UNTIL THE POLICY GROUP
      *                      RELEASES THEM.  A DELTA ALSO CARRIES
      *                      EVERY HELD WORD RELEASED ON THE EXTRACT
      *                      DATE, WHATEVER ITS FIRST-SEEN DATE.
      *    02/08/2027 JAD   EVERY DELETE AN EXTRACT CARRIES IS NOW
      *                      KEPT ON THE SENT-DELETES FILE
      *                      (PROVSNTDD) UNDER THE EXTRACT DATE AND
      *                      SEQUENCE, AND AN EXTRACT REBUILT UNDER
      *                      THE SAME DATE AND SEQUENCE SENDS THEM
      *                      AGAIN AND REGISTERS THEIR TRUE COUNT.
      *                      THE PENDING-DELETE FILE IS EMPTIED ONLY
      *                      WHEN THE EXTRACT IS REGISTERED.
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      ON A DELTA - THE PROVISIONING SIDE NEVER DROPPED IT.   *
      *      AN UNRECOGNIZED PROVMODE ABANDONS THE RUN RATHER THAN  *
      *      GUESS WHICH LIST THE DOWNSTREAM LOAD IS EXPECTING.     *
      *      A MISSING PROVDELDD MEANS NO DELETES ARE PENDING.      *
      *      PENDING DELETES GO OUT ON THE NEXT EXTRACT PRODUCED,   *
      *      SO A DELTA REBUILT LATER FOR AN EARLIER DAY CARRIES    *
      *      ANY THAT ARE WAITING.                                  *
      *      AN EXTRACT REBUILT UNDER THE SAME DATE AND SEQUENCE    *
      *      REPLACES ITS REGISTER ENTRY AND IS OUTSTANDING AGAIN.  *
      *      IT ALSO CARRIES AGAIN EVERY DELETE THE FIRST BUILD     *
      *      CARRIED, FROM THE SENT-DELETES FILE (PROVSNTDD), SO A  *
      *      REBUILT EXTRACT NEVER LOSES A RECALL.  THE PENDING-    *
      *      DELETE FILE IS EMPTIED ONLY WHEN THE EXTRACT IS        *
      *      REGISTERED; UNTIL THEN ITS DELETES STAY PENDING.       *
      *      A MISSING CNFHLDDD MEANS NO WORD IS HELD.  THE P16     *
      *      HELD-WORDS FILE IS NOT THE P7 RETIREMENT HOLD LIST     *
      *      (HOLDLSTDD), WHICH PLAYS NO PART IN PROVISIONING.  A   *
      *      WORD RELEASED LATER THAN THE DELTA FOR ITS RELEASE     *
      *      DATE IS CARRIED BY A DELTA REBUILT FOR THAT DATE OR    *
      *      THE NEXT FULL REFRESH.                                 *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'PROVEXTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PV-PROVEXT-STATUS.
           SELECT PROVISION-DELETE-FILE
               ASSIGN TO 'PROVDELDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PV-PROVDEL-STATUS.
           SELECT PROVISION-REGISTER-FILE
               ASSIGN TO 'PROVREGDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS PV-PROVREG-STATUS.
           SELECT SENT-DELETE-FILE
               ASSIGN TO 'PROVSNTDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SD-KEY
               FILE STATUS IS PV-PROVSNT-STATUS.
           SELECT HELD-WORDS-FILE
               ASSIGN TO 'CNFHLDDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PV-CNFHLD-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THE EXTRACT IS ONE BARE WORD PER RECORD BETWEEN THE
      *    HDR AND TRL CONTROL RECORDS, THE SAME SHAPE AS A
      *    VENDOR FEED, FOLLOWED BY ONE 'DEL ' RECORD PER WORD THE
      *    DOWNSTREAM LIST MUST DROP.
       FD  PROVISION-EXTRACT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 84 CHARACTERS
               DEPENDING ON PV-OUT-LENGTH.
       01  PROVISION-EXTRACT-REC       PIC X(84).

      *    ONE PENDING-DELETE RECORD PER WORD THE P14 RECALL TOOK
      *    OFF THE MASTER, WITH THE RECALL DATE AND THE BLOCKLIST
      *    REASON CODE.
       FD  PROVISION-DELETE-FILE.
       01  PROVISION-DELETE-REC.
           02  PD-WORD                 PIC X(80).
           02  FILLER                  PIC X(01).
           02  PD-RECALL-DATE          PIC 9(08).
           02  FILLER                  PIC X(01).
           02  PD-REASON-CODE          PIC X(08).

      *    OUTSTANDING-EXTRACTS REGISTER - ONE ENTRY PER EXTRACT
      *    SENT, UPDATED BY P15 WHEN THE ACKNOWLEDGEMENT COMES BACK.
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

      *    EVERY DELETE AN EXTRACT HAS CARRIED, KEYED BY THE
      *    EXTRACT DATE AND SEQUENCE AND THE WORD, SO AN EXTRACT
      *    REBUILT UNDER THE SAME DATE AND SEQUENCE CARRIES THE
      *    SAME DELETES.  THE FILE IS PERMANENT.
       FD  SENT-DELETE-FILE.
       01  SENT-DELETE-REC.
           02  SD-KEY.
               03  SD-EXTRACT-DATE     PIC 9(08).
               03  SD-EXTRACT-SEQ      PIC X(04).
               03  SD-WORD             PIC X(80).
           02  SD-RECALL-DATE          PIC 9(08).
           02  SD-REASON-CODE          PIC X(08).

      *    ONE RECORD PER WORD THE P16 CHECK HELD FOR POLICY
      *    SIGN-OFF.  STATUS R MEANS RELEASED ON THE SIGN-OFF DATE;
      *    ANY OTHER STATUS MEANS STILL HELD.
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

       WORKING-STORAGE SECTION.
       01  PV-RUN-DATE                 PIC 9(08).
       01  PV-MASTER-STATUS            PIC X(02).
       01  PV-PROVEXT-STATUS           PIC X(02).
       01  PV-PROVDEL-STATUS           PIC X(02).
       01  PV-PROVREG-STATUS           PIC X(02).
       01  PV-PROVSNT-STATUS           PIC X(02).
       01  PV-CNFHLD-STATUS            PIC X(02).
       01  PV-CNFHLD-END-SW            PIC X VALUE 'N'.
           88  PV-CNFHLD-END               VALUE 'Y'.
       01  PV-WITHHELD-COUNT           PIC 9(08) VALUE 0.
       01  PV-RELEASED-COUNT           PIC 9(08) VALUE 0.

      *    HELD-WORDS FILE, LOADED WHOLE.  THE HOLD STATE OF THE
      *    MASTER WORD IN HAND IS LOOKED UP HERE - NOT HELD,
      *    HELD, OR RELEASED WITH ITS SIGN-OFF DATE.
       01  PV-HLD-LIST.
           02  PV-HLD-ENTRY            OCCURS 5000 TIMES.
               03  PV-HLD-WORD         PIC X(80).
               03  PV-HLD-STATUS       PIC X(01).
               03  PV-HLD-SIGNOFF-DATE PIC 9(08).
       01  PV-HLD-COUNT                PIC 9(04) VALUE 0.
       01  PV-HLD-SUB                  PIC 9(04).
       01  PV-HOLD-SW                  PIC X(01).
           88  PV-WORD-NOT-HELD            VALUE SPACE.
           88  PV-WORD-HELD                VALUE 'H'.
           88  PV-WORD-RELEASED            VALUE 'R'.
       01  PV-HOLD-SIGNOFF-DATE        PIC 9(08).
       01  PV-PROVDEL-END-SW           PIC X VALUE 'N'.
           88  PV-PROVDEL-END              VALUE 'Y'.
       01  PV-DELETE-COUNT             PIC 9(08) VALUE 0.
       01  PV-PENDING-COUNT            PIC 9(08) VALUE 0.
       01  PV-RESENT-COUNT             PIC 9(08) VALUE 0.
       01  PV-SENT-END-SW              PIC X VALUE 'N'.
           88  PV-SENT-END                 VALUE 'Y'.
       01  PV-REGISTERED-SW            PIC X VALUE 'N'.
           88  PV-REGISTERED               VALUE 'Y'.
       01  PV-MASTER-END-SW            PIC X VALUE 'N'.
           88  PV-MASTER-END               VALUE 'Y'.
       01  PV-OUT-LENGTH               PIC 9(02) COMP.
           02  FILLER                  PIC X(03) VALUE 'TRL'.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  PV-TRL-COUNT            PIC 9(08).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  PV-TRL-DELETE-COUNT     PIC 9(08).
       01  PV-DEL-LINE.
           02  FILLER                  PIC X(04) VALUE 'DEL '.
           02  PV-DEL-WORD             PIC X(80).

      *=============================================================*
      *  PROCEDURE DIVISION.                                        *
      *----------------------------------------------------------*
      *  0000-MAINLINE                                            *
      *      WRITE THE HEADER, PASS THE MASTER IN KEY ORDER       *
      *      EXTRACTING THE WORDS THE MODE CALLS FOR, ADD THE     *
      *      PENDING DELETES, WRITE THE TRAILER AND POST THE      *
      *      TALLIES.                                             *
      *----------------------------------------------------------*
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-EXTRACT-ONE-WORD
               THRU 2000-EXTRACT-ONE-WORD-EXIT
               UNTIL PV-MASTER-END
           PERFORM 3000-ADD-PENDING-DELETES
               THRU 3000-ADD-PENDING-DELETES-EXIT
           PERFORM 9000-TERMINATE
               THRU 9000-TERMINATE-EXIT
           STOP RUN.
           ELSE
               DISPLAY 'P12: FULL REFRESH OF THE WHOLE MASTER'
           END-IF
           PERFORM 1200-LOAD-HELD-WORDS
               THRU 1200-LOAD-HELD-WORDS-EXIT
           OPEN INPUT MASTER-FILE
           IF PV-MASTER-STATUS NOT = '00'
               DISPLAY 'P12: CANNOT OPEN WORDMSTDD - STATUS '
       1000-INITIALIZE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1200-LOAD-HELD-WORDS                                     *
      *      LOAD THE HELD-WORDS FILE.  A MISSING FILE (STATUS    *
      *      35) MEANS NO WORD IS HELD.  A FILE TOO BIG TO HOLD   *
      *      WHOLE ABANDONS THE RUN - AN EXTRACT MUST NOT RELEASE *
      *      THE HELD WORDS THAT DID NOT FIT.                     *
      *----------------------------------------------------------*
       1200-LOAD-HELD-WORDS.
           MOVE 0 TO PV-HLD-COUNT
           OPEN INPUT HELD-WORDS-FILE
           IF PV-CNFHLD-STATUS = '35'
               GO TO 1200-LOAD-HELD-WORDS-EXIT
           END-IF
           IF PV-CNFHLD-STATUS NOT = '00'
               DISPLAY 'P12: CANNOT OPEN CNFHLDDD - STATUS '
                   PV-CNFHLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-LOAD-ONE-HELD-WORD
               THRU 1210-LOAD-ONE-HELD-WORD-EXIT
               UNTIL PV-CNFHLD-END
           CLOSE HELD-WORDS-FILE.
       1200-LOAD-HELD-WORDS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1210-LOAD-ONE-HELD-WORD                                  *
      *      READ ONE HELD-WORDS RECORD INTO THE TABLE.  COMMENT  *
      *      AND BLANK LINES ARE PASSED OVER; A RELEASE WITH NO   *
      *      USABLE SIGN-OFF DATE COUNTS FOR A FULL REFRESH ONLY. *
      *----------------------------------------------------------*
       1210-LOAD-ONE-HELD-WORD.
           READ HELD-WORDS-FILE
               AT END
                   SET PV-CNFHLD-END TO TRUE
                   GO TO 1210-LOAD-ONE-HELD-WORD-EXIT
           END-READ
           IF PV-CNFHLD-STATUS NOT = '00'
               DISPLAY 'P12: I/O ERROR ON CNFHLDDD - FILE STATUS '
                   PV-CNFHLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF HL-WORD(1:1) = '*' OR HELD-WORDS-REC = SPACES
               GO TO 1210-LOAD-ONE-HELD-WORD-EXIT
           END-IF
           IF PV-HLD-COUNT >= 5000
               DISPLAY 'P12: CNFHLDDD HAS MORE THAN 5000 ENTRIES '
                   '- RUN ABANDONED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO PV-HLD-COUNT
           MOVE HL-WORD TO PV-HLD-WORD(PV-HLD-COUNT)
           IF HL-RELEASED
               MOVE 'R' TO PV-HLD-STATUS(PV-HLD-COUNT)
           ELSE
               MOVE 'H' TO PV-HLD-STATUS(PV-HLD-COUNT)
           END-IF
           IF HL-SIGNOFF-DATE NUMERIC
               MOVE HL-SIGNOFF-DATE
                   TO PV-HLD-SIGNOFF-DATE(PV-HLD-COUNT)
           ELSE
               MOVE 0 TO PV-HLD-SIGNOFF-DATE(PV-HLD-COUNT)
           END-IF.
       1210-LOAD-ONE-HELD-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2000-EXTRACT-ONE-WORD                                    *
      *      READ THE NEXT MASTER ENTRY AND WRITE ITS WORD WHEN   *
      *      THE MODE CALLS FOR IT - EVERY WORD ON A FULL         *
      *      REFRESH, ONLY THE EXTRACT DATE'S ADDITIONS AND       *
      *      RELEASES ON A DELTA.  A HELD WORD IS NEVER WRITTEN.  *
      *----------------------------------------------------------*
       2000-EXTRACT-ONE-WORD.
           READ MASTER-FILE NEXT
               STOP RUN
           END-IF
           ADD 1 TO PV-MASTER-COUNT
           MOVE SPACE TO PV-HOLD-SW
           IF PV-HLD-COUNT > 0
               MOVE 1 TO PV-HLD-SUB
               PERFORM 2050-MATCH-HELD-WORD
                   THRU 2050-MATCH-HELD-WORD-EXIT
                   UNTIL PV-HLD-SUB > PV-HLD-COUNT
                       OR NOT PV-WORD-NOT-HELD
           END-IF
           IF PV-WORD-HELD
               ADD 1 TO PV-WITHHELD-COUNT
               GO TO 2000-EXTRACT-ONE-WORD-EXIT
           END-IF
           IF PV-DELTA-MODE
               AND MST-FIRST-SEEN NOT = PV-PROV-DATE
               IF PV-WORD-RELEASED
                   AND PV-HOLD-SIGNOFF-DATE = PV-PROV-DATE
                   ADD 1 TO PV-RELEASED-COUNT
               ELSE
                   GO TO 2000-EXTRACT-ONE-WORD-EXIT
               END-IF
           END-IF
           MOVE 0 TO PV-WORD-LENGTH
           PERFORM 2100-MEASURE-WORD-LENGTH
       2000-EXTRACT-ONE-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2050-MATCH-HELD-WORD                                     *
      *      COMPARE THE MASTER WORD TO ONE HELD-WORDS ENTRY AND  *
      *      TAKE ITS HOLD STATE WHEN THEY MATCH.                 *
      *----------------------------------------------------------*
       2050-MATCH-HELD-WORD.
           IF PV-HLD-WORD(PV-HLD-SUB) = MST-WORD
               MOVE PV-HLD-STATUS(PV-HLD-SUB) TO PV-HOLD-SW
               MOVE PV-HLD-SIGNOFF-DATE(PV-HLD-SUB)
                   TO PV-HOLD-SIGNOFF-DATE
           END-IF
           ADD 1 TO PV-HLD-SUB.
       2050-MATCH-HELD-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-MEASURE-WORD-LENGTH                                 *
      *      FIND THE TRAILING-SPACE-TRIMMED LENGTH OF THE        *
       2110-TRIM-ONE-SPACE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3000-ADD-PENDING-DELETES                                 *
      *      WRITE A DELETE RECORD FOR EVERY WORD THIS EXTRACT    *
      *      CARRIED WHEN IT WAS FIRST BUILT, THEN FOR EVERY WORD *
      *      ON THE PENDING-DELETE FILE, RECORDING EACH NEW ONE   *
      *      ON THE SENT-DELETES FILE UNDER THIS EXTRACT.  A      *
      *      SENT-DELETES FILE NOT YET CREATED IS CREATED; ANY    *
      *      OTHER OPEN FAILURE ABANDONS THE RUN - AN EXTRACT     *
      *      THAT SILENTLY DROPPED ITS DELETES WOULD LEAVE        *
      *      RECALLED WORDS LIVE DOWNSTREAM.                      *
      *----------------------------------------------------------*
       3000-ADD-PENDING-DELETES.
           OPEN I-O SENT-DELETE-FILE
           IF PV-PROVSNT-STATUS = '35'
               OPEN OUTPUT SENT-DELETE-FILE
               CLOSE SENT-DELETE-FILE
               OPEN I-O SENT-DELETE-FILE
           END-IF
           IF PV-PROVSNT-STATUS NOT = '00'
               DISPLAY 'P12: CANNOT OPEN PROVSNTDD - STATUS '
                   PV-PROVSNT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PV-PROV-DATE TO SD-EXTRACT-DATE
           MOVE PV-SEQ-NUMBER TO SD-EXTRACT-SEQ
           MOVE LOW-VALUES TO SD-WORD
           START SENT-DELETE-FILE KEY NOT < SD-KEY
               INVALID KEY
                   SET PV-SENT-END TO TRUE
           END-START
           PERFORM 3050-RESEND-ONE-DELETE
               THRU 3050-RESEND-ONE-DELETE-EXIT
               UNTIL PV-SENT-END
           PERFORM 3100-ADD-PENDING-FILE
               THRU 3100-ADD-PENDING-FILE-EXIT
           CLOSE SENT-DELETE-FILE.
       3000-ADD-PENDING-DELETES-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3050-RESEND-ONE-DELETE                                   *
      *      READ THE NEXT SENT-DELETES RECORD AND, WHILE IT IS   *
      *      STILL ONE OF THIS EXTRACT'S, WRITE ITS DELETE        *
      *      RECORD AGAIN.                                        *
      *----------------------------------------------------------*
       3050-RESEND-ONE-DELETE.
           READ SENT-DELETE-FILE NEXT
               AT END
                   SET PV-SENT-END TO TRUE
                   GO TO 3050-RESEND-ONE-DELETE-EXIT
           END-READ
           IF PV-PROVSNT-STATUS NOT = '00'
               DISPLAY 'P12: I/O ERROR ON PROVSNTDD - FILE STATUS '
                   PV-PROVSNT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SD-EXTRACT-DATE NOT = PV-PROV-DATE
               OR SD-EXTRACT-SEQ NOT = PV-SEQ-NUMBER
               SET PV-SENT-END TO TRUE
               GO TO 3050-RESEND-ONE-DELETE-EXIT
           END-IF
           MOVE SD-WORD TO PV-DEL-WORD
           PERFORM 3200-WRITE-DELETE-LINE
               THRU 3200-WRITE-DELETE-LINE-EXIT
           ADD 1 TO PV-RESENT-COUNT.
       3050-RESEND-ONE-DELETE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3100-ADD-PENDING-FILE                                    *
      *      PASS THE PENDING-DELETE FILE.  A MISSING FILE        *
      *      (STATUS 35) MEANS NONE ARE PENDING.  ANY OTHER OPEN  *
      *      FAILURE ABANDONS THE RUN.                            *
      *----------------------------------------------------------*
       3100-ADD-PENDING-FILE.
           OPEN INPUT PROVISION-DELETE-FILE
           IF PV-PROVDEL-STATUS = '35'
               GO TO 3100-ADD-PENDING-FILE-EXIT
           END-IF
           IF PV-PROVDEL-STATUS NOT = '00'
               DISPLAY 'P12: CANNOT OPEN PROVDELDD - STATUS '
                   PV-PROVDEL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3110-ADD-ONE-PENDING
               THRU 3110-ADD-ONE-PENDING-EXIT
               UNTIL PV-PROVDEL-END
           CLOSE PROVISION-DELETE-FILE.
       3100-ADD-PENDING-FILE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3110-ADD-ONE-PENDING                                     *
      *      READ ONE PENDING-DELETE RECORD, RECORD IT ON THE     *
      *      SENT-DELETES FILE UNDER THIS EXTRACT AND WRITE ITS   *
      *      DELETE RECORD.  A WORD ALREADY RECORDED UNDER THIS   *
      *      EXTRACT WAS SENT AGAIN ABOVE AND IS NOT REPEATED.    *
      *----------------------------------------------------------*
       3110-ADD-ONE-PENDING.
           READ PROVISION-DELETE-FILE
               AT END
                   SET PV-PROVDEL-END TO TRUE
                   GO TO 3110-ADD-ONE-PENDING-EXIT
           END-READ
           IF PV-PROVDEL-STATUS NOT = '00'
               DISPLAY 'P12: I/O ERROR ON PROVDELDD - FILE STATUS '
                   PV-PROVDEL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PROVISION-DELETE-REC = SPACES
               GO TO 3110-ADD-ONE-PENDING-EXIT
           END-IF
           ADD 1 TO PV-PENDING-COUNT
           IF PD-WORD = SPACES
               GO TO 3110-ADD-ONE-PENDING-EXIT
           END-IF
           MOVE PV-PROV-DATE TO SD-EXTRACT-DATE
           MOVE PV-SEQ-NUMBER TO SD-EXTRACT-SEQ
           MOVE PD-WORD TO SD-WORD
           MOVE PD-RECALL-DATE TO SD-RECALL-DATE
           MOVE PD-REASON-CODE TO SD-REASON-CODE
           WRITE SENT-DELETE-REC
               INVALID KEY
                   GO TO 3110-ADD-ONE-PENDING-EXIT
           END-WRITE
           IF PV-PROVSNT-STATUS NOT = '00'
               DISPLAY 'P12: WRITE FAILED ON PROVSNTDD - STATUS '
                   PV-PROVSNT-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE PD-WORD TO PV-DEL-WORD
           PERFORM 3200-WRITE-DELETE-LINE
               THRU 3200-WRITE-DELETE-LINE-EXIT.
       3110-ADD-ONE-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  3200-WRITE-DELETE-LINE                                   *
      *      WRITE THE DELETE RECORD FOR THE WORD IN PV-DEL-WORD, *
      *      ONLY AS LONG AS THE WORD, AND COUNT IT.              *
      *----------------------------------------------------------*
       3200-WRITE-DELETE-LINE.
           MOVE PV-DEL-WORD TO MST-WORD
           MOVE 0 TO PV-WORD-LENGTH
           PERFORM 2100-MEASURE-WORD-LENGTH
               THRU 2100-MEASURE-WORD-LENGTH-EXIT
           IF PV-WORD-LENGTH = 0
               GO TO 3200-WRITE-DELETE-LINE-EXIT
           END-IF
           COMPUTE PV-OUT-LENGTH = PV-WORD-LENGTH + 4
           MOVE PV-DEL-LINE TO PROVISION-EXTRACT-REC
           PERFORM 7100-WRITE-EXTRACT-LINE
               THRU 7100-WRITE-EXTRACT-LINE-EXIT
           ADD 1 TO PV-DELETE-COUNT.
       3200-WRITE-DELETE-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  7100-WRITE-EXTRACT-LINE                                  *
      *      WRITE ONE EXTRACT RECORD AND CONFIRM THE WRITE       *

      *----------------------------------------------------------*
      *  9000-TERMINATE                                           *
      *      WRITE THE TRAILER WITH THE EXPECTED WORD AND DELETE  *
      *      COUNTS, CLOSE EVERYTHING, REGISTER THE EXTRACT AS    *
      *      OUTSTANDING, EMPTY THE PENDING-DELETE FILE NOW ITS   *
      *      DELETES ARE ON THE EXTRACT AND THE SENT-DELETES      *
      *      FILE, AND POST THE TALLIES.  AN EXTRACT THAT COULD   *
      *      NOT BE REGISTERED LEAVES ITS DELETES PENDING.        *
      *----------------------------------------------------------*
       9000-TERMINATE.
           MOVE PV-WRITTEN-COUNT TO PV-TRL-COUNT
           MOVE PV-DELETE-COUNT TO PV-TRL-DELETE-COUNT
           MOVE 21 TO PV-OUT-LENGTH
           MOVE PV-TRL-LINE TO PROVISION-EXTRACT-REC
           PERFORM 7100-WRITE-EXTRACT-LINE
               THRU 7100-WRITE-EXTRACT-LINE-EXIT
           CLOSE MASTER-FILE
           CLOSE PROVISION-EXTRACT-FILE
           PERFORM 9100-REGISTER-EXTRACT
               THRU 9100-REGISTER-EXTRACT-EXIT
           IF PV-PENDING-COUNT > 0 AND NOT PV-REGISTERED
               DISPLAY 'P12: EXTRACT NOT REGISTERED - PROVDELDD '
                   'LEFT PENDING'
           END-IF
           IF PV-PENDING-COUNT > 0 AND PV-REGISTERED
               OPEN OUTPUT PROVISION-DELETE-FILE
               IF PV-PROVDEL-STATUS NOT = '00'
                   DISPLAY 'P12: CANNOT EMPTY PROVDELDD - STATUS '
                       PV-PROVDEL-STATUS ' - REMOVE ITS DELETES '
                       'BEFORE THE NEXT EXTRACT'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   CLOSE PROVISION-DELETE-FILE
               END-IF
           END-IF
           DISPLAY 'P12: MASTER ENTRIES READ . . : '
               PV-MASTER-COUNT
           DISPLAY 'P12: WORDS EXTRACTED . . . . : '
               PV-WRITTEN-COUNT
           DISPLAY 'P12: DELETES EXTRACTED . . . : '
               PV-DELETE-COUNT
           DISPLAY 'P12: DELETES SENT AGAIN  . . : '
               PV-RESENT-COUNT
           DISPLAY 'P12: HELD WORDS WITHHELD . . : '
               PV-WITHHELD-COUNT
           DISPLAY 'P12: RELEASES ON THE DELTA . : '
               PV-RELEASED-COUNT.
       9000-TERMINATE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9100-REGISTER-EXTRACT                                    *
      *      LOG THE EXTRACT JUST WRITTEN ON THE OUTSTANDING-     *
      *      EXTRACTS REGISTER, CREATING THE REGISTER ON FIRST    *
      *      USE.  A REBUILT EXTRACT REPLACES ITS OLD ENTRY.  A   *
      *      FAILURE HERE LEAVES THE EXTRACT GOOD BUT UNTRACKED,  *
      *      SO IT ENDS THE RUN WITH RETURN CODE 8 FOR OPERATIONS *
      *      TO LOOK AT.                                          *
      *----------------------------------------------------------*
       9100-REGISTER-EXTRACT.
           OPEN I-O PROVISION-REGISTER-FILE
           IF PV-PROVREG-STATUS = '35'
               OPEN OUTPUT PROVISION-REGISTER-FILE
               CLOSE PROVISION-REGISTER-FILE
               OPEN I-O PROVISION-REGISTER-FILE
           END-IF
           IF PV-PROVREG-STATUS NOT = '00'
               DISPLAY 'P12: CANNOT OPEN PROVREGDD - STATUS '
                   PV-PROVREG-STATUS ' - EXTRACT NOT REGISTERED'
               MOVE 8 TO RETURN-CODE
               GO TO 9100-REGISTER-EXTRACT-EXIT
           END-IF
           MOVE PV-PROV-DATE TO PR-EXTRACT-DATE
           MOVE PV-SEQ-NUMBER TO PR-EXTRACT-SEQ
           MOVE PV-MODE-SW TO PR-MODE
           MOVE PV-RUN-DATE TO PR-SENT-DATE
           MOVE PV-WRITTEN-COUNT TO PR-WORD-COUNT
           MOVE PV-DELETE-COUNT TO PR-DELETE-COUNT
           MOVE 'O' TO PR-ACK-STATUS
           MOVE 0 TO PR-ACK-DATE
           MOVE 0 TO PR-LOADED-COUNT
           MOVE 0 TO PR-REFUSED-COUNT
           WRITE PROVISION-REGISTER-REC
               INVALID KEY
                   REWRITE PROVISION-REGISTER-REC
                       INVALID KEY
                           CONTINUE
                   END-REWRITE
           END-WRITE
           IF PV-PROVREG-STATUS NOT = '00'
               DISPLAY 'P12: WRITE FAILED ON PROVREGDD - STATUS '
                   PV-PROVREG-STATUS ' - EXTRACT NOT REGISTERED'
               MOVE 8 TO RETURN-CODE
           ELSE
               SET PV-REGISTERED TO TRUE
               DISPLAY 'P12: EXTRACT ' PV-PROV-DATE '/' PV-SEQ-NUMBER
                   ' REGISTERED AS OUTSTANDING'
           END-IF
           CLOSE PROVISION-REGISTER-FILE.
       9100-REGISTER-EXTRACT-EXIT.
           EXIT.
