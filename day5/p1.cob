      *                      THE REGISTER, AND THE RESTART RE-PRIME
      *                      FROM THE PRIOR EXTRACT WORKS AS
      *                      BEFORE.
      *    11/23/2026 JAD   FEED RECEIPT REGISTER (RCPTREGDD).  EVERY
      *                      HEADED FEED IS NOW LOGGED BY SOURCE, FILE
      *                      DATE AND HEADER SEQUENCE NUMBER WITH ITS
      *                      TRAILER COUNT AND VERDICT.  A FEED WHOSE
      *                      SOURCE/DATE/SEQUENCE IS ALREADY ON THE
      *                      REGISTER AS ACCEPTED, OR THAT REPEATS THE
      *                      SOURCE'S LAST ACCEPTED SEQUENCE UNDER A
      *                      NEW DATE, IS REFUSED AS A REPLAY.  A
      *                      SEQUENCE THAT SKIPS NUMBERS OR RUNS
      *                      BACKWARD IS ACCEPTED WITH A WARNING AND
      *                      SHOWN ON THE SUMMARY REPORT AND ON THE
      *                      NEW RECEIPT EXCEPTIONS REPORT (RCPTEXCDD).
      *                      SEQUENCE 0000 MARKS A P4 RESUBMISSION
      *                      FEED AND IS KEPT OUT OF THE SEQUENCE
      *                      CHECKS.
      *    12/07/2026 JAD   ADDED THE EFFECTIVE-DATED BLOCKLIST
      *                      (BLOCKLSTDD).  A VALID WORD ON THE
      *                      BLOCKLIST IN FORCE IS REJECTED WHATEVER
      *                      ITS SCORE - NO OVERRIDE CAN ACCEPT IT -
      *                      WITH REASON BLOCKLISTED AND THE POLICY
      *                      REASON CODE ON THE REJECT REPORT, AND
      *                      IS STAMPED BLOCKD ON THE AUDIT RECORD.
      *                      BLOCKLISTED WORDS ARE COUNTED ON THE
      *                      SUMMARY REPORT.  WORDS ALREADY ON THE
      *                      MASTER ARE PULLED OFF BY THE P14 RECALL
      *                      RUN.
      *    01/04/2027 JAD   EACH SOURCE CONTROL RECORD NOW NAMES THE
      *                      OFFICIAL RULE SET ITS FEED IS SCREENED
      *                      UNDER - RULE SET ONE, RULE SET TWO, OR
      *                      BOTH REQUIRED (SC-RULE-SET 1, 2 OR B;
      *                      BLANK MEANS RULE SET ONE).  A WORD IS
      *                      ACCEPTED OR REJECTED UNDER ITS SOURCE'S
      *                      ASSIGNMENT; A NEAR MISS (AND SO AN
      *                      OVERRIDE) IS A WORD FAILING EXACTLY ONE
      *                      CONDITION OF THE ASSIGNED RULE SET(S),
      *                      WITH TWO NEW NEAR-MISS GROUPS FOR THE
      *                      RULE SET TWO CONDITIONS.  THE REJECT
      *                      REPORT, AUDIT RECORD AND SUMMARY FEED
      *                      LINES CARRY THE RULE SET THAT DECIDED.
      *    02/01/2027 JAD   ADDED ACCENTED-LETTER TRANSLITERATION.
      *                      EACH WORD IS NOW TRANSLITERATED BEFORE
      *                      VALIDATION THROUGH THE TRANSLITERATION
      *                      CONTROL FILE (TRANSLITDD), WHICH MAPS
      *                      EACH ACCEPTED ACCENTED CHARACTER, AS
      *                      THE FEEDS DELIVER IT, TO ITS BASE
      *                      LETTER OR LETTERS (SHARP S TO SS AND
      *                      SO ON).  THE WORD IS VALIDATED, SCORED,
      *                      EXTRACTED AND REGISTERED IN ITS
      *                      TRANSLITERATED FORM; THE AUDIT RECORD
      *                      (NOW 204 BYTES) CARRIES THE WORD AS
      *                      DELIVERED AS WELL, AND THE QUARANTINE
      *                      FILE KEEPS THE WORD AS DELIVERED.  A
      *                      NON-ASCII CHARACTER THE TABLE DOES NOT
      *                      COVER IS QUARANTINED WITH REASON
      *                      UNMAPPED CHARACTER.  TRANSLITERATED
      *                      WORDS ARE COUNTED ON THE SUMMARY
      *                      REPORT.
      *    02/08/2027 JAD   A FEED WHOSE HEADER CARRIES THE SAME
      *                      FILE DATE AS THE SOURCE'S LAST ACCEPTED
      *                      FEED, UNDER ANOTHER SEQUENCE NUMBER, IS
      *                      THE SAME DROP SENT TWICE AND IS NOW
      *                      REFUSED AS A REPLAY (DATE REPEATED).
      *
      *=============================================================*
      *  REMARKS.                                                    *
      *      MAINTAINED IN PARALLEL FOR THE NAMING POLICY GROUP,     *
      *      REQUIRES A PAIR OF LETTERS THAT APPEARS AGAIN IN THE    *
      *      WORD WITHOUT OVERLAPPING, AND A LETTER THAT REPEATS     *
      *      WITH EXACTLY ONE OTHER LETTER BETWEEN THE TWO.  EACH    *
      *      SOURCE IS SCREENED OFFICIALLY UNDER THE RULE SET ITS    *
      *      SOURCE CONTROL RECORD NAMES (RULE SET ONE WHEN NONE IS  *
      *      NAMED); BOTH RULE SETS ARE STILL SCORED FOR EVERY WORD  *
      *      AND RECONCILED ON THE SUMMARY REPORT.                   *
      *=============================================================*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'OVERRIDEDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NW-OVERRIDE-STATUS.
           SELECT BLOCKLIST-FILE
               ASSIGN TO 'BLOCKLSTDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NW-BLOCKLST-STATUS.
           SELECT TRANSLIT-FILE
               ASSIGN TO 'TRANSLITDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NW-TRANSLIT-STATUS.
           SELECT DUP-WORK-FILE
               ASSIGN TO 'DUPWRKDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DWK-WORD
               FILE STATUS IS NW-DUPWRK-STATUS.
           SELECT RECEIPT-REGISTER-FILE
               ASSIGN TO 'RCPTREGDD'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RR-KEY
               FILE STATUS IS NW-RCPTREG-STATUS.
           SELECT RECEIPT-EXCEPTION-FILE
               ASSIGN TO 'RCPTEXCDD'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NW-RCPTEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    BE ONE OF THE TEN SLOT DD NAMES ABOVE; THE RESUB DD NAME
      *    IS USED BY P4, NOT HERE.  ONLY RECORDS FLAGGED ACTIVE
      *    ('A') ARE SCREENED.  A '*' IN COLUMN ONE MARKS A COMMENT
      *    LINE.  THE RULE SET IS THE OFFICIAL RULE SET FOR THE
      *    FEED: '1' RULE SET ONE, '2' RULE SET TWO, 'B' BOTH MUST
      *    PASS.  A BLANK (OR A RECORD CUT SHORT BEFORE THE COLUMN)
      *    MEANS RULE SET ONE.
       FD  SOURCE-CONTROL-FILE.
       01  SOURCE-CONTROL-REC.
           02  SC-SOURCE-CODE          PIC X(02).
           02  SC-ACTIVE-FLAG          PIC X(01).
           02  FILLER                  PIC X(01).
           02  SC-VENDOR-NAME          PIC X(20).
           02  FILLER                  PIC X(01).
           02  SC-RULE-SET             PIC X(01).
           02  FILLER                  PIC X(31).

      *    THE GOOD-WORDS EXTRACT RECORD IS THE WORD FOLLOWED BY A
      *    SPACE AND THE TWO-DIGIT SOURCE-SYSTEM CODE THAT WORD WAS
       01  GOOD-WORD-REC               PIC X(83).

       FD  REJECT-REPORT-FILE.
       01  REJECT-REPORT-REC           PIC X(184).

       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-REC               PIC X(204).

       FD  SUMMARY-REPORT-FILE.
       01  SUMMARY-REPORT-REC          PIC X(80).
           02  FILLER                  PIC X(01).
           02  OV-RULE-VERSION         PIC X(08).

      *    ONE BLOCKLIST RECORD PER BARRED WORD, WITH THE DATE THE
      *    BAR TAKES EFFECT AND THE POLICY GROUP'S REASON CODE
      *    (TRADEMRK, OFFENSIV, LEGAL AND SO ON).  THE ENTRY IS
      *    ENFORCED FROM ITS EFFECTIVE DATE WHATEVER RULE VERSION
      *    IS IN FORCE.  A '*' IN COLUMN ONE MARKS A COMMENT LINE.
      *    THE SAME FILE DRIVES THE P14 RECALL RUN.
       FD  BLOCKLIST-FILE.
       01  BLOCKLIST-REC.
           02  BL-WORD                 PIC X(80).
           02  FILLER                  PIC X(01).
           02  BL-EFF-DATE             PIC 9(08).
           02  FILLER                  PIC X(01).
           02  BL-REASON-CODE          PIC X(08).

      *    ONE TRANSLITERATION RECORD PER ACCEPTED ACCENTED
      *    CHARACTER: THE CHARACTER EXACTLY AS THE FEEDS DELIVER
      *    IT (ONE TO FOUR BYTES), THE BASE LETTER OR LETTERS IT
      *    SCREENS AS (ONE TO FOUR), THEN AN OPTIONAL DESCRIPTION,
      *    SEPARATED BY SPACES - THE FIELDS ARE NOT IN FIXED
      *    COLUMNS, SINCE A MULTI-BYTE CHARACTER DOES NOT LINE UP
      *    IN AN EDITOR.  A '*' IN COLUMN ONE MARKS A COMMENT
      *    LINE.  THE SAME FILE DRIVES THE P4 REPAIR RUN.
       FD  TRANSLIT-FILE.
       01  TRANSLIT-REC                PIC X(80).

      *    THE DISTINCT-GOOD-WORD REGISTER FOR CROSS-SOURCE
      *    DUPLICATE DETECTION: ONE ENTRY PER DISTINCT GOOD WORD,
      *    KEYED ON THE WORD, WITH ITS ARRIVAL COUNT AND A FLAG
           02  DWK-SRC-FLAGS.
               03  DWK-SRC-FLAG        OCCURS 10 TIMES PIC X(01).

      *    THE PERMANENT FEED RECEIPT REGISTER, KEYED ON SOURCE,
      *    FILE DATE AND HEADER SEQUENCE NUMBER.  ONE RECEIPT ENTRY
      *    IS KEPT PER HEADED FEED SCREENED, WITH ITS COUNTS, ITS
      *    VERDICT AND HOW ITS SEQUENCE NUMBER FOLLOWED ON.  THE
      *    ENTRY WITH A ZERO FILE DATE AND SEQUENCE IS THE SOURCE'S
      *    HIGH-WATER ENTRY: THE LAST SEQUENCE NUMBER ACCEPTED FROM
      *    IT AND THE FILE DATE THAT SEQUENCE CARRIED.  IT SORTS
      *    AHEAD OF EVERY RECEIPT FOR THE SOURCE.
       FD  RECEIPT-REGISTER-FILE.
       01  RECEIPT-REGISTER-REC.
           02  RR-KEY.
               03  RR-SOURCE           PIC X(02).
               03  RR-FILE-DATE        PIC X(08).
               03  RR-SEQUENCE         PIC X(04).
           02  RR-RECEIPT-DATA.
               03  RR-RECEIVED-DATE    PIC 9(08).
               03  RR-RECEIVED-TIME    PIC 9(06).
               03  RR-DATA-COUNT       PIC 9(08).
               03  RR-TRL-COUNT        PIC 9(08).
               03  RR-VERDICT          PIC X(14).
               03  RR-SEQ-STATUS       PIC X(14).
               03  RR-EXPECTED-SEQ     PIC 9(04).
               03  FILLER              PIC X(14).
           02  RR-HIGH-WATER-DATA REDEFINES RR-RECEIPT-DATA.
               03  RR-HW-LAST-SEQ      PIC 9(04).
               03  RR-HW-LAST-DATE     PIC X(08).
               03  RR-HW-UPDATED       PIC 9(08).
               03  FILLER              PIC X(56).

       FD  RECEIPT-EXCEPTION-FILE.
       01  RECEIPT-EXCEPTION-REC       PIC X(100).

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           02  CKPT-STATUS              PIC X(01).
           02  FILLER                  PIC X(30)
               VALUE 'ACCEPTED BY OVERRIDE . . . : '.
           02  NW-RPT-OVERRIDES        PIC ZZZ,ZZZ,ZZ9.

       01  NW-RPT-DETAIL-10.
           02  FILLER                  PIC X(30)
               VALUE 'REJECTED AS BLOCKLISTED . . : '.
           02  NW-RPT-BLOCKED          PIC ZZZ,ZZZ,ZZ9.

       01  NW-RPT-DETAIL-11.
           02  FILLER                  PIC X(30)
               VALUE 'TRANSLITERATED WORDS . . . : '.
           02  NW-RPT-TRANSLITERATED   PIC ZZZ,ZZZ,ZZ9.
       01  NW-CKPT-FILE-STATUS         PIC X(02).
       01  NW-SUMRPT-STATUS            PIC X(02).
       01  NW-RESTART-SW               PIC X(01) VALUE 'N'.
               88  NW-RS2-PAIR-FOUND        VALUE 'Y'.
           02  NW-RS2-REPEAT-SW        PIC X VALUE 'N'.
               88  NW-RS2-REPEAT-FOUND      VALUE 'Y'.
           02  NW-OFFICIAL-SW          PIC X VALUE 'N'.
               88  NW-OFFICIAL-PASS         VALUE 'Y'.

      *    THE RULE SET THAT DECIDED THE CURRENT WORD - THE
      *    SOURCE'S ASSIGNMENT, NARROWED ON A BOTH-REQUIRED
      *    REJECTION TO THE RULE SET THAT FAILED - AND ITS PRINTED
      *    LABEL.
       01  NW-DECIDING-RULE-SET        PIC X(01) VALUE '1'.
       01  NW-LABEL-RULE-SET           PIC X(01).
       01  NW-RULE-SET-LABEL           PIC X(04).

       01  NW-RS2-OUTER-INDEX          PIC 99.
       01  NW-RS2-INNER-INDEX          PIC 99.
           88  NW-QUAR-BAD-LENGTH          VALUE 'Y'.
       01  NW-QUAR-ALPHA-SW            PIC X VALUE 'N'.
           88  NW-QUAR-BAD-ALPHA           VALUE 'Y'.
       01  NW-QUAR-UNMAPPED-SW         PIC X VALUE 'N'.
           88  NW-QUAR-UNMAPPED            VALUE 'Y'.
       01  NW-QUARANTINE-COUNT         PIC 9(08) VALUE 0.

       01  NW-QUAR-LINE.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  NW-REJECT-SOURCE        PIC X(02).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  NW-REJECT-REASONS.
               03  NW-REJECT-REASON-VOWEL PIC X(18).
               03  NW-REJECT-REASON-DBL PIC X(20).
               03  NW-REJECT-REASON-PAIR PIC X(20).
      *    A BLOCKLISTED WORD IS REJECTED ON POLICY, NOT ON ITS
      *    SCORE, SO ITS LINE CARRIES THE BLOCKLIST REASON IN
      *    PLACE OF THE RULE SET CONDITIONS.
           02  NW-REJECT-BLOCK-REASONS REDEFINES NW-REJECT-REASONS.
               03  NW-REJECT-BLOCK-TAG PIC X(18).
               03  NW-REJECT-BLOCK-CODE PIC X(20).
               03  FILLER              PIC X(20).
      *    THE RULE SET TWO CONDITIONS FOLLOW, FILLED ONLY FOR A
      *    SOURCE SCREENED UNDER RULE SET TWO, THEN THE RULE SET
      *    THAT DECIDED THE REJECTION (RS1, RS2 OR BOTH).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  NW-REJECT-RS2-REASONS.
               03  NW-REJECT-REASON-RS2-PAIR PIC X(18).
               03  NW-REJECT-REASON-RS2-SPLIT PIC X(18).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  NW-REJECT-RULE-SET      PIC X(04).

       01  NW-AUDIT-LINE.
           02  NW-AUDIT-DATE           PIC 9(08).
           02  NW-AUDIT-SOURCE         PIC X(02).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  NW-AUDIT-RULE-VERSION   PIC X(08).
      *    THE RULE SET THAT DECIDED THE WORD - 1, 2 OR B (BOTH).
      *    BLANK ON A QUARANTINED RECORD AND ON RECORDS WRITTEN
      *    BEFORE THE FIELD EXISTED, WHICH WERE ALL RULE SET ONE.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  NW-AUDIT-RULE-SET       PIC X(01).
      *    THE WORD EXACTLY AS THE FEED DELIVERED IT, BEFORE
      *    TRANSLITERATION.  THE SAME AS THE AUDIT WORD (BAR CASE)
      *    WHEN NOTHING WAS TRANSLITERATED; BLANK ON RECORDS
      *    WRITTEN BEFORE THE FIELD EXISTED.
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  NW-AUDIT-DELIVERED-WORD PIC X(80).

      *    MULTI-SOURCE CONSOLIDATED RUN CONTROLS.  THE FEEDS ARE
      *    PROCESSED ONE AT A TIME IN SOURCE-CONTROL-FILE ORDER;
       01  NW-OVERRIDE-COUNT           PIC 9(08) VALUE 0.
       01  NW-OVR-TEST-WORD            PIC X(80).

      *    BLOCKLIST IN FORCE FOR THIS RUN - ONLY ENTRIES WHOSE
      *    EFFECTIVE DATE IS NOT AFTER THE RUN DATE ARE LOADED.
      *    UNLIKE THE OVERRIDE LIST, A BLOCKLIST THAT CANNOT BE
      *    HELD WHOLE ABANDONS THE RUN: SCREENING AGAINST PART OF
      *    IT WOULD LET BARRED WORDS THROUGH.
       01  NW-BLOCKLST-STATUS          PIC X(02).
       01  NW-BLK-LIST.
           02  NW-BLK-ENTRY            OCCURS 2000 TIMES.
               03  NW-BLK-WORD         PIC X(80).
               03  NW-BLK-REASON       PIC X(08).
       01  NW-BLK-COUNT                PIC 9(04) VALUE 0.
       01  NW-BLK-SUB                  PIC 9(04).
       01  NW-BLK-END-SW               PIC X VALUE 'N'.
           88  NW-BLK-END                  VALUE 'Y'.
       01  NW-BLOCKED-SW               PIC X VALUE 'N'.
           88  NW-WORD-BLOCKED             VALUE 'Y'.
       01  NW-BLOCKED-COUNT            PIC 9(08) VALUE 0.
       01  NW-BLK-TEST-WORD            PIC X(80).
       01  NW-BLK-REASON-HIT           PIC X(08).

      *    TRANSLITERATION TABLE LOADED FROM TRANSLITDD.  EACH
      *    ENTRY MAPS THE BYTES OF ONE ACCENTED CHARACTER TO ITS
      *    BASE LETTER(S); THE FIRST ENTRY THAT MATCHES AT A
      *    POSITION IS APPLIED.  ONLY A CHARACTER OUTSIDE THE
      *    ASCII RANGE (FIRST BYTE ABOVE X'7F') CAN BE MAPPED, SO
      *    ORDINARY LETTERS AND PUNCTUATION ARE NEVER ALTERED.  A
      *    TABLE THAT CANNOT BE HELD WHOLE ABANDONS THE RUN.
       01  NW-TRANSLIT-STATUS          PIC X(02).
       01  NW-TL-TABLE.
           02  NW-TL-ENTRY             OCCURS 200 TIMES.
               03  NW-TL-FROM          PIC X(04).
               03  NW-TL-FROM-LENGTH   PIC 9(02) COMP.
               03  NW-TL-TO            PIC X(04).
               03  NW-TL-TO-LENGTH     PIC 9(02) COMP.
       01  NW-TL-COUNT                 PIC 9(04) VALUE 0.
       01  NW-TL-SUB                   PIC 9(04).
       01  NW-TL-END-SW                PIC X VALUE 'N'.
           88  NW-TL-END                   VALUE 'Y'.
       01  NW-TL-HIT-SW                PIC X VALUE 'N'.
           88  NW-TL-HIT                   VALUE 'Y'.
       01  NW-TL-MAPPED-SW             PIC X VALUE 'N'.
           88  NW-TL-WORD-MAPPED           VALUE 'Y'.
       01  NW-TL-IN-FROM               PIC X(80).
       01  NW-TL-IN-FROM-LENGTH        PIC 9(02) COMP.
       01  NW-TL-IN-TO                 PIC X(80).
       01  NW-TL-IN-TO-LENGTH          PIC 9(02) COMP.
       01  NW-TL-LAST-ASCII            PIC X VALUE X'7F'.
       01  NW-TL-SCAN-SUB              PIC 9(02) COMP.
       01  NW-TL-WORD                  PIC X(99).
       01  NW-TL-WORD-LENGTH           PIC 9(02) COMP.
       01  NW-TL-APPEND-TEXT           PIC X(04).
       01  NW-TL-APPEND-LENGTH         PIC 9(02) COMP.
       01  NW-TL-FOLDED-WORD           PIC X(80).
       01  NW-TL-FOLDED-DELIVERED      PIC X(80).
       01  NW-DELIVERED-WORD           PIC X(80).
       01  NW-DELIVERED-LENGTH         PIC 9(02) COMP.
       01  NW-TRANSLIT-COUNT           PIC 9(08) VALUE 0.

      *    NEAR-MISS COLLECTION.  A NEAR MISS IS A VALID WORD THAT
      *    FAILED EXACTLY ONE CONDITION OF THE RULE SET(S) ITS
      *    SOURCE IS SCREENED UNDER.  GROUPS 1-3 ARE RULE SET ONE:
      *    TOO FEW VOWELS, NO DOUBLED LETTER, A DISALLOWED PAIR
      *    PRESENT.  GROUPS 4-5 ARE RULE SET TWO: NO REPEATED
      *    LETTER PAIR, NO LETTER REPEATED WITH ONE BETWEEN.  EACH
      *    GROUP HOLDS UP TO 2000 WORDS; ANYTHING PAST THAT IS
      *    COUNTED AS OVERFLOW AND NOTED ON THE REPORT TRAILER.
       01  NW-NEAR-MISS-GROUPS.
           02  NW-NM-GROUP             OCCURS 5 TIMES.
               03  NW-NM-COUNT         PIC 9(04).
               03  NW-NM-OVERFLOW      PIC 9(08).
               03  NW-NM-ENTRY         OCCURS 2000 TIMES.
               03  NW-FEED-DATA-COUNT  PIC 9(08).
               03  NW-FEED-TRL-COUNT   PIC 9(08).
               03  NW-FEED-VERDICT     PIC X(14).
               03  NW-FEED-FILE-DATE   PIC X(08).
               03  NW-FEED-SEQUENCE    PIC X(04).
               03  NW-FEED-SEQ-STATUS  PIC X(14).
               03  NW-FEED-EXPECTED-SEQ PIC 9(04).
               03  NW-FEED-PRIOR-DATE  PIC X(08).
               03  NW-FEED-PRIOR-SEQ   PIC 9(04).
               03  NW-FEED-RCPT-ON-FILE PIC X(01).
       01  NW-FEED-SUB                 PIC 9(02).
       01  NW-HDR-SOURCE               PIC X(02).
       01  NW-HDR-DATE                 PIC X(08).
       01  NW-HDR-SEQUENCE             PIC X(04).
       01  NW-RUN-DATE-X               PIC X(08).
       01  NW-EXPECTED-SOURCE          PIC X(02).
       01  NW-TRL-COUNT-X              PIC X(08).
               03  NW-RPT-FEED-READ    PIC X(08).
               03  NW-RPT-FEED-EXP-TAG PIC X(06).
               03  NW-RPT-FEED-EXP     PIC X(08).
           02  FILLER                  PIC X(08) VALUE ' RULES: '.
           02  NW-RPT-FEED-RULE-SET    PIC X(04).
       01  NW-RPT-FEED-COUNT-EDIT      PIC ZZZZZZZ9.

      *    FEED RECEIPT REGISTER CONTROLS.  THE SEQUENCE STATUS OF
      *    A FEED IS FIRST RECEIPT (NO HIGH-WATER ENTRY YET FOR
      *    ITS SOURCE), IN SEQUENCE, SEQUENCE GAP (NUMBERS SKIPPED
      *    - ACCEPTED WITH A WARNING), OUT OF SEQ (LOWER THAN THE
      *    NEXT EXPECTED NUMBER - A LATE ARRIVAL, ACCEPTED WITH A
      *    WARNING), RESUBMISSION (SEQUENCE 0000 - A P4 REPAIRED-
      *    RECORD FEED, OUTSIDE THE VENDOR'S NUMBERING), OR FOR A
      *    REFUSED REPLAY ALREADY RECVD (THE SAME SOURCE/DATE/
      *    SEQUENCE WAS ACCEPTED BEFORE), SEQ REPEATED (THE
      *    SOURCE'S LAST ACCEPTED SEQUENCE RESENT UNDER ANOTHER
      *    DATE) OR DATE REPEATED (THE SOURCE'S LAST ACCEPTED FILE
      *    DATE RESENT UNDER ANOTHER SEQUENCE).  SEQUENCE NUMBERS
      *    RUN 0001-9999 AND WRAP BACK TO 0001.
       01  NW-RCPTREG-STATUS           PIC X(02).
       01  NW-RCPTEXC-STATUS           PIC X(02).
       01  NW-RCPT-FOUND-SW            PIC X VALUE 'N'.
           88  NW-RCPT-FOUND               VALUE 'Y'.
       01  NW-SEQ-NUM                  PIC 9(04).
       01  NW-SEQ-EXPECTED             PIC 9(04).
       01  NW-SEQ-MISSING              PIC 9(04).
       01  NW-SEQ-MISSING-EDIT         PIC ZZZ9.
       01  NW-RCPT-EXCEPTION-COUNT     PIC 9(04) VALUE 0.

       01  NW-RPT-SEQ-LINE.
           02  FILLER                  PIC X(05) VALUE 'FEED '.
           02  NW-RPT-SEQ-FEED         PIC X(02).
           02  FILLER                  PIC X(16)
               VALUE ' SEQUENCE . . : '.
           02  NW-RPT-SEQ-STATUS       PIC X(14).
           02  FILLER                  PIC X(07) VALUE ' RECD: '.
           02  NW-RPT-SEQ-RECEIVED     PIC X(04).
           02  FILLER                  PIC X(06) VALUE ' EXP: '.
           02  NW-RPT-SEQ-EXPECTED     PIC 9(04).

       01  NW-RX-HEADING-1.
           02  FILLER                  PIC X(30)
               VALUE 'FEED RECEIPT EXCEPTIONS - RUN '.
           02  NW-RX-HDR-DATE          PIC 9999/99/99.
       01  NW-RX-HEADING-2             PIC X(100) VALUE ALL '-'.
       01  NW-RX-DETAIL-LINE.
           02  FILLER                  PIC X(07) VALUE 'SOURCE '.
           02  NW-RX-SOURCE            PIC X(02).
           02  FILLER                  PIC X(01) VALUE SPACE.
           02  NW-RX-VENDOR            PIC X(20).
           02  FILLER                  PIC X(06) VALUE ' FILE '.
           02  NW-RX-FILE-DATE         PIC X(08).
           02  FILLER                  PIC X(05) VALUE ' SEQ '.
           02  NW-RX-SEQUENCE          PIC X(04).
           02  FILLER                  PIC X(02) VALUE SPACES.
           02  NW-RX-REASON            PIC X(45).
       01  NW-RX-TRAILER.
           02  FILLER                  PIC X(30)
               VALUE 'RECEIPT EXCEPTIONS . . . . : '.
           02  NW-RX-TOTAL             PIC ZZZ9.

       01  NW-NM-RPT-HEADING-1.
           02  FILLER                  PIC X(33)
               VALUE 'NEAR-MISS REPORT - WORDS FAILING '.
           02  FILLER                  PIC X(22)
               VALUE 'EXACTLY ONE CONDITION '.
           02  FILLER                  PIC X(25)
               VALUE 'OF THE OFFICIAL RULE SET'.
       01  NW-NM-GROUP-HEADING-1       PIC X(80)
               VALUE 'RULE SET ONE - MISSED ON VOWEL COUNT'.
       01  NW-NM-GROUP-HEADING-2       PIC X(80)
               VALUE 'RULE SET ONE - MISSED ON DOUBLED LETTER'.
       01  NW-NM-GROUP-HEADING-3       PIC X(80)
               VALUE 'RULE SET ONE - MISSED ON DISALLOWED PAIR'.
       01  NW-NM-GROUP-HEADING-4       PIC X(80)
               VALUE 'RULE SET TWO - MISSED ON REPEATED PAIR'.
       01  NW-NM-GROUP-HEADING-5       PIC X(80)
               VALUE 'RULE SET TWO - MISSED ON SPLIT REPEAT'.
       01  NW-NM-DETAIL-LINE.
           02  NW-NM-DET-WORD          PIC X(80).
           02  FILLER                  PIC X(09)
      *    ORDER.  NW-SRC-CODE-NUM IS THE NUMERIC SOURCE CODE AND
      *    IS THE SUBSCRIPT OF EVERY PER-SOURCE TALLY AND FLAG, SO
      *    A VENDOR'S FIGURES STAY PUT WHEN THE CONTROL FILE IS
      *    REORDERED.  NW-SRC-RULE-SET IS THE FEED'S OFFICIAL RULE
      *    SET - 1, 2 OR B (BOTH).
       01  NW-SRC-TABLE.
           02  NW-SRC-ENTRY            OCCURS 10 TIMES.
               03  NW-SRC-CODE         PIC X(02).
               03  NW-SRC-SLOT         PIC 9(02).
               03  NW-SRC-DD           PIC X(10).
               03  NW-SRC-VENDOR       PIC X(20).
               03  NW-SRC-RULE-SET     PIC X(01).
       01  NW-SOURCE-COUNT             PIC 9(02) VALUE 0.
       01  NW-SRCCTL-END-SW            PIC X VALUE 'N'.
           88  NW-SRCCTL-END               VALUE 'Y'.
           88  NW-SRC-ENTRY-REJECTED       VALUE 'Y'.

      *    THE FEED CURRENTLY BEING READ: ITS CONTROL-FILE ENTRY
      *    NUMBER, ITS SLOT, ITS NUMERIC SOURCE CODE AND ITS
      *    OFFICIAL RULE SET.  ONE EOF
      *    SWITCH SERVES ALL FEEDS BECAUSE ONLY ONE IS EVER READ
      *    AT A TIME; IT IS RESET WHEN THE RUN ADVANCES TO THE
      *    NEXT SOURCE.
       01  NW-CURRENT-ENTRY            PIC 9(02) VALUE 1.
       01  NW-CURRENT-SLOT             PIC 9(02) VALUE 1.
       01  NW-CURRENT-CODE-NUM         PIC 9(02) VALUE 1.
       01  NW-CURRENT-RULE-SET         PIC X(01) VALUE '1'.
           88  NW-CURRENT-RULE-SET-ONE     VALUE '1'.
           88  NW-CURRENT-RULE-SET-TWO     VALUE '2'.
           88  NW-CURRENT-RULE-SET-BOTH    VALUE 'B'.
           88  NW-CURRENT-USES-ONE         VALUE '1' 'B'.
           88  NW-CURRENT-USES-TWO         VALUE '2' 'B'.
       01  NW-FEED-EOF-SW              PIC X VALUE 'N'.
           88  NW-FEED-EOF                 VALUE 'Y'.
       01  NW-NEXT-FEED-FOUND-SW       PIC X VALUE 'N'.
           MOVE 1 TO NW-NM-GROUP-SUB
           PERFORM 1095-CLEAR-ONE-NM-GROUP
               THRU 1095-CLEAR-ONE-NM-GROUP-EXIT
               UNTIL NW-NM-GROUP-SUB > 5
           MOVE NW-RUN-DATE TO NW-RUN-DATE-X
           MOVE 1 TO NW-FEED-SUB
           PERFORM 1096-CLEAR-ONE-FEED-CTL
               THRU 1100-LOAD-RULE-CONTROL-EXIT
           PERFORM 1200-LOAD-OVERRIDE-LIST
               THRU 1200-LOAD-OVERRIDE-LIST-EXIT
           PERFORM 1220-LOAD-BLOCKLIST
               THRU 1220-LOAD-BLOCKLIST-EXIT
           PERFORM 1240-LOAD-TRANSLIT-TABLE
               THRU 1240-LOAD-TRANSLIT-TABLE-EXIT
           PERFORM 1050-CHECK-FOR-CHECKPOINT
               THRU 1050-CHECK-FOR-CHECKPOINT-EXIT
           PERFORM 1040-CREATE-DUP-WORK-FILE
               THRU 1040-CREATE-DUP-WORK-FILE-EXIT
           PERFORM 1250-OPEN-RECEIPT-REGISTER
               THRU 1250-OPEN-RECEIPT-REGISTER-EXIT
           PERFORM 1070-OPEN-SOURCE-FEEDS
               THRU 1070-OPEN-SOURCE-FEEDS-EXIT
           MOVE 1 TO NW-CURRENT-ENTRY
           MOVE NW-SRC-SLOT(1) TO NW-CURRENT-SLOT
           MOVE NW-SRC-CODE-NUM(1) TO NW-CURRENT-CODE-NUM
           MOVE NW-SRC-RULE-SET(1) TO NW-CURRENT-RULE-SET
           MOVE 'N' TO NW-FEED-EOF-SW
           IF NW-RESTARTING
               PERFORM 1060-SKIP-PROCESSED-RECORDS
      *      ACTIVE SOURCE LIST WHEN IT IS ACTIVE AND WELL         *
      *      FORMED.  COMMENT AND BLANK LINES ARE PASSED OVER; AN  *
      *      INACTIVE SOURCE IS NOTED AND SKIPPED; A MALFORMED     *
      *      RECORD - BAD SOURCE CODE, UNKNOWN FEED DD, UNKNOWN    *
      *      RULE SET, OR A CODE OR SLOT ALREADY TAKEN - IS        *
      *      SKIPPED WITH A CONSOLE NOTE RATHER THAN STOPPING THE  *
      *      RUN.  A BLANK RULE SET MEANS RULE SET ONE.            *
      *----------------------------------------------------------*
       1160-EVALUATE-ONE-SOURCE.
           READ SOURCE-CONTROL-FILE
                   'CODE MUST BE 01-10: ' SC-SOURCE-CODE
               GO TO 1160-EVALUATE-ONE-SOURCE-EXIT
           END-IF
           IF SC-RULE-SET = SPACE
               MOVE '1' TO SC-RULE-SET
           END-IF
           IF SC-RULE-SET NOT = '1'
               AND SC-RULE-SET NOT = '2'
               AND SC-RULE-SET NOT = 'B'
               DISPLAY 'P1: SOURCE CONTROL RECORD SKIPPED - RULE '
                   'SET MUST BE 1, 2 OR B: ' SC-SOURCE-CODE
               GO TO 1160-EVALUATE-ONE-SOURCE-EXIT
           END-IF
           MOVE 'N' TO NW-SLOT-FOUND-SW
           MOVE 1 TO NW-SLOT-SUB
           PERFORM 1162-MATCH-ONE-SLOT
           MOVE SC-SOURCE-CODE TO NW-SRC-CODE-NUM(NW-SOURCE-COUNT)
           MOVE NW-SLOT-SUB TO NW-SRC-SLOT(NW-SOURCE-COUNT)
           MOVE SC-FEED-DD TO NW-SRC-DD(NW-SOURCE-COUNT)
           MOVE SC-VENDOR-NAME TO NW-SRC-VENDOR(NW-SOURCE-COUNT)
           MOVE SC-RULE-SET TO NW-SRC-RULE-SET(NW-SOURCE-COUNT)
           IF SC-RULE-SET NOT = '1'
               MOVE SC-RULE-SET TO NW-LABEL-RULE-SET
               PERFORM 8150-SET-RULE-SET-LABEL
                   THRU 8150-SET-RULE-SET-LABEL-EXIT
               DISPLAY 'P1: SOURCE ' SC-SOURCE-CODE ' ('
                   SC-VENDOR-NAME ') SCREENED UNDER RULE SET '
                   NW-RULE-SET-LABEL
           END-IF.
       1160-EVALUATE-ONE-SOURCE-EXIT.
           EXIT.

      *      NO SOURCE CONTROL FILE IS ASSIGNED, SO APPLY THE      *
      *      COMPILED-IN LIST THE CHAIN RAN WITH BEFORE THE        *
      *      CONTROL FILE EXISTED: SOURCES 01, 02 AND 03 ON FEED   *
      *      SLOTS INPUTDD, INPUT2DD AND INPUT3DD, ALL UNDER RULE  *
      *      SET ONE.                                              *
      *----------------------------------------------------------*
       1180-BUILD-DEFAULT-SOURCES.
           MOVE 3 TO NW-SOURCE-COUNT
           MOVE 1 TO NW-SRC-SLOT(1)
           MOVE 'INPUTDD' TO NW-SRC-DD(1)
           MOVE 'PRIMARY FEED' TO NW-SRC-VENDOR(1)
           MOVE '1' TO NW-SRC-RULE-SET(1)
           MOVE '02' TO NW-SRC-CODE(2)
           MOVE 2 TO NW-SRC-CODE-NUM(2)
           MOVE 2 TO NW-SRC-SLOT(2)
           MOVE 'INPUT2DD' TO NW-SRC-DD(2)
           MOVE 'VENDOR 02' TO NW-SRC-VENDOR(2)
           MOVE '1' TO NW-SRC-RULE-SET(2)
           MOVE '03' TO NW-SRC-CODE(3)
           MOVE 3 TO NW-SRC-CODE-NUM(3)
           MOVE 3 TO NW-SRC-SLOT(3)
           MOVE 'INPUT3DD' TO NW-SRC-DD(3)
           MOVE 'VENDOR 03' TO NW-SRC-VENDOR(3)
           MOVE '1' TO NW-SRC-RULE-SET(3).
       1180-BUILD-DEFAULT-SOURCES-EXIT.
           EXIT.

       1210-EVALUATE-ONE-OVERRIDE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1220-LOAD-BLOCKLIST                                       *
      *      READ THE POLICY GROUP'S BLOCKLIST AND KEEP EVERY      *
      *      ENTRY WHOSE EFFECTIVE DATE IS NOT AFTER THE RUN DATE. *
      *      A MISSING FILE (STATUS 35) IS NOT AN ERROR - NOTHING  *
      *      IS BLOCKED.  ANY OTHER OPEN FAILURE ABANDONS THE RUN  *
      *      - A LOCKED OR UNREADABLE BLOCKLIST MUST NOT SILENTLY  *
      *      SCREEN AS AN EMPTY ONE.                               *
      *----------------------------------------------------------*
       1220-LOAD-BLOCKLIST.
           MOVE 0 TO NW-BLK-COUNT
           OPEN INPUT BLOCKLIST-FILE
           IF NW-BLOCKLST-STATUS = '35'
               GO TO 1220-LOAD-BLOCKLIST-EXIT
           END-IF
           IF NW-BLOCKLST-STATUS NOT = '00'
               MOVE 'BLOCKLSTDD' TO NW-ABEND-DD
               MOVE NW-BLOCKLST-STATUS TO NW-ABEND-STATUS
               PERFORM 9800-IO-ABEND
                   THRU 9800-IO-ABEND-EXIT
           END-IF
           MOVE 'N' TO NW-BLK-END-SW
           PERFORM 1230-EVALUATE-ONE-BLOCK-ENTRY
               THRU 1230-EVALUATE-ONE-BLOCK-ENTRY-EXIT
               UNTIL NW-BLK-END
           CLOSE BLOCKLIST-FILE
           DISPLAY 'P1: ' NW-BLK-COUNT ' BLOCKLIST ENTRY(S) IN '
               'FORCE'.
       1220-LOAD-BLOCKLIST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1230-EVALUATE-ONE-BLOCK-ENTRY                             *
      *      READ ONE BLOCKLIST RECORD AND KEEP IT WHEN IT IS IN   *
      *      FORCE FOR THIS RUN.  COMMENT AND BLANK LINES ARE      *
      *      PASSED OVER; A RECORD WITH A BAD EFFECTIVE DATE IS    *
      *      SKIPPED WITH A CONSOLE NOTE.  THE WORD IS FOLDED TO   *
      *      LOWER CASE SO IT COMPARES EQUAL TO THE SCREENED       *
      *      WORDS.  MORE ENTRIES THAN THE TABLE HOLDS ABANDONS    *
      *      THE RUN.                                              *
      *----------------------------------------------------------*
       1230-EVALUATE-ONE-BLOCK-ENTRY.
           READ BLOCKLIST-FILE
               AT END
                   SET NW-BLK-END TO TRUE
                   GO TO 1230-EVALUATE-ONE-BLOCK-ENTRY-EXIT
           END-READ
           MOVE 'BLOCKLSTDD' TO NW-ABEND-DD
           MOVE NW-BLOCKLST-STATUS TO NW-ABEND-STATUS
           PERFORM 9810-CHECK-READ-STATUS
               THRU 9810-CHECK-READ-STATUS-EXIT
           IF BL-WORD(1:1) = '*' OR BLOCKLIST-REC = SPACES
               GO TO 1230-EVALUATE-ONE-BLOCK-ENTRY-EXIT
           END-IF
           IF BL-EFF-DATE NOT NUMERIC
               DISPLAY 'P1: BLOCKLIST RECORD SKIPPED - BAD '
                   'EFFECTIVE DATE: ' BL-WORD(1:20)
               GO TO 1230-EVALUATE-ONE-BLOCK-ENTRY-EXIT
           END-IF
           IF BL-EFF-DATE > NW-RUN-DATE
               GO TO 1230-EVALUATE-ONE-BLOCK-ENTRY-EXIT
           END-IF
           IF NW-BLK-COUNT >= 2000
               DISPLAY 'P1: BLOCKLIST HAS MORE THAN 2000 ENTRIES '
                   'IN FORCE - RUN ABANDONED - RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NW-BLK-COUNT
           MOVE BL-WORD TO NW-BLK-WORD(NW-BLK-COUNT)
           MOVE BL-REASON-CODE TO NW-BLK-REASON(NW-BLK-COUNT)
           INSPECT NW-BLK-WORD(NW-BLK-COUNT) CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'.
       1230-EVALUATE-ONE-BLOCK-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1240-LOAD-TRANSLIT-TABLE                                  *
      *      READ THE TRANSLITERATION CONTROL FILE INTO THE        *
      *      TABLE.  A MISSING FILE (STATUS 35) IS NOT AN ERROR -  *
      *      NOTHING IS TRANSLITERATED AND EVERY NON-ASCII         *
      *      CHARACTER QUARANTINES AS UNMAPPED.  ANY OTHER OPEN    *
      *      FAILURE ABANDONS THE RUN.                             *
      *----------------------------------------------------------*
       1240-LOAD-TRANSLIT-TABLE.
           MOVE 0 TO NW-TL-COUNT
           OPEN INPUT TRANSLIT-FILE
           IF NW-TRANSLIT-STATUS = '35'
               GO TO 1240-LOAD-TRANSLIT-TABLE-EXIT
           END-IF
           IF NW-TRANSLIT-STATUS NOT = '00'
               MOVE 'TRANSLITDD' TO NW-ABEND-DD
               MOVE NW-TRANSLIT-STATUS TO NW-ABEND-STATUS
               PERFORM 9800-IO-ABEND
                   THRU 9800-IO-ABEND-EXIT
           END-IF
           MOVE 'N' TO NW-TL-END-SW
           PERFORM 1245-EVALUATE-ONE-TRANSLIT-ENTRY
               THRU 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
               UNTIL NW-TL-END
           CLOSE TRANSLIT-FILE
           DISPLAY 'P1: ' NW-TL-COUNT ' TRANSLITERATION ENTRY(S) '
               'LOADED'.
       1240-LOAD-TRANSLIT-TABLE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1245-EVALUATE-ONE-TRANSLIT-ENTRY                          *
      *      READ ONE TRANSLITERATION RECORD, SPLIT IT INTO THE    *
      *      DELIVERED CHARACTER AND ITS BASE LETTER(S), AND ADD   *
      *      IT TO THE TABLE.  COMMENT AND BLANK LINES ARE PASSED  *
      *      OVER.  AN ENTRY WHOSE CHARACTER IS NOT ONE TO FOUR    *
      *      BYTES STARTING OUTSIDE THE ASCII RANGE, OR WHOSE      *
      *      BASE IS NOT ONE TO FOUR LETTERS, IS SKIPPED WITH A    *
      *      CONSOLE NOTE.  MORE ENTRIES THAN THE TABLE HOLDS      *
      *      ABANDONS THE RUN.                                     *
      *----------------------------------------------------------*
       1245-EVALUATE-ONE-TRANSLIT-ENTRY.
           READ TRANSLIT-FILE
               AT END
                   SET NW-TL-END TO TRUE
                   GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-READ
           MOVE 'TRANSLITDD' TO NW-ABEND-DD
           MOVE NW-TRANSLIT-STATUS TO NW-ABEND-STATUS
           PERFORM 9810-CHECK-READ-STATUS
               THRU 9810-CHECK-READ-STATUS-EXIT
           IF TRANSLIT-REC(1:1) = '*' OR TRANSLIT-REC = SPACES
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           MOVE SPACES TO NW-TL-IN-FROM
           MOVE SPACES TO NW-TL-IN-TO
           MOVE 0 TO NW-TL-IN-FROM-LENGTH
           MOVE 0 TO NW-TL-IN-TO-LENGTH
           UNSTRING TRANSLIT-REC DELIMITED BY ALL ' '
               INTO NW-TL-IN-FROM COUNT IN NW-TL-IN-FROM-LENGTH
                    NW-TL-IN-TO COUNT IN NW-TL-IN-TO-LENGTH
           IF NW-TL-IN-FROM-LENGTH = 0 OR NW-TL-IN-FROM-LENGTH > 4
               OR NW-TL-IN-FROM(1:1) NOT > NW-TL-LAST-ASCII
               DISPLAY 'P1: TRANSLITERATION RECORD SKIPPED - BAD '
                   'CHARACTER: ' TRANSLIT-REC(1:20)
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           IF NW-TL-IN-TO-LENGTH = 0 OR NW-TL-IN-TO-LENGTH > 4
               DISPLAY 'P1: TRANSLITERATION RECORD SKIPPED - BAD '
                   'BASE LETTER(S): ' TRANSLIT-REC(1:20)
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           IF NW-TL-IN-TO(1:NW-TL-IN-TO-LENGTH) NOT ALPHABETIC
               DISPLAY 'P1: TRANSLITERATION RECORD SKIPPED - BAD '
                   'BASE LETTER(S): ' TRANSLIT-REC(1:20)
               GO TO 1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT
           END-IF
           IF NW-TL-COUNT >= 200
               DISPLAY 'P1: TRANSLITERATION FILE HAS MORE THAN 200 '
                   'ENTRIES - RUN ABANDONED - RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NW-TL-COUNT
           MOVE NW-TL-IN-FROM TO NW-TL-FROM(NW-TL-COUNT)
           MOVE NW-TL-IN-FROM-LENGTH TO NW-TL-FROM-LENGTH(NW-TL-COUNT)
           MOVE NW-TL-IN-TO TO NW-TL-TO(NW-TL-COUNT)
           MOVE NW-TL-IN-TO-LENGTH TO NW-TL-TO-LENGTH(NW-TL-COUNT).
       1245-EVALUATE-ONE-TRANSLIT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1250-OPEN-RECEIPT-REGISTER                                *
      *      OPEN THE PERMANENT FEED RECEIPT REGISTER FOR UPDATE.  *
      *      THE FIRST RUN AFTER IT IS INTRODUCED FINDS NO FILE    *
      *      (STATUS 35) AND CREATES IT EMPTY; ANY OTHER OPEN      *
      *      FAILURE ABANDONS THE RUN - WITHOUT THE REGISTER A     *
      *      REPLAYED FEED CANNOT BE TOLD FROM A NEW ONE.          *
      *----------------------------------------------------------*
       1250-OPEN-RECEIPT-REGISTER.
           OPEN I-O RECEIPT-REGISTER-FILE
           IF NW-RCPTREG-STATUS = '35'
               DISPLAY 'P1: RCPTREGDD NOT PRESENT - FEED RECEIPT '
                   'REGISTER CREATED'
               OPEN OUTPUT RECEIPT-REGISTER-FILE
               IF NW-RCPTREG-STATUS NOT = '00'
                   MOVE 'RCPTREGDD' TO NW-ABEND-DD
                   MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
                   PERFORM 9800-IO-ABEND
                       THRU 9800-IO-ABEND-EXIT
               END-IF
               CLOSE RECEIPT-REGISTER-FILE
               OPEN I-O RECEIPT-REGISTER-FILE
           END-IF
           IF NW-RCPTREG-STATUS NOT = '00'
               MOVE 'RCPTREGDD' TO NW-ABEND-DD
               MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
               PERFORM 9800-IO-ABEND
                   THRU 9800-IO-ABEND-EXIT
           END-IF.
       1250-OPEN-RECEIPT-REGISTER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1070-OPEN-SOURCE-FEEDS                                    *
      *      OPEN EVERY FEED ON THE ACTIVE SOURCE LIST.  THE       *
           MOVE 0 TO NW-FEED-DATA-COUNT(NW-FEED-SUB)
           MOVE 0 TO NW-FEED-TRL-COUNT(NW-FEED-SUB)
           MOVE 'NOT PRESENT' TO NW-FEED-VERDICT(NW-FEED-SUB)
           MOVE SPACES TO NW-FEED-FILE-DATE(NW-FEED-SUB)
           MOVE SPACES TO NW-FEED-SEQUENCE(NW-FEED-SUB)
           MOVE SPACES TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
           MOVE 0 TO NW-FEED-EXPECTED-SEQ(NW-FEED-SUB)
           MOVE SPACES TO NW-FEED-PRIOR-DATE(NW-FEED-SUB)
           MOVE 0 TO NW-FEED-PRIOR-SEQ(NW-FEED-SUB)
           MOVE 'N' TO NW-FEED-RCPT-ON-FILE(NW-FEED-SUB)
           ADD 1 TO NW-FEED-SUB.
       1096-CLEAR-ONE-FEED-CTL-EXIT.
           EXIT.
      *----------------------------------------------------------*
       1087-PRIME-REJECT-TALLY.
           MOVE 0 TO NW-REJECT-TALLY
           MOVE 0 TO NW-BLOCKED-COUNT
           MOVE 'N' TO NW-RELOAD-END-SW
           OPEN INPUT REJECT-REPORT-FILE
           IF NW-REJRPT-STATUS = '35'
      *----------------------------------------------------------*
      *  1088-COUNT-ONE-PRIOR-REJECT                               *
      *      COUNT ONE RECORD THE PRIOR RUN WROTE TO THE REJECT    *
      *      REPORT, AND RE-PRIME THE BLOCKLISTED COUNT FROM THE   *
      *      LINES THAT CARRY THE BLOCKLIST REASON.                *
      *----------------------------------------------------------*
       1088-COUNT-ONE-PRIOR-REJECT.
           READ REJECT-REPORT-FILE
           MOVE NW-REJRPT-STATUS TO NW-ABEND-STATUS
           PERFORM 9810-CHECK-READ-STATUS
               THRU 9810-CHECK-READ-STATUS-EXIT
           ADD 1 TO NW-REJECT-TALLY
           MOVE REJECT-REPORT-REC TO NW-REJECT-LINE
           IF NW-REJECT-BLOCK-TAG = 'BLOCKLISTED'
               ADD 1 TO NW-BLOCKED-COUNT
           END-IF.
       1088-COUNT-ONE-PRIOR-REJECT-EXIT.
           EXIT.

      *      HOW MANY RECORDS WERE PROCESSED AND FROM WHICH        *
      *      SOURCES.  THE AUDIT COUNT IS THE SKIP COUNT FOR THE   *
      *      RESTART AND THE RECORDS-READ FIGURE THE END-OF-JOB    *
      *      BALANCE CROSS-FOOTS AGAINST.  THE TRANSLITERATED-     *
      *      WORD COUNT IS RE-PRIMED FROM THE SAME RECORDS.        *
      *----------------------------------------------------------*
       1055-REBUILD-READS-FROM-AUDIT.
           MOVE 0 TO NW-RECORDS-READ
           MOVE 0 TO NW-TRANSLIT-COUNT
           MOVE ZEROS TO NW-SRC-READ-COUNTS
           MOVE 'N' TO NW-RELOAD-END-SW
           OPEN INPUT AUDIT-LOG-FILE
      *----------------------------------------------------------*
      *  1056-COUNT-ONE-AUDIT-RECORD                               *
      *      COUNT ONE PRIOR-RUN AUDIT RECORD AND TALLY THE        *
      *      SOURCE SYSTEM IT WAS READ FROM.  A RECORD WHOSE WORD  *
      *      DIFFERS FROM THE WORD AS DELIVERED, CASE ASIDE, WAS   *
      *      TRANSLITERATED.                                       *
      *----------------------------------------------------------*
       1056-COUNT-ONE-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
           MOVE NW-AUDIT-SOURCE TO NW-MAP-SOURCE-CODE
           PERFORM 8100-SOURCE-CODE-TO-NUM
               THRU 8100-SOURCE-CODE-TO-NUM-EXIT
           ADD 1 TO NW-SRC-READ-COUNT(NW-MAP-SOURCE-NUM)
           IF NW-AUDIT-DELIVERED-WORD = SPACES
               GO TO 1056-COUNT-ONE-AUDIT-RECORD-EXIT
           END-IF
           MOVE NW-AUDIT-WORD TO NW-TL-FOLDED-WORD
           MOVE NW-AUDIT-DELIVERED-WORD TO NW-TL-FOLDED-DELIVERED
           INSPECT NW-TL-FOLDED-WORD CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'
           INSPECT NW-TL-FOLDED-DELIVERED CONVERTING
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'
               TO 'abcdefghijklmnopqrstuvwxyz'
           IF NW-TL-FOLDED-WORD NOT = NW-TL-FOLDED-DELIVERED
               ADD 1 TO NW-TRANSLIT-COUNT
           END-IF.
       1056-COUNT-ONE-AUDIT-RECORD-EXIT.
           EXIT.

           IF NW-FEED-EOF
               PERFORM 1950-CLOSE-OUT-FEED
                   THRU 1950-CLOSE-OUT-FEED-EXIT
               PERFORM 1955-LOG-FEED-RECEIPT
                   THRU 1955-LOG-FEED-RECEIPT-EXIT
               PERFORM 1940-ADVANCE-TO-NEXT-SOURCE
                   THRU 1940-ADVANCE-TO-NEXT-SOURCE-EXIT
           ELSE
                   TO NW-CURRENT-SLOT
               MOVE NW-SRC-CODE-NUM(NW-CURRENT-ENTRY)
                   TO NW-CURRENT-CODE-NUM
               MOVE NW-SRC-RULE-SET(NW-CURRENT-ENTRY)
                   TO NW-CURRENT-RULE-SET
               MOVE 'N' TO NW-FEED-EOF-SW
           END-IF.
       1940-ADVANCE-TO-NEXT-SOURCE-EXIT.
       1950-CLOSE-OUT-FEED-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1955-LOG-FEED-RECEIPT                                     *
      *      LOG THE FEED JUST CLOSED OUT ON THE RECEIPT REGISTER  *
      *      WITH ITS COUNTS, VERDICT AND SEQUENCE FINDING.  ONLY  *
      *      A FEED WHOSE HEADER WAS VERIFIED HAS A KEY TO LOG     *
      *      UNDER - A HEADERLESS FEED OR ONE REFUSED AT ITS       *
      *      HEADER LEAVES THE REGISTER ALONE.  AN ACCEPTED FEED   *
      *      ALSO ADVANCES ITS SOURCE'S HIGH-WATER SEQUENCE.       *
      *----------------------------------------------------------*
       1955-LOG-FEED-RECEIPT.
           MOVE NW-CURRENT-ENTRY TO NW-FEED-SUB
           IF NW-FEED-HDR-SEEN(NW-FEED-SUB) NOT = 'Y'
               GO TO 1955-LOG-FEED-RECEIPT-EXIT
           END-IF
           ACCEPT NW-RUN-TIME FROM TIME
           MOVE NW-SRC-CODE(NW-FEED-SUB) TO RR-SOURCE
           MOVE NW-FEED-FILE-DATE(NW-FEED-SUB) TO RR-FILE-DATE
           MOVE NW-FEED-SEQUENCE(NW-FEED-SUB) TO RR-SEQUENCE
           MOVE SPACES TO RR-RECEIPT-DATA
           MOVE NW-RUN-DATE TO RR-RECEIVED-DATE
           MOVE NW-RUN-TIME(1:6) TO RR-RECEIVED-TIME
           MOVE NW-FEED-DATA-COUNT(NW-FEED-SUB) TO RR-DATA-COUNT
           MOVE NW-FEED-TRL-COUNT(NW-FEED-SUB) TO RR-TRL-COUNT
           MOVE NW-FEED-VERDICT(NW-FEED-SUB) TO RR-VERDICT
           MOVE NW-FEED-SEQ-STATUS(NW-FEED-SUB) TO RR-SEQ-STATUS
           MOVE NW-FEED-EXPECTED-SEQ(NW-FEED-SUB) TO RR-EXPECTED-SEQ
           IF NW-FEED-RCPT-ON-FILE(NW-FEED-SUB) = 'Y'
               REWRITE RECEIPT-REGISTER-REC
                   INVALID KEY
                       MOVE 'RCPTREGDD' TO NW-ABEND-DD
                       MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
                       PERFORM 9800-IO-ABEND
                           THRU 9800-IO-ABEND-EXIT
               END-REWRITE
           ELSE
               WRITE RECEIPT-REGISTER-REC
                   INVALID KEY
                       MOVE 'RCPTREGDD' TO NW-ABEND-DD
                       MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
                       PERFORM 9800-IO-ABEND
                           THRU 9800-IO-ABEND-EXIT
               END-WRITE
           END-IF
           IF NW-RCPTREG-STATUS NOT = '00'
               MOVE 'RCPTREGDD' TO NW-ABEND-DD
               MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
               PERFORM 9800-IO-ABEND
                   THRU 9800-IO-ABEND-EXIT
           END-IF
           IF NW-FEED-VERDICT(NW-FEED-SUB) = 'ACCEPTED'
               AND NW-FEED-SEQ-STATUS(NW-FEED-SUB) NOT = 'OUT OF SEQ'
               AND NW-FEED-SEQ-STATUS(NW-FEED-SUB)
                   NOT = 'RESUBMISSION'
               PERFORM 1956-ADVANCE-HIGH-WATER
                   THRU 1956-ADVANCE-HIGH-WATER-EXIT
           END-IF.
       1955-LOG-FEED-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1956-ADVANCE-HIGH-WATER                                   *
      *      RECORD THE ACCEPTED FEED'S SEQUENCE AS ITS SOURCE'S   *
      *      LAST ACCEPTED NUMBER, CREATING THE HIGH-WATER ENTRY   *
      *      ON THE SOURCE'S FIRST RECEIPT.  A LATE OUT-OF-ORDER   *
      *      ARRIVAL NEVER COMES HERE, SO IT CANNOT WIND THE       *
      *      HIGH-WATER MARK BACK.                                 *
      *----------------------------------------------------------*
       1956-ADVANCE-HIGH-WATER.
           MOVE 'N' TO NW-RCPT-FOUND-SW
           MOVE NW-SRC-CODE(NW-FEED-SUB) TO RR-SOURCE
           MOVE ZEROS TO RR-FILE-DATE
           MOVE ZEROS TO RR-SEQUENCE
           READ RECEIPT-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NW-RCPT-FOUND TO TRUE
           END-READ
           IF NW-RCPTREG-STATUS NOT = '00'
               AND NW-RCPTREG-STATUS NOT = '23'
               MOVE 'RCPTREGDD' TO NW-ABEND-DD
               MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
               PERFORM 9800-IO-ABEND
                   THRU 9800-IO-ABEND-EXIT
           END-IF
           MOVE SPACES TO RR-HIGH-WATER-DATA
           MOVE NW-FEED-SEQUENCE(NW-FEED-SUB) TO RR-HW-LAST-SEQ
           MOVE NW-FEED-FILE-DATE(NW-FEED-SUB) TO RR-HW-LAST-DATE
           MOVE NW-RUN-DATE TO RR-HW-UPDATED
           IF NW-RCPT-FOUND
               REWRITE RECEIPT-REGISTER-REC
                   INVALID KEY
                       MOVE 'RCPTREGDD' TO NW-ABEND-DD
                       MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
                       PERFORM 9800-IO-ABEND
                           THRU 9800-IO-ABEND-EXIT
               END-REWRITE
           ELSE
               WRITE RECEIPT-REGISTER-REC
                   INVALID KEY
                       MOVE 'RCPTREGDD' TO NW-ABEND-DD
                       MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
                       PERFORM 9800-IO-ABEND
                           THRU 9800-IO-ABEND-EXIT
               END-WRITE
           END-IF.
       1956-ADVANCE-HIGH-WATER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1960-HANDLE-FEED-RECORD                                   *
      *      ONE RECORD HAS BEEN READ FROM THE CURRENT FEED AND    *
      *  1961-PROCESS-FEED-HEADER                                  *
      *      VERIFY A HEADER RECORD: IT MUST BE THE FIRST RECORD   *
      *      OF ITS FEED, NAME THE SOURCE THE FEED IS MOUNTED AS,  *
      *      CARRY THE RUN DATE AND A NUMERIC SEQUENCE NUMBER.     *
      *      ANY MISMATCH SKIPS THE WHOLE FEED WITH A CONSOLE      *
      *      MESSAGE.  A HEADER THAT PASSES IS THEN CHECKED        *
      *      AGAINST THE FEED RECEIPT REGISTER, WHICH MAY STILL    *
      *      REFUSE THE FEED AS A REPLAY.                          *
      *----------------------------------------------------------*
       1961-PROCESS-FEED-HEADER.
           IF NW-FEED-HDR-SEEN(NW-FEED-SUB) = 'Y'
                   NW-RUN-DATE-X ' - FEED SKIPPED'
               GO TO 1961-PROCESS-FEED-HEADER-EXIT
           END-IF
           MOVE NW-LETTERS(16:4) TO NW-HDR-SEQUENCE
           IF NW-HDR-SEQUENCE NOT NUMERIC
               MOVE 'Y' TO NW-FEED-FAILED(NW-FEED-SUB)
               MOVE 'Y' TO NW-FEED-SKIP(NW-FEED-SUB)
               MOVE 'HDR MISMATCH' TO NW-FEED-VERDICT(NW-FEED-SUB)
               DISPLAY 'P1: FEED ' NW-SRC-CODE(NW-FEED-SUB)
                   ' HEADER SEQUENCE ' NW-HDR-SEQUENCE
                   ' IS NOT NUMERIC - FEED SKIPPED'
               GO TO 1961-PROCESS-FEED-HEADER-EXIT
           END-IF
           MOVE NW-HDR-DATE TO NW-FEED-FILE-DATE(NW-FEED-SUB)
           MOVE NW-HDR-SEQUENCE TO NW-FEED-SEQUENCE(NW-FEED-SUB)
           PERFORM 1963-CHECK-FEED-RECEIPT
               THRU 1963-CHECK-FEED-RECEIPT-EXIT
           IF NW-FEED-SKIP(NW-FEED-SUB) = 'Y'
               GO TO 1961-PROCESS-FEED-HEADER-EXIT
           END-IF
           MOVE 'Y' TO NW-FEED-HDR-SEEN(NW-FEED-SUB).
       1961-PROCESS-FEED-HEADER-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1963-CHECK-FEED-RECEIPT                                   *
      *      LOOK THE FEED'S SOURCE, FILE DATE AND SEQUENCE UP ON  *
      *      THE RECEIPT REGISTER.  A FEED ALREADY RECEIVED AND    *
      *      ACCEPTED IS A REPLAY AND IS REFUSED WHOLE - NONE OF   *
      *      ITS RECORDS IS SCREENED.  A RECEIPT WHOSE VERDICT WAS *
      *      A FAILURE IS A CORRECTED RESEND OF THE SAME           *
      *      TRANSMISSION AND IS SCREENED AGAIN; ITS RECEIPT IS    *
      *      REPLACED AT CLOSE-OUT.  ON A RESTART, A RECEIPT THIS  *
      *      SAME RUN DATE LOGGED BEFORE THE FAILURE IS THIS RUN'S *
      *      OWN AND IS TAKEN UP AGAIN, SEQUENCE FINDINGS AND ALL, *
      *      RATHER THAN REFUSED.                                  *
      *----------------------------------------------------------*
       1963-CHECK-FEED-RECEIPT.
           MOVE 'N' TO NW-FEED-RCPT-ON-FILE(NW-FEED-SUB)
           MOVE 'N' TO NW-RCPT-FOUND-SW
           MOVE NW-HDR-SOURCE TO RR-SOURCE
           MOVE NW-HDR-DATE TO RR-FILE-DATE
           MOVE NW-HDR-SEQUENCE TO RR-SEQUENCE
           READ RECEIPT-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NW-RCPT-FOUND TO TRUE
           END-READ
           IF NW-RCPTREG-STATUS NOT = '00'
               AND NW-RCPTREG-STATUS NOT = '23'
               MOVE 'RCPTREGDD' TO NW-ABEND-DD
               MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
               PERFORM 9800-IO-ABEND
                   THRU 9800-IO-ABEND-EXIT
           END-IF
           IF NOT NW-RCPT-FOUND
               PERFORM 1964-CHECK-FEED-SEQUENCE
                   THRU 1964-CHECK-FEED-SEQUENCE-EXIT
               GO TO 1963-CHECK-FEED-RECEIPT-EXIT
           END-IF
           MOVE 'Y' TO NW-FEED-RCPT-ON-FILE(NW-FEED-SUB)
           IF NW-RESTARTING
               AND RR-RECEIVED-DATE = NW-RUN-DATE
               MOVE RR-SEQ-STATUS TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               MOVE RR-EXPECTED-SEQ
                   TO NW-FEED-EXPECTED-SEQ(NW-FEED-SUB)
               GO TO 1963-CHECK-FEED-RECEIPT-EXIT
           END-IF
           IF RR-VERDICT = 'ACCEPTED'
               MOVE 'N' TO NW-FEED-RCPT-ON-FILE(NW-FEED-SUB)
               MOVE 'Y' TO NW-FEED-FAILED(NW-FEED-SUB)
               MOVE 'Y' TO NW-FEED-SKIP(NW-FEED-SUB)
               MOVE 'REPLAY' TO NW-FEED-VERDICT(NW-FEED-SUB)
               MOVE 'ALREADY RECVD' TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               MOVE RR-RECEIVED-DATE
                   TO NW-FEED-PRIOR-DATE(NW-FEED-SUB)
               DISPLAY 'P1: FEED ' NW-SRC-CODE(NW-FEED-SUB)
                   ' DATED ' NW-HDR-DATE ' SEQUENCE ' NW-HDR-SEQUENCE
                   ' WAS ALREADY RECEIVED ON ' RR-RECEIVED-DATE
                   ' - REFUSED AS A REPLAY'
               GO TO 1963-CHECK-FEED-RECEIPT-EXIT
           END-IF
           DISPLAY 'P1: FEED ' NW-SRC-CODE(NW-FEED-SUB)
               ' RESENDS SEQUENCE ' NW-HDR-SEQUENCE ' WHICH FAILED '
               'ACCEPTANCE ON ' RR-RECEIVED-DATE ' (' RR-VERDICT
               ') - RECEIPT WILL BE REPLACED'
           PERFORM 1964-CHECK-FEED-SEQUENCE
               THRU 1964-CHECK-FEED-SEQUENCE-EXIT.
       1963-CHECK-FEED-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1964-CHECK-FEED-SEQUENCE                                  *
      *      COMPARE THE HEADER SEQUENCE NUMBER WITH THE SOURCE'S  *
      *      HIGH-WATER ENTRY.  THE SOURCE'S LAST ACCEPTED NUMBER  *
      *      ARRIVING AGAIN UNDER A NEW DATE IS A RE-DATED RESEND  *
      *      AND IS REFUSED AS A REPLAY, AS IS THE SOURCE'S LAST   *
      *      ACCEPTED FILE DATE ARRIVING AGAIN UNDER A NEW NUMBER  *
      *      - THE SAME DROP SENT TWICE.  THE NEXT NUMBER IS IN    *
      *      SEQUENCE.  A HIGHER NUMBER MEANS TRANSMISSIONS WERE   *
      *      SKIPPED AND A LOWER ONE A LATE OR OUT-OF-ORDER        *
      *      ARRIVAL - BOTH ARE SCREENED BUT FLAGGED FOR           *
      *      OPERATIONS TO CHASE WITH THE VENDOR.  SEQUENCE 0000   *
      *      MARKS A RESUBMISSION FEED BUILT BY P4 FROM REPAIRED   *
      *      QUARANTINE RECORDS - IT IS OUTSIDE THE VENDOR'S       *
      *      NUMBERING AND IS PROTECTED BY ITS DATED KEY ALONE.    *
      *----------------------------------------------------------*
       1964-CHECK-FEED-SEQUENCE.
           IF NW-HDR-SEQUENCE = '0000'
               MOVE 'RESUBMISSION' TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               MOVE 0 TO NW-FEED-EXPECTED-SEQ(NW-FEED-SUB)
               GO TO 1964-CHECK-FEED-SEQUENCE-EXIT
           END-IF
           MOVE NW-HDR-SEQUENCE TO NW-SEQ-NUM
           MOVE NW-HDR-SOURCE TO RR-SOURCE
           MOVE ZEROS TO RR-FILE-DATE
           MOVE ZEROS TO RR-SEQUENCE
           MOVE 'N' TO NW-RCPT-FOUND-SW
           READ RECEIPT-REGISTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET NW-RCPT-FOUND TO TRUE
           END-READ
           IF NW-RCPTREG-STATUS NOT = '00'
               AND NW-RCPTREG-STATUS NOT = '23'
               MOVE 'RCPTREGDD' TO NW-ABEND-DD
               MOVE NW-RCPTREG-STATUS TO NW-ABEND-STATUS
               PERFORM 9800-IO-ABEND
                   THRU 9800-IO-ABEND-EXIT
           END-IF
           IF NOT NW-RCPT-FOUND
               MOVE 'FIRST RECEIPT' TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               MOVE NW-SEQ-NUM TO NW-FEED-EXPECTED-SEQ(NW-FEED-SUB)
               GO TO 1964-CHECK-FEED-SEQUENCE-EXIT
           END-IF
           IF RR-HW-LAST-SEQ = 9999
               MOVE 1 TO NW-SEQ-EXPECTED
           ELSE
               COMPUTE NW-SEQ-EXPECTED = RR-HW-LAST-SEQ + 1
           END-IF
           MOVE NW-SEQ-EXPECTED TO NW-FEED-EXPECTED-SEQ(NW-FEED-SUB)
           IF NW-SEQ-NUM = RR-HW-LAST-SEQ
               MOVE 'Y' TO NW-FEED-FAILED(NW-FEED-SUB)
               MOVE 'Y' TO NW-FEED-SKIP(NW-FEED-SUB)
               MOVE 'N' TO NW-FEED-RCPT-ON-FILE(NW-FEED-SUB)
               MOVE 'REPLAY' TO NW-FEED-VERDICT(NW-FEED-SUB)
               MOVE 'SEQ REPEATED' TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               MOVE RR-HW-LAST-DATE TO NW-FEED-PRIOR-DATE(NW-FEED-SUB)
               DISPLAY 'P1: FEED ' NW-SRC-CODE(NW-FEED-SUB)
                   ' SEQUENCE ' NW-HDR-SEQUENCE ' WAS ALREADY '
                   'ACCEPTED IN THE FILE DATED ' RR-HW-LAST-DATE
                   ' - REFUSED AS A REPLAY'
               GO TO 1964-CHECK-FEED-SEQUENCE-EXIT
           END-IF
           IF NW-FEED-FILE-DATE(NW-FEED-SUB) = RR-HW-LAST-DATE
               MOVE 'Y' TO NW-FEED-FAILED(NW-FEED-SUB)
               MOVE 'Y' TO NW-FEED-SKIP(NW-FEED-SUB)
               MOVE 'N' TO NW-FEED-RCPT-ON-FILE(NW-FEED-SUB)
               MOVE 'REPLAY' TO NW-FEED-VERDICT(NW-FEED-SUB)
               MOVE 'DATE REPEATED'
                   TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               MOVE RR-HW-LAST-SEQ TO NW-FEED-PRIOR-SEQ(NW-FEED-SUB)
               DISPLAY 'P1: FEED ' NW-SRC-CODE(NW-FEED-SUB)
                   ' FILE DATED ' NW-HDR-DATE ' WAS ALREADY '
                   'ACCEPTED AS SEQUENCE ' RR-HW-LAST-SEQ
                   ' - REFUSED AS A REPLAY'
               GO TO 1964-CHECK-FEED-SEQUENCE-EXIT
           END-IF
           IF NW-SEQ-NUM = NW-SEQ-EXPECTED
               MOVE 'IN SEQUENCE' TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               GO TO 1964-CHECK-FEED-SEQUENCE-EXIT
           END-IF
           IF NW-SEQ-NUM > NW-SEQ-EXPECTED
               MOVE 'SEQUENCE GAP' TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               DISPLAY 'P1: FEED ' NW-SRC-CODE(NW-FEED-SUB)
                   ' SEQUENCE GAP - EXPECTED ' NW-SEQ-EXPECTED
                   ' BUT RECEIVED ' NW-HDR-SEQUENCE
           ELSE
               MOVE 'OUT OF SEQ' TO NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               DISPLAY 'P1: FEED ' NW-SRC-CODE(NW-FEED-SUB)
                   ' OUT OF SEQUENCE - EXPECTED ' NW-SEQ-EXPECTED
                   ' BUT RECEIVED ' NW-HDR-SEQUENCE
           END-IF.
       1964-CHECK-FEED-SEQUENCE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  1962-PROCESS-FEED-TRAILER                                 *
      *      VERIFY A TRAILER RECORD: ITS EXPECTED COUNT MUST      *
      *      AND READ THE NEXT ONE.                                *
      *----------------------------------------------------------*
       2000-SCREEN-WORDS.
           PERFORM 2040-TRANSLITERATE-WORD
               THRU 2040-TRANSLITERATE-WORD-EXIT
           PERFORM 2050-VALIDATE-WORD
               THRU 2050-VALIDATE-WORD-EXIT
           IF NW-RECORD-VALID
               PERFORM 2070-FOLD-WORD-TO-LOWERCASE
                   THRU 2070-FOLD-WORD-TO-LOWERCASE-EXIT
               PERFORM 2080-CHECK-BLOCKLIST
                   THRU 2080-CHECK-BLOCKLIST-EXIT
               PERFORM 2100-SCORE-WORD
                   THRU 2100-SCORE-WORD-EXIT
               PERFORM 2200-SCORE-WORD-RULESET-TWO
       2000-SCREEN-WORDS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2040-TRANSLITERATE-WORD                                   *
      *      KEEP THE WORD AS DELIVERED, THEN REBUILD IT WITH      *
      *      EVERY ACCENTED CHARACTER THE TABLE COVERS REPLACED    *
      *      BY ITS BASE LETTER(S).  WHEN ANYTHING WAS REPLACED    *
      *      THE REBUILT WORD BECOMES THE WORD SCREENED.  A WORD   *
      *      ALREADY OVER-LENGTH AS DELIVERED IS LEFT FOR THE      *
      *      LENGTH CHECK; ONE THAT GROWS PAST THE MAXIMUM WORD    *
      *      SIZE WHEN REBUILT FAILS THE LENGTH CHECK THE SAME     *
      *      WAY.                                                  *
      *----------------------------------------------------------*
       2040-TRANSLITERATE-WORD.
           MOVE NW-LETTERS TO NW-DELIVERED-WORD
           MOVE NW-LETTERS-LENGTH TO NW-DELIVERED-LENGTH
           MOVE 'N' TO NW-TL-MAPPED-SW
           IF NW-TL-COUNT = 0
               OR NW-LETTERS-LENGTH = 0 OR NW-LETTERS-LENGTH > 80
               GO TO 2040-TRANSLITERATE-WORD-EXIT
           END-IF
           MOVE SPACES TO NW-TL-WORD
           MOVE 0 TO NW-TL-WORD-LENGTH
           MOVE 1 TO NW-TL-SCAN-SUB
           PERFORM 2042-TRANSLITERATE-ONE-POSITION
               THRU 2042-TRANSLITERATE-ONE-POSITION-EXIT
               UNTIL NW-TL-SCAN-SUB > NW-DELIVERED-LENGTH
           IF NOT NW-TL-WORD-MAPPED
               GO TO 2040-TRANSLITERATE-WORD-EXIT
           END-IF
           MOVE NW-TL-WORD(1:80) TO NW-LETTERS
           MOVE NW-TL-WORD-LENGTH TO NW-LETTERS-LENGTH
           ADD 1 TO NW-TRANSLIT-COUNT.
       2040-TRANSLITERATE-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2042-TRANSLITERATE-ONE-POSITION                           *
      *      AT ONE POSITION OF THE DELIVERED WORD, APPEND THE     *
      *      BASE LETTER(S) OF A TABLE ENTRY THAT MATCHES THERE    *
      *      AND STEP PAST ITS BYTES, OR ELSE COPY THE ONE BYTE    *
      *      UNCHANGED.  ONLY A BYTE OUTSIDE THE ASCII RANGE CAN   *
      *      START A MATCH.                                        *
      *----------------------------------------------------------*
       2042-TRANSLITERATE-ONE-POSITION.
           MOVE 'N' TO NW-TL-HIT-SW
           IF NW-DELIVERED-WORD(NW-TL-SCAN-SUB:1) > NW-TL-LAST-ASCII
               MOVE 1 TO NW-TL-SUB
               PERFORM 2044-MATCH-TRANSLIT-ENTRY
                   THRU 2044-MATCH-TRANSLIT-ENTRY-EXIT
                   UNTIL NW-TL-SUB > NW-TL-COUNT
                       OR NW-TL-HIT
           END-IF
           IF NW-TL-HIT
               SET NW-TL-WORD-MAPPED TO TRUE
               MOVE NW-TL-TO(NW-TL-SUB) TO NW-TL-APPEND-TEXT
               MOVE NW-TL-TO-LENGTH(NW-TL-SUB) TO NW-TL-APPEND-LENGTH
               PERFORM 2046-APPEND-TO-TL-WORD
                   THRU 2046-APPEND-TO-TL-WORD-EXIT
               ADD NW-TL-FROM-LENGTH(NW-TL-SUB) TO NW-TL-SCAN-SUB
           ELSE
               MOVE NW-DELIVERED-WORD(NW-TL-SCAN-SUB:1)
                   TO NW-TL-APPEND-TEXT
               MOVE 1 TO NW-TL-APPEND-LENGTH
               PERFORM 2046-APPEND-TO-TL-WORD
                   THRU 2046-APPEND-TO-TL-WORD-EXIT
               ADD 1 TO NW-TL-SCAN-SUB
           END-IF.
       2042-TRANSLITERATE-ONE-POSITION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2044-MATCH-TRANSLIT-ENTRY                                 *
      *      COMPARE ONE TABLE ENTRY'S CHARACTER TO THE DELIVERED  *
      *      WORD AT THE SCAN POSITION.  AN ENTRY RUNNING PAST     *
      *      THE END OF THE WORD CANNOT MATCH.  THE SUBSCRIPT IS   *
      *      LEFT ON THE MATCHING ENTRY.                           *
      *----------------------------------------------------------*
       2044-MATCH-TRANSLIT-ENTRY.
           IF NW-TL-SCAN-SUB + NW-TL-FROM-LENGTH(NW-TL-SUB) - 1
                   NOT > NW-DELIVERED-LENGTH
               IF NW-DELIVERED-WORD(NW-TL-SCAN-SUB:
                       NW-TL-FROM-LENGTH(NW-TL-SUB))
                   = NW-TL-FROM(NW-TL-SUB)
                       (1:NW-TL-FROM-LENGTH(NW-TL-SUB))
                   SET NW-TL-HIT TO TRUE
                   GO TO 2044-MATCH-TRANSLIT-ENTRY-EXIT
               END-IF
           END-IF
           ADD 1 TO NW-TL-SUB.
       2044-MATCH-TRANSLIT-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2046-APPEND-TO-TL-WORD                                    *
      *      APPEND THE APPEND TEXT TO THE WORD BEING REBUILT,     *
      *      CAPPING AT THE WORK AREA SIZE SO A WORD THAT GROWS    *
      *      TOO LONG STILL READS AS OVER-LENGTH.                  *
      *----------------------------------------------------------*
       2046-APPEND-TO-TL-WORD.
           IF NW-TL-WORD-LENGTH + NW-TL-APPEND-LENGTH <= 99
               MOVE NW-TL-APPEND-TEXT(1:NW-TL-APPEND-LENGTH)
                   TO NW-TL-WORD
                       (NW-TL-WORD-LENGTH + 1:NW-TL-APPEND-LENGTH)
               ADD NW-TL-APPEND-LENGTH TO NW-TL-WORD-LENGTH
           ELSE
               MOVE 99 TO NW-TL-WORD-LENGTH
           END-IF.
       2046-APPEND-TO-TL-WORD-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2050-VALIDATE-WORD                                        *
      *      REJECT ANY RECORD THAT IS ZERO-LENGTH, LONGER THAN    *
      *      THE MAXIMUM WORD SIZE, OR CONTAINS A NON-ALPHABETIC   *
      *      CHARACTER, INSTEAD OF LETTING IT SILENTLY SCREEN AS   *
      *      A REJECTED WORD.  A NON-ASCII CHARACTER STILL HERE    *
      *      AFTER TRANSLITERATION IS FLAGGED AS UNMAPPED RATHER   *
      *      THAN INVALID.                                         *
      *----------------------------------------------------------*
       2050-VALIDATE-WORD.
           MOVE 'Y' TO NW-VALID-SW
           MOVE 'N' TO NW-QUAR-LENGTH-SW
           MOVE 'N' TO NW-QUAR-ALPHA-SW
           MOVE 'N' TO NW-QUAR-UNMAPPED-SW
           IF NW-LETTERS-LENGTH = 0 OR NW-LETTERS-LENGTH > 80
               SET NW-QUAR-BAD-LENGTH TO TRUE
               MOVE 'N' TO NW-VALID-SW
                   THRU 2060-CHECK-ONE-CHARACTER-EXIT
                   UNTIL NW-LETTER-COUNT > NW-LETTERS-LENGTH
                       OR NW-QUAR-BAD-ALPHA
                       OR NW-QUAR-UNMAPPED
               IF NW-QUAR-BAD-ALPHA OR NW-QUAR-UNMAPPED
                   MOVE 'N' TO NW-VALID-SW
               END-IF
           END-IF.
      *      WITHIN THE UPPER- OR LOWER-CASE ALPHABETIC RANGE.     *
      *      VENDOR FEEDS MIX CASE FREELY - THE RULE IS ALPHABETIC *
      *      CHARACTERS ONLY, NOT A PARTICULAR CASE.                *
      *      A BYTE OUTSIDE THE ASCII RANGE IS AN ACCENTED OR      *
      *      OTHER CHARACTER THE TRANSLITERATION TABLE DOES NOT    *
      *      COVER.                                                *
      *----------------------------------------------------------*
       2060-CHECK-ONE-CHARACTER.
           SET NW-CURRENT-LETTER TO NW-LETTERS(NW-LETTER-COUNT:1)
           IF (NW-CURRENT-LETTER < 'a' OR NW-CURRENT-LETTER > 'z')
               AND (NW-CURRENT-LETTER < 'A' OR NW-CURRENT-LETTER > 'Z')
               IF NW-CURRENT-LETTER > NW-TL-LAST-ASCII
                   SET NW-QUAR-UNMAPPED TO TRUE
               ELSE
                   SET NW-QUAR-BAD-ALPHA TO TRUE
               END-IF
           END-IF
           ADD 1 TO NW-LETTER-COUNT.
       2060-CHECK-ONE-CHARACTER-EXIT.
       2070-FOLD-WORD-TO-LOWERCASE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2080-CHECK-BLOCKLIST                                      *
      *      LOOK THE VALIDATED, FOLDED WORD UP ON THE BLOCKLIST   *
      *      IN FORCE.  A BLOCKED WORD IS STILL SCORED, SO ITS     *
      *      AUDIT COUNTS AND THE RULE-SET RECONCILIATION STAY     *
      *      WHOLE, BUT IT IS REJECTED WHATEVER THE SCORE.         *
      *----------------------------------------------------------*
       2080-CHECK-BLOCKLIST.
           MOVE 'N' TO NW-BLOCKED-SW
           IF NW-BLK-COUNT = 0
               GO TO 2080-CHECK-BLOCKLIST-EXIT
           END-IF
           MOVE SPACES TO NW-BLK-TEST-WORD
           MOVE NW-LETTERS(1:NW-LETTERS-LENGTH)
               TO NW-BLK-TEST-WORD
           MOVE 1 TO NW-BLK-SUB
           PERFORM 2085-MATCH-BLOCKLIST-ENTRY
               THRU 2085-MATCH-BLOCKLIST-ENTRY-EXIT
               UNTIL NW-BLK-SUB > NW-BLK-COUNT
                   OR NW-WORD-BLOCKED.
       2080-CHECK-BLOCKLIST-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2085-MATCH-BLOCKLIST-ENTRY                                *
      *      COMPARE THE CURRENT WORD TO ONE BLOCKLIST ENTRY AND   *
      *      KEEP THE POLICY REASON CODE OF A MATCH.               *
      *----------------------------------------------------------*
       2085-MATCH-BLOCKLIST-ENTRY.
           IF NW-BLK-WORD(NW-BLK-SUB) = NW-BLK-TEST-WORD
               SET NW-WORD-BLOCKED TO TRUE
               MOVE NW-BLK-REASON(NW-BLK-SUB) TO NW-BLK-REASON-HIT
           END-IF
           ADD 1 TO NW-BLK-SUB.
       2085-MATCH-BLOCKLIST-ENTRY-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2100-SCORE-WORD                                          *
      *      WALK THE LETTERS OF THE CURRENT WORD, COUNTING       *

      *----------------------------------------------------------*
      *  2300-RECONCILE-RULE-SETS                                  *
      *      UPDATE THE OFFICIAL GOOD-WORD TALLY - UNDER THE RULE  *
      *      SET THE WORD'S SOURCE IS ASSIGNED - AND THE RULE-SET  *
      *      RECONCILIATION COUNTS.  A BLOCKLISTED WORD IS         *
      *      REJECTED BEFORE ITS SCORE OR ANY OVERRIDE IS          *
      *      CONSIDERED, AND IS NOT A NEAR MISS.                   *
      *----------------------------------------------------------*
       2300-RECONCILE-RULE-SETS.
           PERFORM 2320-APPLY-SOURCE-RULE-SET
               THRU 2320-APPLY-SOURCE-RULE-SET-EXIT
           MOVE 'N' TO NW-OVERRIDE-ACCEPT-SW
           IF NOT NW-OFFICIAL-PASS AND NOT NW-WORD-BLOCKED
               PERFORM 2850-CHECK-OVERRIDE
                   THRU 2850-CHECK-OVERRIDE-EXIT
           END-IF
           IF NW-WORD-BLOCKED
               ADD 1 TO NW-REJECT-TALLY
               ADD 1 TO NW-BLOCKED-COUNT
               PERFORM 2400-WRITE-REJECT-RECORD
                   THRU 2400-WRITE-REJECT-RECORD-EXIT
           ELSE
               IF NW-OFFICIAL-PASS OR NW-OVERRIDE-ACCEPTED
                   MOVE SPACES TO NW-DUP-TEST-WORD
                   MOVE NW-LETTERS(1:NW-LETTERS-LENGTH)
                       TO NW-DUP-TEST-WORD
                   MOVE NW-CURRENT-CODE-NUM TO NW-DUP-REG-SOURCE-NUM
                   PERFORM 2700-REGISTER-GOOD-WORD
                       THRU 2700-REGISTER-GOOD-WORD-EXIT
                   IF NW-DUP-ARRIVAL
                       ADD 1 TO NW-DUPLICATE-COUNT
                   ELSE
                       ADD 1 TO NW-GOOD-WORD-COUNT
                       IF NW-OVERRIDE-ACCEPTED
                           ADD 1 TO NW-OVERRIDE-COUNT
                       END-IF
                       PERFORM 2310-WRITE-GOOD-WORD-RECORD
                           THRU 2310-WRITE-GOOD-WORD-RECORD-EXIT
                   END-IF
               ELSE
                   ADD 1 TO NW-REJECT-TALLY
                   PERFORM 2400-WRITE-REJECT-RECORD
                       THRU 2400-WRITE-REJECT-RECORD-EXIT
                   PERFORM 2800-CHECK-NEAR-MISS
                       THRU 2800-CHECK-NEAR-MISS-EXIT
               END-IF
           END-IF
           IF NW-RULESET-ONE-PASS AND NW-RULESET-TWO-PASS
               ADD 1 TO NW-BOTH-RULES-COUNT
       2300-RECONCILE-RULE-SETS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2320-APPLY-SOURCE-RULE-SET                                *
      *      DECIDE THE WORD UNDER ITS SOURCE'S OFFICIAL RULE SET  *
      *      - RULE SET ONE, RULE SET TWO, OR BOTH REQUIRED - AND  *
      *      NOTE WHICH RULE SET DECIDED IT.  WHEN BOTH ARE        *
      *      REQUIRED AND THE WORD FAILS ONLY ONE, THAT ONE MADE   *
      *      THE DECISION.                                         *
      *----------------------------------------------------------*
       2320-APPLY-SOURCE-RULE-SET.
           MOVE NW-CURRENT-RULE-SET TO NW-DECIDING-RULE-SET
           EVALUATE NW-CURRENT-RULE-SET
               WHEN '2'
                   MOVE NW-RULESET-TWO-SW TO NW-OFFICIAL-SW
               WHEN 'B'
                   IF NW-RULESET-ONE-PASS AND NW-RULESET-TWO-PASS
                       MOVE 'Y' TO NW-OFFICIAL-SW
                   ELSE
                       MOVE 'N' TO NW-OFFICIAL-SW
                       IF NOT NW-WORD-BLOCKED
                           IF NW-RULESET-ONE-PASS
                               MOVE '2' TO NW-DECIDING-RULE-SET
                           ELSE
                               IF NW-RULESET-TWO-PASS
                                   MOVE '1' TO NW-DECIDING-RULE-SET
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE NW-RULESET-ONE-SW TO NW-OFFICIAL-SW
           END-EVALUATE.
       2320-APPLY-SOURCE-RULE-SET-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2330-COUNT-FAILED-CONDITIONS                              *
      *      COUNT THE CONDITIONS OF THE SOURCE'S OFFICIAL RULE    *
      *      SET(S) THE WORD FAILED, LEAVING THE NEAR-MISS GROUP   *
      *      OF THE LAST ONE FOUND - 1-3 FOR RULE SET ONE, 4-5     *
      *      FOR RULE SET TWO.                                     *
      *----------------------------------------------------------*
       2330-COUNT-FAILED-CONDITIONS.
           MOVE 0 TO NW-NM-FAIL-COUNT
           IF NW-CURRENT-USES-ONE
               IF NW-VOWEL-COUNT < NW-RULE-MIN-VOWELS
                   ADD 1 TO NW-NM-FAIL-COUNT
                   MOVE 1 TO NW-NM-FAIL-GROUP
               END-IF
               IF NW-DOUBLE-LETTER-COUNT = 0
                   ADD 1 TO NW-NM-FAIL-COUNT
                   MOVE 2 TO NW-NM-FAIL-GROUP
               END-IF
               IF NW-BAD-COMBO-COUNT > 0
                   ADD 1 TO NW-NM-FAIL-COUNT
                   MOVE 3 TO NW-NM-FAIL-GROUP
               END-IF
           END-IF
           IF NW-CURRENT-USES-TWO
               IF NOT NW-RS2-PAIR-FOUND
                   ADD 1 TO NW-NM-FAIL-COUNT
                   MOVE 4 TO NW-NM-FAIL-GROUP
               END-IF
               IF NOT NW-RS2-REPEAT-FOUND
                   ADD 1 TO NW-NM-FAIL-COUNT
                   MOVE 5 TO NW-NM-FAIL-GROUP
               END-IF
           END-IF.
       2330-COUNT-FAILED-CONDITIONS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2310-WRITE-GOOD-WORD-RECORD                                *
      *      WRITE ONE ENTRY TO THE GOOD-WORDS EXTRACT - THE WORD  *

      *----------------------------------------------------------*
      *  2800-CHECK-NEAR-MISS                                      *
      *      A WORD THAT FAILED EXACTLY ONE CONDITION OF ITS       *
      *      SOURCE'S OFFICIAL RULE SET(S) IS A NEAR MISS.  FILE   *
      *      IT IN THE GROUP FOR THE CONDITION IT MISSED SO THE    *
      *      POLICY GROUP CAN REVIEW BORDERLINE CANDIDATES         *
      *      TOGETHER.                                             *
      *----------------------------------------------------------*
       2800-CHECK-NEAR-MISS.
           PERFORM 2330-COUNT-FAILED-CONDITIONS
               THRU 2330-COUNT-FAILED-CONDITIONS-EXIT
           IF NW-NM-FAIL-COUNT NOT = 1
               GO TO 2800-CHECK-NEAR-MISS-EXIT
           END-IF

      *----------------------------------------------------------*
      *  2850-CHECK-OVERRIDE                                       *
      *      A WORD THAT FAILED ITS OFFICIAL RULE SET MAY STILL BE *
      *      ACCEPTED WHEN THE NAMING POLICY GROUP HAS SIGNED IT   *
      *      OFF ON THE OVERRIDE LIST.  AN OVERRIDE COVERS ONLY A  *
      *      NEAR MISS - A WORD THAT FAILED EXACTLY ONE CONDITION  *
      *      OF ITS SOURCE'S RULE SET(S) - SO A WORD THE RULES     *
      *      REJECT OUTRIGHT CAN NEVER BE WAVED THROUGH BY A STALE *
      *      LIST ENTRY.                                           *
      *----------------------------------------------------------*
       2850-CHECK-OVERRIDE.
           IF NW-OVR-COUNT = 0
               GO TO 2850-CHECK-OVERRIDE-EXIT
           END-IF
           PERFORM 2330-COUNT-FAILED-CONDITIONS
               THRU 2330-COUNT-FAILED-CONDITIONS-EXIT
           IF NW-NM-FAIL-COUNT NOT = 1
               GO TO 2850-CHECK-OVERRIDE-EXIT
           END-IF
       8100-SOURCE-CODE-TO-NUM-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  8150-SET-RULE-SET-LABEL                                   *
      *      TURN A ONE-CHARACTER RULE SET CODE INTO ITS PRINTED   *
      *      LABEL - RS1, RS2 OR BOTH.                             *
      *----------------------------------------------------------*
       8150-SET-RULE-SET-LABEL.
           EVALUATE NW-LABEL-RULE-SET
               WHEN '2'
                   MOVE 'RS2' TO NW-RULE-SET-LABEL
               WHEN 'B'
                   MOVE 'BOTH' TO NW-RULE-SET-LABEL
               WHEN OTHER
                   MOVE 'RS1' TO NW-RULE-SET-LABEL
           END-EVALUATE.
       8150-SET-RULE-SET-LABEL-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  2400-WRITE-REJECT-RECORD                                  *
      *      BUILD ONE LINE OF THE REJECTED-WORD EXCEPTION REPORT  *
      *      SHOWING WHICH CONDITION(S) OF THE SOURCE'S OFFICIAL   *
      *      RULE SET(S) FAILED, OR FOR A BLOCKLISTED WORD THE     *
      *      BLOCKLIST REASON CODE, AND THE RULE SET THAT DECIDED. *
      *----------------------------------------------------------*
       2400-WRITE-REJECT-RECORD.
           MOVE SPACES TO NW-REJECT-LINE
           MOVE NW-LETTERS TO NW-REJECT-WORD
           MOVE NW-SOURCE-CODE TO NW-REJECT-SOURCE
           MOVE NW-DECIDING-RULE-SET TO NW-LABEL-RULE-SET
           PERFORM 8150-SET-RULE-SET-LABEL
               THRU 8150-SET-RULE-SET-LABEL-EXIT
           MOVE NW-RULE-SET-LABEL TO NW-REJECT-RULE-SET
           IF NW-WORD-BLOCKED
               MOVE 'BLOCKLISTED' TO NW-REJECT-BLOCK-TAG
               STRING 'POLICY CODE: ' DELIMITED BY SIZE
                   NW-BLK-REASON-HIT DELIMITED BY SIZE
                   INTO NW-REJECT-BLOCK-CODE
           ELSE
               IF NW-CURRENT-USES-ONE
                   IF NW-VOWEL-COUNT < NW-RULE-MIN-VOWELS
                       MOVE 'TOO FEW VOWELS'
                           TO NW-REJECT-REASON-VOWEL
                   END-IF
                   IF NW-DOUBLE-LETTER-COUNT = 0
                       MOVE 'NO DOUBLE LETTER'
                           TO NW-REJECT-REASON-DBL
                   END-IF
                   IF NW-BAD-COMBO-COUNT > 0
                       STRING 'DISALLOWED PAIR: ' DELIMITED BY SIZE
                           NW-BAD-COMBO-PAIR DELIMITED BY SIZE
                           INTO NW-REJECT-REASON-PAIR
                   END-IF
               END-IF
               IF NW-CURRENT-USES-TWO
                   IF NOT NW-RS2-PAIR-FOUND
                       MOVE 'NO REPEATED PAIR'
                           TO NW-REJECT-REASON-RS2-PAIR
                   END-IF
                   IF NOT NW-RS2-REPEAT-FOUND
                       MOVE 'NO SPLIT REPEAT'
                           TO NW-REJECT-REASON-RS2-SPLIT
                   END-IF
               END-IF
           END-IF
           MOVE NW-REJECT-LINE TO REJECT-REPORT-REC
           WRITE REJECT-REPORT-REC
           MOVE NW-LETTERS TO NW-AUDIT-WORD
           MOVE NW-SOURCE-CODE TO NW-AUDIT-SOURCE
           MOVE NW-RULE-VERSION-ID TO NW-AUDIT-RULE-VERSION
           MOVE NW-DELIVERED-WORD TO NW-AUDIT-DELIVERED-WORD
           IF NW-RECORD-VALID
               MOVE NW-DECIDING-RULE-SET TO NW-AUDIT-RULE-SET
               MOVE NW-LETTERS-LENGTH TO NW-AUDIT-LETTER-COUNT
               MOVE NW-VOWEL-COUNT TO NW-AUDIT-VOWEL-COUNT
               MOVE NW-DOUBLE-LETTER-COUNT TO NW-AUDIT-DBL-COUNT
               MOVE NW-BAD-COMBO-COUNT TO NW-AUDIT-BAD-COUNT
               IF NW-WORD-BLOCKED
                   MOVE 'BLOCKD' TO NW-AUDIT-DECISION
               ELSE
                   IF NW-OFFICIAL-PASS
                       MOVE 'ACCEPT' TO NW-AUDIT-DECISION
                   ELSE
                       IF NW-OVERRIDE-ACCEPTED
                           MOVE 'OVERRD' TO NW-AUDIT-DECISION
                       ELSE
                           MOVE 'REJECT' TO NW-AUDIT-DECISION
                       END-IF
                   END-IF
               END-IF
           ELSE
      *----------------------------------------------------------*
      *  2600-WRITE-QUARANTINE-RECORD                              *
      *      BUILD ONE LINE OF THE QUARANTINE FILE FOR A RECORD    *
      *      THAT FAILED BASIC LENGTH OR CONTENT VALIDATION.  THE  *
      *      WORD IS KEPT AS DELIVERED, SO A REPAIRED RESUBMISSION *
      *      IS TRANSLITERATED AFRESH.                             *
      *----------------------------------------------------------*
       2600-WRITE-QUARANTINE-RECORD.
           MOVE SPACES TO NW-QUAR-LINE
           MOVE NW-DELIVERED-WORD TO NW-QUAR-WORD
           MOVE NW-SOURCE-CODE TO NW-QUAR-SOURCE
           MOVE NW-RUN-DATE TO NW-QUAR-DATE
           IF NW-QUAR-BAD-LENGTH
           IF NW-QUAR-BAD-ALPHA
               MOVE 'INVALID CHARACTER' TO NW-QUAR-REASON-ALPHA
           END-IF
           IF NW-QUAR-UNMAPPED
               MOVE 'UNMAPPED CHARACTER' TO NW-QUAR-REASON-ALPHA
           END-IF
           MOVE NW-QUAR-LINE TO QUARANTINE-REC
           WRITE QUARANTINE-REC
           IF NW-QUARANTINE-STATUS NOT = '00'
               THRU 9120-WRITE-SUMMARY-LINE-EXIT
           MOVE NW-OVERRIDE-COUNT TO NW-RPT-OVERRIDES
           MOVE NW-RPT-DETAIL-9 TO SUMMARY-REPORT-REC
           PERFORM 9120-WRITE-SUMMARY-LINE
               THRU 9120-WRITE-SUMMARY-LINE-EXIT
           MOVE NW-BLOCKED-COUNT TO NW-RPT-BLOCKED
           MOVE NW-RPT-DETAIL-10 TO SUMMARY-REPORT-REC
           PERFORM 9120-WRITE-SUMMARY-LINE
               THRU 9120-WRITE-SUMMARY-LINE-EXIT
           MOVE NW-TRANSLIT-COUNT TO NW-RPT-TRANSLITERATED
           MOVE NW-RPT-DETAIL-11 TO SUMMARY-REPORT-REC
           PERFORM 9120-WRITE-SUMMARY-LINE
               THRU 9120-WRITE-SUMMARY-LINE-EXIT
           MOVE NW-BALANCE-LEGEND TO NW-RPT-BALANCE
      *----------------------------------------------------------*
      *  9130-WRITE-ONE-FEED-LINE                                  *
      *      PRINT ONE FEED ACCEPTANCE LINE - THE VERDICT, THE     *
      *      DATA RECORDS READ, THE TRAILER'S EXPECTED COUNT AND   *
      *      THE OFFICIAL RULE SET THE FEED WAS SCREENED UNDER -   *
      *      FOLLOWED BY A SEQUENCE LINE WHEN THE FEED'S HEADER    *
      *      SEQUENCE NUMBER SKIPPED, RAN BACKWARD OR REPLAYED.    *
      *----------------------------------------------------------*
       9130-WRITE-ONE-FEED-LINE.
           MOVE NW-SRC-CODE(NW-FEED-SUB) TO NW-RPT-FEED-NUM
           MOVE NW-SRC-RULE-SET(NW-FEED-SUB) TO NW-LABEL-RULE-SET
           PERFORM 8150-SET-RULE-SET-LABEL
               THRU 8150-SET-RULE-SET-LABEL-EXIT
           MOVE NW-RULE-SET-LABEL TO NW-RPT-FEED-RULE-SET
           MOVE NW-FEED-VERDICT(NW-FEED-SUB) TO NW-RPT-FEED-VERDICT
           IF NW-FEED-PRESENT(NW-FEED-SUB) = 'Y'
               MOVE ' READ: ' TO NW-RPT-FEED-READ-TAG
           MOVE NW-RPT-FEED-LINE TO SUMMARY-REPORT-REC
           PERFORM 9120-WRITE-SUMMARY-LINE
               THRU 9120-WRITE-SUMMARY-LINE-EXIT
           IF NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'SEQUENCE GAP'
               OR NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'OUT OF SEQ'
               OR NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'ALREADY RECVD'
               OR NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'SEQ REPEATED'
               OR NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'DATE REPEATED'
               MOVE NW-SRC-CODE(NW-FEED-SUB) TO NW-RPT-SEQ-FEED
               MOVE NW-FEED-SEQ-STATUS(NW-FEED-SUB)
                   TO NW-RPT-SEQ-STATUS
               MOVE NW-FEED-SEQUENCE(NW-FEED-SUB)
                   TO NW-RPT-SEQ-RECEIVED
               MOVE NW-FEED-EXPECTED-SEQ(NW-FEED-SUB)
                   TO NW-RPT-SEQ-EXPECTED
               MOVE NW-RPT-SEQ-LINE TO SUMMARY-REPORT-REC
               PERFORM 9120-WRITE-SUMMARY-LINE
                   THRU 9120-WRITE-SUMMARY-LINE-EXIT
           END-IF
           ADD 1 TO NW-FEED-SUB.
       9130-WRITE-ONE-FEED-LINE-EXIT.
           EXIT.
               THRU 9300-WRITE-DUP-REPORT-EXIT
           PERFORM 9600-WRITE-NEAR-MISS-REPORT
               THRU 9600-WRITE-NEAR-MISS-REPORT-EXIT
           PERFORM 9700-WRITE-RCPT-EXCEPTIONS
               THRU 9700-WRITE-RCPT-EXCEPTIONS-EXIT
           PERFORM 9400-WRITE-RUN-HISTORY
               THRU 9400-WRITE-RUN-HISTORY-EXIT
           CLOSE DUP-WORK-FILE
           CLOSE RECEIPT-REGISTER-FILE
           CLOSE SUMMARY-REPORT-FILE
           PERFORM 5100-WRITE-FINAL-CHECKPOINT
               THRU 5100-WRITE-FINAL-CHECKPOINT-EXIT
               NW-NEAR-MISS-TOTAL
           DISPLAY 'ACCEPTED BY APPROVED OVERRIDE . . : '
               NW-OVERRIDE-COUNT
           DISPLAY 'REJECTED AS BLOCKLISTED . . . . . : '
               NW-BLOCKED-COUNT
           DISPLAY 'TRANSLITERATED WORD COUNT . . . . : '
               NW-TRANSLIT-COUNT
           IF NW-QUARANTINE-COUNT > 0
               DISPLAY 'P1: WARNING - ' NW-QUARANTINE-COUNT
                   ' RECORD(S) QUARANTINED THIS RUN'
      *----------------------------------------------------------*
      *  9600-WRITE-NEAR-MISS-REPORT                               *
      *      WRITE THE NEAR-MISS REPORT, ONE SECTION PER RULE SET  *
      *      ONE AND RULE SET TWO CONDITION, EACH WORD SHOWN WITH  *
      *      ITS ACTUAL VOWEL, DOUBLED-LETTER AND DISALLOWED-PAIR  *
      *      COUNTS.                                               *
      *----------------------------------------------------------*
       9600-WRITE-NEAR-MISS-REPORT.
           OPEN OUTPUT NEAR-MISS-REPORT-FILE
           MOVE 1 TO NW-NM-GROUP-SUB
           PERFORM 9610-WRITE-ONE-NM-GROUP
               THRU 9610-WRITE-ONE-NM-GROUP-EXIT
               UNTIL NW-NM-GROUP-SUB > 5
           CLOSE NEAR-MISS-REPORT-FILE.
       9600-WRITE-NEAR-MISS-REPORT-EXIT.
           EXIT.
                   MOVE NW-NM-GROUP-HEADING-2
                       TO NEAR-MISS-REPORT-REC
               ELSE
                   IF NW-NM-GROUP-SUB = 3
                       MOVE NW-NM-GROUP-HEADING-3
                           TO NEAR-MISS-REPORT-REC
                   ELSE
                       IF NW-NM-GROUP-SUB = 4
                           MOVE NW-NM-GROUP-HEADING-4
                               TO NEAR-MISS-REPORT-REC
                       ELSE
                           MOVE NW-NM-GROUP-HEADING-5
                               TO NEAR-MISS-REPORT-REC
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 9630-WRITE-NM-LINE
       9630-WRITE-NM-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9700-WRITE-RCPT-EXCEPTIONS                                *
      *      WRITE THE FEED RECEIPT EXCEPTIONS REPORT - ONE LINE   *
      *      PER FEED REFUSED AS A REPLAY OR WHOSE HEADER SEQUENCE *
      *      SKIPPED OR RAN BACKWARD, SO OPERATIONS CAN CHASE THE  *
      *      MISSING TRANSMISSIONS WITH THE VENDOR.  THE REPORT IS *
      *      WRITTEN EVERY RUN, WITH ITS TRAILER, EVEN WHEN THERE  *
      *      IS NOTHING TO CHASE.                                  *
      *----------------------------------------------------------*
       9700-WRITE-RCPT-EXCEPTIONS.
           OPEN OUTPUT RECEIPT-EXCEPTION-FILE
           IF NW-RCPTEXC-STATUS NOT = '00'
               MOVE 'RCPTEXCDD' TO NW-ABEND-DD
               MOVE NW-RCPTEXC-STATUS TO NW-ABEND-STATUS
               PERFORM 9800-IO-ABEND
                   THRU 9800-IO-ABEND-EXIT
           END-IF
           MOVE NW-RUN-DATE TO NW-RX-HDR-DATE
           MOVE NW-RX-HEADING-1 TO RECEIPT-EXCEPTION-REC
           PERFORM 9720-WRITE-RCPT-LINE
               THRU 9720-WRITE-RCPT-LINE-EXIT
           MOVE NW-RX-HEADING-2 TO RECEIPT-EXCEPTION-REC
           PERFORM 9720-WRITE-RCPT-LINE
               THRU 9720-WRITE-RCPT-LINE-EXIT
           MOVE 0 TO NW-RCPT-EXCEPTION-COUNT
           MOVE 1 TO NW-FEED-SUB
           PERFORM 9710-CHECK-ONE-FEED-RECEIPT
               THRU 9710-CHECK-ONE-FEED-RECEIPT-EXIT
               UNTIL NW-FEED-SUB > NW-SOURCE-COUNT
           MOVE NW-RX-HEADING-2 TO RECEIPT-EXCEPTION-REC
           PERFORM 9720-WRITE-RCPT-LINE
               THRU 9720-WRITE-RCPT-LINE-EXIT
           MOVE NW-RCPT-EXCEPTION-COUNT TO NW-RX-TOTAL
           MOVE NW-RX-TRAILER TO RECEIPT-EXCEPTION-REC
           PERFORM 9720-WRITE-RCPT-LINE
               THRU 9720-WRITE-RCPT-LINE-EXIT
           CLOSE RECEIPT-EXCEPTION-FILE.
       9700-WRITE-RCPT-EXCEPTIONS-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9710-CHECK-ONE-FEED-RECEIPT                               *
      *      WRITE THE EXCEPTION LINE FOR ONE FEED WHEN ITS        *
      *      RECEIPT CHECK FOUND SOMETHING TO REPORT.              *
      *----------------------------------------------------------*
       9710-CHECK-ONE-FEED-RECEIPT.
           IF NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'SEQUENCE GAP'
               OR NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'OUT OF SEQ'
               OR NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'ALREADY RECVD'
               OR NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'SEQ REPEATED'
               OR NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'DATE REPEATED'
               PERFORM 9715-WRITE-ONE-RCPT-EXCEPTION
                   THRU 9715-WRITE-ONE-RCPT-EXCEPTION-EXIT
           END-IF
           ADD 1 TO NW-FEED-SUB.
       9710-CHECK-ONE-FEED-RECEIPT-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9715-WRITE-ONE-RCPT-EXCEPTION                             *
      *      FORMAT AND WRITE ONE EXCEPTION LINE.  A GAP LINE SAYS *
      *      HOW MANY SEQUENCE NUMBERS ARE MISSING; A REPLAY LINE  *
      *      SAYS WHEN THE TRANSMISSION WAS FIRST TAKEN IN.        *
      *----------------------------------------------------------*
       9715-WRITE-ONE-RCPT-EXCEPTION.
           ADD 1 TO NW-RCPT-EXCEPTION-COUNT
           MOVE NW-SRC-CODE(NW-FEED-SUB) TO NW-RX-SOURCE
           MOVE NW-SRC-VENDOR(NW-FEED-SUB) TO NW-RX-VENDOR
           MOVE NW-FEED-FILE-DATE(NW-FEED-SUB) TO NW-RX-FILE-DATE
           MOVE NW-FEED-SEQUENCE(NW-FEED-SUB) TO NW-RX-SEQUENCE
           MOVE SPACES TO NW-RX-REASON
           EVALUATE NW-FEED-SEQ-STATUS(NW-FEED-SUB)
               WHEN 'ALREADY RECVD'
                   STRING 'REPLAY REFUSED - RECEIVED '
                       NW-FEED-PRIOR-DATE(NW-FEED-SUB)
                       DELIMITED BY SIZE INTO NW-RX-REASON
               WHEN 'SEQ REPEATED'
                   STRING 'REPLAY REFUSED - SEQ USED IN FILE '
                       NW-FEED-PRIOR-DATE(NW-FEED-SUB)
                       DELIMITED BY SIZE INTO NW-RX-REASON
               WHEN 'DATE REPEATED'
                   STRING 'REPLAY REFUSED - DATE ACCEPTED AS SEQ '
                       NW-FEED-PRIOR-SEQ(NW-FEED-SUB)
                       DELIMITED BY SIZE INTO NW-RX-REASON
               WHEN 'SEQUENCE GAP'
                   MOVE NW-FEED-SEQUENCE(NW-FEED-SUB) TO NW-SEQ-NUM
                   COMPUTE NW-SEQ-MISSING = NW-SEQ-NUM
                       - NW-FEED-EXPECTED-SEQ(NW-FEED-SUB)
                   MOVE NW-SEQ-MISSING TO NW-SEQ-MISSING-EDIT
                   STRING 'SEQUENCE GAP - EXPECTED '
                       NW-FEED-EXPECTED-SEQ(NW-FEED-SUB) ','
                       NW-SEQ-MISSING-EDIT ' MISSING'
                       DELIMITED BY SIZE INTO NW-RX-REASON
               WHEN OTHER
                   STRING 'OUT OF SEQUENCE - EXPECTED '
                       NW-FEED-EXPECTED-SEQ(NW-FEED-SUB)
                       DELIMITED BY SIZE INTO NW-RX-REASON
           END-EVALUATE
           MOVE NW-RX-DETAIL-LINE TO RECEIPT-EXCEPTION-REC
           PERFORM 9720-WRITE-RCPT-LINE
               THRU 9720-WRITE-RCPT-LINE-EXIT.
       9715-WRITE-ONE-RCPT-EXCEPTION-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9720-WRITE-RCPT-LINE                                      *
      *      WRITE ONE RECEIPT EXCEPTIONS REPORT LINE AND CONFIRM  *
      *      THE WRITE TOOK.                                       *
      *----------------------------------------------------------*
       9720-WRITE-RCPT-LINE.
           WRITE RECEIPT-EXCEPTION-REC
           IF NW-RCPTEXC-STATUS NOT = '00'
               MOVE 'RCPTEXCDD' TO NW-ABEND-DD
               MOVE NW-RCPTEXC-STATUS TO NW-ABEND-STATUS
               PERFORM 9800-IO-ABEND
                   THRU 9800-IO-ABEND-EXIT
           END-IF.
       9720-WRITE-RCPT-LINE-EXIT.
           EXIT.

      *----------------------------------------------------------*
      *  9800-IO-ABEND                                             *
      *      A FILE-STATUS FAILURE WAS DETECTED ON AN OPEN, READ   *
      *  9830-POST-ONE-FEED-VERDICT                                *
      *      FOLD ONE FEED'S ACCEPTANCE VERDICT INTO THE JOB'S     *
      *      CONDITION CODE: A FAILED FEED POSTS AN ERROR, A       *
      *      HEADERLESS FEED OR ONE WHOSE SEQUENCE NUMBER SKIPPED  *
      *      OR RAN BACKWARD A WARNING.                            *
      *----------------------------------------------------------*
       9830-POST-ONE-FEED-VERDICT.
           IF NW-FEED-FAILED(NW-FEED-SUB) = 'Y'
                   PERFORM 9820-SET-WARNING-CODE
                       THRU 9820-SET-WARNING-CODE-EXIT
               END-IF
               IF NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'SEQUENCE GAP'
                   OR NW-FEED-SEQ-STATUS(NW-FEED-SUB) = 'OUT OF SEQ'
                   DISPLAY 'P1: WARNING - FEED '
                       NW-SRC-CODE(NW-FEED-SUB) ' '
                       NW-FEED-SEQ-STATUS(NW-FEED-SUB)
                       ' - SEE RCPTEXCDD'
                   PERFORM 9820-SET-WARNING-CODE
                       THRU 9820-SET-WARNING-CODE-EXIT
               END-IF
           END-IF
           ADD 1 TO NW-FEED-SUB.
       9830-POST-ONE-FEED-VERDICT-EXIT.
