      *                      CODE 8 - A LOCKED OR UNREADABLE
      *                      ARCHIVE MUST NOT BE TRUNCATED BY A
      *                      BLIND OPEN OUTPUT.
      *    01/04/2027 JAD   AUDIT RECORD WIDENED TO 123 BYTES - P1
      *                      NOW APPENDS THE RULE SET THAT DECIDED
      *                      EACH WORD.
      *    02/01/2027 JAD   AUDIT RECORD WIDENED TO 204 BYTES - P1
      *                      NOW APPENDS THE WORD AS DELIVERED,
      *                      BEFORE TRANSLITERATION.
      *
      *=============================================================*
      *  REMARKS.                                                    *
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG-FILE.
       01  AUDIT-LOG-REC               PIC X(204).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-REC           PIC X(204).

       WORKING-STORAGE SECTION.
       01  AR-AUDITLOG-STATUS          PIC X(02).
