      *                      SO A HOLD LIST MAINTAINED IN UPPER
      *                      CASE MATCHED NOTHING AND THE WORDS IT
      *                      WAS MEANT TO PROTECT WERE RETIRED.
      *    12/07/2026 JAD   THE RETIREMENT ARCHIVE RECORD NOW ENDS
      *                      WITH A RECALL FLAG FOR THE P14
      *                      BLOCKLIST RECALL RUN; A STALE-WORD
      *                      RETIREMENT WRITES IT AS SPACE.  AN
      *                      EXISTING ARCHIVE MUST BE REBUILT TO THE
      *                      WIDER RECORD BEFORE THIS VERSION RUNS
      *                      AGAINST IT.
      *
      *=============================================================*
      *  REMARKS.                                                    *
           02  RET-SRC-FLAGS.
               03  RET-SRC-FLAG        OCCURS 10 TIMES PIC X(01).
           02  RET-RETIRED-DATE        PIC 9(08).
           02  RET-RECALL-FLAG         PIC X(01).
               88  RET-RECALLED            VALUE 'Y'.

       FD  HOLD-LIST-FILE.
       01  HOLD-LIST-REC               PIC X(80).
           MOVE MST-TIMES-SEEN TO RET-TIMES-SEEN
           MOVE MST-SRC-FLAGS TO RET-SRC-FLAGS
           MOVE RT-RUN-DATE TO RET-RETIRED-DATE
           MOVE SPACE TO RET-RECALL-FLAG
           WRITE RETIRE-ARCHIVE-REC
               INVALID KEY
                   REWRITE RETIRE-ARCHIVE-REC
