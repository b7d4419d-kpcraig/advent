      *                      THE CHAIN FOR CONFIGURATIONS THAT RUN
      *                      FINE AND MISSED THE 4TH/5TH-VENDOR
      *                      ASSIGNMENTS IT EXISTED TO CATCH.
      *    11/30/2026 JAD   P1 NOW REQUIRES ITS FEED RECEIPT
      *                      REGISTER (RCPTREGDD) AND RECEIPT
      *                      EXCEPTIONS REPORT (RCPTEXCDD), AND P2
      *                      ITS MERGE JOURNAL (MRGJRNDD), SO A
      *                      STREAM MISSING ANY OF THEM STOPS
      *                      BEFORE THE STEP INSTEAD OF PART-WAY
      *                      THROUGH IT.
      *
      *=============================================================*
      *  REMARKS.                                                    *
           02  FILLER                  PIC X(10) VALUE 'CTLTOTDD'.
           02  FILLER                  PIC X(10) VALUE 'NEARMISSDD'.
           02  FILLER                  PIC X(10) VALUE 'DUPWRKDD'.
           02  FILLER                  PIC X(10) VALUE 'RCPTREGDD'.
           02  FILLER                  PIC X(10) VALUE 'RCPTEXCDD'.
           02  FILLER                  PIC X(10) VALUE SPACES.
           02  FILLER                  PIC X(08) VALUE 'P2'.
           02  FILLER                  PIC X(08) VALUE 'p2'.
           02  FILLER                  PIC X(10) VALUE 'GOODWDSDD'.
           02  FILLER                  PIC X(10) VALUE 'WORDMSTDD'.
           02  FILLER                  PIC X(10) VALUE 'MRGRPTDD'.
           02  FILLER                  PIC X(10) VALUE 'STALERPTDD'.
           02  FILLER                  PIC X(10) VALUE 'MRGJRNDD'.
           02  FILLER                  PIC X(90) VALUE SPACES.
           02  FILLER                  PIC X(08) VALUE 'P3'.
           02  FILLER                  PIC X(08) VALUE 'p3'.
           02  FILLER                  PIC X(10) VALUE 'RUNHISTDD'.
