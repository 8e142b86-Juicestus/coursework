      *================================================================
      * MOBSTQ - MOB JOB-STEP STATUS INQUIRY PARAMETER CARD.
      * THE RUN DATE (YYYYMMDD) WHOSE NIGHTLY CHAIN MOBSTI IS TO
      * PRINT FROM THE MOBSTS STEP-STATUS FILE.  A BLANK DATE (OR NO
      * CARD) MEANS TODAY'S RUN DATE.
      *================================================================
       01  MOBSTQ-RECORD.
           05  MOBSTQ-RUN-DATE         PIC X(08).
           05  MOBSTQ-RUN-DATE-N REDEFINES MOBSTQ-RUN-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(72).
