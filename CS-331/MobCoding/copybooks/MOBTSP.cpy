      *================================================================
      * MOBTSP - MOB TEAM SCORECARD PARAMETER CARD.
      * OPTIONAL CARD NAMING THE MONTH (YYYYMM) MOBTSC IS TO SCORE.
      * NO CARD SCORES THE MONTH BEFORE THE RUN DATE, SO THE JOB CAN
      * SIMPLY BE SCHEDULED EARLY IN EACH NEW MONTH.
      *================================================================
       01  MOBTSP-RECORD.
           05  MOBTSP-SCORE-MONTH      PIC 9(06).
           05  MOBTSP-SCORE-MONTH-R REDEFINES MOBTSP-SCORE-MONTH.
               10  MOBTSP-SCORE-YY     PIC 9(04).
               10  MOBTSP-SCORE-MM     PIC 9(02).
           05  FILLER                  PIC X(74).
