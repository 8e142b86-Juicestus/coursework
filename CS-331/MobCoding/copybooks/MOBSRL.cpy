      *================================================================
      * MOBSRL - MOB OPERATOR STEP RELEASE CARD.
      * AN OPERATOR DROPS ONE CARD PER DELIBERATE BYPASS: THE RUN
      * DATE, THE STEP TO BE LET THROUGH, THE PREDECESSOR WHOSE
      * MISSING OR FAILED MOBSTS STATUS IS TO BE OVERLOOKED (SPACES
      * FOR ALL OF THAT STEP'S PREDECESSORS) AND THEIR INITIALS FOR
      * THE RECORD.  THE CARD ONLY COUNTS FOR ITS OWN RUN DATE, SO
      * A LEFTOVER CARD CANNOT RELEASE A LATER NIGHT.
      *================================================================
       01  MOBSRL-RECORD.
           05  MOBSRL-RUN-DATE         PIC 9(08).
           05  MOBSRL-PROGRAM          PIC X(08).
           05  MOBSRL-PREDECESSOR      PIC X(08).
           05  MOBSRL-OPERATOR         PIC X(08).
           05  FILLER                  PIC X(48).
