      *================================================================
      * MOBCOR - MOB BACK-DATED METRIC CORRECTION CARD.
      * ONE CARD PER ARCHIVED ROW WHOSE COMPLETED COUNT AN UPSTREAM
      * TEAM HAS ADMITTED WAS WRONG AFTER MOB DREW THE DAY: THE RUN
      * DATE, DEPARTMENT AND ROW BEING CORRECTED, THE CORRECTED
      * COMPLETED COUNT, WHY, AND WHO ASKED FOR IT.  APPLIED BY
      * MOBADJ AGAINST MOBRPT (OR MOBRPH ONCE THE DATE HAS AGED OUT
      * OF THE LIVE ARCHIVE).
      *================================================================
       01  MOBCOR-RECORD.
           05  MOBCOR-RUN-DATE         PIC 9(08).
           05  MOBCOR-DEPT-CODE        PIC X(04).
           05  MOBCOR-ROW-NUMBER       PIC 9(05).
           05  MOBCOR-CORR-COUNT       PIC 9(05).
           05  MOBCOR-REASON           PIC X(30).
           05  MOBCOR-REQUESTER        PIC X(20).
           05  FILLER                  PIC X(08).
