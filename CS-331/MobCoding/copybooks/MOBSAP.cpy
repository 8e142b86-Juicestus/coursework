      *================================================================
      * MOBSAP - MOB SUSPENSE AGING PARAMETER CARD.
      * THE AGE, IN CALENDAR DAYS OUTSTANDING, PAST WHICH THE MOBSAG
      * SUSPENSE AGING REPORT FLAGS AN OPEN REJECT FOR ESCALATION TO
      * ITS UPSTREAM TEAM.  NO CARD MEANS THE STANDING DEFAULT.
      *================================================================
       01  MOBSAP-RECORD.
           05  MOBSAP-FLAG-DAYS        PIC 9(03).
           05  FILLER                  PIC X(77).
