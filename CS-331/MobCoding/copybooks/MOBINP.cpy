      *================================================================
      * MOBINP - MOB INTEGRITY SWEEP PARAMETER CARD.
      * THE NUMBER OF MONTHS AN EXPECTED UPSTREAM TEAM (MOBTEA) MAY
      * GO WITHOUT SENDING A BATCH BEFORE THE MOBINT REFERENTIAL
      * INTEGRITY SWEEP WARNS ABOUT IT.  NO CARD MEANS THE STANDING
      * DEFAULT.
      *================================================================
       01  MOBINP-RECORD.
           05  MOBINP-IDLE-MONTHS      PIC 9(02).
           05  FILLER                  PIC X(78).
