      *================================================================
      * MOBSKP - MOB STALLED-ROW PARAMETER CARD.
      * THE NUMBER OF PROCESSING DAYS A PYRAMID ROW'S HASH COUNT MAY
      * GO WITHOUT INCREASING BEFORE THE MOBSTK STALLED-ROW REPORT
      * LISTS IT AS STALLED.  NO CARD MEANS THE STANDING DEFAULT.
      *================================================================
       01  MOBSKP-RECORD.
           05  MOBSKP-STALL-DAYS       PIC 9(03).
           05  FILLER                  PIC X(77).
