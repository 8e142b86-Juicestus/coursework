      *================================================================
      * MOBECA - MOB EXCEPTION CASE ACKNOWLEDGMENT CARD.
      * SENT BACK BY THE DEPARTMENT SUPERVISOR AGAINST THE
      * DEPARTMENT'S OPEN MOBECS CASE.  'A' ACKNOWLEDGES IT WITH A
      * CAUSE CODE AND COMMENT (THE CASE STAYS OPEN UNTIL THE
      * DEPARTMENT RECOVERS); 'R' RECORDS THE RESOLUTION AND CLOSES
      * IT.  A ZERO OR BLANK OPEN DATE MEANS WHATEVER CASE IS OPEN.
      *================================================================
       01  MOBECA-RECORD.
           05  MOBECA-DEPT-CODE        PIC X(04).
           05  MOBECA-OPEN-DATE        PIC 9(08).
           05  MOBECA-ACTION           PIC X(01).
               88  MOBECA-ACKNOWLEDGE          VALUE 'A'.
               88  MOBECA-RESOLVE              VALUE 'R'.
           05  MOBECA-CAUSE-CODE       PIC X(04).
           05  MOBECA-SUPERVISOR       PIC X(20).
           05  MOBECA-COMMENT          PIC X(40).
           05  FILLER                  PIC X(03).
