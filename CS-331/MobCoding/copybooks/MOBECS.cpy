      *================================================================
      * MOBECS - MOB COMPLETION EXCEPTION CASE RECORD.
      * ONE RECORD PER CASE, KEYED BY DEPARTMENT CODE AND THE TREND
      * RUN DATE OF THE VIOLATION THAT OPENED IT.  MOBEXC OPENS A CASE
      * WHEN A DEPARTMENT'S LATEST MOBTRD DAY VIOLATES ITS MOBTHR
      * LIMITS, CONTINUES IT WHILE THE VIOLATIONS GO ON, AND CLOSES IT
      * THE FIRST DAY THE DEPARTMENT IS BACK WITHIN THRESHOLD.  THE
      * SUPERVISOR'S MOBECA CARD RECORDS THE ACKNOWLEDGMENT (CAUSE
      * CODE AND COMMENT) OR CLOSES THE CASE BY HAND.  A DEPARTMENT
      * HAS AT MOST ONE OPEN CASE; CLOSED CASES STAY ON FILE.
      *================================================================
       01  MOBECS-RECORD.
           05  MOBECS-KEY.
               10  MOBECS-DEPT-CODE    PIC X(04).
               10  MOBECS-OPEN-DATE    PIC 9(08).
           05  MOBECS-CASE-STATUS      PIC X(01).
               88  MOBECS-OPEN                 VALUE 'O'.
               88  MOBECS-CLOSED               VALUE 'C'.
           05  MOBECS-OPEN-TYPE        PIC X(01).
               88  MOBECS-OPENED-UNDER-MIN     VALUE 'M'.
               88  MOBECS-OPENED-ON-DROP       VALUE 'D'.
           05  MOBECS-OPEN-PCT         PIC 9(03).
           05  MOBECS-MIN-PCT          PIC 9(03).
           05  MOBECS-LAST-TRD-DATE    PIC 9(08).
           05  MOBECS-LAST-PCT         PIC 9(03).
           05  MOBECS-VIOL-DAYS        PIC 9(05).
           05  MOBECS-ACK-STATUS       PIC X(01).
               88  MOBECS-UNACKNOWLEDGED       VALUE 'N'.
               88  MOBECS-ACKNOWLEDGED         VALUE 'A'.
           05  MOBECS-ACK-DATE         PIC 9(08).
           05  MOBECS-ACK-BY           PIC X(20).
           05  MOBECS-CAUSE-CODE       PIC X(04).
           05  MOBECS-COMMENT          PIC X(40).
           05  MOBECS-CLOSE-DATE       PIC 9(08).
           05  MOBECS-CLOSE-REASON     PIC X(01).
               88  MOBECS-CLOSED-RECOVERED     VALUE 'T'.
               88  MOBECS-CLOSED-BY-SUPV       VALUE 'S'.
           05  FILLER                  PIC X(22).
