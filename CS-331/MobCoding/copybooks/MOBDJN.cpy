      *================================================================
      * MOBDJN - MOB DEPARTMENT MASTER CHANGE JOURNAL RECORD.
      * ONE RECORD IS APPENDED FOR EVERY CHANGE MADE TO A MOBDPT
      * ENTRY - BY MOBDPM (ADD, REACTIVATE, CHANGE, DEACTIVATE) OR BY
      * MOBRKY (MARKED SUPERSEDED AFTER A RE-KEY).  IT CARRIES THE
      * ENTRY AS IT STOOD BEFORE AND AFTER THE CHANGE, THE DATE THE
      * CHANGE TOOK EFFECT, WHEN AND BY WHICH PROGRAM IT WAS APPLIED,
      * AND THE TRANSACTION CARD THAT CAUSED IT.  THE BEFORE IMAGE OF
      * A NEW DEPARTMENT'S ADD IS SPACES.  MOBDJI READS THE JOURNAL TO
      * RECONSTRUCT THE MASTER AS OF ANY DATE.
      *================================================================
       01  MOBDJN-RECORD.
           05  MOBDJN-DEPT-CODE        PIC X(04).
           05  MOBDJN-EFF-DATE         PIC 9(08).
           05  MOBDJN-RUN-DATE         PIC 9(08).
           05  MOBDJN-RUN-TIME         PIC 9(08).
           05  MOBDJN-PROGRAM          PIC X(08).
           05  MOBDJN-CHANGE-TYPE      PIC X(01).
               88  MOBDJN-ADDED                VALUE 'A'.
               88  MOBDJN-REACTIVATED          VALUE 'R'.
               88  MOBDJN-CHANGED              VALUE 'C'.
               88  MOBDJN-DEACTIVATED          VALUE 'D'.
               88  MOBDJN-SUPERSEDED           VALUE 'S'.
           05  MOBDJN-TRAN-IMAGE       PIC X(80).
           05  MOBDJN-BEFORE-IMAGE     PIC X(80).
           05  MOBDJN-AFTER-IMAGE      PIC X(80).
           05  FILLER                  PIC X(03).
