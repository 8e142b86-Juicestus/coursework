      *================================================================
      * MOBDJQ - MOB DEPARTMENT MASTER INQUIRY PARAMETER CARD.
      * THE DATE (YYYYMMDD) MOBDJI IS TO RECONSTRUCT THE DEPARTMENT
      * MASTER AS OF, AND OPTIONALLY ONE DEPARTMENT CODE WHOSE FULL
      * MOBDJN CHANGE HISTORY IS TO BE LISTED.  A BLANK DATE (OR NO
      * CARD) MEANS THE RUN DATE; A BLANK CODE LISTS NO HISTORY.
      *================================================================
       01  MOBDJQ-RECORD.
           05  MOBDJQ-AS-OF-DATE       PIC X(08).
           05  MOBDJQ-AS-OF-DATE-N REDEFINES MOBDJQ-AS-OF-DATE
                                       PIC 9(08).
           05  MOBDJQ-DEPT-CODE        PIC X(04).
           05  FILLER                  PIC X(68).
