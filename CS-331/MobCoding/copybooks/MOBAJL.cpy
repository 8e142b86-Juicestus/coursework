      *================================================================
      * MOBAJL - MOB HISTORICAL ADJUSTMENT JOURNAL RECORD.
      * ONE RECORD PER FIGURE MOBADJ CHANGED AFTER THE FACT, WITH
      * ITS BEFORE AND AFTER IMAGE: 'R' FOR THE CORRECTED ARCHIVE OR
      * HISTORY ROW ITSELF, 'T' FOR THE DEPARTMENT/RUN DATE TREND
      * RECORD RESTATED FROM IT, 'S' FOR THE MONTH-END SUMMARY
      * RESTATED WHEN THE PERIOD HAD ALREADY CLOSED (THE PERIOD IS
      * THE YYYYMM OF THE RUN DATE; THE PERCENT IS THE AVERAGE).
      * THE CORRECTION CARD'S REASON AND REQUESTER RIDE ON EVERY
      * RECORD SO EACH CHANGED NUMBER CARRIES ITS OWN EXPLANATION.
      * THE FILE IS ONLY EVER EXTENDED.
      *================================================================
       01  MOBAJL-RECORD.
           05  MOBAJL-REC-TYPE         PIC X(01).
               88  MOBAJL-ROW-REC              VALUE 'R'.
               88  MOBAJL-TREND-REC            VALUE 'T'.
               88  MOBAJL-SUMMARY-REC          VALUE 'S'.
           05  MOBAJL-ADJ-DATE         PIC 9(08).
           05  MOBAJL-ADJ-TIME         PIC 9(08).
           05  MOBAJL-RUN-DATE         PIC 9(08).
           05  MOBAJL-DEPT-CODE        PIC X(04).
           05  MOBAJL-ROW-NUMBER       PIC 9(05).
           05  MOBAJL-SOURCE           PIC X(01).
               88  MOBAJL-FROM-ARCHIVE         VALUE 'R'.
               88  MOBAJL-FROM-HISTORY         VALUE 'H'.
           05  MOBAJL-BEFORE-HASH      PIC 9(07).
           05  MOBAJL-BEFORE-ZERO      PIC 9(07).
           05  MOBAJL-BEFORE-PCT       PIC 9(03).
           05  MOBAJL-AFTER-HASH       PIC 9(07).
           05  MOBAJL-AFTER-ZERO       PIC 9(07).
           05  MOBAJL-AFTER-PCT        PIC 9(03).
           05  MOBAJL-REASON           PIC X(30).
           05  MOBAJL-REQUESTER        PIC X(20).
           05  FILLER                  PIC X(01).
