      *================================================================
      * MOBBKU - MOB INDEXED-FILE BACKUP RECORD.
      * THE DATED SEQUENTIAL BACKUP MOBBKR UNLOADS MOBRPT, MOBTRD,
      * MOBSUM OR MOBDPT TO: ONE DATA RECORD PER LIVE RECORD, IN KEY
      * ORDER, CARRYING THE 80-BYTE RECORD IMAGE, THEN ONE CONTROL
      * RECORD GIVING THE FILE, WHEN IT WAS UNLOADED, THE RECORD
      * COUNT, THE LOW AND HIGH KEYS, AND THE HASH AND ZERO TOTALS.
      * FOR MOBDPT, WHICH HAS NO HASH OR ZERO COUNTS, THE TWO TOTALS
      * ARE THE SUMS OF THE DEFAULT ROW COUNT AND DEFAULT ROW WIDTH.
      * THE SAME LAYOUT IS USED FOR THE MOBBKC BACKUP CATALOG, WHICH
      * KEEPS A COPY OF EVERY CONTROL RECORD WRITTEN.
      *================================================================
       01  MOBBKU-RECORD.
           05  MOBBKU-REC-TYPE         PIC X(01).
               88  MOBBKU-DATA-REC             VALUE 'D'.
               88  MOBBKU-CONTROL-REC          VALUE 'C'.
           05  MOBBKU-DATA-AREA.
               10  MOBBKU-IMAGE        PIC X(80).
               10  FILLER              PIC X(19).
           05  MOBBKU-CONTROL REDEFINES MOBBKU-DATA-AREA.
               10  MOBBKU-FILE-NAME    PIC X(08).
               10  MOBBKU-BACKUP-DATE  PIC 9(08).
               10  MOBBKU-BACKUP-TIME  PIC 9(08).
               10  MOBBKU-RECORD-COUNT PIC 9(09).
               10  MOBBKU-LOW-KEY      PIC X(17).
               10  MOBBKU-HIGH-KEY     PIC X(17).
               10  MOBBKU-HASH-TOTAL   PIC 9(11).
               10  MOBBKU-ZERO-TOTAL   PIC 9(11).
               10  FILLER              PIC X(10).
