      *================================================================
      * MOBBKP - MOB INDEXED-FILE BACKUP PARAMETER CARD.
      * TELLS THE MOBBKR BACKUP UTILITY WHAT TO DO AND TO WHICH FILE:
      *   MODE U - UNLOAD THE NAMED FILE TO THE MOBBKU BACKUP AND
      *            CATALOG ITS CONTROL TOTALS ON MOBBKC.
      *   MODE R - RELOAD THE NAMED FILE FROM THE MOBBKU BACKUP.  THE
      *            BACKUP DATE MUST MATCH THE BACKUP'S CONTROL RECORD,
      *            SO THE WRONG GENERATION CANNOT BE LOADED BY MISTAKE.
      *   MODE V - VERIFY THE LIVE FILE (OR ALL FOUR FILES WHEN THE
      *            FILE IS ALL) AGAINST ITS LATEST CATALOGED BACKUP,
      *            OR THE BACKUP OF THE GIVEN DATE.
      * THE FILE IS MOBRPT, MOBTRD, MOBSUM OR MOBDPT.
      *================================================================
       01  MOBBKP-RECORD.
           05  MOBBKP-MODE             PIC X(01).
               88  MOBBKP-UNLOAD               VALUE 'U'.
               88  MOBBKP-RELOAD               VALUE 'R'.
               88  MOBBKP-VERIFY               VALUE 'V'.
           05  FILLER                  PIC X(01).
           05  MOBBKP-FILE-NAME        PIC X(08).
               88  MOBBKP-ALL-FILES            VALUE 'ALL     '.
           05  MOBBKP-BACKUP-DATE      PIC X(08).
           05  MOBBKP-BACKUP-DATE-N REDEFINES MOBBKP-BACKUP-DATE
                                       PIC 9(08).
           05  FILLER                  PIC X(62).
