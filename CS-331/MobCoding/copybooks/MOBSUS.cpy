      *================================================================
      * MOBSUS - MOB METRIC FEED REJECT SUSPENSE RECORD.
      * THE STANDING RECORD OF EVERY RAW METRIC RECORD MOBMED HAS
      * REJECTED, KEYED BY SENDING TEAM, DEPARTMENT, ROW AND THE FEED
      * DATE OF THE BATCH IT ARRIVED IN, SO A REJECT STAYS OPEN UNTIL
      * ITS TEAM CORRECTS IT (MOBSUC) RATHER THAN VANISHING WHEN THE
      * NEXT NIGHT'S MOBMRJ IS WRITTEN.  THE DEPARTMENT AND ROW IN THE
      * KEY ARE THE RECORD AS RECEIVED (THE ROW MAY BE GARBAGE, HENCE
      * ALPHANUMERIC).  THE ORIGINAL REASON NEVER CHANGES; THE LAST
      * REASON IS WHY THE MOST RECENT RE-EDIT FAILED.  A RELEASED OR
      * WITHDRAWN ITEM IS KEPT, CLOSED, AS THE TRAIL.
      *================================================================
       01  MOBSUS-RECORD.
           05  MOBSUS-KEY.
               10  MOBSUS-TEAM-ID      PIC X(03).
               10  MOBSUS-DEPT-CODE    PIC X(04).
               10  MOBSUS-ROW-NUMBER   PIC X(03).
               10  MOBSUS-FEED-DATE    PIC 9(08).
           05  MOBSUS-STATUS           PIC X(01).
               88  MOBSUS-OPEN                 VALUE 'O'.
               88  MOBSUS-RELEASED             VALUE 'R'.
               88  MOBSUS-WITHDRAWN            VALUE 'W'.
           05  MOBSUS-SUSPEND-DATE     PIC 9(08).
           05  MOBSUS-ORIG-REASON-CODE PIC X(04).
           05  MOBSUS-ORIG-REASON-TEXT PIC X(26).
           05  MOBSUS-LAST-REASON-CODE PIC X(04).
           05  MOBSUS-LAST-REASON-TEXT PIC X(26).
           05  MOBSUS-LAST-ACTION-DATE PIC 9(08).
           05  MOBSUS-RECYCLE-COUNT    PIC 9(03).
           05  MOBSUS-METRIC-DATA      PIC X(80).
           05  FILLER                  PIC X(22).
