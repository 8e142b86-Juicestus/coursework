      *================================================================
      * MOBAKH - MOB METRIC FEED ACKNOWLEDGMENT HISTORY RECORD.
      * MOBMED APPENDS A COPY OF EVERY NIGHT'S MOBACK ACKNOWLEDGMENT,
      * STAMPED WITH THE RUN DATE, SO A TEAM'S FEED QUALITY CAN BE
      * FOLLOWED ACROSS A MONTH (MOBTSC SCORECARD).  A RERUN OF MOBMED
      * APPENDS AGAIN; THE LAST RECORD FOR A TEAM AND RUN DATE WINS.
      *================================================================
       01  MOBAKH-RECORD.
           05  MOBAKH-RUN-DATE         PIC 9(08).
           05  MOBAKH-ACK-DATA.
               10  MOBAKH-TEAM-ID           PIC X(03).
               10  MOBAKH-FEED-DATE         PIC 9(08).
               10  MOBAKH-RECV-COUNT        PIC 9(07).
               10  MOBAKH-ACCEPT-COUNT      PIC 9(07).
               10  MOBAKH-REJECT-COUNT      PIC 9(07).
               10  MOBAKH-REJ-NUM-COUNT     PIC 9(05).
               10  MOBAKH-REJ-DEPT-COUNT    PIC 9(05).
               10  MOBAKH-REJ-ROW-COUNT     PIC 9(05).
               10  MOBAKH-REJ-CNT-COUNT     PIC 9(05).
               10  MOBAKH-REJ-DUP-COUNT     PIC 9(05).
               10  MOBAKH-BATCH-STATUS      PIC X(03).
                   88  MOBAKH-BATCH-OK          VALUE 'OK '.
                   88  MOBAKH-BATCH-COUNT-ERR   VALUE 'CNT'.
                   88  MOBAKH-BATCH-DATE-ERR    VALUE 'DTE'.
                   88  MOBAKH-BATCH-DUP-ERR     VALUE 'DUP'.
                   88  MOBAKH-BATCH-NO-TRLR     VALUE 'NTR'.
                   88  MOBAKH-BATCH-MISSING     VALUE 'MIS'.
               10  FILLER                   PIC X(20).
