      *================================================================
      * MOBSUC - MOB SUSPENSE CORRECTION CARD.
      * SENT BY AN UPSTREAM TEAM AGAINST ONE OPEN MOBSUS SUSPENSE
      * ITEM, NAMED BY ITS FULL KEY (TEAM, DEPARTMENT AND ROW AS
      * ORIGINALLY RECEIVED, FEED DATE).  ACTION 'C' SUPPLIES THE
      * CORRECTED DEPARTMENT, ROW AND/OR COMPLETED COUNT - A FIELD
      * LEFT BLANK KEEPS THE SUSPENDED VALUE, SO AN ALL-BLANK 'C'
      * SIMPLY RESUBMITS THE RECORD AS IT STANDS - AND THE NEXT
      * MOBMED RUN RE-EDITS IT AND RELEASES IT TO MOBMET IF IT NOW
      * PASSES.  ACTION 'W' WITHDRAWS THE ITEM WITHOUT RELEASING IT.
      *================================================================
       01  MOBSUC-RECORD.
           05  MOBSUC-KEY.
               10  MOBSUC-TEAM-ID      PIC X(03).
               10  MOBSUC-DEPT-CODE    PIC X(04).
               10  MOBSUC-ROW-NUMBER   PIC X(03).
               10  MOBSUC-FEED-DATE    PIC 9(08).
           05  MOBSUC-ACTION           PIC X(01).
               88  MOBSUC-CORRECT              VALUE 'C'.
               88  MOBSUC-WITHDRAW             VALUE 'W'.
           05  MOBSUC-NEW-DEPT-CODE    PIC X(04).
           05  MOBSUC-NEW-ROW-NUMBER   PIC X(03).
           05  MOBSUC-NEW-COUNT        PIC X(03).
           05  FILLER                  PIC X(51).
