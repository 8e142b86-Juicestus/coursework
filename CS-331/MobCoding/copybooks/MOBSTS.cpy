      *================================================================
      * MOBSTS - MOB SUITE JOB-STEP STATUS RECORD.
      * ONE RECORD PER NIGHTLY STEP PER RUN DATE, KEYED BY RUN DATE
      * AND PROGRAM.  A STEP WRITES ITS RECORD AS RUNNING ONCE ITS
      * DECLARED PREDECESSORS HAVE PASSED AND REWRITES IT AS ENDED,
      * WITH ITS COMPLETION CODE, ON THE WAY OUT - SO A RECORD STILL
      * SHOWING RUNNING AFTER THE STEP IS GONE MEANS IT ABENDED.  A
      * STEP REFUSED FOR A BAD PREDECESSOR IS RECORDED AS REFUSED
      * WITH CODE 16, WHICH IN TURN HOLDS BACK ITS OWN SUCCESSORS.  A
      * RERUN THE SAME DATE REPLACES THE RECORD AND BUMPS THE COUNT.
      * MOBSTI PRINTS THE NIGHT'S CHAIN.
      *================================================================
       01  MOBSTS-RECORD.
           05  MOBSTS-KEY.
               10  MOBSTS-RUN-DATE     PIC 9(08).
               10  MOBSTS-PROGRAM      PIC X(08).
           05  MOBSTS-START-TIME       PIC 9(08).
           05  MOBSTS-END-TIME         PIC 9(08).
           05  MOBSTS-STEP-STATE       PIC X(01).
               88  MOBSTS-RUNNING              VALUE 'R'.
               88  MOBSTS-ENDED                VALUE 'E'.
               88  MOBSTS-REFUSED              VALUE 'X'.
           05  MOBSTS-COMPLETION-CODE  PIC 9(03).
           05  MOBSTS-RUN-COUNT        PIC 9(03).
           05  MOBSTS-RELEASED-FLAG    PIC X(01).
               88  MOBSTS-RELEASED             VALUE 'Y'.
           05  MOBSTS-RELEASE-OPERATOR PIC X(08).
           05  FILLER                  PIC X(32).
