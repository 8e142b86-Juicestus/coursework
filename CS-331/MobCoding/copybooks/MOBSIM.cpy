      *================================================================
      * MOBSIM - MOB SIMULATION PARAMETER CARD.
      * ONE OPTIONAL CARD.  MODE 'S' MAKES THE RUN A SIMULATION: THE
      * FULL MOB PATH RUNS (CALENDAR CHECK, MASTER VALIDATION, METRIC
      * ALIGNMENT, STALE HANDLING AND DRAWING) BUT THE CHARTS GO TO
      * SIM + DEPT CODE + RUN DATE FILES AND THE EXTRACT TO THE
      * MOBSXT WHAT-IF FILE, AND NOTHING IS WRITTEN TO MOBRPT, MOBTRD,
      * MOBAUD, MOBCHK, MOBDIX, MOBRRQ, MOBEXT OR MOBSTS.  THE RUN
      * ENDS BY COMPARING WHAT IT DREW AGAINST THE MOBRPT ARCHIVE FOR
      * THE SAME DATE AND DEPARTMENTS.  A CANDIDATE CONTROL DECK OR
      * STALE CARD IS TRIED BY POINTING MOBCTL OR MOBSTP AT IT FOR
      * THE SIMULATION JOB; THE CARD CAN ALSO FORCE THE STALE MODE
      * ('Z' OR 'C', BLANK = AS MOBSTP SAYS) AND FILL CHARACTER, AND
      * A NON-ZERO ROW WIDTH REPLACES EVERY CONTROL CARD'S OWN.  NO
      * FILE, NO CARD OR ANY OTHER MODE IS A NORMAL LIVE RUN.
      *================================================================
       01  MOBSIM-RECORD.
           05  MOBSIM-MODE             PIC X(01).
               88  MOBSIM-SIMULATE             VALUE 'S'.
           05  MOBSIM-STALE-MODE       PIC X(01).
               88  MOBSIM-FORCE-CARRY          VALUE 'C'.
               88  MOBSIM-FORCE-ZERO           VALUE 'Z'.
           05  MOBSIM-FILL-CHAR        PIC X(01).
           05  MOBSIM-ROW-WIDTH        PIC X(03).
           05  MOBSIM-ROW-WIDTH-N REDEFINES MOBSIM-ROW-WIDTH
                                       PIC 9(03).
           05  FILLER                  PIC X(74).
