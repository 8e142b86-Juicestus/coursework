001900*                  LOGGED AS A STRUCTURED EVENT ON THE SHARED
001910*                  MOBLOG RUN-EVENT FILE, SO THE MOBOPS NIGHTLY
001920*                  SUMMARY SEES IT WITHOUT PAGING THIS SYSOUT.
001921* 10/15/26   RMD   BEFORE OPENING ANY INPUT THE STEP NOW CHECKS
001922*                  ITS DECLARED PREDECESSORS ON THE SHARED MOBSTS
001923*                  JOB-STEP STATUS FILE FOR THE RUN DATE.  ONE NOT
001924*                  RUN, STILL RUNNING, REFUSED OR ENDED ABOVE ITS
001925*                  ACCEPTED CODE BLOCKS THE RUN THE SAME WAY AS A
001926*                  CALENDAR REFUSAL UNLESS AN OPERATOR MOBSRL
001927*                  RELEASE CARD FOR THE DATE LETS IT THROUGH.  THE
001928*                  STEP RECORDS ITS OWN START, END AND COMPLETION
001929*                  CODE ON MOBSTS.
001930* 10/15/26   RMD   ADDED THE MOBSIM SIMULATION CARD.  A RUN WITH
001931*                  MODE 'S' TAKES THE FULL PATH - CALENDAR CHECK,
001932*                  MASTER VALIDATION, METRIC ALIGNMENT, STALE
001933*                  HANDLING AND DRAWING - BUT WRITES ITS CHARTS TO
001934*                  SIM-PREFIXED FILES, ITS EXTRACT TO THE MOBSXT
001935*                  WHAT-IF FILE, LEAVES MOBRPT, MOBTRD, MOBAUD,
001936*                  MOBCHK, MOBDIX, MOBRRQ, MOBEXT AND MOBSTS
001937*                  EXACTLY AS THEY WERE, AND ENDS BY COMPARING
001938*                  EVERY ROW IT DREW AGAINST THE ARCHIVE FOR THE
001939*                  SAME DATE AND DEPARTMENT.  THE CARD MAY ALSO
001940*                  FORCE THE STALE MODE OR A ROW WIDTH TO TRY.
001941*================================================================
001942 ENVIRONMENT DIVISION.
001950 CONFIGURATION SECTION.
001960 SOURCE-COMPUTER. IBM-370.
001970 OBJECT-COMPUTER. IBM-370.
002470         ACCESS MODE IS DYNAMIC
002480         RECORD KEY IS MOBTRD-KEY
002490         FILE STATUS IS WS-TRD-FILE-STATUS.
002491     SELECT STEP-STATUS-FILE ASSIGN TO MOBSTS
002492         ORGANIZATION IS INDEXED
002493         ACCESS MODE IS RANDOM
002494         RECORD KEY IS MOBSTS-KEY
002495         FILE STATUS IS WS-STS-FILE-STATUS.
002496     SELECT STEP-RELEASE-FILE ASSIGN TO MOBSRL
002497         ORGANIZATION IS LINE SEQUENTIAL
002498         FILE STATUS IS WS-SRL-FILE-STATUS.
002499     SELECT SIM-PARM-FILE ASSIGN TO MOBSIM
002500         ORGANIZATION IS LINE SEQUENTIAL
002501         FILE STATUS IS WS-SIM-FILE-STATUS.
002502     SELECT SIM-EXTRACT-FILE ASSIGN TO MOBSXT
002503         ORGANIZATION IS LINE SEQUENTIAL.
002504 DATA DIVISION.
002510 FILE SECTION.
002520 FD  CONTROL-FILE
002530     LABEL RECORD IS STANDARD.
002940     COPY MOBLOG.
002950 FD  TREND-FILE.
002960     COPY MOBTRD.
002961 FD  STEP-STATUS-FILE.
002962     COPY MOBSTS.
002963 FD  STEP-RELEASE-FILE
002964     LABEL RECORD IS STANDARD.
002965     COPY MOBSRL.
002966 FD  SIM-PARM-FILE
002967     LABEL RECORD IS STANDARD.
002968     COPY MOBSIM.
002969 FD  SIM-EXTRACT-FILE
002970     LABEL RECORD IS STANDARD.
002971     COPY MOBEXT REPLACING LEADING ==MOBEXT== BY ==MOBSXT==.
002972 WORKING-STORAGE SECTION.
002980*----------------------------------------------------------------
002990* STANDALONE COUNTERS AND LIMITS
003000*----------------------------------------------------------------
003090 77  WS-ITERATION-COUNT      PIC 9(09) COMP VALUE ZERO.
003100 77  WS-RUN-ID               PIC X(08) VALUE SPACES.
003110 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
003111 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
003112 77  WS-SRL-FILE-STATUS      PIC X(02) VALUE SPACES.
003113 77  WS-STEP-TIME            PIC 9(08) VALUE ZERO.
003114 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
003115 77  WS-STEP-RC-DISP         PIC ZZ9.
003116 77  WS-PRED-SUB             PIC 9(03) COMP VALUE ZERO.
003117 77  WS-PRED-COUNT           PIC 9(03) COMP VALUE 1.
003118 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
003120 77  WS-START-TIME           PIC 9(08) VALUE ZERO.
003130 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
003140 77  WS-END-TIME             PIC 9(08) VALUE ZERO.
003970 77  WS-DEPT-STALE-ROWS      PIC 9(05) COMP VALUE ZERO.
003980 77  WS-DEPT-FEED-ROWS       PIC 9(05) COMP VALUE ZERO.
003990*----------------------------------------------------------------
003991* SIMULATION-MODE WORK FIELDS
003992*----------------------------------------------------------------
003993 77  WS-SIM-FILE-STATUS      PIC X(02) VALUE SPACES.
003994 77  WS-SIM-STALE-MODE       PIC X(01) VALUE SPACE.
003995 77  WS-SIM-FILL-CHAR        PIC X(01) VALUE SPACE.
003996 77  WS-SIM-ROW-WIDTH        PIC 9(03) VALUE ZERO.
003997 77  WS-CHART-PREFIX         PIC X(03) VALUE 'CHT'.
003998 77  WS-SIM-DEPT-COUNT       PIC 9(05) COMP VALUE ZERO.
003999 77  WS-SIM-SUB              PIC 9(05) COMP VALUE ZERO.
004000 77  WS-SIM-ARC-ONLY         PIC 9(05) COMP VALUE ZERO.
004001 77  WS-SIM-SAME-DEPTS       PIC 9(05) COMP VALUE ZERO.
004002 77  WS-SIM-DIFF-DEPTS       PIC 9(05) COMP VALUE ZERO.
004003 77  WS-SIM-NEW-DEPTS        PIC 9(05) COMP VALUE ZERO.
004004 77  WS-DEPT-ARC-ROWS        PIC 9(05) COMP VALUE ZERO.
004005 77  WS-SIM-COUNT-DISP       PIC Z(04)9.
004006 01  MOB-EXT-LINE            PIC X(80) VALUE SPACES.
004007*----------------------------------------------------------------
004008* SIMULATION COMPARISON TABLE - ONE ENTRY PER DEPARTMENT DRAWN:
004009* WHAT THE SIMULATION DREW, WHAT THE ARCHIVE HOLDS FOR THE SAME
004010* RUN DATE/DEPARTMENT, AND HOW THE ROWS MATCHED UP BY KEY.
004011*----------------------------------------------------------------
004012 01  MOB-SIM-TABLE.
004013     05  MOB-SIM-ENTRY OCCURS 100 TIMES.
004014         10  MOB-SIM-DEPT-CODE   PIC X(04).
004015         10  MOB-SIM-ROWS        PIC 9(05) COMP.
004016         10  MOB-SIM-HASH        PIC 9(07) COMP.
004017         10  MOB-SIM-ZERO        PIC 9(07) COMP.
004018         10  MOB-SIM-SAME        PIC 9(05) COMP.
004019         10  MOB-SIM-CHANGED     PIC 9(05) COMP.
004020         10  MOB-SIM-NEW         PIC 9(05) COMP.
004021         10  MOB-ARC-ROWS        PIC 9(05) COMP.
004022         10  MOB-ARC-HASH        PIC 9(07) COMP.
004023         10  MOB-ARC-ZERO        PIC 9(07) COMP.
004024 01  MOB-SIM-HEAD.
004025     05  FILLER              PIC X(06) VALUE '  DEPT'.
004026     05  FILLER              PIC X(10) VALUE '  SIM ROWS'.
004027     05  FILLER              PIC X(10) VALUE '  SIM HASH'.
004028     05  FILLER              PIC X(10) VALUE '  ARC ROWS'.
004029     05  FILLER              PIC X(10) VALUE '  ARC HASH'.
004030     05  FILLER              PIC X(10) VALUE '      SAME'.
004031     05  FILLER              PIC X(10) VALUE '   CHANGED'.
004032     05  FILLER              PIC X(10) VALUE '       NEW'.
004033     05  FILLER              PIC X(10) VALUE '  ARC ONLY'.
004034     05  FILLER              PIC X(08) VALUE '  RESULT'.
004035 01  MOB-SIM-LINE.
004036     05  FILLER              PIC X(02) VALUE SPACES.
004037     05  MOB-SL-DEPT-CODE    PIC X(04).
004038     05  FILLER              PIC X(02) VALUE SPACES.
004039     05  MOB-SL-SIM-ROWS     PIC Z(07)9.
004040     05  FILLER              PIC X(02) VALUE SPACES.
004041     05  MOB-SL-SIM-HASH     PIC Z(07)9.
004042     05  FILLER              PIC X(02) VALUE SPACES.
004043     05  MOB-SL-ARC-ROWS     PIC Z(07)9.
004044     05  FILLER              PIC X(02) VALUE SPACES.
004045     05  MOB-SL-ARC-HASH     PIC Z(07)9.
004046     05  FILLER              PIC X(02) VALUE SPACES.
004047     05  MOB-SL-SAME         PIC Z(07)9.
004048     05  FILLER              PIC X(02) VALUE SPACES.
004049     05  MOB-SL-CHANGED      PIC Z(07)9.
004050     05  FILLER              PIC X(02) VALUE SPACES.
004051     05  MOB-SL-NEW          PIC Z(07)9.
004052     05  FILLER              PIC X(02) VALUE SPACES.
004053     05  MOB-SL-ARC-ONLY     PIC Z(07)9.
004054     05  FILLER              PIC X(02) VALUE SPACES.
004055     05  MOB-SL-RESULT       PIC X(14).
004056*----------------------------------------------------------------
004057* ROW/COLUMN COUNTERS
004058*----------------------------------------------------------------
004059 01  MOB-COUNTERS.
004060     05  MOB-I               PIC 9(05) COMP VALUE ZERO.
004061     05  MOB-J               PIC 9(05) COMP VALUE ZERO.
004062*----------------------------------------------------------------
004063* DECLARED PREDECESSOR STEPS - EACH MUST HAVE ENDED ON MOBSTS
004064* FOR THE RUN DATE WITH NO HIGHER COMPLETION CODE THAN SHOWN.
004065*----------------------------------------------------------------
004066 01  MOB-PRED-VALUES.
004067     05  FILLER              PIC X(11) VALUE 'MOBMED  008'.
004068 01  MOB-PRED-TABLE REDEFINES MOB-PRED-VALUES.
004069     05  MOB-PRED-ENTRY OCCURS 1 TIMES.
004070         10  MOB-PRED-PROGRAM PIC X(08).
004071         10  MOB-PRED-MAX-RC  PIC 9(03).
004072 01  MOB-PRED-MSG.
004073     05  MOB-PM-PROGRAM      PIC X(08).
004074     05  FILLER              PIC X(01) VALUE SPACE.
004075     05  MOB-PM-REASON       PIC X(14).
004076     05  MOB-PM-RC           PIC X(03).
004077     05  FILLER              PIC X(04) VALUE SPACES.
004078*----------------------------------------------------------------
004079 01  MOB-SWITCHES.
004080     05  MOB-GUARD-SW        PIC X(01) VALUE 'N'.
004081         88  MOB-LIMIT-EXCEEDED        VALUE 'Y'.
004090     05  MOB-CTL-EOF-SW      PIC X(01) VALUE 'N'.
004100         88  MOB-CTL-EOF               VALUE 'Y'.
004110     05  MOB-MET-EOF-SW      PIC X(01) VALUE 'N'.
004480         88  MOB-ROW-STALE             VALUE 'Y'.
004490     05  MOB-TRD-EOF-SW      PIC X(01) VALUE 'N'.
004500         88  MOB-TRD-EOF               VALUE 'Y'.
004501     05  MOB-STEP-STARTED-SW PIC X(01) VALUE 'N'.
004502         88  MOB-STEP-STARTED          VALUE 'Y'.
004503     05  MOB-STS-FOUND-SW    PIC X(01) VALUE 'N'.
004504         88  MOB-STS-FOUND             VALUE 'Y'.
004505     05  MOB-STEP-REFUSED-SW PIC X(01) VALUE 'N'.
004506         88  MOB-STEP-REFUSED          VALUE 'Y'.
004507     05  MOB-STEP-RELEASED-SW PIC X(01) VALUE 'N'.
004508         88  MOB-STEP-RELEASED         VALUE 'Y'.
004509     05  MOB-PRED-FAILED-SW  PIC X(01) VALUE 'N'.
004510         88  MOB-PRED-FAILED           VALUE 'Y'.
004511     05  MOB-RELEASE-SW      PIC X(01) VALUE 'N'.
004512         88  MOB-RELEASE-FOUND         VALUE 'Y'.
004513     05  MOB-SRL-EOF-SW      PIC X(01) VALUE 'N'.
004514         88  MOB-SRL-EOF               VALUE 'Y'.
004515     05  MOB-SIMULATION-SW   PIC X(01) VALUE 'N'.
004516         88  MOB-SIMULATION            VALUE 'Y'.
004517     05  MOB-SIM-RPT-SW      PIC X(01) VALUE 'N'.
004518         88  MOB-SIM-RPT-MISSING       VALUE 'Y'.
004519     05  MOB-SIM-TRD-SW      PIC X(01) VALUE 'N'.
004520         88  MOB-SIM-TRD-MISSING       VALUE 'Y'.
004521 PROCEDURE DIVISION.
004522*================================================================
004530 0000-MAIN-PROC.
004540*================================================================
004550     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
004690         MOVE 16 TO RETURN-CODE
004700         SET MOB-ABNORMAL-END TO TRUE
004710     END-IF.
004714     CLOSE CONTROL-FILE.
004718     IF NOT MOB-SIMULATION
004722         CLOSE CHECKPOINT-FILE
004726     END-IF.
004730     IF MOB-LIMIT-EXCEEDED
004740         SET MOB-ABNORMAL-END TO TRUE
004750         PERFORM 9100-ABEND THRU 9100-ABEND-EXIT
004780             PERFORM 8950-CLR-CHKPT THRU 8950-CLR-CHKPT-EXIT
004790         END-IF
004800     END-IF.
004802     IF MOB-SIMULATION
004804         PERFORM 8700-SIM-COMPARE THRU 8700-SIM-COMPARE-EXIT
004806         CLOSE METRIC-FILE SIM-EXTRACT-FILE DEPT-MASTER
004808         IF NOT MOB-SIM-RPT-MISSING
004810             CLOSE REPORT-FILE
004812         END-IF
004814         IF NOT MOB-SIM-TRD-MISSING
004816             CLOSE TREND-FILE
004818         END-IF
004820     ELSE
004822         CLOSE METRIC-FILE REPORT-FILE EXTRACT-FILE TREND-FILE
004824               DEPT-MASTER DISTRIB-INDEX-FILE
004826     END-IF.
004830     PERFORM 8850-CHK-SEL-MATCH THRU 8850-CHK-SEL-MATCH-EXIT.
004840     PERFORM 8900-WRITE-AUD-TRLR THRU 8900-WRITE-AUD-TRLR-EXIT.
004850     CLOSE AUDIT-FILE EVENT-LOG-FILE.
004910* FILES OPEN FOR THE DEPARTMENT-PROCESSING LOOP.  THE ITERATION
004920* GUARD IS RESET AFTER REPRINT PROCESSING SO TICKS SPENT REDRAWING
004930* ARCHIVED ROWS NEVER EAT INTO THE BUDGET 1015-SIZE-ITER-GUARD
004933* SIZED FOR TODAY'S LIVE DEPARTMENT CARDS.  A SIMULATION RUN
004936* SKIPS THE STEP-CHAIN CHECK AND THE DUPLICATE-RUN CHECK (IT IS
004939* MEANT TO BE RUN AGAINST A DATE ALREADY ON THE ARCHIVE), ONLY
004942* READS THE AUDIT FILE, AND OPENS ITS OWN WHAT-IF EXTRACT IN
004945* PLACE OF MOBEXT AND MOBDIX.
004950*================================================================
004960 1000-INITIALIZE.
004970     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
005020     MOVE ZERO TO MOBLOG-ROW-NUMBER.
005030     MOVE SPACES TO MOBLOG-FILE-NAME.
005040     MOVE SPACES TO MOBLOG-MSG-TEXT.
005041     PERFORM 1005-LOAD-SIM-PARM THRU 1005-LOAD-SIM-PARM-EXIT.
005042     IF NOT MOB-SIMULATION
005043         PERFORM 8500-CHECK-STEP-CHAIN
005044             THRU 8500-CHECK-STEP-CHAIN-EXIT
005045     END-IF.
005046     IF MOB-STEP-REFUSED
005048         SET MOB-RUN-BLOCKED TO TRUE
005050     END-IF.
005052     IF NOT MOB-RUN-BLOCKED
005054         PERFORM 1010-CHECK-CALENDAR THRU 1010-CHECK-CALENDAR-EXIT
005056     END-IF.
005060     IF NOT MOB-RUN-BLOCKED
005065        AND NOT MOB-SIMULATION
005070         PERFORM 1030-CHECK-DUP-RUN THRU 1030-CHECK-DUP-RUN-EXIT
005080     END-IF.
005083     IF MOB-SIMULATION
005086         OPEN INPUT AUDIT-FILE
005089     ELSE
005092         OPEN EXTEND AUDIT-FILE
005095     END-IF.
005100     OPEN INPUT CONTROL-FILE.
005110     IF MOB-RUN-BLOCKED
005120         MOVE 16 TO RETURN-CODE
005210     PERFORM 1020-OPEN-DEPT-MST THRU 1020-OPEN-DEPT-MST-EXIT.
005220     PERFORM 1040-LOAD-SELECTION THRU 1040-LOAD-SELECTION-EXIT.
005230     PERFORM 1060-LOAD-STALE-PARM THRU 1060-LOAD-STALE-PARM-EXIT.
005235     PERFORM 1065-APPLY-SIM-STALE THRU 1065-APPLY-SIM-STALE-EXIT.
005240     PERFORM 1015-SIZE-ITER-GUARD THRU 1015-SIZE-ITER-GUARD-EXIT.
005250     PERFORM 1050-READ-DEPT-CTL THRU 1050-READ-DEPT-CTL-EXIT.
005260     IF MOB-CTL-EOF
005680             OPEN OUTPUT DISTRIB-INDEX-FILE
005690         END-IF
005700     ELSE
005705         IF NOT MOB-SIMULATION
005710             OPEN OUTPUT DISTRIB-INDEX-FILE
005715         END-IF
005720     END-IF.
005730     PERFORM 1300-REPRINT-PROCESS THRU 1300-REPRINT-PROCESS-EXIT.
005740     MOVE ZERO TO WS-ITERATION-COUNT.
005750     MOVE 'N' TO MOB-GUARD-SW.
005760     OPEN INPUT METRIC-FILE.
005763     IF MOB-SIMULATION
005766         OPEN OUTPUT SIM-EXTRACT-FILE
005769     ELSE
005772         OPEN EXTEND EXTRACT-FILE
005775     END-IF.
005780     PERFORM 1170-OPEN-TREND THRU 1170-OPEN-TREND-EXIT.
005790 1000-INITIALIZE-EXIT.
005791     EXIT.
005792*================================================================
005793* 1005-LOAD-SIM-PARM - PICK UP THE OPTIONAL SIMULATION CARD.  NO
005794* FILE, NO CARD OR A MODE OTHER THAN 'S' IS A NORMAL LIVE RUN.
005795* A SIMULATION RENDERS ITS CHARTS UNDER THE SIM PREFIX SO THEY
005796* CAN NEVER OVERWRITE OR BE DISTRIBUTED AS A LIVE CHART.
005797*================================================================
005798 1005-LOAD-SIM-PARM.
005799     OPEN INPUT SIM-PARM-FILE.
005800     IF WS-SIM-FILE-STATUS = '35'
005801         GO TO 1005-LOAD-SIM-PARM-EXIT
005802     END-IF.
005803     READ SIM-PARM-FILE
005804         AT END
005805             CONTINUE
005806         NOT AT END
005807             IF MOBSIM-SIMULATE
005808                 SET MOB-SIMULATION TO TRUE
005809                 MOVE 'SIM' TO WS-CHART-PREFIX
005810                 MOVE MOBSIM-STALE-MODE TO WS-SIM-STALE-MODE
005811                 MOVE MOBSIM-FILL-CHAR TO WS-SIM-FILL-CHAR
005812                 IF MOBSIM-ROW-WIDTH IS NUMERIC
005813                     MOVE MOBSIM-ROW-WIDTH-N TO WS-SIM-ROW-WIDTH
005814                 END-IF
005815             END-IF
005816     END-READ.
005817     CLOSE SIM-PARM-FILE.
005818     IF MOB-SIMULATION
005819         DISPLAY 'MOB1005I SIMULATION RUN - NOTHING WILL BE '
005820             'ARCHIVED, TRENDED, AUDITED OR DISTRIBUTED'
005821         MOVE 'MOB1005I' TO MOBLOG-MSG-CODE
005822         MOVE 'I' TO MOBLOG-SEVERITY
005823         MOVE 'MOBSIM  ' TO MOBLOG-FILE-NAME
005824         MOVE 'SIMULATION RUN - NO ARCHIVE'
005825             TO MOBLOG-MSG-TEXT
005826         PERFORM 9800-WRITE-EVENT
005827             THRU 9800-WRITE-EVENT-EXIT
005828         IF WS-SIM-ROW-WIDTH > ZERO
005829             DISPLAY 'MOB1005I SIMULATION ROW WIDTH '
005830                 WS-SIM-ROW-WIDTH ' OVERRIDES EVERY CONTROL CARD'
005831         END-IF
005832     END-IF.
005833 1005-LOAD-SIM-PARM-EXIT.
005834     EXIT.
005835*================================================================
005836* 1065-APPLY-SIM-STALE - A SIMULATION CARD MAY FORCE THE STALE-
005837* DATA MODE EITHER WAY, AND THE FILL CHARACTER, OVER WHATEVER
005838* THE MOBSTP CARD SAID.
005839*================================================================
005840 1065-APPLY-SIM-STALE.
005841     IF NOT MOB-SIMULATION
005842         GO TO 1065-APPLY-SIM-STALE-EXIT
005843     END-IF.
005844     IF WS-SIM-STALE-MODE = 'C'
005845         SET MOB-CARRY-FORWARD TO TRUE
005846     END-IF.
005847     IF WS-SIM-STALE-MODE = 'Z'
005848         MOVE 'N' TO MOB-STALE-MODE-SW
005849     END-IF.
005850     IF WS-SIM-FILL-CHAR NOT = SPACE
005851         MOVE WS-SIM-FILL-CHAR TO WS-STALE-FILL-CHAR
005852     END-IF.
005853     IF WS-SIM-STALE-MODE = 'C'
005854        OR WS-SIM-STALE-MODE = 'Z'
005855         DISPLAY 'MOB1065I SIMULATION STALE MODE '
005856             WS-SIM-STALE-MODE
005857             ' FILL ' WS-STALE-FILL-CHAR
005858     END-IF.
005859 1065-APPLY-SIM-STALE-EXIT.
005860     EXIT.
005861*================================================================
005862* 1010-CHECK-CALENDAR - THE RUN DATE MUST BE ON THE BUSINESS
005863* CALENDAR AS A PROCESSING DAY.  A MISSING CALENDAR, A DATE NOT
005864* ON IT, OR A HOLIDAY/NON-PROCESSING DAY BLOCKS THE RUN.  A
005865* START TIME PAST THE DAY'S BATCH-WINDOW CUTOFF ONLY WARNS -
005866* THE OPERATORS MAY STILL WANT THE CHART, JUST LATE.
005870*================================================================
005880 1010-CHECK-CALENDAR.
005890     MOVE 'N' TO MOB-CAL-FOUND-SW.
009090         AT END
009100             SET MOB-CTL-EOF TO TRUE
009110     END-READ.
009112     IF NOT MOB-CTL-EOF
009114        AND WS-SIM-ROW-WIDTH > ZERO
009116         MOVE WS-SIM-ROW-WIDTH TO MOBCTL-ROW-WIDTH
009118     END-IF.
009120 1050-READ-DEPT-CTL-EXIT.
009130     EXIT.
009140*================================================================
009410         AT END
009420             SET MOB-CTL-EOF TO TRUE
009430         NOT AT END
009432             IF WS-SIM-ROW-WIDTH > ZERO
009434                 MOVE WS-SIM-ROW-WIDTH TO MOBCTL-ROW-WIDTH
009436             END-IF
009440             COMPUTE WS-MAX-ITERATIONS = WS-MAX-ITERATIONS +
009450                 ((MOBCTL-ROW-COUNT + 1) * (MOBCTL-ROW-WIDTH + 1))
009460     END-READ.
009530* TRUNCATING IT - A RESUMED RUN THAT ABENDS AGAIN BEFORE ITS OWN
009540* FIRST CHECKPOINT INTERVAL MUST NOT LOSE THE PRIOR RUN'S RESUME
009550* POINT.  8950-CLR-CHKPT STILL EMPTIES THE FILE ON A CLEAN FINISH.
009555* A SIMULATION NEITHER RESUMES NOR TOUCHES THE CHECKPOINT FILE.
009560*================================================================
009570 1100-READ-CHECKPOINT.
009580     MOVE ZERO TO WS-RESUME-ROW.
009590     MOVE SPACES TO WS-RESUME-DEPT.
009600     MOVE SPACES TO WS-RESUME-RUN-ID.
009602     IF MOB-SIMULATION
009604         MOVE 'N' TO MOB-SKIP-SW
009606         GO TO 1100-READ-CHECKPOINT-EXIT
009608     END-IF.
009610     OPEN INPUT CHECKPOINT-FILE.
009620     IF WS-CHK-FILE-STATUS = '35'
009630         CONTINUE
010070* CREATING IT ON THE FIRST RUN IF IT DOES NOT YET EXIST.  IT
010080* STAYS OPEN FOR THE WHOLE RUN - REPRINTS BROWSE IT, THE SAME-
010090* DAY PURGE DELETES THROUGH IT, AND EACH DRAWN ROW IS WRITTEN
010100* TO IT BY KEY.  A SIMULATION ONLY READS IT.
010110*================================================================
010120 1160-OPEN-REPORT.
010121     IF MOB-SIMULATION
010122         OPEN INPUT REPORT-FILE
010123         IF WS-RPT-FILE-STATUS = '35'
010124             SET MOB-SIM-RPT-MISSING TO TRUE
010125         END-IF
010126         GO TO 1160-OPEN-REPORT-EXIT
010127     END-IF.
010130     OPEN I-O REPORT-FILE.
010140     IF WS-RPT-FILE-STATUS = '35'
010150         OPEN OUTPUT REPORT-FILE
010200     EXIT.
010210*================================================================
010220* 1170-OPEN-TREND - OPEN THE TREND HISTORY FILE FOR UPDATE,
010226* CREATING IT ON THE FIRST RUN IF IT DOES NOT YET EXIST.  A
010232* SIMULATION ONLY READS IT, FOR THE CARRY-FORWARD PRIOR DATE.
010240*================================================================
010250 1170-OPEN-TREND.
010251     IF MOB-SIMULATION
010252         OPEN INPUT TREND-FILE
010253         IF WS-TRD-FILE-STATUS = '35'
010254             SET MOB-SIM-TRD-MISSING TO TRUE
010255         END-IF
010256         GO TO 1170-OPEN-TREND-EXIT
010257     END-IF.
010260     OPEN I-O TREND-FILE.
010270     IF WS-TRD-FILE-STATUS = '35'
010280         OPEN OUTPUT TREND-FILE
010570* 1300-REPRINT-PROCESS - WORK OFF ANY OUTSTANDING REPRINT
010580* REQUESTS BEFORE THE CURRENT DAY'S DEPARTMENTS ARE PROCESSED,
010590* THEN EMPTY THE REQUEST FILE SO EACH CARD IS ONLY HONORED ONCE.
010595* A SIMULATION LEAVES THE REQUESTS FOR THE NEXT LIVE RUN.
010600*================================================================
010610 1300-REPRINT-PROCESS.
010612     IF MOB-SIMULATION
010614         GO TO 1300-REPRINT-PROCESS-EXIT
010616     END-IF.
010620     OPEN INPUT REPRINT-REQUEST-FILE.
010630     IF WS-RRQ-FILE-STATUS = '35'
010640         CONTINUE
013630* DATE/DEPARTMENT.
013640*================================================================
013650 2005-PURGE-DEPT-RPT.
013652     IF MOB-SIMULATION
013654         GO TO 2005-PURGE-DEPT-RPT-EXIT
013656     END-IF.
013660     MOVE 'N' TO MOB-RPT-EOF-SW.
013670     MOVE WS-RUN-DATE TO MOBRPT-RUN-DATE.
013680     MOVE WS-DEPT-CODE TO MOBRPT-DEPT-CODE.
014000* DEPARTMENT'S PYRAMID, THEN CLOSE THE CHART FILE OUT.
014010*================================================================
014020 2010-RUN-DEPT.
014022     IF MOB-SIMULATION
014024         PERFORM 2030-SIM-START-DEPT THRU 2030-SIM-START-DEPT-EXIT
014026     END-IF.
014030     MOVE WS-DEPT-CODE TO WS-CHART-DEPT-CODE.
014040     MOVE WS-DEPT-NAME TO WS-CHART-DEPT-NAME.
014050     MOVE WS-RUN-DATE TO WS-CHART-RUN-DATE.
014400     MOVE ZERO TO WS-DEPT-FEED-ROWS.
014410     MOVE ZERO TO WS-PRIOR-RUN-DATE.
014420     IF NOT MOB-CARRY-FORWARD
014425        OR MOB-SIM-TRD-MISSING
014430         GO TO 2040-PREP-STALE-DATA-EXIT
014440     END-IF.
014450     MOVE 'N' TO MOB-TRD-EOF-SW.
015540*================================================================
015550 2015-OPEN-DEPT-CHART.
015560     MOVE SPACES TO WS-CHART-FILE-ID.
015570     STRING WS-CHART-PREFIX    DELIMITED BY SIZE
015580            WS-CHART-DEPT-CODE DELIMITED BY SIZE
015590            WS-CHART-RUN-DATE  DELIMITED BY SIZE
015600         INTO WS-CHART-FILE-ID
016000     EXIT.
016010*================================================================
016020* 2017-WRITE-INDEX - LIST THIS CHART FILE ON THE DISTRIBUTION
016026* INDEX FOR THE ROUTING STEP.  A SIMULATION CHART IS NEVER
016032* ROUTED.
016040*================================================================
016050 2017-WRITE-INDEX.
016052     IF MOB-SIMULATION
016054         GO TO 2017-WRITE-INDEX-EXIT
016056     END-IF.
016060     MOVE WS-CHART-DEPT-CODE TO MOBDIX-DEPT-CODE.
016070     MOVE WS-CHART-DEPT-NAME TO MOBDIX-DEPT-NAME.
016080     MOVE WS-CHART-RUN-DATE TO MOBDIX-RUN-DATE.
016340* THE TOTALS ARE PULLED FROM THE REPORT ARCHIVE RATHER THAN JUST
016350* THIS EXECUTION'S ROWS, SO A RESTARTED RUN STILL TRENDS THE
016360* DEPARTMENT'S FULL ROW SET INSTEAD OF ONLY THE ROWS REDRAWN
016366* AFTER THE RESUME POINT.  A SIMULATION WRITES NO TREND RECORD;
016372* IT TAKES THE ARCHIVE'S TOTALS FOR ITS COMPARISON INSTEAD.
016380*================================================================
016390 2050-WRITE-TREND.
016391     IF MOB-SIMULATION
016392         PERFORM 2090-SIM-DEPT-TOTALS
016393             THRU 2090-SIM-DEPT-TOTALS-EXIT
016394         GO TO 2050-WRITE-TREND-EXIT
016395     END-IF.
016400     MOVE ZERO TO WS-DEPT-HASH-TOTAL.
016410     MOVE ZERO TO WS-DEPT-ZERO-TOTAL.
016420     PERFORM 2060-SCAN-DEPT-TOTALS
016680* THE REST OF THE HISTORY IS NEVER READ.
016690*================================================================
016700 2060-SCAN-DEPT-TOTALS.
016705     MOVE ZERO TO WS-DEPT-ARC-ROWS.
016710     MOVE 'N' TO MOB-RPT-EOF-SW.
016720     MOVE WS-RUN-DATE TO MOBRPT-RUN-DATE.
016730     MOVE WS-DEPT-CODE TO MOBRPT-DEPT-CODE.
016930                AND MOBRPT-DEPT-CODE = WS-DEPT-CODE
016940                 ADD MOBRPT-HASH-COUNT TO WS-DEPT-HASH-TOTAL
016950                 ADD MOBRPT-ZERO-COUNT TO WS-DEPT-ZERO-TOTAL
016955                 ADD 1 TO WS-DEPT-ARC-ROWS
016960             ELSE
016970                 SET MOB-RPT-EOF TO TRUE
016980             END-IF
016990     END-READ.
017000 2070-SCAN-ONE-RPT-ROW-EXIT.
017001     EXIT.
017002*================================================================
017003* 2030-SIM-START-DEPT - OPEN THIS DEPARTMENT'S ENTRY IN THE
017004* SIMULATION COMPARISON TABLE.  PAST 100 DEPARTMENTS THE REST
017005* ARE STILL DRAWN BUT NOT COMPARED.
017006*================================================================
017007 2030-SIM-START-DEPT.
017008     MOVE ZERO TO WS-SIM-SUB.
017009     IF WS-SIM-DEPT-COUNT >= 100
017010         DISPLAY 'MOB2030W SIMULATION TABLE FULL - DEPT '
017011             WS-DEPT-CODE ' NOT COMPARED'
017012         MOVE 'MOB2030W' TO MOBLOG-MSG-CODE
017013         MOVE 'W' TO MOBLOG-SEVERITY
017014         MOVE WS-DEPT-CODE TO MOBLOG-DEPT-CODE
017015         MOVE 'MOBSIM  ' TO MOBLOG-FILE-NAME
017016         MOVE 'SIM TABLE FULL - NOT COMPARED'
017017             TO MOBLOG-MSG-TEXT
017018         PERFORM 9800-WRITE-EVENT
017019             THRU 9800-WRITE-EVENT-EXIT
017020         GO TO 2030-SIM-START-DEPT-EXIT
017021     END-IF.
017022     ADD 1 TO WS-SIM-DEPT-COUNT.
017023     MOVE WS-SIM-DEPT-COUNT TO WS-SIM-SUB.
017024     MOVE WS-DEPT-CODE TO MOB-SIM-DEPT-CODE (WS-SIM-SUB).
017025     MOVE ZERO TO MOB-SIM-ROWS (WS-SIM-SUB).
017026     MOVE ZERO TO MOB-SIM-HASH (WS-SIM-SUB).
017027     MOVE ZERO TO MOB-SIM-ZERO (WS-SIM-SUB).
017028     MOVE ZERO TO MOB-SIM-SAME (WS-SIM-SUB).
017029     MOVE ZERO TO MOB-SIM-CHANGED (WS-SIM-SUB).
017030     MOVE ZERO TO MOB-SIM-NEW (WS-SIM-SUB).
017031     MOVE ZERO TO MOB-ARC-ROWS (WS-SIM-SUB).
017032     MOVE ZERO TO MOB-ARC-HASH (WS-SIM-SUB).
017033     MOVE ZERO TO MOB-ARC-ZERO (WS-SIM-SUB).
017034 2030-SIM-START-DEPT-EXIT.
017035     EXIT.
017036*================================================================
017037* 2090-SIM-DEPT-TOTALS - AT THE END OF A SIMULATED DEPARTMENT,
017038* TAKE THE ARCHIVE'S ROW COUNT AND HASH/ZERO TOTALS FOR THE SAME
017039* RUN DATE/DEPARTMENT THROUGH THE SAME KEYED BROWSE THE TREND
017040* WRITE USES.
017041*================================================================
017042 2090-SIM-DEPT-TOTALS.
017043     IF WS-SIM-SUB = ZERO
017044        OR MOB-SIM-RPT-MISSING
017045         GO TO 2090-SIM-DEPT-TOTALS-EXIT
017046     END-IF.
017047     MOVE ZERO TO WS-DEPT-HASH-TOTAL.
017048     MOVE ZERO TO WS-DEPT-ZERO-TOTAL.
017049     PERFORM 2060-SCAN-DEPT-TOTALS
017050         THRU 2060-SCAN-DEPT-TOTALS-EXIT.
017051     MOVE WS-DEPT-ARC-ROWS TO MOB-ARC-ROWS (WS-SIM-SUB).
017052     MOVE WS-DEPT-HASH-TOTAL TO MOB-ARC-HASH (WS-SIM-SUB).
017053     MOVE WS-DEPT-ZERO-TOTAL TO MOB-ARC-ZERO (WS-SIM-SUB).
017054 2090-SIM-DEPT-TOTALS-EXIT.
017055     EXIT.
017056*================================================================
017057* 2055-REWRT-TREND - A RECORD FOR THIS DEPARTMENT/RUN DATE WAS
017058* ALREADY ON FILE (E.G. A SAME-DAY RERUN), SO REPLACE IT.
017059*================================================================
017060 2055-REWRT-TREND.
017070     REWRITE MOBTRD-RECORD
017080         INVALID KEY
018190     END-IF.
018200     SET MOB-ROW-STALE TO TRUE.
018210     IF WS-PRIOR-RUN-DATE = ZERO
018215        OR MOB-SIM-RPT-MISSING
018220         GO TO 2560-MISSING-METRIC-EXIT
018230     END-IF.
018240     MOVE WS-PRIOR-RUN-DATE TO MOBRPT-RUN-DATE.
018700* 2800-WRITE-RPT-LINE - ARCHIVE THE JUST-PRINTED ROW BY KEY.  A
018710* ROW ALREADY ON FILE UNDER THE SAME KEY (AN ABENDED RUN THAT
018720* ARCHIVED THE ROW BUT DIED BEFORE ITS CHECKPOINT) IS REPLACED.
018725* A SIMULATED ROW IS COMPARED AGAINST THE ARCHIVE INSTEAD.
018730*================================================================
018740 2800-WRITE-RPT-LINE.
018741     IF MOB-SIMULATION
018742         PERFORM 2820-SIM-COMPARE-ROW
018743             THRU 2820-SIM-COMPARE-ROW-EXIT
018744         GO TO 2800-WRITE-RPT-LINE-EXIT
018745     END-IF.
018750     MOVE WS-RUN-DATE      TO MOBRPT-RUN-DATE.
018760     MOVE WS-RUN-ID        TO MOBRPT-RUN-ID.
018770     MOVE WS-DEPT-CODE     TO MOBRPT-DEPT-CODE.
019070 2810-REWRT-RPT-LINE-EXIT.
019080     EXIT.
019090*================================================================
019091* 2820-SIM-COMPARE-ROW - COUNT THE SIMULATED ROW AND LOOK UP THE
019092* ARCHIVE ROW UNDER THE SAME KEY: SAME HASH AND ZERO COUNTS,
019093* CHANGED, OR NEW (NOT ON THE ARCHIVE AT ALL).
019094*================================================================
019095 2820-SIM-COMPARE-ROW.
019096     IF WS-SIM-SUB = ZERO
019097         GO TO 2820-SIM-COMPARE-ROW-EXIT
019098     END-IF.
019099     ADD 1 TO MOB-SIM-ROWS (WS-SIM-SUB).
019100     ADD WS-HASH-PRINTED TO MOB-SIM-HASH (WS-SIM-SUB).
019101     ADD WS-ZERO-PRINTED TO MOB-SIM-ZERO (WS-SIM-SUB).
019102     IF MOB-SIM-RPT-MISSING
019103         ADD 1 TO MOB-SIM-NEW (WS-SIM-SUB)
019104         GO TO 2820-SIM-COMPARE-ROW-EXIT
019105     END-IF.
019106     MOVE WS-RUN-DATE TO MOBRPT-RUN-DATE.
019107     MOVE WS-DEPT-CODE TO MOBRPT-DEPT-CODE.
019108     MOVE MOB-I TO MOBRPT-ROW-NUMBER.
019109     READ REPORT-FILE
019110         INVALID KEY
019111             ADD 1 TO MOB-SIM-NEW (WS-SIM-SUB)
019112         NOT INVALID KEY
019113             IF MOBRPT-HASH-COUNT = WS-HASH-PRINTED
019114                AND MOBRPT-ZERO-COUNT = WS-ZERO-PRINTED
019115                 ADD 1 TO MOB-SIM-SAME (WS-SIM-SUB)
019116             ELSE
019117                 ADD 1 TO MOB-SIM-CHANGED (WS-SIM-SUB)
019118             END-IF
019119     END-READ.
019120 2820-SIM-COMPARE-ROW-EXIT.
019121     EXIT.
019122*================================================================
019123* 2850-WRITE-EXT-LINE - WRITE THE CSV DETAIL LINE FOR THIS ROW
019124* (RUN DATE, DEPT CODE, ROW NUMBER, HASH COUNT, ZERO COUNT,
019125* PERCENT COMPLETE) FOR DOWNSTREAM BI CONSUMPTION.  THE RUN
019130* DATE LEADS THE LINE SO THE BALANCING JOB CAN PROVE ONE RUN
019140* DATE'S LINES AGAINST THAT DATE'S ARCHIVE ROWS EVEN THOUGH THE
019146* EXTRACT ACCUMULATES ACROSS RUNS.  A SIMULATION WRITES THE SAME
019152* LINE TO ITS OWN MOBSXT WHAT-IF EXTRACT INSTEAD.
019160*================================================================
019170 2850-WRITE-EXT-LINE.
019180     MOVE MOB-I           TO WS-EXT-ROW-DISP.
019240         COMPUTE WS-EXT-PCT-DISP ROUNDED =
019250             (WS-HASH-PRINTED * 100) / WS-ROW-WIDTH
019260     END-IF.
019270     MOVE SPACES TO MOB-EXT-LINE.
019280     STRING WS-RUN-DATE      DELIMITED BY SIZE
019290            ','              DELIMITED BY SIZE
019300            WS-DEPT-CODE     DELIMITED BY SIZE
019380            WS-EXT-PCT-DISP  DELIMITED BY SIZE
019390            ','              DELIMITED BY SIZE
019400            WS-EXT-STALE-FLAG DELIMITED BY SIZE
019410         INTO MOB-EXT-LINE
019420     END-STRING.
019422     IF MOB-SIMULATION
019424         MOVE MOB-EXT-LINE TO MOBSXT-DETAIL-LINE
019426         WRITE MOBSXT-RECORD
019428     ELSE
019430         MOVE MOB-EXT-LINE TO MOBEXT-DETAIL-LINE
019432         WRITE MOBEXT-RECORD
019434     END-IF.
019440 2850-WRITE-EXT-LINE-EXIT.
019450     EXIT.
019460*================================================================
019480* HOW FAR THIS DEPARTMENT'S SECTION HAS GOTTEN.
019490*================================================================
019500 2900-WRT-CHKPT.
019502     IF MOB-SIMULATION
019504         GO TO 2900-WRT-CHKPT-EXIT
019506     END-IF.
019510     DIVIDE MOB-I BY WS-CHECKPOINT-INTERVAL
019520         GIVING WS-CHK-QUOTIENT
019530         REMAINDER WS-CHK-REMAINDER.
019600 2900-WRT-CHKPT-EXIT.
019610     EXIT.
019620*================================================================
019625* 8000-WRITE-AUD-HDR - LOG THE RUN HEADER.  NONE OF THE AUDIT
019630* WRITERS BELOW WRITES ANYTHING ON A SIMULATION RUN, SO A
019635* SIMULATED DATE NEVER LOOKS RUN TO THE DUPLICATE-RUN CHECK.
019640*================================================================
019650 8000-WRITE-AUD-HDR.
019652     IF MOB-SIMULATION
019654         GO TO 8000-WRITE-AUD-HDR-EXIT
019656     END-IF.
019660     MOVE 'H'               TO MOBAUD-REC-TYPE.
019670     MOVE WS-RUN-ID         TO MOBAUD-RUN-ID.
019680     MOVE WS-RUN-DATE       TO MOBAUD-RUN-DATE.
019840* AT ZERO INSTEAD OF BEING MOVED FROM AN UNREAD RECORD AREA.
019850*================================================================
019860 8005-WRITE-AUD-HDR-EMPTY.
019862     IF MOB-SIMULATION
019864         GO TO 8005-WRITE-AUD-HDR-EMPTY-EXIT
019866     END-IF.
019870     MOVE 'H'               TO MOBAUD-REC-TYPE.
019880     MOVE WS-RUN-ID         TO MOBAUD-RUN-ID.
019890     MOVE WS-RUN-DATE       TO MOBAUD-RUN-DATE.
020440* TO TELL ITS TRAILER FROM A FULL RUN'S.
020450*================================================================
020460 8900-WRITE-AUD-TRLR.
020462     IF MOB-SIMULATION
020464         GO TO 8900-WRITE-AUD-TRLR-EXIT
020466     END-IF.
020470     ACCEPT WS-END-TIME FROM TIME.
020480     MOVE 'T'             TO MOBAUD-REC-TYPE.
020490     MOVE WS-RUN-ID       TO MOBAUD-RUN-ID.
020680* THE REAL COUNT OF ROWS SERVED FROM A PRIOR RUN'S ARCHIVE.
020690*================================================================
020700 8050-AUD-DTL.
020702     IF MOB-SIMULATION
020704         GO TO 8050-AUD-DTL-EXIT
020706     END-IF.
020710     MOVE 'D'               TO MOBAUD-REC-TYPE.
020720     MOVE WS-RUN-ID         TO MOBAUD-RUN-ID.
020730     MOVE WS-RUN-DATE       TO MOBAUD-RUN-DATE.
020870* IS EMPTIED OUT FOR THE NEXT NORMAL RUN.
020880*================================================================
020890 8950-CLR-CHKPT.
020892     IF MOB-SIMULATION
020894         GO TO 8950-CLR-CHKPT-EXIT
020896     END-IF.
020900     OPEN OUTPUT CHECKPOINT-FILE.
020910     CLOSE CHECKPOINT-FILE.
020920 8950-CLR-CHKPT-EXIT.
020930     EXIT.
020940*================================================================
020991* 8500-CHECK-STEP-CHAIN - BEFORE ANY INPUT IS OPENED, EVERY
020992* DECLARED PREDECESSOR MUST HAVE ENDED ON MOBSTS FOR THE RUN
020993* DATE WITHIN ITS ACCEPTED COMPLETION CODE.  ONE NOT RUN,
020994* STILL SHOWING RUNNING (IT ABENDED), REFUSED OR FAILED
020995* REFUSES THIS STEP UNLESS A MOBSRL OPERATOR RELEASE CARD FOR
020996* THE RUN DATE BYPASSES IT.  EITHER WAY THIS STEP'S OWN STATUS
020997* RECORD IS WRITTEN.
020998*================================================================
020999 8500-CHECK-STEP-CHAIN.
021000     OPEN I-O STEP-STATUS-FILE.
021001     IF WS-STS-FILE-STATUS = '35'
021002         OPEN OUTPUT STEP-STATUS-FILE
021003         CLOSE STEP-STATUS-FILE
021004         OPEN I-O STEP-STATUS-FILE
021005     END-IF.
021006     MOVE 1 TO WS-PRED-SUB.
021007     PERFORM 8510-CHECK-ONE-PRED THRU 8510-CHECK-ONE-PRED-EXIT
021008         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
021009     PERFORM 8550-RECORD-START THRU 8550-RECORD-START-EXIT.
021010     CLOSE STEP-STATUS-FILE.
021011 8500-CHECK-STEP-CHAIN-EXIT.
021012     EXIT.
021013*================================================================
021014 8510-CHECK-ONE-PRED.
021015     MOVE 'N' TO MOB-PRED-FAILED-SW.
021016     MOVE MOB-PRED-PROGRAM (WS-PRED-SUB) TO MOB-PM-PROGRAM.
021017     MOVE SPACES TO MOB-PM-REASON.
021018     MOVE SPACES TO MOB-PM-RC.
021019     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
021020     MOVE MOB-PRED-PROGRAM (WS-PRED-SUB) TO MOBSTS-PROGRAM.
021021     READ STEP-STATUS-FILE
021022         INVALID KEY
021023             SET MOB-PRED-FAILED TO TRUE
021024             MOVE 'NOT RUN' TO MOB-PM-REASON
021025         NOT INVALID KEY
021026             IF NOT MOBSTS-ENDED
021027                 SET MOB-PRED-FAILED TO TRUE
021028                 MOVE 'NOT FINISHED' TO MOB-PM-REASON
021029                 IF MOBSTS-REFUSED
021030                     MOVE 'REFUSED' TO MOB-PM-REASON
021031                 END-IF
021032             ELSE
021033                 IF MOBSTS-COMPLETION-CODE >
021034                    MOB-PRED-MAX-RC (WS-PRED-SUB)
021035                     SET MOB-PRED-FAILED TO TRUE
021036                     MOVE 'FAILED - RC' TO MOB-PM-REASON
021037                     MOVE MOBSTS-COMPLETION-CODE
021038                         TO WS-STEP-RC-DISP
021039                     MOVE WS-STEP-RC-DISP TO MOB-PM-RC
021040                 END-IF
021041             END-IF
021042     END-READ.
021043     ADD 1 TO WS-PRED-SUB.
021044     IF NOT MOB-PRED-FAILED
021045         GO TO 8510-CHECK-ONE-PRED-EXIT
021046     END-IF.
021047     PERFORM 8520-FIND-RELEASE THRU 8520-FIND-RELEASE-EXIT.
021048     IF MOB-RELEASE-FOUND
021049         SET MOB-STEP-RELEASED TO TRUE
021050         DISPLAY 'MOB8510W PREDECESSOR ' MOB-PRED-MSG
021051             ' - RELEASED BY ' WS-RELEASE-OPERATOR
021052         MOVE 'MOB8510W' TO MOBLOG-MSG-CODE
021053         MOVE 'W' TO MOBLOG-SEVERITY
021054         MOVE 'MOBSRL  ' TO MOBLOG-FILE-NAME
021055         MOVE MOB-PRED-MSG TO MOBLOG-MSG-TEXT
021056         PERFORM 9800-WRITE-EVENT
021057             THRU 9800-WRITE-EVENT-EXIT
021058     ELSE
021059         SET MOB-STEP-REFUSED TO TRUE
021060         DISPLAY 'MOB8510E PREDECESSOR ' MOB-PRED-MSG
021061             ' - STEP REFUSED'
021062         MOVE 'MOB8510E' TO MOBLOG-MSG-CODE
021063         MOVE 'E' TO MOBLOG-SEVERITY
021064         MOVE 'MOBSTS  ' TO MOBLOG-FILE-NAME
021065         MOVE MOB-PRED-MSG TO MOBLOG-MSG-TEXT
021066         PERFORM 9800-WRITE-EVENT
021067             THRU 9800-WRITE-EVENT-EXIT
021068     END-IF.
021069 8510-CHECK-ONE-PRED-EXIT.
021070     EXIT.
021071*================================================================
021072* 8520-FIND-RELEASE - LOOK FOR AN OPERATOR RELEASE CARD FOR THE
021073* RUN DATE NAMING THIS STEP AND THIS PREDECESSOR, OR NAMING NO
021074* PREDECESSOR AT ALL.
021075*================================================================
021076 8520-FIND-RELEASE.
021077     MOVE 'N' TO MOB-RELEASE-SW.
021078     OPEN INPUT STEP-RELEASE-FILE.
021079     IF WS-SRL-FILE-STATUS = '35'
021080         GO TO 8520-FIND-RELEASE-EXIT
021081     END-IF.
021082     MOVE 'N' TO MOB-SRL-EOF-SW.
021083     PERFORM 8530-SCAN-ONE-RELEASE
021084         THRU 8530-SCAN-ONE-RELEASE-EXIT
021085         UNTIL MOB-SRL-EOF.
021086     CLOSE STEP-RELEASE-FILE.
021087 8520-FIND-RELEASE-EXIT.
021088     EXIT.
021089*================================================================
021090 8530-SCAN-ONE-RELEASE.
021091     READ STEP-RELEASE-FILE
021092         AT END
021093             SET MOB-SRL-EOF TO TRUE
021094         NOT AT END
021095             IF MOBSRL-RUN-DATE = WS-RUN-DATE
021096                AND MOBSRL-PROGRAM = 'MOB     '
021097                AND (MOBSRL-PREDECESSOR = SPACES
021098                  OR MOBSRL-PREDECESSOR = MOB-PM-PROGRAM)
021099                 SET MOB-RELEASE-FOUND TO TRUE
021100                 MOVE MOBSRL-OPERATOR TO WS-RELEASE-OPERATOR
021101             END-IF
021102     END-READ.
021103 8530-SCAN-ONE-RELEASE-EXIT.
021104     EXIT.
021105*================================================================
021106* 8550-RECORD-START - WRITE (OR, ON A RERUN, REPLACE) THIS STEP'S
021107* MOBSTS RECORD: RUNNING, OR REFUSED WITH CODE 16.
021108*================================================================
021109 8550-RECORD-START.
021110     ACCEPT WS-STEP-TIME FROM TIME.
021111     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
021112     MOVE 'MOB     ' TO MOBSTS-PROGRAM.
021113     READ STEP-STATUS-FILE
021114         INVALID KEY
021115             MOVE 'N' TO MOB-STS-FOUND-SW
021116         NOT INVALID KEY
021117             MOVE 'Y' TO MOB-STS-FOUND-SW
021118     END-READ.
021119     IF NOT MOB-STS-FOUND
021120         MOVE SPACES TO MOBSTS-RECORD
021121         MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE
021122         MOVE 'MOB     ' TO MOBSTS-PROGRAM
021123         MOVE ZERO TO MOBSTS-RUN-COUNT
021124     END-IF.
021125     ADD 1 TO MOBSTS-RUN-COUNT.
021126     MOVE WS-STEP-TIME TO MOBSTS-START-TIME.
021127     MOVE 'N' TO MOBSTS-RELEASED-FLAG.
021128     MOVE SPACES TO MOBSTS-RELEASE-OPERATOR.
021129     IF MOB-STEP-RELEASED
021130         MOVE 'Y' TO MOBSTS-RELEASED-FLAG
021131         MOVE WS-RELEASE-OPERATOR TO MOBSTS-RELEASE-OPERATOR
021132     END-IF.
021133     IF MOB-STEP-REFUSED
021134         MOVE 'X' TO MOBSTS-STEP-STATE
021135         MOVE WS-STEP-TIME TO MOBSTS-END-TIME
021136         MOVE 16 TO MOBSTS-COMPLETION-CODE
021137     ELSE
021138         MOVE 'R' TO MOBSTS-STEP-STATE
021139         MOVE ZERO TO MOBSTS-END-TIME
021140         MOVE ZERO TO MOBSTS-COMPLETION-CODE
021141         SET MOB-STEP-STARTED TO TRUE
021142     END-IF.
021143     IF MOB-STS-FOUND
021144         REWRITE MOBSTS-RECORD
021145     ELSE
021146         WRITE MOBSTS-RECORD
021147     END-IF.
021148 8550-RECORD-START-EXIT.
021149     EXIT.
021150*================================================================
021151* 8600-RECORD-END - ON THE WAY OUT, MARK THIS STEP ENDED ON
021152* MOBSTS WITH ITS COMPLETION CODE.  A STEP THAT WAS REFUSED OR
021153* NEVER GOT AS FAR AS STARTING HAS NOTHING TO END.
021154*================================================================
021155 8600-RECORD-END.
021156     IF NOT MOB-STEP-STARTED
021157         GO TO 8600-RECORD-END-EXIT
021158     END-IF.
021159     MOVE 'N' TO MOB-STEP-STARTED-SW.
021160     MOVE RETURN-CODE TO WS-STEP-RC.
021161     OPEN I-O STEP-STATUS-FILE.
021162     IF WS-STS-FILE-STATUS = '35'
021163         GO TO 8600-RECORD-END-EXIT
021164     END-IF.
021165     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
021166     MOVE 'MOB     ' TO MOBSTS-PROGRAM.
021167     READ STEP-STATUS-FILE
021168         INVALID KEY
021169             CLOSE STEP-STATUS-FILE
021170             GO TO 8600-RECORD-END-EXIT
021171     END-READ.
021172     ACCEPT WS-STEP-TIME FROM TIME.
021173     MOVE WS-STEP-TIME TO MOBSTS-END-TIME.
021174     MOVE WS-STEP-RC TO MOBSTS-COMPLETION-CODE.
021175     MOVE 'E' TO MOBSTS-STEP-STATE.
021176     REWRITE MOBSTS-RECORD.
021177     CLOSE STEP-STATUS-FILE.
021178 8600-RECORD-END-EXIT.
021179     EXIT.
021180*================================================================
021181* 8700-SIM-COMPARE - END OF A SIMULATION: ONE LINE PER
021182* DEPARTMENT DRAWN, SETTING WHAT THE RUN WOULD HAVE WRITTEN
021183* AGAINST WHAT THE ARCHIVE HOLDS FOR THE SAME RUN DATE AND
021184* DEPARTMENT - ROW COUNTS, HASH TOTALS, AND ROWS THE SAME,
021185* CHANGED, NEW OR ONLY ON THE ARCHIVE.
021186*================================================================
021187 8700-SIM-COMPARE.
021188     DISPLAY ' '.
021189     DISPLAY '===== SIMULATION COMPARISON - RUN DATE '
021190         WS-RUN-DATE ' AGAINST MOBRPT ====='.
021191     IF MOB-SIM-RPT-MISSING
021192         DISPLAY 'MOB8700W REPORT ARCHIVE NOT FOUND - EVERY '
021193             'ROW IS NEW'
021194         MOVE 'MOB8700W' TO MOBLOG-MSG-CODE
021195         MOVE 'W' TO MOBLOG-SEVERITY
021196         MOVE 'MOBRPT  ' TO MOBLOG-FILE-NAME
021197         MOVE 'SIM - ARCHIVE NOT FOUND'
021198             TO MOBLOG-MSG-TEXT
021199         PERFORM 9800-WRITE-EVENT
021200             THRU 9800-WRITE-EVENT-EXIT
021201     END-IF.
021202     DISPLAY MOB-SIM-HEAD.
021203     MOVE 1 TO WS-SIM-SUB.
021204     PERFORM 8710-SIM-COMPARE-ONE THRU 8710-SIM-COMPARE-ONE-EXIT
021205         UNTIL WS-SIM-SUB > WS-SIM-DEPT-COUNT.
021206     DISPLAY ' '.
021207     MOVE WS-SIM-SAME-DEPTS TO WS-SIM-COUNT-DISP.
021208     DISPLAY '  DEPARTMENTS IDENTICAL ...... ' WS-SIM-COUNT-DISP.
021209     MOVE WS-SIM-DIFF-DEPTS TO WS-SIM-COUNT-DISP.
021210     DISPLAY '  DEPARTMENTS DIFFERING ...... ' WS-SIM-COUNT-DISP.
021211     MOVE WS-SIM-NEW-DEPTS TO WS-SIM-COUNT-DISP.
021212     DISPLAY '  DEPARTMENTS NOT ON ARCHIVE . ' WS-SIM-COUNT-DISP.
021213     MOVE 'MOB8700I' TO MOBLOG-MSG-CODE.
021214     MOVE 'I' TO MOBLOG-SEVERITY.
021215     MOVE 'MOBSIM  ' TO MOBLOG-FILE-NAME.
021216     IF WS-SIM-DIFF-DEPTS = ZERO
021217        AND WS-SIM-NEW-DEPTS = ZERO
021218         MOVE 'SIM MATCHES ARCHIVE'
021219             TO MOBLOG-MSG-TEXT
021220     ELSE
021221         MOVE 'SIM DIFFERS FROM ARCHIVE'
021222             TO MOBLOG-MSG-TEXT
021223     END-IF.
021224     PERFORM 9800-WRITE-EVENT
021225         THRU 9800-WRITE-EVENT-EXIT.
021226 8700-SIM-COMPARE-EXIT.
021227     EXIT.
021228*================================================================
021229 8710-SIM-COMPARE-ONE.
021230     COMPUTE WS-SIM-ARC-ONLY = MOB-ARC-ROWS (WS-SIM-SUB)
021231                             - MOB-SIM-SAME (WS-SIM-SUB)
021232                             - MOB-SIM-CHANGED (WS-SIM-SUB).
021233     MOVE MOB-SIM-DEPT-CODE (WS-SIM-SUB) TO MOB-SL-DEPT-CODE.
021234     MOVE MOB-SIM-ROWS (WS-SIM-SUB) TO MOB-SL-SIM-ROWS.
021235     MOVE MOB-SIM-HASH (WS-SIM-SUB) TO MOB-SL-SIM-HASH.
021236     MOVE MOB-ARC-ROWS (WS-SIM-SUB) TO MOB-SL-ARC-ROWS.
021237     MOVE MOB-ARC-HASH (WS-SIM-SUB) TO MOB-SL-ARC-HASH.
021238     MOVE MOB-SIM-SAME (WS-SIM-SUB) TO MOB-SL-SAME.
021239     MOVE MOB-SIM-CHANGED (WS-SIM-SUB) TO MOB-SL-CHANGED.
021240     MOVE MOB-SIM-NEW (WS-SIM-SUB) TO MOB-SL-NEW.
021241     MOVE WS-SIM-ARC-ONLY TO MOB-SL-ARC-ONLY.
021242     IF MOB-ARC-ROWS (WS-SIM-SUB) = ZERO
021243         MOVE 'NOT ON ARCHIVE' TO MOB-SL-RESULT
021244         ADD 1 TO WS-SIM-NEW-DEPTS
021245     ELSE
021246         IF MOB-SIM-CHANGED (WS-SIM-SUB) = ZERO
021247            AND MOB-SIM-NEW (WS-SIM-SUB) = ZERO
021248            AND WS-SIM-ARC-ONLY = ZERO
021249             MOVE 'IDENTICAL' TO MOB-SL-RESULT
021250             ADD 1 TO WS-SIM-SAME-DEPTS
021251         ELSE
021252             MOVE 'DIFFERS' TO MOB-SL-RESULT
021253             ADD 1 TO WS-SIM-DIFF-DEPTS
021254         END-IF
021255     END-IF.
021256     DISPLAY MOB-SIM-LINE.
021257     ADD 1 TO WS-SIM-SUB.
021258 8710-SIM-COMPARE-ONE-EXIT.
021259     EXIT.
021260*================================================================
021261* 9800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
021262* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
021263* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
021264* NEXT EVENT CANNOT INHERIT THEM.
021265*================================================================
021266 9800-WRITE-EVENT.
021267     ACCEPT WS-LOG-TIME FROM TIME.
021268     IF MOB-SIMULATION
021269         MOVE 'MOBSIM  ' TO MOBLOG-PROGRAM
021270     ELSE
021271         MOVE 'MOB     ' TO MOBLOG-PROGRAM
021272     END-IF.
021273     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
021274     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
021275     WRITE MOBLOG-RECORD.
021276     MOVE SPACES TO MOBLOG-DEPT-CODE.
021277     MOVE ZERO TO MOBLOG-ROW-NUMBER.
021278     MOVE SPACES TO MOBLOG-FILE-NAME.
021279     MOVE SPACES TO MOBLOG-MSG-TEXT.
021280 9800-WRITE-EVENT-EXIT.
021281     EXIT.
021282*================================================================
021283* 9100-ABEND - HARD STOP WHEN THE ITERATION GUARD TRIPS.
021284*================================================================
021285 9100-ABEND.
021286     DISPLAY 'MOB9100E ITERATION LIMIT EXCEEDED - JOB TERMINATED'.
021287     MOVE 'MOB9100E' TO MOBLOG-MSG-CODE.
021288     MOVE 'E' TO MOBLOG-SEVERITY.
021289     MOVE 'ITERATION LIMIT EXCEEDED'
021290         TO MOBLOG-MSG-TEXT.
021291     PERFORM 9800-WRITE-EVENT
021292         THRU 9800-WRITE-EVENT-EXIT.
021293     MOVE 16 TO RETURN-CODE.
021294 9100-ABEND-EXIT.
021295     EXIT.
021296*================================================================
021297* 9200-CHECK-GUARD - BUMP AND TEST THE RUNAWAY-LOOP COUNTER.
021298*================================================================
021299 9200-CHECK-GUARD.
021300     ADD 1 TO WS-ITERATION-COUNT.
021310     IF WS-ITERATION-COUNT > WS-MAX-ITERATIONS
021320         SET MOB-LIMIT-EXCEEDED TO TRUE
021350     EXIT.
021360*================================================================
021370 9999-EXIT.
021375     PERFORM 8600-RECORD-END THRU 8600-RECORD-END-EXIT.
021380     STOP RUN.
021390 END PROGRAM MOB.
