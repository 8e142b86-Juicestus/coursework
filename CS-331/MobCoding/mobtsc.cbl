000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOBTSC.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. CS-331 OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RMD   ORIGINAL VERSION - MONTHLY UPSTREAM TEAM
000120*                  FEED-QUALITY SCORECARD.  READS THE MOBAKH
000130*                  ACKNOWLEDGMENT HISTORY MOBMED APPENDS EACH
000140*                  NIGHT AND, FOR THE MONTH ON THE MOBTSP CARD
000150*                  (DEFAULT THE MONTH BEFORE THE RUN DATE) AND
000160*                  THE MONTH BEFORE IT, REPORTS PER TEAM:
000170*                  BATCHES EXPECTED (MOBTEA TEAMS, ONE PER
000180*                  MOBCAL PROCESSING DAY) AGAINST BATCHES
000190*                  RECEIVED, THE CNT/DTE/DUP/NTR/MIS BATCH
000200*                  FAILURES, THE REJECT RATE OVERALL AND BY
000210*                  NUM/DEPT/ROW/CNT/DUP REASON, AND THE TREND
000220*                  AGAINST THE PRIOR MONTH.  A MOBMED RERUN'S
000230*                  ACKNOWLEDGMENT REPLACES THE EARLIER ONE FOR
000240*                  THE SAME TEAM AND NIGHT.  RETURN CODE 4 WHEN
000250*                  ANY TEAM CAME UP SHORT OF ITS EXPECTED
000260*                  BATCHES OR GOT WORSE ON THE PRIOR MONTH.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT SCORE-PARM-FILE ASSIGN TO MOBTSP
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-TSP-FILE-STATUS.
000370     SELECT ACK-HISTORY-FILE ASSIGN TO MOBAKH
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-AKH-FILE-STATUS.
000400     SELECT EXPECTED-TEAM-FILE ASSIGN TO MOBTEA
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-TEA-FILE-STATUS.
000430     SELECT CALENDAR-FILE ASSIGN TO MOBCAL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CAL-FILE-STATUS.
000460     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000470         ORGANIZATION IS LINE SEQUENTIAL.
000480     SELECT SORT-WORK-FILE ASSIGN TO MOBTSW.
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  SCORE-PARM-FILE
000520     LABEL RECORD IS STANDARD.
000530     COPY MOBTSP.
000540 FD  ACK-HISTORY-FILE
000550     LABEL RECORD IS STANDARD.
000560     COPY MOBAKH.
000570 FD  EXPECTED-TEAM-FILE
000580     LABEL RECORD IS STANDARD.
000590     COPY MOBTEA.
000600 FD  CALENDAR-FILE
000610     LABEL RECORD IS STANDARD.
000620     COPY MOBCAL.
000630 FD  EVENT-LOG-FILE
000640     LABEL RECORD IS STANDARD.
000650     COPY MOBLOG.
000660 SD  SORT-WORK-FILE.
000670 01  TSC-SORT-RECORD.
000680     05  TSC-SORT-RUN-DATE       PIC 9(08).
000690     05  TSC-SORT-TEAM-ID        PIC X(03).
000700     05  TSC-SORT-SEQ            PIC 9(07).
000710     05  TSC-SORT-HIST-DATA      PIC X(88).
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* STANDALONE COUNTERS AND WORK FIELDS
000750*----------------------------------------------------------------
000760 77  WS-TSP-FILE-STATUS      PIC X(02) VALUE SPACES.
000770 77  WS-AKH-FILE-STATUS      PIC X(02) VALUE SPACES.
000780 77  WS-TEA-FILE-STATUS      PIC X(02) VALUE SPACES.
000790 77  WS-CAL-FILE-STATUS      PIC X(02) VALUE SPACES.
000800 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000810 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000820 77  WS-SEQ-NO               PIC 9(07) COMP VALUE ZERO.
000830 77  WS-HIST-READ            PIC 9(07) COMP VALUE ZERO.
000840 77  WS-HIST-SELECTED        PIC 9(07) COMP VALUE ZERO.
000850 77  WS-HIST-REPLACED        PIC 9(07) COMP VALUE ZERO.
000860 77  WS-PREV-RUN-DATE        PIC 9(08) VALUE ZERO.
000870 77  WS-TEAM-TBL-COUNT       PIC 9(03) COMP VALUE ZERO.
000880 77  WS-TEAM-SUB             PIC 9(03) COMP VALUE ZERO.
000890 77  WS-TEAM-FOUND-SUB       PIC 9(03) COMP VALUE ZERO.
000900 77  WS-LOOKUP-TEAM-ID       PIC X(03) VALUE SPACES.
000910 77  WS-PER                  PIC 9(01) COMP VALUE ZERO.
000920 77  WS-STAT-SUB             PIC 9(01) COMP VALUE ZERO.
000930 77  WS-STAT-FOUND-SUB       PIC 9(01) COMP VALUE ZERO.
000940 77  WS-RSN-SUB              PIC 9(01) COMP VALUE ZERO.
000950 77  WS-RATE-NUM             PIC 9(09) COMP VALUE ZERO.
000960 77  WS-RATE-DEN             PIC 9(09) COMP VALUE ZERO.
000970 77  WS-RATE                 PIC 9(03)V9 VALUE ZERO.
000980 77  WS-CUR-RATE             PIC 9(03)V9 VALUE ZERO.
000990 77  WS-PRI-RATE             PIC 9(03)V9 VALUE ZERO.
001000 77  WS-RATE-DIFF            PIC 9(03)V9 VALUE ZERO.
001010 77  WS-EXP-CUR              PIC 9(05) COMP VALUE ZERO.
001020 77  WS-EXP-PRI              PIC 9(05) COMP VALUE ZERO.
001030 77  WS-FAIL-CUR             PIC 9(05) COMP VALUE ZERO.
001040 77  WS-FAIL-PRI             PIC 9(05) COMP VALUE ZERO.
001050 77  WS-SHORT-COUNT          PIC 9(03) COMP VALUE ZERO.
001060 77  WS-WORSE-COUNT          PIC 9(03) COMP VALUE ZERO.
001070 77  WS-CUR-DISP             PIC Z(08)9.
001080 77  WS-PRI-DISP             PIC Z(08)9.
001090 77  WS-CUR-RATE-DISP        PIC Z(06)9.9.
001100 77  WS-PRI-RATE-DISP        PIC Z(06)9.9.
001110 77  WS-DIFF-DISP            PIC ZZ9.9.
001120 77  WS-TSC-COUNT-DISP       PIC Z(06)9.
001130*----------------------------------------------------------------
001140* DATE WORK VIEW - THE YYYYMM OF A RUN OR CALENDAR DATE.
001150*----------------------------------------------------------------
001160 01  TSC-WORK-DATE           PIC 9(08) VALUE ZERO.
001170 01  TSC-WORK-DATE-R REDEFINES TSC-WORK-DATE.
001180     05  TSC-WORK-YYMM       PIC 9(06).
001190     05  TSC-WORK-DD         PIC 9(02).
001200 01  TSC-MONTH-WORK          PIC 9(06) VALUE ZERO.
001210 01  TSC-MONTH-WORK-R REDEFINES TSC-MONTH-WORK.
001220     05  TSC-MONTH-YY        PIC 9(04).
001230     05  TSC-MONTH-MM        PIC 9(02).
001240*----------------------------------------------------------------
001250* THE TWO MONTHS SCORED - (1) THE REPORTING MONTH, (2) THE MONTH
001260* BEFORE IT FOR THE TREND - WITH THE NUMBER OF MOBCAL PROCESSING
001270* DAYS IN EACH AND THE NUMBER OF NIGHTS MOBMED ACTUALLY LEFT
001280* ACKNOWLEDGMENTS FOR.
001290*----------------------------------------------------------------
001300 01  TSC-PERIOD-TABLE.
001310     05  TSC-PERIOD OCCURS 2 TIMES.
001320         10  TSC-PD-MONTH        PIC 9(06).
001330         10  TSC-PD-CAL-DAYS     PIC 9(03) COMP.
001340         10  TSC-PD-HIST-NIGHTS  PIC 9(03) COMP.
001350*----------------------------------------------------------------
001360* BATCH STATUS CODES AS CARRIED ON MOBACK, AND THEIR REPORT
001370* LABELS.  ENTRY 1 IS A CLEAN BATCH; 2-6 ARE BATCH FAILURES.
001380*----------------------------------------------------------------
001390 01  TSC-STATUS-CODE-TBL.
001400     05  FILLER              PIC X(18) VALUE
001410         'OK CNTDTEDUPNTRMIS'.
001420 01  TSC-STATUS-CODE-R REDEFINES TSC-STATUS-CODE-TBL.
001430     05  TSC-STATUS-CODE     PIC X(03) OCCURS 6 TIMES.
001440 01  TSC-STATUS-LABEL-TBL.
001450     05  FILLER              PIC X(26) VALUE
001460         '    CLEAN BATCHES (OK) ...'.
001470     05  FILLER              PIC X(26) VALUE
001480         '    COUNT MISMATCH (CNT) .'.
001490     05  FILLER              PIC X(26) VALUE
001500         '    WRONG FEED DATE (DTE) '.
001510     05  FILLER              PIC X(26) VALUE
001520         '    DUPLICATE BATCH (DUP) '.
001530     05  FILLER              PIC X(26) VALUE
001540         '    NO TRAILER (NTR) .....'.
001550     05  FILLER              PIC X(26) VALUE
001560         '    MISSING BATCH (MIS) ..'.
001570 01  TSC-STATUS-LABEL-R REDEFINES TSC-STATUS-LABEL-TBL.
001580     05  TSC-STATUS-LABEL    PIC X(26) OCCURS 6 TIMES.
001590*----------------------------------------------------------------
001600* REJECT REASON LABELS, IN MOBACK COUNT ORDER.
001610*----------------------------------------------------------------
001620 01  TSC-REASON-LABEL-TBL.
001630     05  FILLER              PIC X(26) VALUE
001640         '      NOT NUMERIC (NUM) ..'.
001650     05  FILLER              PIC X(26) VALUE
001660         '      DEPT NOT ON FILE ...'.
001670     05  FILLER              PIC X(26) VALUE
001680         '      ROW PAST COUNT (ROW)'.
001690     05  FILLER              PIC X(26) VALUE
001700         '      COUNT OVER WIDTH ...'.
001710     05  FILLER              PIC X(26) VALUE
001720         '      DUPLICATE ROW (DUP) '.
001730 01  TSC-REASON-LABEL-R REDEFINES TSC-REASON-LABEL-TBL.
001740     05  TSC-REASON-LABEL    PIC X(26) OCCURS 5 TIMES.
001750*----------------------------------------------------------------
001760* PER-TEAM SCORE TABLE - ONE ENTRY PER TEAM NAMED ON A MOBTEA
001770* CARD OR FOUND ON THE HISTORY, WITH ONE SET OF COUNTS FOR EACH
001780* OF THE TWO MONTHS.  REASONS ARE NUM/DEPT/ROW/CNT/DUP IN ORDER.
001790* THE COUNTS ARE ZONED SO A NEW ENTRY IS CLEARED WITH ONE MOVE.
001800*----------------------------------------------------------------
001810 01  TSC-TEAM-TABLE.
001820     05  TSC-TEAM-ENTRY OCCURS 20 TIMES.
001830         10  TSC-TM-TEAM-ID      PIC X(03).
001840         10  TSC-TM-EXPECTED-SW  PIC X(01).
001850         10  TSC-TM-PERIOD OCCURS 2 TIMES.
001860             15  TSC-TM-NIGHTS       PIC 9(05).
001870             15  TSC-TM-RECEIVED     PIC 9(05).
001880             15  TSC-TM-STATUS-CNT   PIC 9(05)
001890                                     OCCURS 6 TIMES.
001900             15  TSC-TM-RECV-RECS    PIC 9(09).
001910             15  TSC-TM-REJECT-RECS  PIC 9(09).
001920             15  TSC-TM-REASON-CNT   PIC 9(07)
001930                                     OCCURS 5 TIMES.
001940*----------------------------------------------------------------
001950* THE ACKNOWLEDGMENT HELD BACK UNTIL THE NEXT SORTED RECORD
001960* SHOWS WHETHER A RERUN REPLACED IT.
001970*----------------------------------------------------------------
001980     COPY MOBAKH REPLACING LEADING ==MOBAKH== BY ==TSC-HLD==.
001990*----------------------------------------------------------------
002000 01  TSC-SWITCHES.
002010     05  TSC-AKH-EOF-SW      PIC X(01) VALUE 'N'.
002020         88  TSC-AKH-EOF               VALUE 'Y'.
002030     05  TSC-TEA-EOF-SW      PIC X(01) VALUE 'N'.
002040         88  TSC-TEA-EOF               VALUE 'Y'.
002050     05  TSC-CAL-EOF-SW      PIC X(01) VALUE 'N'.
002060         88  TSC-CAL-EOF               VALUE 'Y'.
002070     05  TSC-SORT-EOF-SW     PIC X(01) VALUE 'N'.
002080         88  TSC-SORT-EOF              VALUE 'Y'.
002090     05  TSC-HELD-SW         PIC X(01) VALUE 'N'.
002100         88  TSC-HELD                  VALUE 'Y'.
002110     05  TSC-CAL-SW          PIC X(01) VALUE 'N'.
002120         88  TSC-CAL-ON-FILE           VALUE 'Y'.
002130 PROCEDURE DIVISION.
002140*================================================================
002150 0000-MAIN-PROC.
002160*================================================================
002170     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002180     SORT SORT-WORK-FILE
002190         ON ASCENDING KEY TSC-SORT-RUN-DATE
002200                          TSC-SORT-TEAM-ID
002210                          TSC-SORT-SEQ
002220         INPUT PROCEDURE IS 2000-SELECT-HISTORY
002230             THRU 2000-SELECT-HISTORY-EXIT
002240         OUTPUT PROCEDURE IS 3000-SCORE-HISTORY
002250             THRU 3000-SCORE-HISTORY-EXIT.
002260     PERFORM 4000-PRINT-SCORECARD THRU 4000-PRINT-SCORECARD-EXIT.
002270     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002280     GO TO 9999-EXIT.
002290*================================================================
002300* 1000-INITIALIZE - SETTLE THE TWO MONTHS BEING SCORED, SEED THE
002310* TEAM TABLE FROM THE EXPECTED-TEAM CARDS AND COUNT EACH MONTH'S
002320* PROCESSING DAYS ON THE CALENDAR.  NO HISTORY FILE IS FATAL.
002330*================================================================
002340 1000-INITIALIZE.
002350     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002360     OPEN EXTEND EVENT-LOG-FILE.
002370     MOVE SPACES TO MOBLOG-DEPT-CODE.
002380     MOVE ZERO TO MOBLOG-ROW-NUMBER.
002390     MOVE SPACES TO MOBLOG-FILE-NAME.
002400     MOVE SPACES TO MOBLOG-MSG-TEXT.
002410     PERFORM 1100-SET-MONTHS THRU 1100-SET-MONTHS-EXIT.
002420     OPEN INPUT ACK-HISTORY-FILE.
002430     IF WS-AKH-FILE-STATUS = '35'
002440         DISPLAY 'TSC1000E ACKNOWLEDGMENT HISTORY NOT FOUND'
002450         MOVE 'TSC1000E' TO MOBLOG-MSG-CODE
002460         MOVE 'E' TO MOBLOG-SEVERITY
002470         MOVE 'MOBAKH  ' TO MOBLOG-FILE-NAME
002480         MOVE 'ACK HISTORY NOT FOUND'
002490             TO MOBLOG-MSG-TEXT
002500         PERFORM 8800-WRITE-EVENT
002510             THRU 8800-WRITE-EVENT-EXIT
002520         MOVE 16 TO RETURN-CODE
002530         GO TO 9999-EXIT
002540     END-IF.
002550     PERFORM 1200-LOAD-EXP-TEAMS THRU 1200-LOAD-EXP-TEAMS-EXIT.
002560     PERFORM 1300-COUNT-CAL-DAYS THRU 1300-COUNT-CAL-DAYS-EXIT.
002570 1000-INITIALIZE-EXIT.
002580     EXIT.
002590*================================================================
002600* 1100-SET-MONTHS - THE REPORTING MONTH COMES FROM THE PARAMETER
002610* CARD, OR IS THE MONTH BEFORE THE RUN DATE; THE TREND MONTH IS
002620* THE ONE BEFORE THAT.
002630*================================================================
002640 1100-SET-MONTHS.
002650     MOVE WS-RUN-DATE TO TSC-WORK-DATE.
002660     MOVE TSC-WORK-YYMM TO TSC-MONTH-WORK.
002670     PERFORM 1150-BACK-ONE-MONTH THRU 1150-BACK-ONE-MONTH-EXIT.
002680     OPEN INPUT SCORE-PARM-FILE.
002690     IF WS-TSP-FILE-STATUS NOT = '35'
002700         READ SCORE-PARM-FILE
002710             NOT AT END
002720                 IF MOBTSP-SCORE-MONTH IS NUMERIC
002730                    AND MOBTSP-SCORE-MM >= 1
002740                    AND MOBTSP-SCORE-MM <= 12
002750                     MOVE MOBTSP-SCORE-MONTH TO TSC-MONTH-WORK
002760                 ELSE
002770                     DISPLAY 'TSC1100W SCORECARD MONTH CARD '
002780                         'INVALID - PRIOR MONTH SCORED'
002790                     MOVE 'TSC1100W' TO MOBLOG-MSG-CODE
002800                     MOVE 'W' TO MOBLOG-SEVERITY
002810                     MOVE 'MOBTSP  ' TO MOBLOG-FILE-NAME
002820                     MOVE 'SCORECARD MONTH CARD INVALID'
002830                         TO MOBLOG-MSG-TEXT
002840                     PERFORM 8800-WRITE-EVENT
002850                         THRU 8800-WRITE-EVENT-EXIT
002860                 END-IF
002870         END-READ
002880         CLOSE SCORE-PARM-FILE
002890     END-IF.
002900     MOVE TSC-MONTH-WORK TO TSC-PD-MONTH (1).
002910     PERFORM 1150-BACK-ONE-MONTH THRU 1150-BACK-ONE-MONTH-EXIT.
002920     MOVE TSC-MONTH-WORK TO TSC-PD-MONTH (2).
002930     MOVE ZERO TO TSC-PD-CAL-DAYS (1).
002940     MOVE ZERO TO TSC-PD-CAL-DAYS (2).
002950     MOVE ZERO TO TSC-PD-HIST-NIGHTS (1).
002960     MOVE ZERO TO TSC-PD-HIST-NIGHTS (2).
002970 1100-SET-MONTHS-EXIT.
002980     EXIT.
002990*================================================================
003000 1150-BACK-ONE-MONTH.
003010     IF TSC-MONTH-MM = 1
003020         MOVE 12 TO TSC-MONTH-MM
003030         SUBTRACT 1 FROM TSC-MONTH-YY
003040     ELSE
003050         SUBTRACT 1 FROM TSC-MONTH-MM
003060     END-IF.
003070 1150-BACK-ONE-MONTH-EXIT.
003080     EXIT.
003090*================================================================
003100* 1200-LOAD-EXP-TEAMS - PRE-SEED THE TEAM TABLE FROM THE
003110* OPTIONAL EXPECTED-TEAM CARDS.  ONLY THESE TEAMS ARE HELD TO A
003120* BATCH PER PROCESSING DAY.
003130*================================================================
003140 1200-LOAD-EXP-TEAMS.
003150     OPEN INPUT EXPECTED-TEAM-FILE.
003160     IF WS-TEA-FILE-STATUS = '35'
003170         GO TO 1200-LOAD-EXP-TEAMS-EXIT
003180     END-IF.
003190     PERFORM 1250-LOAD-ONE-TEAM THRU 1250-LOAD-ONE-TEAM-EXIT
003200         UNTIL TSC-TEA-EOF.
003210     CLOSE EXPECTED-TEAM-FILE.
003220 1200-LOAD-EXP-TEAMS-EXIT.
003230     EXIT.
003240*================================================================
003250 1250-LOAD-ONE-TEAM.
003260     READ EXPECTED-TEAM-FILE
003270         AT END
003280             SET TSC-TEA-EOF TO TRUE
003290         NOT AT END
003300             IF MOBTEA-TEAM-ID NOT = SPACES
003310                 MOVE MOBTEA-TEAM-ID TO WS-LOOKUP-TEAM-ID
003320                 PERFORM 7000-FIND-TEAM THRU 7000-FIND-TEAM-EXIT
003330                 MOVE 'Y' TO TSC-TM-EXPECTED-SW
003340                     (WS-TEAM-FOUND-SUB)
003350             END-IF
003360     END-READ.
003370 1250-LOAD-ONE-TEAM-EXIT.
003380     EXIT.
003390*================================================================
003400* 1300-COUNT-CAL-DAYS - COUNT THE PROCESSING DAYS IN EACH OF THE
003410* TWO MONTHS.  A MONTH THE CALENDAR DOES NOT COVER FALLS BACK TO
003420* THE NIGHTS MOBMED ACTUALLY RAN (SEE 4150-SET-EXPECTED).
003430*================================================================
003440 1300-COUNT-CAL-DAYS.
003450     OPEN INPUT CALENDAR-FILE.
003460     IF WS-CAL-FILE-STATUS = '35'
003470         DISPLAY 'TSC1300W NO BUSINESS CALENDAR - EXPECTED '
003480             'BATCHES TAKEN FROM NIGHTS RUN'
003490         MOVE 'TSC1300W' TO MOBLOG-MSG-CODE
003500         MOVE 'W' TO MOBLOG-SEVERITY
003510         MOVE 'MOBCAL  ' TO MOBLOG-FILE-NAME
003520         MOVE 'NO CALENDAR - NIGHTS RUN USED'
003530             TO MOBLOG-MSG-TEXT
003540         PERFORM 8800-WRITE-EVENT
003550             THRU 8800-WRITE-EVENT-EXIT
003560         GO TO 1300-COUNT-CAL-DAYS-EXIT
003570     END-IF.
003580     SET TSC-CAL-ON-FILE TO TRUE.
003590     PERFORM 1350-COUNT-ONE-DAY THRU 1350-COUNT-ONE-DAY-EXIT
003600         UNTIL TSC-CAL-EOF.
003610     CLOSE CALENDAR-FILE.
003620 1300-COUNT-CAL-DAYS-EXIT.
003630     EXIT.
003640*================================================================
003650 1350-COUNT-ONE-DAY.
003660     READ CALENDAR-FILE
003670         AT END
003680             SET TSC-CAL-EOF TO TRUE
003690             GO TO 1350-COUNT-ONE-DAY-EXIT
003700     END-READ.
003710     IF NOT MOBCAL-PROCESSING-DAY
003720        OR MOBCAL-DATE IS NOT NUMERIC
003730         GO TO 1350-COUNT-ONE-DAY-EXIT
003740     END-IF.
003750     MOVE MOBCAL-DATE TO TSC-WORK-DATE.
003760     IF TSC-WORK-YYMM = TSC-PD-MONTH (1)
003770         ADD 1 TO TSC-PD-CAL-DAYS (1)
003780     END-IF.
003790     IF TSC-WORK-YYMM = TSC-PD-MONTH (2)
003800         ADD 1 TO TSC-PD-CAL-DAYS (2)
003810     END-IF.
003820 1350-COUNT-ONE-DAY-EXIT.
003830     EXIT.
003840*================================================================
003850* 2000-SELECT-HISTORY - SORT INPUT PROCEDURE.  RELEASE EVERY
003860* ACKNOWLEDGMENT WHOSE RUN DATE FALLS IN EITHER MONTH, NUMBERED
003870* IN FILE ORDER SO A RERUN'S COPY SORTS AFTER THE ORIGINAL.
003880*================================================================
003890 2000-SELECT-HISTORY.
003900     PERFORM 2100-SELECT-ONE-ACK THRU 2100-SELECT-ONE-ACK-EXIT
003910         UNTIL TSC-AKH-EOF.
003920     CLOSE ACK-HISTORY-FILE.
003930 2000-SELECT-HISTORY-EXIT.
003940     EXIT.
003950*================================================================
003960 2100-SELECT-ONE-ACK.
003970     READ ACK-HISTORY-FILE
003980         AT END
003990             SET TSC-AKH-EOF TO TRUE
004000             GO TO 2100-SELECT-ONE-ACK-EXIT
004010     END-READ.
004020     ADD 1 TO WS-HIST-READ.
004030     IF MOBAKH-RUN-DATE IS NOT NUMERIC
004040         GO TO 2100-SELECT-ONE-ACK-EXIT
004050     END-IF.
004060     MOVE MOBAKH-RUN-DATE TO TSC-WORK-DATE.
004070     IF TSC-WORK-YYMM NOT = TSC-PD-MONTH (1)
004080        AND TSC-WORK-YYMM NOT = TSC-PD-MONTH (2)
004090         GO TO 2100-SELECT-ONE-ACK-EXIT
004100     END-IF.
004110     ADD 1 TO WS-SEQ-NO.
004120     ADD 1 TO WS-HIST-SELECTED.
004130     MOVE MOBAKH-RUN-DATE TO TSC-SORT-RUN-DATE.
004140     MOVE MOBAKH-TEAM-ID TO TSC-SORT-TEAM-ID.
004150     MOVE WS-SEQ-NO TO TSC-SORT-SEQ.
004160     MOVE MOBAKH-RECORD TO TSC-SORT-HIST-DATA.
004170     RELEASE TSC-SORT-RECORD.
004180 2100-SELECT-ONE-ACK-EXIT.
004190     EXIT.
004200*================================================================
004210* 3000-SCORE-HISTORY - SORT OUTPUT PROCEDURE.  RECORDS COME BACK
004220* BY NIGHT, TEAM AND FILE ORDER; EACH IS HELD UNTIL THE NEXT ONE
004230* PROVES IT WAS THE LAST FOR ITS TEAM AND NIGHT, THEN SCORED.
004240*================================================================
004250 3000-SCORE-HISTORY.
004260     PERFORM 3100-RETURN-ONE-ACK THRU 3100-RETURN-ONE-ACK-EXIT
004270         UNTIL TSC-SORT-EOF.
004280     IF TSC-HELD
004290         PERFORM 3200-SCORE-HELD-ACK
004300             THRU 3200-SCORE-HELD-ACK-EXIT
004310     END-IF.
004320 3000-SCORE-HISTORY-EXIT.
004330     EXIT.
004340*================================================================
004350 3100-RETURN-ONE-ACK.
004360     RETURN SORT-WORK-FILE
004370         AT END
004380             SET TSC-SORT-EOF TO TRUE
004390             GO TO 3100-RETURN-ONE-ACK-EXIT
004400     END-RETURN.
004410     IF TSC-HELD
004420         IF TSC-SORT-RUN-DATE = TSC-HLD-RUN-DATE
004430            AND TSC-SORT-TEAM-ID = TSC-HLD-TEAM-ID
004440             ADD 1 TO WS-HIST-REPLACED
004450         ELSE
004460             PERFORM 3200-SCORE-HELD-ACK
004470                 THRU 3200-SCORE-HELD-ACK-EXIT
004480         END-IF
004490     END-IF.
004500     MOVE TSC-SORT-HIST-DATA TO TSC-HLD-RECORD.
004510     SET TSC-HELD TO TRUE.
004520 3100-RETURN-ONE-ACK-EXIT.
004530     EXIT.
004540*================================================================
004550* 3200-SCORE-HELD-ACK - FOLD ONE NIGHT'S ACKNOWLEDGMENT INTO ITS
004560* TEAM'S COUNTS FOR THE MONTH IT FALLS IN.  A 'MIS' RECORD IS A
004570* NIGHT THE TEAM SENT NOTHING, SO IT IS NOT A BATCH RECEIVED.
004580*================================================================
004590 3200-SCORE-HELD-ACK.
004600     MOVE TSC-HLD-RUN-DATE TO TSC-WORK-DATE.
004610     IF TSC-WORK-YYMM = TSC-PD-MONTH (1)
004620         MOVE 1 TO WS-PER
004630     ELSE
004640         MOVE 2 TO WS-PER
004650     END-IF.
004660     IF TSC-HLD-RUN-DATE NOT = WS-PREV-RUN-DATE
004670         ADD 1 TO TSC-PD-HIST-NIGHTS (WS-PER)
004680         MOVE TSC-HLD-RUN-DATE TO WS-PREV-RUN-DATE
004690     END-IF.
004700     MOVE TSC-HLD-TEAM-ID TO WS-LOOKUP-TEAM-ID.
004710     PERFORM 7000-FIND-TEAM THRU 7000-FIND-TEAM-EXIT.
004720     MOVE WS-TEAM-FOUND-SUB TO WS-TEAM-SUB.
004730     ADD 1 TO TSC-TM-NIGHTS (WS-TEAM-SUB, WS-PER).
004740     IF NOT TSC-HLD-BATCH-MISSING
004750         ADD 1 TO TSC-TM-RECEIVED (WS-TEAM-SUB, WS-PER)
004760     END-IF.
004770     MOVE ZERO TO WS-STAT-FOUND-SUB.
004780     MOVE 1 TO WS-STAT-SUB.
004790     PERFORM 3300-TEST-STATUS THRU 3300-TEST-STATUS-EXIT
004800         UNTIL WS-STAT-FOUND-SUB > ZERO
004810            OR WS-STAT-SUB > 6.
004820     IF WS-STAT-FOUND-SUB > ZERO
004830         ADD 1 TO TSC-TM-STATUS-CNT
004840             (WS-TEAM-SUB, WS-PER, WS-STAT-FOUND-SUB)
004850     END-IF.
004860     IF TSC-HLD-RECV-COUNT IS NUMERIC
004870         ADD TSC-HLD-RECV-COUNT
004880             TO TSC-TM-RECV-RECS (WS-TEAM-SUB, WS-PER)
004890         ADD TSC-HLD-REJECT-COUNT
004900             TO TSC-TM-REJECT-RECS (WS-TEAM-SUB, WS-PER)
004910         ADD TSC-HLD-REJ-NUM-COUNT
004920             TO TSC-TM-REASON-CNT (WS-TEAM-SUB, WS-PER, 1)
004930         ADD TSC-HLD-REJ-DEPT-COUNT
004940             TO TSC-TM-REASON-CNT (WS-TEAM-SUB, WS-PER, 2)
004950         ADD TSC-HLD-REJ-ROW-COUNT
004960             TO TSC-TM-REASON-CNT (WS-TEAM-SUB, WS-PER, 3)
004970         ADD TSC-HLD-REJ-CNT-COUNT
004980             TO TSC-TM-REASON-CNT (WS-TEAM-SUB, WS-PER, 4)
004990         ADD TSC-HLD-REJ-DUP-COUNT
005000             TO TSC-TM-REASON-CNT (WS-TEAM-SUB, WS-PER, 5)
005010     END-IF.
005020 3200-SCORE-HELD-ACK-EXIT.
005030     EXIT.
005040*================================================================
005050 3300-TEST-STATUS.
005060     IF TSC-HLD-BATCH-STATUS = TSC-STATUS-CODE (WS-STAT-SUB)
005070         MOVE WS-STAT-SUB TO WS-STAT-FOUND-SUB
005080     ELSE
005090         ADD 1 TO WS-STAT-SUB
005100     END-IF.
005110 3300-TEST-STATUS-EXIT.
005120     EXIT.
005130*================================================================
005140* 4000-PRINT-SCORECARD - ONE SCORECARD PER TEAM, THE REPORTING
005150* MONTH BESIDE THE PRIOR MONTH.
005160*================================================================
005170 4000-PRINT-SCORECARD.
005180     DISPLAY ' '.
005190     DISPLAY '===== MOBTSC UPSTREAM TEAM SCORECARD - MONTH '
005200         TSC-PD-MONTH (1) ' ====='.
005210     DISPLAY '  PRIOR MONTH FOR TREND ..... ' TSC-PD-MONTH (2).
005220     MOVE TSC-PD-CAL-DAYS (1) TO WS-CUR-DISP.
005230     MOVE TSC-PD-CAL-DAYS (2) TO WS-PRI-DISP.
005240     DISPLAY '  CALENDAR PROCESSING DAYS .. ' WS-CUR-DISP '  '
005250         WS-PRI-DISP.
005260     MOVE TSC-PD-HIST-NIGHTS (1) TO WS-CUR-DISP.
005270     MOVE TSC-PD-HIST-NIGHTS (2) TO WS-PRI-DISP.
005280     DISPLAY '  NIGHTS ACKNOWLEDGED ....... ' WS-CUR-DISP '  '
005290         WS-PRI-DISP.
005300     MOVE 1 TO WS-TEAM-SUB.
005310     PERFORM 4100-PRINT-ONE-TEAM THRU 4100-PRINT-ONE-TEAM-EXIT
005320         UNTIL WS-TEAM-SUB > WS-TEAM-TBL-COUNT.
005330 4000-PRINT-SCORECARD-EXIT.
005340     EXIT.
005350*================================================================
005360 4100-PRINT-ONE-TEAM.
005370     DISPLAY ' '.
005380     IF TSC-TM-EXPECTED-SW (WS-TEAM-SUB) = 'Y'
005390         DISPLAY '  TEAM ' TSC-TM-TEAM-ID (WS-TEAM-SUB)
005400             '  (EXPECTED NIGHTLY - ON MOBTEA)'
005410     ELSE
005420         DISPLAY '  TEAM ' TSC-TM-TEAM-ID (WS-TEAM-SUB)
005430             '  (NOT ON MOBTEA - NO BATCHES EXPECTED)'
005440     END-IF.
005450     DISPLAY '                              '
005460         ' THIS MONTH  PRIOR MONTH'.
005470     PERFORM 4150-SET-EXPECTED THRU 4150-SET-EXPECTED-EXIT.
005480     MOVE WS-EXP-CUR TO WS-CUR-DISP.
005490     MOVE WS-EXP-PRI TO WS-PRI-DISP.
005500     DISPLAY '    BATCHES EXPECTED ......... ' WS-CUR-DISP
005510         '  ' WS-PRI-DISP.
005520     MOVE TSC-TM-RECEIVED (WS-TEAM-SUB, 1) TO WS-CUR-DISP.
005530     MOVE TSC-TM-RECEIVED (WS-TEAM-SUB, 2) TO WS-PRI-DISP.
005540     DISPLAY '    BATCHES RECEIVED ......... ' WS-CUR-DISP
005550         '  ' WS-PRI-DISP.
005560     MOVE ZERO TO WS-FAIL-CUR.
005570     MOVE ZERO TO WS-FAIL-PRI.
005580     MOVE 1 TO WS-STAT-SUB.
005590     PERFORM 4200-PRINT-STATUS-LINE
005600         THRU 4200-PRINT-STATUS-LINE-EXIT
005610         UNTIL WS-STAT-SUB > 6.
005620     MOVE TSC-TM-RECV-RECS (WS-TEAM-SUB, 1) TO WS-CUR-DISP.
005630     MOVE TSC-TM-RECV-RECS (WS-TEAM-SUB, 2) TO WS-PRI-DISP.
005640     DISPLAY '    RECORDS RECEIVED ......... ' WS-CUR-DISP
005650         '  ' WS-PRI-DISP.
005660     MOVE TSC-TM-REJECT-RECS (WS-TEAM-SUB, 1) TO WS-CUR-DISP.
005670     MOVE TSC-TM-REJECT-RECS (WS-TEAM-SUB, 2) TO WS-PRI-DISP.
005680     DISPLAY '    RECORDS REJECTED ......... ' WS-CUR-DISP
005690         '  ' WS-PRI-DISP.
005700     MOVE TSC-TM-REJECT-RECS (WS-TEAM-SUB, 1) TO WS-RATE-NUM.
005710     MOVE TSC-TM-RECV-RECS (WS-TEAM-SUB, 1) TO WS-RATE-DEN.
005720     PERFORM 4400-COMPUTE-RATE THRU 4400-COMPUTE-RATE-EXIT.
005730     MOVE WS-RATE TO WS-CUR-RATE.
005740     MOVE TSC-TM-REJECT-RECS (WS-TEAM-SUB, 2) TO WS-RATE-NUM.
005750     MOVE TSC-TM-RECV-RECS (WS-TEAM-SUB, 2) TO WS-RATE-DEN.
005760     PERFORM 4400-COMPUTE-RATE THRU 4400-COMPUTE-RATE-EXIT.
005770     MOVE WS-RATE TO WS-PRI-RATE.
005780     MOVE WS-CUR-RATE TO WS-CUR-RATE-DISP.
005790     MOVE WS-PRI-RATE TO WS-PRI-RATE-DISP.
005800     DISPLAY '    REJECT RATE PCT .......... ' WS-CUR-RATE-DISP
005810         '  ' WS-PRI-RATE-DISP.
005820     MOVE 1 TO WS-RSN-SUB.
005830     PERFORM 4300-PRINT-REASON-LINE
005840         THRU 4300-PRINT-REASON-LINE-EXIT
005850         UNTIL WS-RSN-SUB > 5.
005860     PERFORM 4500-PRINT-TREND THRU 4500-PRINT-TREND-EXIT.
005870     ADD 1 TO WS-TEAM-SUB.
005880 4100-PRINT-ONE-TEAM-EXIT.
005890     EXIT.
005900*================================================================
005910* 4150-SET-EXPECTED - BATCHES EXPECTED FROM THE TEAM IN EACH
005920* MONTH: ONE PER CALENDAR PROCESSING DAY, OR PER NIGHT MOBMED
005930* RAN WHEN THE CALENDAR DOES NOT COVER THE MONTH.  A TEAM NOT ON
005940* MOBTEA IS EXPECTED TO SEND NOTHING.
005950*================================================================
005960 4150-SET-EXPECTED.
005970     MOVE ZERO TO WS-EXP-CUR.
005980     MOVE ZERO TO WS-EXP-PRI.
005990     IF TSC-TM-EXPECTED-SW (WS-TEAM-SUB) NOT = 'Y'
006000         GO TO 4150-SET-EXPECTED-EXIT
006010     END-IF.
006020     IF TSC-PD-CAL-DAYS (1) > ZERO
006030         MOVE TSC-PD-CAL-DAYS (1) TO WS-EXP-CUR
006040     ELSE
006050         MOVE TSC-PD-HIST-NIGHTS (1) TO WS-EXP-CUR
006060     END-IF.
006070     IF TSC-PD-CAL-DAYS (2) > ZERO
006080         MOVE TSC-PD-CAL-DAYS (2) TO WS-EXP-PRI
006090     ELSE
006100         MOVE TSC-PD-HIST-NIGHTS (2) TO WS-EXP-PRI
006110     END-IF.
006120 4150-SET-EXPECTED-EXIT.
006130     EXIT.
006140*================================================================
006150 4200-PRINT-STATUS-LINE.
006160     MOVE TSC-TM-STATUS-CNT (WS-TEAM-SUB, 1, WS-STAT-SUB)
006170         TO WS-CUR-DISP.
006180     MOVE TSC-TM-STATUS-CNT (WS-TEAM-SUB, 2, WS-STAT-SUB)
006190         TO WS-PRI-DISP.
006200     DISPLAY TSC-STATUS-LABEL (WS-STAT-SUB) '.... ' WS-CUR-DISP
006210         '  ' WS-PRI-DISP.
006220     IF WS-STAT-SUB > 1
006230         ADD TSC-TM-STATUS-CNT (WS-TEAM-SUB, 1, WS-STAT-SUB)
006240             TO WS-FAIL-CUR
006250         ADD TSC-TM-STATUS-CNT (WS-TEAM-SUB, 2, WS-STAT-SUB)
006260             TO WS-FAIL-PRI
006270     END-IF.
006280     ADD 1 TO WS-STAT-SUB.
006290 4200-PRINT-STATUS-LINE-EXIT.
006300     EXIT.
006310*================================================================
006320 4300-PRINT-REASON-LINE.
006330     MOVE TSC-TM-REASON-CNT (WS-TEAM-SUB, 1, WS-RSN-SUB)
006340         TO WS-RATE-NUM.
006350     MOVE TSC-TM-RECV-RECS (WS-TEAM-SUB, 1) TO WS-RATE-DEN.
006360     PERFORM 4400-COMPUTE-RATE THRU 4400-COMPUTE-RATE-EXIT.
006370     MOVE WS-RATE TO WS-CUR-RATE-DISP.
006380     MOVE TSC-TM-REASON-CNT (WS-TEAM-SUB, 2, WS-RSN-SUB)
006390         TO WS-RATE-NUM.
006400     MOVE TSC-TM-RECV-RECS (WS-TEAM-SUB, 2) TO WS-RATE-DEN.
006410     PERFORM 4400-COMPUTE-RATE THRU 4400-COMPUTE-RATE-EXIT.
006420     MOVE WS-RATE TO WS-PRI-RATE-DISP.
006430     DISPLAY TSC-REASON-LABEL (WS-RSN-SUB) '.... '
006440         WS-CUR-RATE-DISP '  ' WS-PRI-RATE-DISP.
006450     ADD 1 TO WS-RSN-SUB.
006460 4300-PRINT-REASON-LINE-EXIT.
006470     EXIT.
006480*================================================================
006490* 4400-COMPUTE-RATE - WS-RATE = WS-RATE-NUM AS A PERCENT OF
006500* WS-RATE-DEN, TO ONE DECIMAL; ZERO WHEN NOTHING WAS RECEIVED.
006510*================================================================
006520 4400-COMPUTE-RATE.
006530     IF WS-RATE-DEN = ZERO
006540         MOVE ZERO TO WS-RATE
006550     ELSE
006560         COMPUTE WS-RATE ROUNDED =
006570             (WS-RATE-NUM * 100) / WS-RATE-DEN
006580     END-IF.
006590 4400-COMPUTE-RATE-EXIT.
006600     EXIT.
006610*================================================================
006620* 4500-PRINT-TREND - THE TEAM'S VERDICT AGAINST THE PRIOR MONTH.
006630* A HIGHER REJECT RATE OR MORE BATCH FAILURES IS WORSE; A TEAM
006640* SHORT OF ITS EXPECTED BATCHES THIS MONTH IS CALLED OUT TOO.
006650* BOTH ARE LOGGED FOR THE SERVICE REVIEW.
006660*================================================================
006670 4500-PRINT-TREND.
006680     IF TSC-TM-RECEIVED (WS-TEAM-SUB, 1) < WS-EXP-CUR
006690         ADD 1 TO WS-SHORT-COUNT
006700         DISPLAY 'TSC4500W TEAM ' TSC-TM-TEAM-ID (WS-TEAM-SUB)
006710             ' SENT FEWER BATCHES THAN EXPECTED'
006720         MOVE 'TSC4500W' TO MOBLOG-MSG-CODE
006730         MOVE 'W' TO MOBLOG-SEVERITY
006740         MOVE TSC-TM-TEAM-ID (WS-TEAM-SUB) TO MOBLOG-DEPT-CODE
006750         MOVE 'MOBAKH  ' TO MOBLOG-FILE-NAME
006760         MOVE 'TEAM BATCHES SHORT OF EXPECTED'
006770             TO MOBLOG-MSG-TEXT
006780         PERFORM 8800-WRITE-EVENT
006790             THRU 8800-WRITE-EVENT-EXIT
006800     END-IF.
006810     IF TSC-TM-NIGHTS (WS-TEAM-SUB, 2) = ZERO
006820         DISPLAY '    TREND ...... NO PRIOR MONTH HISTORY'
006830         GO TO 4500-PRINT-TREND-EXIT
006840     END-IF.
006850     IF WS-CUR-RATE > WS-PRI-RATE
006860         COMPUTE WS-RATE-DIFF = WS-CUR-RATE - WS-PRI-RATE
006870         MOVE WS-RATE-DIFF TO WS-DIFF-DISP
006880         DISPLAY '    TREND ...... REJECT RATE WORSE BY '
006890             WS-DIFF-DISP ' POINTS'
006900     END-IF.
006910     IF WS-CUR-RATE < WS-PRI-RATE
006920         COMPUTE WS-RATE-DIFF = WS-PRI-RATE - WS-CUR-RATE
006930         MOVE WS-RATE-DIFF TO WS-DIFF-DISP
006940         DISPLAY '    TREND ...... REJECT RATE BETTER BY '
006950             WS-DIFF-DISP ' POINTS'
006960     END-IF.
006970     IF WS-CUR-RATE = WS-PRI-RATE
006980         DISPLAY '    TREND ...... REJECT RATE UNCHANGED'
006990     END-IF.
007000     MOVE WS-FAIL-CUR TO WS-CUR-DISP.
007010     MOVE WS-FAIL-PRI TO WS-PRI-DISP.
007020     DISPLAY '    BATCH FAILURES ........... ' WS-CUR-DISP
007030         '  ' WS-PRI-DISP.
007040     IF WS-CUR-RATE > WS-PRI-RATE
007050        OR WS-FAIL-CUR > WS-FAIL-PRI
007060         ADD 1 TO WS-WORSE-COUNT
007070         DISPLAY 'TSC4510W TEAM ' TSC-TM-TEAM-ID (WS-TEAM-SUB)
007080             ' FEED QUALITY WORSE THAN PRIOR MONTH'
007090         MOVE 'TSC4510W' TO MOBLOG-MSG-CODE
007100         MOVE 'W' TO MOBLOG-SEVERITY
007110         MOVE TSC-TM-TEAM-ID (WS-TEAM-SUB) TO MOBLOG-DEPT-CODE
007120         MOVE 'MOBAKH  ' TO MOBLOG-FILE-NAME
007130         MOVE 'TEAM FEED QUALITY WORSE'
007140             TO MOBLOG-MSG-TEXT
007150         PERFORM 8800-WRITE-EVENT
007160             THRU 8800-WRITE-EVENT-EXIT
007170     END-IF.
007180 4500-PRINT-TREND-EXIT.
007190     EXIT.
007200*================================================================
007210* 7000-FIND-TEAM - LOCATE WS-LOOKUP-TEAM-ID IN THE TEAM TABLE,
007220* ADDING A ZEROED ENTRY WHEN IT IS NOT THERE YET.
007230*================================================================
007240 7000-FIND-TEAM.
007250     MOVE ZERO TO WS-TEAM-FOUND-SUB.
007260     MOVE 1 TO WS-TEAM-SUB.
007270     PERFORM 7100-TEST-TEAM-ENTRY THRU 7100-TEST-TEAM-ENTRY-EXIT
007280         UNTIL WS-TEAM-FOUND-SUB > ZERO
007290            OR WS-TEAM-SUB > WS-TEAM-TBL-COUNT.
007300     IF WS-TEAM-FOUND-SUB = ZERO
007310         IF WS-TEAM-TBL-COUNT >= 20
007320             DISPLAY 'TSC7000E MORE THAN 20 UPSTREAM TEAMS - '
007330                 'JOB TERMINATED'
007340             MOVE 'TSC7000E' TO MOBLOG-MSG-CODE
007350             MOVE 'E' TO MOBLOG-SEVERITY
007360             MOVE 'UPSTREAM TEAM TABLE FULL'
007370                 TO MOBLOG-MSG-TEXT
007380             PERFORM 8800-WRITE-EVENT
007390                 THRU 8800-WRITE-EVENT-EXIT
007400             MOVE 16 TO RETURN-CODE
007410             GO TO 9999-EXIT
007420         END-IF
007430         ADD 1 TO WS-TEAM-TBL-COUNT
007440         MOVE WS-TEAM-TBL-COUNT TO WS-TEAM-FOUND-SUB
007450         MOVE ZEROS TO TSC-TEAM-ENTRY (WS-TEAM-FOUND-SUB)
007460         MOVE WS-LOOKUP-TEAM-ID
007470             TO TSC-TM-TEAM-ID (WS-TEAM-FOUND-SUB)
007480         MOVE 'N' TO TSC-TM-EXPECTED-SW (WS-TEAM-FOUND-SUB)
007490     END-IF.
007500 7000-FIND-TEAM-EXIT.
007510     EXIT.
007520*================================================================
007530 7100-TEST-TEAM-ENTRY.
007540     IF WS-LOOKUP-TEAM-ID = TSC-TM-TEAM-ID (WS-TEAM-SUB)
007550         MOVE WS-TEAM-SUB TO WS-TEAM-FOUND-SUB
007560     ELSE
007570         ADD 1 TO WS-TEAM-SUB
007580     END-IF.
007590 7100-TEST-TEAM-ENTRY-EXIT.
007600     EXIT.
007610*================================================================
007620* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
007630* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
007640* ANY KEY FIELDS (THE DEPT FIELD CARRIES THE TEAM ID); THE KEY
007650* FIELDS ARE CLEARED AFTERWARD SO THE NEXT EVENT CANNOT INHERIT
007660* THEM.
007670*================================================================
007680 8800-WRITE-EVENT.
007690     ACCEPT WS-LOG-TIME FROM TIME.
007700     MOVE 'MOBTSC  ' TO MOBLOG-PROGRAM.
007710     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
007720     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
007730     WRITE MOBLOG-RECORD.
007740     MOVE SPACES TO MOBLOG-DEPT-CODE.
007750     MOVE ZERO TO MOBLOG-ROW-NUMBER.
007760     MOVE SPACES TO MOBLOG-FILE-NAME.
007770     MOVE SPACES TO MOBLOG-MSG-TEXT.
007780 8800-WRITE-EVENT-EXIT.
007790     EXIT.
007800*================================================================
007810* 9000-TERMINATE - PRINT THE RUN TOTALS AND SET RETURN CODE 4
007820* WHEN ANY TEAM CAME UP SHORT OR GOT WORSE.
007830*================================================================
007840 9000-TERMINATE.
007850     DISPLAY ' '.
007860     MOVE WS-HIST-READ TO WS-TSC-COUNT-DISP.
007870     DISPLAY '  HISTORY RECORDS READ ..... ' WS-TSC-COUNT-DISP.
007880     MOVE WS-HIST-SELECTED TO WS-TSC-COUNT-DISP.
007890     DISPLAY '  IN THE TWO MONTHS ........ ' WS-TSC-COUNT-DISP.
007900     MOVE WS-HIST-REPLACED TO WS-TSC-COUNT-DISP.
007910     DISPLAY '  REPLACED BY A RERUN ...... ' WS-TSC-COUNT-DISP.
007920     MOVE WS-TEAM-TBL-COUNT TO WS-TSC-COUNT-DISP.
007930     DISPLAY '  TEAMS SCORED ............. ' WS-TSC-COUNT-DISP.
007940     MOVE WS-SHORT-COUNT TO WS-TSC-COUNT-DISP.
007950     DISPLAY '  TEAMS SHORT OF BATCHES ... ' WS-TSC-COUNT-DISP.
007960     MOVE WS-WORSE-COUNT TO WS-TSC-COUNT-DISP.
007970     DISPLAY '  TEAMS WORSE THAN PRIOR ... ' WS-TSC-COUNT-DISP.
007980     IF WS-SHORT-COUNT > ZERO
007990        OR WS-WORSE-COUNT > ZERO
008000         MOVE 4 TO RETURN-CODE
008010     END-IF.
008020     CLOSE EVENT-LOG-FILE.
008030     DISPLAY ' '.
008040     DISPLAY '===== MOBTSC TEAM SCORECARD COMPLETE ====='.
008050 9000-TERMINATE-EXIT.
008060     EXIT.
008070*================================================================
008080 9999-EXIT.
008090     STOP RUN.
008100 END PROGRAM MOBTSC.
