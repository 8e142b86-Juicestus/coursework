000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOBINT.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. CS-331 OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RMD   ORIGINAL VERSION - WEEKLY CROSS-FILE
000120*                  REFERENTIAL INTEGRITY SWEEP.  HOLDS MOBCTL,
000130*                  MOBTHR, MOBTRD, MOBRPT, MOBRPH AND MOBSUM UP
000140*                  AGAINST THE MOBDPT DEPARTMENT MASTER (CODES NOT
000150*                  ON IT, INACTIVE, OR SUPERSEDED BUT NOT
000160*                  RE-KEYED), FLAGS ACTIVE DEPARTMENTS WITH NO
000170*                  CONTROL CARD, MATCHES THE ARCHIVE (MOBRPT AND
000180*                  MOBRPH) AGAINST MOBTRD DATE BY DATE, AND LISTS
000190*                  MOBTEA TEAMS WITH NO BATCH ON MOBAKH FOR THE
000200*                  MOBINP NUMBER OF MONTHS (DEFAULT 3).  EVERY
000210*                  FINDING IS PRINTED AND LOGGED TO MOBLOG BY FILE
000220*                  AND KEY AS AN ERROR OR A WARNING; RETURN CODE 8
000230*                  WHEN THERE ARE ANY ERRORS, 4 WHEN ONLY
000240*                  WARNINGS.
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT INT-PARM-FILE ASSIGN TO MOBINP
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-INP-FILE-STATUS.
000350     SELECT DEPT-MASTER ASSIGN TO MOBDPT
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS MOBDPT-DEPT-CODE
000390         FILE STATUS IS WS-DPT-FILE-STATUS.
000400     SELECT CONTROL-FILE ASSIGN TO MOBCTL
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-CTL-FILE-STATUS.
000430     SELECT THRESHOLD-FILE ASSIGN TO MOBTHR
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-THR-FILE-STATUS.
000460     SELECT TREND-FILE ASSIGN TO MOBTRD
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS MOBTRD-KEY
000500         FILE STATUS IS WS-TRD-FILE-STATUS.
000510     SELECT REPORT-FILE ASSIGN TO MOBRPT
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS MOBRPT-KEY
000550         FILE STATUS IS WS-RPT-FILE-STATUS.
000560     SELECT HISTORY-FILE ASSIGN TO MOBRPH
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RPH-FILE-STATUS.
000590     SELECT SUMMARY-FILE ASSIGN TO MOBSUM
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS SEQUENTIAL
000620         RECORD KEY IS MOBSUM-KEY
000630         FILE STATUS IS WS-SUM-FILE-STATUS.
000640     SELECT EXPECTED-TEAM-FILE ASSIGN TO MOBTEA
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-TEA-FILE-STATUS.
000670     SELECT ACK-HISTORY-FILE ASSIGN TO MOBAKH
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-AKH-FILE-STATUS.
000700     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT KEY-SORT-FILE ASSIGN TO MOBINW.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  INT-PARM-FILE
000760     LABEL RECORD IS STANDARD.
000770     COPY MOBINP.
000780 FD  DEPT-MASTER.
000790     COPY MOBDPT.
000800 FD  CONTROL-FILE
000810     LABEL RECORD IS STANDARD.
000820     COPY MOBCTL.
000830 FD  THRESHOLD-FILE
000840     LABEL RECORD IS STANDARD.
000850     COPY MOBTHR.
000860 FD  TREND-FILE.
000870     COPY MOBTRD.
000880 FD  REPORT-FILE.
000890     COPY MOBRPT.
000900 FD  HISTORY-FILE
000910     LABEL RECORD IS STANDARD.
000920     COPY MOBRPT REPLACING LEADING ==MOBRPT== BY ==MOBRPH==.
000930 FD  SUMMARY-FILE.
000940     COPY MOBSUM.
000950 FD  EXPECTED-TEAM-FILE
000960     LABEL RECORD IS STANDARD.
000970     COPY MOBTEA.
000980 FD  ACK-HISTORY-FILE
000990     LABEL RECORD IS STANDARD.
001000     COPY MOBAKH.
001010 FD  EVENT-LOG-FILE
001020     LABEL RECORD IS STANDARD.
001030     COPY MOBLOG.
001040*----------------------------------------------------------------
001050* ONE RECORD PER DEPARTMENT/DATE HELD ON EACH DATED FILE, SOURCE
001060* R = MOBRPT, H = MOBRPH, T = MOBTRD, S = MOBSUM (WHOSE PERIOD IS
001070* CARRIED AS YYYYMM00 SO IT NEVER MATCHES A REAL RUN DATE).
001080*----------------------------------------------------------------
001090 SD  KEY-SORT-FILE.
001100 01  INT-SORT-RECORD.
001110     05  INT-SORT-DEPT-CODE      PIC X(04).
001120     05  INT-SORT-DATE           PIC 9(08).
001130     05  INT-SORT-SOURCE         PIC X(01).
001140     05  INT-SORT-COUNT          PIC 9(07).
001150 WORKING-STORAGE SECTION.
001160*----------------------------------------------------------------
001170* STANDALONE COUNTERS AND WORK FIELDS
001180*----------------------------------------------------------------
001190 77  WS-INP-FILE-STATUS      PIC X(02) VALUE SPACES.
001200 77  WS-DPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001210 77  WS-CTL-FILE-STATUS      PIC X(02) VALUE SPACES.
001220 77  WS-THR-FILE-STATUS      PIC X(02) VALUE SPACES.
001230 77  WS-TRD-FILE-STATUS      PIC X(02) VALUE SPACES.
001240 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001250 77  WS-RPH-FILE-STATUS      PIC X(02) VALUE SPACES.
001260 77  WS-SUM-FILE-STATUS      PIC X(02) VALUE SPACES.
001270 77  WS-TEA-FILE-STATUS      PIC X(02) VALUE SPACES.
001280 77  WS-AKH-FILE-STATUS      PIC X(02) VALUE SPACES.
001290 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
001300 77  WS-IDLE-MONTHS          PIC 9(02) VALUE 3.
001310 77  WS-IDLE-CUTOFF          PIC 9(08) VALUE ZERO.
001320 77  WS-MONTH-NUM            PIC 9(07) COMP VALUE ZERO.
001330 77  WS-CUT-YY               PIC 9(04) VALUE ZERO.
001340 77  WS-CUT-MM               PIC 9(02) VALUE ZERO.
001350 77  WS-DPT-TBL-COUNT        PIC 9(05) COMP VALUE ZERO.
001360 77  WS-DPT-SUB              PIC 9(05) COMP VALUE ZERO.
001370 77  WS-SCAN-SUB             PIC 9(05) COMP VALUE ZERO.
001380 77  WS-FIND-DEPT-CODE       PIC X(04) VALUE SPACES.
001390 77  WS-SUPERSEDED-SEV       PIC X(01) VALUE SPACE.
001400 77  WS-TEA-TBL-COUNT        PIC 9(05) COMP VALUE ZERO.
001410 77  WS-TEA-SUB              PIC 9(05) COMP VALUE ZERO.
001420 77  WS-FILE-SUB             PIC 9(03) COMP VALUE ZERO.
001430 77  WS-PEND-DEPT-CODE       PIC X(04) VALUE SPACES.
001440 77  WS-PEND-DATE            PIC 9(08) VALUE ZERO.
001450 77  WS-PEND-SOURCE          PIC X(01) VALUE SPACE.
001460 77  WS-PEND-COUNT           PIC 9(07) COMP VALUE ZERO.
001470 77  WS-CUR-DEPT-CODE        PIC X(04) VALUE SPACES.
001480 77  WS-CUR-DATE             PIC 9(08) VALUE ZERO.
001490 77  WS-DEPT-RPT-COUNT       PIC 9(07) COMP VALUE ZERO.
001500 77  WS-DEPT-RPH-COUNT       PIC 9(07) COMP VALUE ZERO.
001510 77  WS-DEPT-TRD-COUNT       PIC 9(07) COMP VALUE ZERO.
001520 77  WS-DEPT-SUM-COUNT       PIC 9(07) COMP VALUE ZERO.
001530 77  WS-TOTAL-ERRORS         PIC 9(07) COMP VALUE ZERO.
001540 77  WS-TOTAL-WARNINGS       PIC 9(07) COMP VALUE ZERO.
001550 77  WS-INT-COUNT-DISP       PIC Z(06)9.
001560 77  WS-ERR-DISP             PIC Z(06)9.
001570 77  WS-WRN-DISP             PIC Z(06)9.
001580 77  WS-MONTHS-DISP          PIC Z9.
001590 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001600 01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
001610     05  WS-RUN-YY           PIC 9(04).
001620     05  WS-RUN-MM           PIC 9(02).
001630     05  WS-RUN-DD           PIC 9(02).
001640*----------------------------------------------------------------
001650* ONE FINDING, AS SET BY THE CALLER OF 8000-RECORD-FINDING.
001660*----------------------------------------------------------------
001670 01  INT-FINDING.
001680     05  INT-FND-CODE        PIC X(08).
001690     05  INT-FND-SEVERITY    PIC X(01).
001700         88  INT-FND-ERROR             VALUE 'E'.
001710         88  INT-FND-WARNING           VALUE 'W'.
001720     05  INT-FND-FILE        PIC X(08).
001730     05  INT-FND-DEPT-CODE   PIC X(04).
001740     05  INT-FND-KEY         PIC X(16).
001750     05  INT-FND-TEXT        PIC X(30).
001760 01  INT-DATE-KEY.
001770     05  INT-DK-DEPT-CODE    PIC X(04).
001780     05  FILLER              PIC X(01) VALUE SPACE.
001790     05  INT-DK-DATE         PIC 9(08).
001800     05  FILLER              PIC X(03) VALUE SPACES.
001810 01  INT-IDLE-TEXT.
001820     05  FILLER              PIC X(15) VALUE 'NO BATCH SINCE '.
001830     05  INT-IT-DATE         PIC 9(08).
001840     05  FILLER              PIC X(07) VALUE SPACES.
001850 01  INT-FINDING-LINE.
001860     05  FILLER              PIC X(02) VALUE SPACES.
001870     05  INT-FL-SEVERITY     PIC X(07).
001880     05  FILLER              PIC X(01) VALUE SPACE.
001890     05  INT-FL-FILE         PIC X(08).
001900     05  FILLER              PIC X(02) VALUE SPACES.
001910     05  INT-FL-KEY          PIC X(16).
001920     05  FILLER              PIC X(02) VALUE SPACES.
001930     05  INT-FL-TEXT         PIC X(30).
001940*----------------------------------------------------------------
001950* THE FILES SWEPT, WITH THEIR ERROR AND WARNING TALLIES.
001960*----------------------------------------------------------------
001970 01  INT-FILE-VALUES.
001980     05  FILLER              PIC X(08) VALUE 'MOBDPT  '.
001990     05  FILLER              PIC X(08) VALUE 'MOBCTL  '.
002000     05  FILLER              PIC X(08) VALUE 'MOBTHR  '.
002010     05  FILLER              PIC X(08) VALUE 'MOBTRD  '.
002020     05  FILLER              PIC X(08) VALUE 'MOBRPT  '.
002030     05  FILLER              PIC X(08) VALUE 'MOBRPH  '.
002040     05  FILLER              PIC X(08) VALUE 'MOBSUM  '.
002050     05  FILLER              PIC X(08) VALUE 'MOBTEA  '.
002060     05  FILLER              PIC X(08) VALUE 'MOBAKH  '.
002070 01  INT-FILE-TABLE REDEFINES INT-FILE-VALUES.
002080     05  INT-FILE-NAME       PIC X(08) OCCURS 9 TIMES.
002090 01  INT-FILE-TALLIES.
002100     05  INT-FILE-TALLY OCCURS 9 TIMES.
002110         10  INT-FILE-ERRORS     PIC 9(07) COMP.
002120         10  INT-FILE-WARNINGS   PIC 9(07) COMP.
002130*----------------------------------------------------------------
002140* DEPARTMENT MASTER TABLE - EVERY CODE ON MOBDPT, ITS STATUS, AND
002150* WHETHER A MOBCTL CARD NAMED IT.
002160*----------------------------------------------------------------
002170 01  INT-DPT-TABLE.
002180     05  INT-DPT-ENTRY OCCURS 1000 TIMES.
002190         10  INT-DPT-CODE        PIC X(04).
002200         10  INT-DPT-FLAG        PIC X(01).
002210             88  INT-DPT-ACTIVE          VALUE 'A'.
002220             88  INT-DPT-INACTIVE        VALUE 'I'.
002230             88  INT-DPT-SUPERSEDED      VALUE 'S'.
002240         10  INT-DPT-CTL-SW      PIC X(01).
002250             88  INT-DPT-ON-CONTROL      VALUE 'Y'.
002260*----------------------------------------------------------------
002270* EXPECTED-TEAM TABLE - EACH MOBTEA TEAM AND THE LATEST RUN DATE
002280* IT SENT A BATCH (ANY MOBAKH RECORD NOT MARKED MISSING).
002290*----------------------------------------------------------------
002300 01  INT-TEA-TABLE.
002310     05  INT-TEA-ENTRY OCCURS 200 TIMES.
002320         10  INT-TEA-TEAM-ID     PIC X(03).
002330         10  INT-TEA-LAST-DATE   PIC 9(08).
002340*----------------------------------------------------------------
002350 01  INT-SWITCHES.
002360     05  INT-DPT-EOF-SW      PIC X(01) VALUE 'N'.
002370         88  INT-DPT-EOF               VALUE 'Y'.
002380     05  INT-CTL-EOF-SW      PIC X(01) VALUE 'N'.
002390         88  INT-CTL-EOF               VALUE 'Y'.
002400     05  INT-THR-EOF-SW      PIC X(01) VALUE 'N'.
002410         88  INT-THR-EOF               VALUE 'Y'.
002420     05  INT-TRD-EOF-SW      PIC X(01) VALUE 'N'.
002430         88  INT-TRD-EOF               VALUE 'Y'.
002440     05  INT-RPT-EOF-SW      PIC X(01) VALUE 'N'.
002450         88  INT-RPT-EOF               VALUE 'Y'.
002460     05  INT-RPH-EOF-SW      PIC X(01) VALUE 'N'.
002470         88  INT-RPH-EOF               VALUE 'Y'.
002480     05  INT-SUM-EOF-SW      PIC X(01) VALUE 'N'.
002490         88  INT-SUM-EOF               VALUE 'Y'.
002500     05  INT-TEA-EOF-SW      PIC X(01) VALUE 'N'.
002510         88  INT-TEA-EOF               VALUE 'Y'.
002520     05  INT-AKH-EOF-SW      PIC X(01) VALUE 'N'.
002530         88  INT-AKH-EOF               VALUE 'Y'.
002540     05  INT-SORT-EOF-SW     PIC X(01) VALUE 'N'.
002550         88  INT-SORT-EOF              VALUE 'Y'.
002560     05  INT-CTL-SW          PIC X(01) VALUE 'N'.
002570         88  INT-CTL-ON-FILE           VALUE 'Y'.
002580     05  INT-PEND-SW         PIC X(01) VALUE 'N'.
002590         88  INT-PEND-HELD             VALUE 'Y'.
002600     05  INT-DEPT-OPEN-SW    PIC X(01) VALUE 'N'.
002610         88  INT-DEPT-IN-PROGRESS      VALUE 'Y'.
002620     05  INT-DATE-OPEN-SW    PIC X(01) VALUE 'N'.
002630         88  INT-DATE-IN-PROGRESS      VALUE 'Y'.
002640     05  INT-DATE-RPT-SW     PIC X(01) VALUE 'N'.
002650         88  INT-DATE-ON-RPT           VALUE 'Y'.
002660     05  INT-DATE-RPH-SW     PIC X(01) VALUE 'N'.
002670         88  INT-DATE-ON-RPH           VALUE 'Y'.
002680     05  INT-DATE-TRD-SW     PIC X(01) VALUE 'N'.
002690         88  INT-DATE-ON-TRD           VALUE 'Y'.
002700 PROCEDURE DIVISION.
002710*================================================================
002720 0000-MAIN-PROC.
002730*================================================================
002740     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
002750     PERFORM 2000-CHECK-CONTROL THRU 2000-CHECK-CONTROL-EXIT.
002760     PERFORM 2100-CHECK-THRESHOLD THRU 2100-CHECK-THRESHOLD-EXIT.
002770     PERFORM 2200-CHECK-NO-CARD THRU 2200-CHECK-NO-CARD-EXIT.
002780     SORT KEY-SORT-FILE
002790         ON ASCENDING KEY INT-SORT-DEPT-CODE
002800         ON ASCENDING KEY INT-SORT-DATE
002810         ON ASCENDING KEY INT-SORT-SOURCE
002820         INPUT PROCEDURE IS 3000-RELEASE-KEYS
002830             THRU 3000-RELEASE-KEYS-EXIT
002840         OUTPUT PROCEDURE IS 4000-MATCH-KEYS
002850             THRU 4000-MATCH-KEYS-EXIT.
002860     PERFORM 5000-CHECK-TEAMS THRU 5000-CHECK-TEAMS-EXIT.
002870     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002880     GO TO 9999-EXIT.
002890*================================================================
002900* 1000-INITIALIZE - PICK UP THE TEAM IDLE LIMIT AND LOAD THE
002910* DEPARTMENT MASTER.  EVERY OTHER CHECK IS MADE AGAINST THE
002920* MASTER, SO WITHOUT IT THE SWEEP CANNOT RUN.
002930*================================================================
002940 1000-INITIALIZE.
002950     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002960     OPEN EXTEND EVENT-LOG-FILE.
002970     MOVE SPACES TO MOBLOG-DEPT-CODE.
002980     MOVE ZERO TO MOBLOG-ROW-NUMBER.
002990     MOVE SPACES TO MOBLOG-FILE-NAME.
003000     MOVE SPACES TO MOBLOG-MSG-TEXT.
003010     MOVE 1 TO WS-FILE-SUB.
003020     PERFORM 1050-CLEAR-ONE-TALLY THRU 1050-CLEAR-ONE-TALLY-EXIT
003030         UNTIL WS-FILE-SUB > 9.
003040     OPEN INPUT INT-PARM-FILE.
003050     IF WS-INP-FILE-STATUS NOT = '35'
003060         READ INT-PARM-FILE
003070             NOT AT END
003080                 IF MOBINP-IDLE-MONTHS IS NUMERIC
003090                    AND MOBINP-IDLE-MONTHS > ZERO
003100                     MOVE MOBINP-IDLE-MONTHS TO WS-IDLE-MONTHS
003110                 ELSE
003120                     DISPLAY 'INT1000W INTEGRITY CARD INVALID - '
003130                         'DEFAULT LIMIT USED'
003140                     MOVE 'INT1000W' TO MOBLOG-MSG-CODE
003150                     MOVE 'W' TO MOBLOG-SEVERITY
003160                     MOVE 'MOBINP  ' TO MOBLOG-FILE-NAME
003170                     MOVE 'INTEGRITY CARD INVALID'
003180                         TO MOBLOG-MSG-TEXT
003190                     PERFORM 8800-WRITE-EVENT
003200                         THRU 8800-WRITE-EVENT-EXIT
003210                 END-IF
003220         END-READ
003230         CLOSE INT-PARM-FILE
003240     END-IF.
003250     COMPUTE WS-MONTH-NUM = WS-RUN-YY * 12 + WS-RUN-MM - 1
003260                          - WS-IDLE-MONTHS.
003270     DIVIDE WS-MONTH-NUM BY 12 GIVING WS-CUT-YY
003280         REMAINDER WS-CUT-MM.
003290     ADD 1 TO WS-CUT-MM.
003300     COMPUTE WS-IDLE-CUTOFF = WS-CUT-YY * 10000 + WS-CUT-MM * 100
003310                            + WS-RUN-DD.
003320     DISPLAY ' '.
003330     DISPLAY '===== MOBINT REFERENTIAL INTEGRITY SWEEP - '
003340         WS-RUN-DATE ' ====='.
003350     OPEN INPUT DEPT-MASTER.
003360     IF WS-DPT-FILE-STATUS = '35'
003370         DISPLAY 'INT1000E DEPARTMENT MASTER NOT FOUND - '
003380             'JOB TERMINATED'
003390         MOVE 'INT1000E' TO MOBLOG-MSG-CODE
003400         MOVE 'E' TO MOBLOG-SEVERITY
003410         MOVE 'MOBDPT  ' TO MOBLOG-FILE-NAME
003420         MOVE 'DEPT MASTER NOT FOUND'
003430             TO MOBLOG-MSG-TEXT
003440         PERFORM 8800-WRITE-EVENT
003450             THRU 8800-WRITE-EVENT-EXIT
003460         CLOSE EVENT-LOG-FILE
003470         MOVE 16 TO RETURN-CODE
003480         GO TO 9999-EXIT
003490     END-IF.
003500     PERFORM 1100-LOAD-ONE-DEPT THRU 1100-LOAD-ONE-DEPT-EXIT
003510         UNTIL INT-DPT-EOF.
003520     CLOSE DEPT-MASTER.
003530     MOVE WS-DPT-TBL-COUNT TO WS-INT-COUNT-DISP.
003540     DISPLAY '  DEPARTMENTS ON MASTER .... ' WS-INT-COUNT-DISP.
003550     DISPLAY ' '.
003560     DISPLAY '  SEVERITY FILE      KEY               FINDING'.
003570 1000-INITIALIZE-EXIT.
003580     EXIT.
003590*================================================================
003600 1050-CLEAR-ONE-TALLY.
003610     MOVE ZERO TO INT-FILE-ERRORS (WS-FILE-SUB).
003620     MOVE ZERO TO INT-FILE-WARNINGS (WS-FILE-SUB).
003630     ADD 1 TO WS-FILE-SUB.
003640 1050-CLEAR-ONE-TALLY-EXIT.
003650     EXIT.
003660*================================================================
003670 1100-LOAD-ONE-DEPT.
003680     READ DEPT-MASTER NEXT RECORD
003690         AT END
003700             SET INT-DPT-EOF TO TRUE
003710             GO TO 1100-LOAD-ONE-DEPT-EXIT
003720     END-READ.
003730     IF WS-DPT-TBL-COUNT >= 1000
003740         DISPLAY 'INT1100E MORE THAN 1000 DEPARTMENTS - '
003750             'JOB TERMINATED'
003760         MOVE 'INT1100E' TO MOBLOG-MSG-CODE
003770         MOVE 'E' TO MOBLOG-SEVERITY
003780         MOVE 'MOBDPT  ' TO MOBLOG-FILE-NAME
003790         MOVE 'DEPARTMENT TABLE FULL'
003800             TO MOBLOG-MSG-TEXT
003810         PERFORM 8800-WRITE-EVENT
003820             THRU 8800-WRITE-EVENT-EXIT
003823         CLOSE DEPT-MASTER
003826         CLOSE EVENT-LOG-FILE
003830         MOVE 16 TO RETURN-CODE
003840         GO TO 9999-EXIT
003850     END-IF.
003860     ADD 1 TO WS-DPT-TBL-COUNT.
003870     MOVE MOBDPT-DEPT-CODE TO INT-DPT-CODE (WS-DPT-TBL-COUNT).
003880     MOVE MOBDPT-ACTIVE-FLAG TO INT-DPT-FLAG (WS-DPT-TBL-COUNT).
003890     MOVE 'N' TO INT-DPT-CTL-SW (WS-DPT-TBL-COUNT).
003900 1100-LOAD-ONE-DEPT-EXIT.
003910     EXIT.
003920*================================================================
003930* 2000-CHECK-CONTROL - EVERY MOBCTL CARD MUST NAME A DEPARTMENT
003940* ON THE MASTER (ERROR) THAT IS STILL ACTIVE (WARNING - MOB WILL
003950* SKIP THE CARD), AND ONLY ONCE (WARNING).
003960*================================================================
003970 2000-CHECK-CONTROL.
003980     OPEN INPUT CONTROL-FILE.
003990     IF WS-CTL-FILE-STATUS = '35'
004000         MOVE 'INT2000W' TO INT-FND-CODE
004010         MOVE 'W' TO INT-FND-SEVERITY
004020         MOVE 'MOBCTL  ' TO INT-FND-FILE
004030         MOVE SPACES TO INT-FND-DEPT-CODE
004040         MOVE '(FILE)' TO INT-FND-KEY
004050         MOVE 'FILE NOT FOUND - NOT CHECKED' TO INT-FND-TEXT
004060         PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT
004070         GO TO 2000-CHECK-CONTROL-EXIT
004080     END-IF.
004090     SET INT-CTL-ON-FILE TO TRUE.
004100     PERFORM 2050-CHECK-ONE-CARD THRU 2050-CHECK-ONE-CARD-EXIT
004110         UNTIL INT-CTL-EOF.
004120     CLOSE CONTROL-FILE.
004130 2000-CHECK-CONTROL-EXIT.
004140     EXIT.
004150*================================================================
004160 2050-CHECK-ONE-CARD.
004170     READ CONTROL-FILE
004180         AT END
004190             SET INT-CTL-EOF TO TRUE
004200             GO TO 2050-CHECK-ONE-CARD-EXIT
004210     END-READ.
004220     MOVE MOBCTL-DEPT-CODE TO WS-FIND-DEPT-CODE.
004230     MOVE 'MOBCTL  ' TO INT-FND-FILE.
004240     MOVE 'W' TO WS-SUPERSEDED-SEV.
004250     PERFORM 7100-CLASSIFY-DEPT THRU 7100-CLASSIFY-DEPT-EXIT.
004260     IF WS-DPT-SUB = ZERO
004270         GO TO 2050-CHECK-ONE-CARD-EXIT
004280     END-IF.
004290     IF INT-DPT-ON-CONTROL (WS-DPT-SUB)
004300         MOVE 'INT2050W' TO INT-FND-CODE
004310         MOVE 'W' TO INT-FND-SEVERITY
004320         MOVE 'MOBCTL  ' TO INT-FND-FILE
004330         MOVE MOBCTL-DEPT-CODE TO INT-FND-DEPT-CODE
004340         MOVE MOBCTL-DEPT-CODE TO INT-FND-KEY
004350         MOVE 'DUPLICATE CONTROL CARD' TO INT-FND-TEXT
004360         PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT
004370     END-IF.
004380     SET INT-DPT-ON-CONTROL (WS-DPT-SUB) TO TRUE.
004390 2050-CHECK-ONE-CARD-EXIT.
004400     EXIT.
004410*================================================================
004420* 2100-CHECK-THRESHOLD - EVERY MOBTHR CARD MUST NAME A DEPARTMENT
004430* ON THE MASTER (ERROR).  A CARD LEFT FOR AN INACTIVE OR
004440* SUPERSEDED CODE POLICES NOTHING (WARNING).  NO FILE IS NORMAL -
004450* NO DEPARTMENT IS POLICED.
004460*================================================================
004470 2100-CHECK-THRESHOLD.
004480     OPEN INPUT THRESHOLD-FILE.
004490     IF WS-THR-FILE-STATUS = '35'
004500         DISPLAY '  NO THRESHOLD FILE - MOBTHR NOT CHECKED'
004510         GO TO 2100-CHECK-THRESHOLD-EXIT
004520     END-IF.
004530     PERFORM 2150-CHECK-ONE-THR THRU 2150-CHECK-ONE-THR-EXIT
004540         UNTIL INT-THR-EOF.
004550     CLOSE THRESHOLD-FILE.
004560 2100-CHECK-THRESHOLD-EXIT.
004570     EXIT.
004580*================================================================
004590 2150-CHECK-ONE-THR.
004600     READ THRESHOLD-FILE
004610         AT END
004620             SET INT-THR-EOF TO TRUE
004630             GO TO 2150-CHECK-ONE-THR-EXIT
004640     END-READ.
004650     MOVE MOBTHR-DEPT-CODE TO WS-FIND-DEPT-CODE.
004660     MOVE 'MOBTHR  ' TO INT-FND-FILE.
004670     MOVE 'W' TO WS-SUPERSEDED-SEV.
004680     PERFORM 7100-CLASSIFY-DEPT THRU 7100-CLASSIFY-DEPT-EXIT.
004690 2150-CHECK-ONE-THR-EXIT.
004700     EXIT.
004710*================================================================
004720* 2200-CHECK-NO-CARD - AN ACTIVE DEPARTMENT WITH NO MOBCTL CARD
004730* IS NEVER CHARTED (WARNING).
004740*================================================================
004750 2200-CHECK-NO-CARD.
004760     IF NOT INT-CTL-ON-FILE
004770         GO TO 2200-CHECK-NO-CARD-EXIT
004780     END-IF.
004790     MOVE 1 TO WS-DPT-SUB.
004800     PERFORM 2250-CHECK-ONE-MASTER THRU 2250-CHECK-ONE-MASTER-EXIT
004810         UNTIL WS-DPT-SUB > WS-DPT-TBL-COUNT.
004820 2200-CHECK-NO-CARD-EXIT.
004830     EXIT.
004840*================================================================
004850 2250-CHECK-ONE-MASTER.
004860     IF INT-DPT-ACTIVE (WS-DPT-SUB)
004870        AND NOT INT-DPT-ON-CONTROL (WS-DPT-SUB)
004880         MOVE 'INT2250W' TO INT-FND-CODE
004890         MOVE 'W' TO INT-FND-SEVERITY
004900         MOVE 'MOBDPT  ' TO INT-FND-FILE
004910         MOVE INT-DPT-CODE (WS-DPT-SUB) TO INT-FND-DEPT-CODE
004920         MOVE INT-DPT-CODE (WS-DPT-SUB) TO INT-FND-KEY
004930         MOVE 'ACTIVE BUT NO MOBCTL CARD' TO INT-FND-TEXT
004940         PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT
004950     END-IF.
004960     ADD 1 TO WS-DPT-SUB.
004970 2250-CHECK-ONE-MASTER-EXIT.
004980     EXIT.
004990*================================================================
005000* 3000-RELEASE-KEYS - SORT INPUT PROCEDURE.  ONE KEY PER
005010* DEPARTMENT/RUN DATE OFF THE ARCHIVE AND HISTORY (THEIR ROWS FOR
005020* A DATE ARE ADJACENT, SO THEY ARE COUNTED UP AS ONE), ONE PER
005030* TREND RECORD AND ONE PER MONTHLY SUMMARY.
005040*================================================================
005050 3000-RELEASE-KEYS.
005060     OPEN INPUT REPORT-FILE.
005070     IF WS-RPT-FILE-STATUS = '35'
005080         MOVE 'INT3000W' TO INT-FND-CODE
005090         MOVE 'W' TO INT-FND-SEVERITY
005100         MOVE 'MOBRPT  ' TO INT-FND-FILE
005110         MOVE SPACES TO INT-FND-DEPT-CODE
005120         MOVE '(FILE)' TO INT-FND-KEY
005130         MOVE 'FILE NOT FOUND - NOT CHECKED' TO INT-FND-TEXT
005140         PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT
005150     ELSE
005160         PERFORM 3100-RELEASE-ONE-RPT
005170             THRU 3100-RELEASE-ONE-RPT-EXIT
005180             UNTIL INT-RPT-EOF
005190         PERFORM 3900-FLUSH-PENDING THRU 3900-FLUSH-PENDING-EXIT
005200         CLOSE REPORT-FILE
005210     END-IF.
005220     OPEN INPUT HISTORY-FILE.
005230     IF WS-RPH-FILE-STATUS = '35'
005240         DISPLAY '  NO HISTORY FILE - MOBRPH NOT CHECKED'
005250     ELSE
005260         PERFORM 3200-RELEASE-ONE-RPH
005270             THRU 3200-RELEASE-ONE-RPH-EXIT
005280             UNTIL INT-RPH-EOF
005290         PERFORM 3900-FLUSH-PENDING THRU 3900-FLUSH-PENDING-EXIT
005300         CLOSE HISTORY-FILE
005310     END-IF.
005320     OPEN INPUT TREND-FILE.
005330     IF WS-TRD-FILE-STATUS = '35'
005340         MOVE 'INT3000W' TO INT-FND-CODE
005350         MOVE 'W' TO INT-FND-SEVERITY
005360         MOVE 'MOBTRD  ' TO INT-FND-FILE
005370         MOVE SPACES TO INT-FND-DEPT-CODE
005380         MOVE '(FILE)' TO INT-FND-KEY
005390         MOVE 'FILE NOT FOUND - NOT CHECKED' TO INT-FND-TEXT
005400         PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT
005410     ELSE
005420         PERFORM 3300-RELEASE-ONE-TRD
005430             THRU 3300-RELEASE-ONE-TRD-EXIT
005440             UNTIL INT-TRD-EOF
005450         CLOSE TREND-FILE
005460     END-IF.
005470     OPEN INPUT SUMMARY-FILE.
005480     IF WS-SUM-FILE-STATUS = '35'
005490         DISPLAY '  NO SUMMARY FILE - MOBSUM NOT CHECKED'
005500         GO TO 3000-RELEASE-KEYS-EXIT
005510     END-IF.
005520     PERFORM 3400-RELEASE-ONE-SUM THRU 3400-RELEASE-ONE-SUM-EXIT
005530         UNTIL INT-SUM-EOF.
005540     CLOSE SUMMARY-FILE.
005550 3000-RELEASE-KEYS-EXIT.
005560     EXIT.
005570*================================================================
005580 3100-RELEASE-ONE-RPT.
005590     READ REPORT-FILE NEXT RECORD
005600         AT END
005610             SET INT-RPT-EOF TO TRUE
005620             GO TO 3100-RELEASE-ONE-RPT-EXIT
005630     END-READ.
005640     IF INT-PEND-HELD
005650        AND (MOBRPT-DEPT-CODE NOT = WS-PEND-DEPT-CODE
005660          OR MOBRPT-RUN-DATE NOT = WS-PEND-DATE)
005670         PERFORM 3900-FLUSH-PENDING THRU 3900-FLUSH-PENDING-EXIT
005680     END-IF.
005690     IF NOT INT-PEND-HELD
005700         SET INT-PEND-HELD TO TRUE
005710         MOVE MOBRPT-DEPT-CODE TO WS-PEND-DEPT-CODE
005720         MOVE MOBRPT-RUN-DATE TO WS-PEND-DATE
005730         MOVE 'R' TO WS-PEND-SOURCE
005740         MOVE ZERO TO WS-PEND-COUNT
005750     END-IF.
005760     ADD 1 TO WS-PEND-COUNT.
005770 3100-RELEASE-ONE-RPT-EXIT.
005780     EXIT.
005790*================================================================
005800 3200-RELEASE-ONE-RPH.
005810     READ HISTORY-FILE
005820         AT END
005830             SET INT-RPH-EOF TO TRUE
005840             GO TO 3200-RELEASE-ONE-RPH-EXIT
005850     END-READ.
005860     IF INT-PEND-HELD
005870        AND (MOBRPH-DEPT-CODE NOT = WS-PEND-DEPT-CODE
005880          OR MOBRPH-RUN-DATE NOT = WS-PEND-DATE)
005890         PERFORM 3900-FLUSH-PENDING THRU 3900-FLUSH-PENDING-EXIT
005900     END-IF.
005910     IF NOT INT-PEND-HELD
005920         SET INT-PEND-HELD TO TRUE
005930         MOVE MOBRPH-DEPT-CODE TO WS-PEND-DEPT-CODE
005940         MOVE MOBRPH-RUN-DATE TO WS-PEND-DATE
005950         MOVE 'H' TO WS-PEND-SOURCE
005960         MOVE ZERO TO WS-PEND-COUNT
005970     END-IF.
005980     ADD 1 TO WS-PEND-COUNT.
005990 3200-RELEASE-ONE-RPH-EXIT.
006000     EXIT.
006010*================================================================
006020 3300-RELEASE-ONE-TRD.
006030     READ TREND-FILE NEXT RECORD
006040         AT END
006050             SET INT-TRD-EOF TO TRUE
006060             GO TO 3300-RELEASE-ONE-TRD-EXIT
006070     END-READ.
006080     MOVE MOBTRD-DEPT-CODE TO INT-SORT-DEPT-CODE.
006090     MOVE MOBTRD-RUN-DATE TO INT-SORT-DATE.
006100     MOVE 'T' TO INT-SORT-SOURCE.
006110     MOVE 1 TO INT-SORT-COUNT.
006120     RELEASE INT-SORT-RECORD.
006130 3300-RELEASE-ONE-TRD-EXIT.
006140     EXIT.
006150*================================================================
006160 3400-RELEASE-ONE-SUM.
006170     READ SUMMARY-FILE NEXT RECORD
006180         AT END
006190             SET INT-SUM-EOF TO TRUE
006200             GO TO 3400-RELEASE-ONE-SUM-EXIT
006210     END-READ.
006220     MOVE MOBSUM-DEPT-CODE TO INT-SORT-DEPT-CODE.
006230     COMPUTE INT-SORT-DATE = MOBSUM-PERIOD * 100.
006240     MOVE 'S' TO INT-SORT-SOURCE.
006250     MOVE 1 TO INT-SORT-COUNT.
006260     RELEASE INT-SORT-RECORD.
006270 3400-RELEASE-ONE-SUM-EXIT.
006280     EXIT.
006290*================================================================
006300 3900-FLUSH-PENDING.
006310     IF NOT INT-PEND-HELD
006320         GO TO 3900-FLUSH-PENDING-EXIT
006330     END-IF.
006340     MOVE 'N' TO INT-PEND-SW.
006350     MOVE WS-PEND-DEPT-CODE TO INT-SORT-DEPT-CODE.
006360     MOVE WS-PEND-DATE TO INT-SORT-DATE.
006370     MOVE WS-PEND-SOURCE TO INT-SORT-SOURCE.
006380     MOVE WS-PEND-COUNT TO INT-SORT-COUNT.
006390     RELEASE INT-SORT-RECORD.
006400 3900-FLUSH-PENDING-EXIT.
006410     EXIT.
006420*================================================================
006430* 4000-MATCH-KEYS - SORT OUTPUT PROCEDURE.  THE KEYS COME BACK BY
006440* DEPARTMENT AND DATE.  A CHANGE OF DATE CLOSES THE DATE (THE
006450* ARCHIVE/TREND MATCH); A CHANGE OF DEPARTMENT CLOSES THE
006460* DEPARTMENT (ITS CODE AGAINST THE MASTER, PER FILE).
006470*================================================================
006480 4000-MATCH-KEYS.
006490     PERFORM 4100-MATCH-ONE-KEY THRU 4100-MATCH-ONE-KEY-EXIT
006500         UNTIL INT-SORT-EOF.
006510     PERFORM 4300-END-DATE THRU 4300-END-DATE-EXIT.
006520     PERFORM 4400-END-DEPT THRU 4400-END-DEPT-EXIT.
006530 4000-MATCH-KEYS-EXIT.
006540     EXIT.
006550*================================================================
006560 4100-MATCH-ONE-KEY.
006570     RETURN KEY-SORT-FILE
006580         AT END
006590             SET INT-SORT-EOF TO TRUE
006600             GO TO 4100-MATCH-ONE-KEY-EXIT
006610     END-RETURN.
006620     IF INT-DATE-IN-PROGRESS
006630        AND (INT-SORT-DEPT-CODE NOT = WS-CUR-DEPT-CODE
006640          OR INT-SORT-DATE NOT = WS-CUR-DATE)
006650         PERFORM 4300-END-DATE THRU 4300-END-DATE-EXIT
006660     END-IF.
006670     IF INT-DEPT-IN-PROGRESS
006680        AND INT-SORT-DEPT-CODE NOT = WS-CUR-DEPT-CODE
006690         PERFORM 4400-END-DEPT THRU 4400-END-DEPT-EXIT
006700     END-IF.
006710     IF NOT INT-DEPT-IN-PROGRESS
006720         SET INT-DEPT-IN-PROGRESS TO TRUE
006730         MOVE INT-SORT-DEPT-CODE TO WS-CUR-DEPT-CODE
006740         MOVE ZERO TO WS-DEPT-RPT-COUNT
006750         MOVE ZERO TO WS-DEPT-RPH-COUNT
006760         MOVE ZERO TO WS-DEPT-TRD-COUNT
006770         MOVE ZERO TO WS-DEPT-SUM-COUNT
006780     END-IF.
006790     IF NOT INT-DATE-IN-PROGRESS
006800         SET INT-DATE-IN-PROGRESS TO TRUE
006810         MOVE INT-SORT-DATE TO WS-CUR-DATE
006820         MOVE 'N' TO INT-DATE-RPT-SW
006830         MOVE 'N' TO INT-DATE-RPH-SW
006840         MOVE 'N' TO INT-DATE-TRD-SW
006850     END-IF.
006860     IF INT-SORT-SOURCE = 'R'
006870         SET INT-DATE-ON-RPT TO TRUE
006880         ADD INT-SORT-COUNT TO WS-DEPT-RPT-COUNT
006890     END-IF.
006900     IF INT-SORT-SOURCE = 'H'
006910         SET INT-DATE-ON-RPH TO TRUE
006920         ADD INT-SORT-COUNT TO WS-DEPT-RPH-COUNT
006930     END-IF.
006940     IF INT-SORT-SOURCE = 'T'
006950         SET INT-DATE-ON-TRD TO TRUE
006960         ADD INT-SORT-COUNT TO WS-DEPT-TRD-COUNT
006970     END-IF.
006980     IF INT-SORT-SOURCE = 'S'
006990         ADD INT-SORT-COUNT TO WS-DEPT-SUM-COUNT
007000     END-IF.
007010 4100-MATCH-ONE-KEY-EXIT.
007020     EXIT.
007030*================================================================
007040* 4300-END-DATE - A RUN DATE ARCHIVED FOR THE DEPARTMENT WITH NO
007050* MOBTRD RECORD IS AN ERROR (THE TREND LOST A RUN); A MOBTRD
007060* RECORD WITH NO ARCHIVED ROWS IS A WARNING (THE ROWS WERE
007070* PURGED OR NEVER WRITTEN).  A SUMMARY PERIOD IS NOT MATCHED.
007080*================================================================
007090 4300-END-DATE.
007100     IF NOT INT-DATE-IN-PROGRESS
007110         GO TO 4300-END-DATE-EXIT
007120     END-IF.
007130     MOVE 'N' TO INT-DATE-OPEN-SW.
007140     MOVE WS-CUR-DEPT-CODE TO INT-DK-DEPT-CODE.
007150     MOVE WS-CUR-DATE TO INT-DK-DATE.
007160     MOVE WS-CUR-DEPT-CODE TO INT-FND-DEPT-CODE.
007170     MOVE INT-DATE-KEY TO INT-FND-KEY.
007180     IF (INT-DATE-ON-RPT OR INT-DATE-ON-RPH)
007190        AND NOT INT-DATE-ON-TRD
007200         MOVE 'INT4300E' TO INT-FND-CODE
007210         MOVE 'E' TO INT-FND-SEVERITY
007220         MOVE 'MOBRPH  ' TO INT-FND-FILE
007230         IF INT-DATE-ON-RPT
007240             MOVE 'MOBRPT  ' TO INT-FND-FILE
007250         END-IF
007260         MOVE 'ARCHIVED DATE HAS NO MOBTRD' TO INT-FND-TEXT
007270         PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT
007280     END-IF.
007290     IF INT-DATE-ON-TRD
007300        AND NOT INT-DATE-ON-RPT
007310        AND NOT INT-DATE-ON-RPH
007320         MOVE 'INT4300W' TO INT-FND-CODE
007330         MOVE 'W' TO INT-FND-SEVERITY
007340         MOVE 'MOBTRD  ' TO INT-FND-FILE
007350         MOVE 'TREND DATE HAS NO ARCHIVE ROWS' TO INT-FND-TEXT
007360         PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT
007370     END-IF.
007380 4300-END-DATE-EXIT.
007390     EXIT.
007400*================================================================
007410* 4400-END-DEPT - HOLD THE DEPARTMENT'S CODE AGAINST THE MASTER
007420* ONCE FOR EACH FILE CARRYING RECORDS UNDER IT.  MOBRKY RE-KEYS
007430* MOBTRD, MOBRPT AND MOBSUM, SO RECORDS LEFT THERE UNDER A
007440* SUPERSEDED CODE ARE AN ERROR; MOBRPH IS NOT RE-KEYED, SO
007450* HISTORY UNDER ONE IS ONLY A WARNING.
007460*================================================================
007470 4400-END-DEPT.
007480     IF NOT INT-DEPT-IN-PROGRESS
007490         GO TO 4400-END-DEPT-EXIT
007500     END-IF.
007510     MOVE 'N' TO INT-DEPT-OPEN-SW.
007520     MOVE WS-CUR-DEPT-CODE TO WS-FIND-DEPT-CODE.
007530     MOVE 'E' TO WS-SUPERSEDED-SEV.
007540     IF WS-DEPT-TRD-COUNT > ZERO
007550         MOVE 'MOBTRD  ' TO INT-FND-FILE
007560         PERFORM 7100-CLASSIFY-DEPT THRU 7100-CLASSIFY-DEPT-EXIT
007570     END-IF.
007580     IF WS-DEPT-RPT-COUNT > ZERO
007590         MOVE 'MOBRPT  ' TO INT-FND-FILE
007600         PERFORM 7100-CLASSIFY-DEPT THRU 7100-CLASSIFY-DEPT-EXIT
007610     END-IF.
007620     IF WS-DEPT-SUM-COUNT > ZERO
007630         MOVE 'MOBSUM  ' TO INT-FND-FILE
007640         PERFORM 7100-CLASSIFY-DEPT THRU 7100-CLASSIFY-DEPT-EXIT
007650     END-IF.
007660     IF WS-DEPT-RPH-COUNT > ZERO
007670         MOVE 'W' TO WS-SUPERSEDED-SEV
007680         MOVE 'MOBRPH  ' TO INT-FND-FILE
007690         PERFORM 7100-CLASSIFY-DEPT THRU 7100-CLASSIFY-DEPT-EXIT
007700     END-IF.
007710 4400-END-DEPT-EXIT.
007720     EXIT.
007730*================================================================
007740* 5000-CHECK-TEAMS - EVERY MOBTEA TEAM SHOULD HAVE SENT A BATCH
007750* (A MOBAKH ACKNOWLEDGMENT NOT MARKED MISSING) WITHIN THE IDLE
007760* LIMIT.  ONE THAT HAS NOT, OR NEVER HAS, IS A WARNING.
007770*================================================================
007780 5000-CHECK-TEAMS.
007790     OPEN INPUT EXPECTED-TEAM-FILE.
007800     IF WS-TEA-FILE-STATUS = '35'
007810         DISPLAY '  NO EXPECTED-TEAM FILE - MOBTEA NOT CHECKED'
007820         GO TO 5000-CHECK-TEAMS-EXIT
007830     END-IF.
007840     PERFORM 5100-LOAD-ONE-TEAM THRU 5100-LOAD-ONE-TEAM-EXIT
007850         UNTIL INT-TEA-EOF.
007860     CLOSE EXPECTED-TEAM-FILE.
007870     OPEN INPUT ACK-HISTORY-FILE.
007880     IF WS-AKH-FILE-STATUS = '35'
007890         MOVE 'INT5000W' TO INT-FND-CODE
007900         MOVE 'W' TO INT-FND-SEVERITY
007910         MOVE 'MOBAKH  ' TO INT-FND-FILE
007920         MOVE SPACES TO INT-FND-DEPT-CODE
007930         MOVE '(FILE)' TO INT-FND-KEY
007940         MOVE 'FILE NOT FOUND - NOT CHECKED' TO INT-FND-TEXT
007950         PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT
007960         GO TO 5000-CHECK-TEAMS-EXIT
007970     END-IF.
007980     PERFORM 5200-READ-ONE-ACK THRU 5200-READ-ONE-ACK-EXIT
007990         UNTIL INT-AKH-EOF.
008000     CLOSE ACK-HISTORY-FILE.
008010     MOVE 1 TO WS-TEA-SUB.
008020     PERFORM 5300-CHECK-ONE-TEAM THRU 5300-CHECK-ONE-TEAM-EXIT
008030         UNTIL WS-TEA-SUB > WS-TEA-TBL-COUNT.
008040 5000-CHECK-TEAMS-EXIT.
008050     EXIT.
008060*================================================================
008070 5100-LOAD-ONE-TEAM.
008080     READ EXPECTED-TEAM-FILE
008090         AT END
008100             SET INT-TEA-EOF TO TRUE
008110             GO TO 5100-LOAD-ONE-TEAM-EXIT
008120     END-READ.
008130     IF MOBTEA-TEAM-ID = SPACES
008140         GO TO 5100-LOAD-ONE-TEAM-EXIT
008150     END-IF.
008160     IF WS-TEA-TBL-COUNT >= 200
008170         DISPLAY 'INT5100W MORE THAN 200 EXPECTED TEAMS - TEAM '
008180             MOBTEA-TEAM-ID ' NOT CHECKED'
008190         MOVE 'INT5100W' TO MOBLOG-MSG-CODE
008200         MOVE 'W' TO MOBLOG-SEVERITY
008210         MOVE 'MOBTEA  ' TO MOBLOG-FILE-NAME
008220         MOVE 'TEAM TABLE FULL'
008230             TO MOBLOG-MSG-TEXT
008240         PERFORM 8800-WRITE-EVENT
008250             THRU 8800-WRITE-EVENT-EXIT
008260         GO TO 5100-LOAD-ONE-TEAM-EXIT
008270     END-IF.
008280     ADD 1 TO WS-TEA-TBL-COUNT.
008290     MOVE MOBTEA-TEAM-ID TO INT-TEA-TEAM-ID (WS-TEA-TBL-COUNT).
008300     MOVE ZERO TO INT-TEA-LAST-DATE (WS-TEA-TBL-COUNT).
008310 5100-LOAD-ONE-TEAM-EXIT.
008320     EXIT.
008330*================================================================
008340 5200-READ-ONE-ACK.
008350     READ ACK-HISTORY-FILE
008360         AT END
008370             SET INT-AKH-EOF TO TRUE
008380             GO TO 5200-READ-ONE-ACK-EXIT
008390     END-READ.
008400     IF MOBAKH-BATCH-MISSING
008410        OR MOBAKH-RUN-DATE IS NOT NUMERIC
008420         GO TO 5200-READ-ONE-ACK-EXIT
008430     END-IF.
008440     MOVE 1 TO WS-TEA-SUB.
008450     PERFORM 5250-MATCH-ONE-TEAM THRU 5250-MATCH-ONE-TEAM-EXIT
008460         UNTIL WS-TEA-SUB > WS-TEA-TBL-COUNT.
008470 5200-READ-ONE-ACK-EXIT.
008480     EXIT.
008490*================================================================
008500 5250-MATCH-ONE-TEAM.
008510     IF INT-TEA-TEAM-ID (WS-TEA-SUB) = MOBAKH-TEAM-ID
008520        AND MOBAKH-RUN-DATE > INT-TEA-LAST-DATE (WS-TEA-SUB)
008530         MOVE MOBAKH-RUN-DATE TO INT-TEA-LAST-DATE (WS-TEA-SUB)
008540     END-IF.
008550     ADD 1 TO WS-TEA-SUB.
008560 5250-MATCH-ONE-TEAM-EXIT.
008570     EXIT.
008580*================================================================
008590 5300-CHECK-ONE-TEAM.
008600     MOVE INT-TEA-LAST-DATE (WS-TEA-SUB) TO INT-IT-DATE.
008610     IF INT-TEA-LAST-DATE (WS-TEA-SUB) NOT < WS-IDLE-CUTOFF
008620         ADD 1 TO WS-TEA-SUB
008630         GO TO 5300-CHECK-ONE-TEAM-EXIT
008640     END-IF.
008650     MOVE 'INT5300W' TO INT-FND-CODE.
008660     MOVE 'W' TO INT-FND-SEVERITY.
008670     MOVE 'MOBTEA  ' TO INT-FND-FILE.
008680     MOVE SPACES TO INT-FND-DEPT-CODE.
008690     MOVE INT-TEA-TEAM-ID (WS-TEA-SUB) TO INT-FND-KEY.
008700     IF INT-TEA-LAST-DATE (WS-TEA-SUB) = ZERO
008710         MOVE 'NO BATCH ON ACK HISTORY' TO INT-FND-TEXT
008720     ELSE
008730         MOVE INT-IDLE-TEXT TO INT-FND-TEXT
008740     END-IF.
008750     PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT.
008760     ADD 1 TO WS-TEA-SUB.
008770 5300-CHECK-ONE-TEAM-EXIT.
008780     EXIT.
008790*================================================================
008800* 7000-FIND-DEPT - LOOK WS-FIND-DEPT-CODE UP IN THE MASTER
008810* TABLE.  ZERO SUBSCRIPT WHEN IT IS NOT THERE.
008820*================================================================
008830 7000-FIND-DEPT.
008840     MOVE ZERO TO WS-DPT-SUB.
008850     MOVE 1 TO WS-SCAN-SUB.
008860     PERFORM 7050-CHECK-ONE-DEPT THRU 7050-CHECK-ONE-DEPT-EXIT
008870         UNTIL WS-SCAN-SUB > WS-DPT-TBL-COUNT
008880            OR WS-DPT-SUB NOT = ZERO.
008890 7000-FIND-DEPT-EXIT.
008900     EXIT.
008910*================================================================
008920 7050-CHECK-ONE-DEPT.
008930     IF INT-DPT-CODE (WS-SCAN-SUB) = WS-FIND-DEPT-CODE
008940         MOVE WS-SCAN-SUB TO WS-DPT-SUB
008950     END-IF.
008960     ADD 1 TO WS-SCAN-SUB.
008970 7050-CHECK-ONE-DEPT-EXIT.
008980     EXIT.
008990*================================================================
009000* 7100-CLASSIFY-DEPT - HOLD ONE FILE'S REFERENCE TO A DEPARTMENT
009010* CODE AGAINST THE MASTER.  NOT ON THE MASTER IS AN ERROR; AN
009020* INACTIVE CODE A WARNING; A SUPERSEDED CODE WHATEVER SEVERITY
009030* THE CALLER SETS FOR THAT FILE.  THE CALLER ALSO SETS THE FILE
009040* NAME.
009050*================================================================
009060 7100-CLASSIFY-DEPT.
009070     PERFORM 7000-FIND-DEPT THRU 7000-FIND-DEPT-EXIT.
009080     IF WS-DPT-SUB NOT = ZERO
009090         IF INT-DPT-ACTIVE (WS-DPT-SUB)
009100             GO TO 7100-CLASSIFY-DEPT-EXIT
009110         END-IF
009120     END-IF.
009130     MOVE WS-FIND-DEPT-CODE TO INT-FND-DEPT-CODE.
009140     MOVE WS-FIND-DEPT-CODE TO INT-FND-KEY.
009150     IF WS-DPT-SUB = ZERO
009160         MOVE 'INT7100E' TO INT-FND-CODE
009170         MOVE 'E' TO INT-FND-SEVERITY
009180         MOVE 'DEPT NOT ON MASTER' TO INT-FND-TEXT
009190     ELSE
009200         IF INT-DPT-SUPERSEDED (WS-DPT-SUB)
009210             MOVE 'INT7100W' TO INT-FND-CODE
009220             IF WS-SUPERSEDED-SEV = 'E'
009230                 MOVE 'INT7100E' TO INT-FND-CODE
009240             END-IF
009250             MOVE WS-SUPERSEDED-SEV TO INT-FND-SEVERITY
009260             MOVE 'DEPT SUPERSEDED ON MASTER' TO INT-FND-TEXT
009270         ELSE
009280             MOVE 'INT7100W' TO INT-FND-CODE
009290             MOVE 'W' TO INT-FND-SEVERITY
009300             MOVE 'DEPT INACTIVE ON MASTER' TO INT-FND-TEXT
009310         END-IF
009320     END-IF.
009330     PERFORM 8000-RECORD-FINDING THRU 8000-RECORD-FINDING-EXIT.
009340 7100-CLASSIFY-DEPT-EXIT.
009350     EXIT.
009360*================================================================
009370* 8000-RECORD-FINDING - PRINT ONE FINDING, LOG IT TO MOBLOG
009380* UNDER ITS FILE AND KEY, AND COUNT IT AGAINST ITS FILE.
009390*================================================================
009400 8000-RECORD-FINDING.
009410     MOVE 'WARNING' TO INT-FL-SEVERITY.
009420     IF INT-FND-ERROR
009430         MOVE 'ERROR' TO INT-FL-SEVERITY
009440         ADD 1 TO WS-TOTAL-ERRORS
009450     ELSE
009460         ADD 1 TO WS-TOTAL-WARNINGS
009470     END-IF.
009480     MOVE INT-FND-FILE TO INT-FL-FILE.
009490     MOVE INT-FND-KEY TO INT-FL-KEY.
009500     MOVE INT-FND-TEXT TO INT-FL-TEXT.
009510     DISPLAY INT-FINDING-LINE.
009520     MOVE 1 TO WS-FILE-SUB.
009530     PERFORM 8050-TALLY-ONE-FILE THRU 8050-TALLY-ONE-FILE-EXIT
009540         UNTIL WS-FILE-SUB > 9.
009550     MOVE INT-FND-CODE TO MOBLOG-MSG-CODE.
009560     MOVE INT-FND-SEVERITY TO MOBLOG-SEVERITY.
009570     MOVE INT-FND-DEPT-CODE TO MOBLOG-DEPT-CODE.
009580     MOVE INT-FND-FILE TO MOBLOG-FILE-NAME.
009590     MOVE INT-FND-TEXT TO MOBLOG-MSG-TEXT.
009600     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
009610 8000-RECORD-FINDING-EXIT.
009620     EXIT.
009630*================================================================
009640 8050-TALLY-ONE-FILE.
009650     IF INT-FILE-NAME (WS-FILE-SUB) = INT-FND-FILE
009660         IF INT-FND-ERROR
009670             ADD 1 TO INT-FILE-ERRORS (WS-FILE-SUB)
009680         ELSE
009690             ADD 1 TO INT-FILE-WARNINGS (WS-FILE-SUB)
009700         END-IF
009710     END-IF.
009720     ADD 1 TO WS-FILE-SUB.
009730 8050-TALLY-ONE-FILE-EXIT.
009740     EXIT.
009750*================================================================
009760* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
009770* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
009780* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
009790* NEXT EVENT CANNOT INHERIT THEM.
009800*================================================================
009810 8800-WRITE-EVENT.
009820     ACCEPT WS-LOG-TIME FROM TIME.
009830     MOVE 'MOBINT  ' TO MOBLOG-PROGRAM.
009840     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
009850     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
009860     WRITE MOBLOG-RECORD.
009870     MOVE SPACES TO MOBLOG-DEPT-CODE.
009880     MOVE ZERO TO MOBLOG-ROW-NUMBER.
009890     MOVE SPACES TO MOBLOG-FILE-NAME.
009900     MOVE SPACES TO MOBLOG-MSG-TEXT.
009910 8800-WRITE-EVENT-EXIT.
009920     EXIT.
009930*================================================================
009940* 9000-TERMINATE - PRINT THE FINDINGS BY FILE AND SET RETURN
009950* CODE 8 WHEN THERE IS ANY ERROR, 4 WHEN ONLY WARNINGS.
009960*================================================================
009970 9000-TERMINATE.
009980     DISPLAY ' '.
009990     MOVE WS-IDLE-MONTHS TO WS-MONTHS-DISP.
010000     DISPLAY '  TEAM IDLE LIMIT ' WS-MONTHS-DISP
010010         ' MONTHS - NO BATCH SINCE ' WS-IDLE-CUTOFF.
010020     DISPLAY ' '.
010030     DISPLAY '  FILE        ERRORS WARNINGS'.
010040     MOVE 1 TO WS-FILE-SUB.
010050     PERFORM 9100-PRINT-ONE-TALLY THRU 9100-PRINT-ONE-TALLY-EXIT
010060         UNTIL WS-FILE-SUB > 9.
010070     MOVE WS-TOTAL-ERRORS TO WS-ERR-DISP.
010080     MOVE WS-TOTAL-WARNINGS TO WS-WRN-DISP.
010090     DISPLAY '  TOTAL     ' WS-ERR-DISP '  ' WS-WRN-DISP.
010100     IF WS-TOTAL-WARNINGS > ZERO
010110         MOVE 4 TO RETURN-CODE
010120     END-IF.
010130     IF WS-TOTAL-ERRORS > ZERO
010140         MOVE 8 TO RETURN-CODE
010150     END-IF.
010160     MOVE 'INT9000I' TO MOBLOG-MSG-CODE.
010170     MOVE 'I' TO MOBLOG-SEVERITY.
010180     MOVE 'INTEGRITY SWEEP CLEAN' TO MOBLOG-MSG-TEXT.
010190     IF WS-TOTAL-ERRORS > ZERO
010200        OR WS-TOTAL-WARNINGS > ZERO
010210         MOVE 'INTEGRITY SWEEP HAS FINDINGS' TO MOBLOG-MSG-TEXT
010220     END-IF.
010230     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
010240     CLOSE EVENT-LOG-FILE.
010250     DISPLAY ' '.
010260     DISPLAY '===== MOBINT INTEGRITY SWEEP COMPLETE ====='.
010270 9000-TERMINATE-EXIT.
010280     EXIT.
010290*================================================================
010300 9100-PRINT-ONE-TALLY.
010310     MOVE INT-FILE-ERRORS (WS-FILE-SUB) TO WS-ERR-DISP.
010320     MOVE INT-FILE-WARNINGS (WS-FILE-SUB) TO WS-WRN-DISP.
010330     DISPLAY '  ' INT-FILE-NAME (WS-FILE-SUB) '  ' WS-ERR-DISP
010340         '  ' WS-WRN-DISP.
010350     ADD 1 TO WS-FILE-SUB.
010360 9100-PRINT-ONE-TALLY-EXIT.
010370     EXIT.
010380*================================================================
010390 9999-EXIT.
010400     STOP RUN.
010410 END PROGRAM MOBINT.
