000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOBADJ.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. CS-331 OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RMD   ORIGINAL VERSION - BACK-DATED METRIC
000120*                  CORRECTION.  READS MOBCOR CORRECTION CARDS
000130*                  (RUN DATE, DEPARTMENT, ROW, CORRECTED
000140*                  COMPLETED COUNT, REASON, REQUESTER), RESETS
000150*                  THE ARCHIVED ROW ON MOBRPT - OR ON THE MOBRPH
000160*                  HISTORY FILE WHEN THE DATE HAS ALREADY AGED
000170*                  OFF THE LIVE ARCHIVE - RECOMPUTES THAT
000180*                  DEPARTMENT/DATE'S MOBTRD TOTALS AND PERCENT,
000190*                  RESTATES THE MOBSUM MONTHLY SUMMARY WHEN
000200*                  MONTH-END HAS ALREADY CLOSED THE PERIOD, AND
000210*                  JOURNALS EVERY BEFORE/AFTER IMAGE TO MOBAJL
000220*                  WITH A PRINTED ADJUSTMENT REPORT, SO A LATE
000230*                  UPSTREAM CORRECTION NO LONGER MEANS HAND-
000240*                  EDITING THREE FILES WITH NO TRAIL.
000250*================================================================
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT CORRECTION-FILE ASSIGN TO MOBCOR
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-COR-FILE-STATUS.
000350     SELECT REPORT-FILE ASSIGN TO MOBRPT
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS MOBRPT-KEY
000390         FILE STATUS IS WS-RPT-FILE-STATUS.
000400     SELECT HISTORY-FILE ASSIGN TO MOBRPH
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RPH-FILE-STATUS.
000430     SELECT HISTORY-WORK-FILE ASSIGN TO MOBRPHW
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-RPW-FILE-STATUS.
000460     SELECT TREND-FILE ASSIGN TO MOBTRD
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS MOBTRD-KEY
000500         FILE STATUS IS WS-TRD-FILE-STATUS.
000510     SELECT SUMMARY-FILE ASSIGN TO MOBSUM
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS MOBSUM-KEY
000550         FILE STATUS IS WS-SUM-FILE-STATUS.
000560     SELECT JOURNAL-FILE ASSIGN TO MOBAJL
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-AJL-FILE-STATUS.
000590     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610 DATA DIVISION.
000620 FILE SECTION.
000630 FD  CORRECTION-FILE
000640     LABEL RECORD IS STANDARD.
000650     COPY MOBCOR.
000660 FD  REPORT-FILE.
000670     COPY MOBRPT.
000680 FD  HISTORY-FILE
000690     LABEL RECORD IS STANDARD.
000700     COPY MOBRPT REPLACING LEADING ==MOBRPT== BY ==MOBRPH==.
000710 FD  HISTORY-WORK-FILE
000720     LABEL RECORD IS STANDARD.
000730     COPY MOBRPT REPLACING LEADING ==MOBRPT== BY ==MOBRPW==.
000740 FD  TREND-FILE.
000750     COPY MOBTRD.
000760 FD  SUMMARY-FILE.
000770     COPY MOBSUM.
000780 FD  JOURNAL-FILE
000790     LABEL RECORD IS STANDARD.
000800     COPY MOBAJL.
000810 FD  EVENT-LOG-FILE
000820     LABEL RECORD IS STANDARD.
000830     COPY MOBLOG.
000840 WORKING-STORAGE SECTION.
000850*----------------------------------------------------------------
000860* STANDALONE COUNTERS AND WORK FIELDS
000870*----------------------------------------------------------------
000880 77  WS-COR-FILE-STATUS      PIC X(02) VALUE SPACES.
000890 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000900 77  WS-RPH-FILE-STATUS      PIC X(02) VALUE SPACES.
000910 77  WS-RPW-FILE-STATUS      PIC X(02) VALUE SPACES.
000920 77  WS-TRD-FILE-STATUS      PIC X(02) VALUE SPACES.
000930 77  WS-SUM-FILE-STATUS      PIC X(02) VALUE SPACES.
000940 77  WS-AJL-FILE-STATUS      PIC X(02) VALUE SPACES.
000950 77  WS-COR-COUNT            PIC 9(05) COMP VALUE ZERO.
000960 77  WS-COR-SUB              PIC 9(05) COMP VALUE ZERO.
000970 77  WS-SCAN-SUB             PIC 9(05) COMP VALUE ZERO.
000980 77  WS-GRP-SUB              PIC 9(05) COMP VALUE ZERO.
000990 77  WS-CARDS-READ           PIC 9(05) COMP VALUE ZERO.
001000 77  WS-RPT-APPLIED          PIC 9(05) COMP VALUE ZERO.
001010 77  WS-RPH-APPLIED          PIC 9(05) COMP VALUE ZERO.
001020 77  WS-HIST-PENDING         PIC 9(05) COMP VALUE ZERO.
001030 77  WS-REJECT-COUNT         PIC 9(05) COMP VALUE ZERO.
001040 77  WS-ERROR-COUNT          PIC 9(05) COMP VALUE ZERO.
001050 77  WS-WARN-COUNT           PIC 9(05) COMP VALUE ZERO.
001060 77  WS-TRD-RESTATED         PIC 9(05) COMP VALUE ZERO.
001070 77  WS-SUM-RESTATED         PIC 9(05) COMP VALUE ZERO.
001080 77  WS-ROW-HASH             PIC 9(05) VALUE ZERO.
001090 77  WS-ROW-ZERO             PIC 9(05) VALUE ZERO.
001100 77  WS-ROW-WIDTH            PIC 9(05) VALUE ZERO.
001110 77  WS-GRP-RUN-DATE         PIC 9(08) VALUE ZERO.
001120 77  WS-GRP-DEPT-CODE        PIC X(04) VALUE SPACES.
001130 77  WS-GRP-SOURCE           PIC X(01) VALUE SPACES.
001140 77  WS-GRP-DELTA            PIC S9(07) COMP VALUE ZERO.
001150 77  WS-GRP-HASH             PIC 9(07) COMP VALUE ZERO.
001160 77  WS-GRP-ZERO             PIC 9(07) COMP VALUE ZERO.
001170 77  WS-GRP-UNITS            PIC 9(09) COMP VALUE ZERO.
001180 77  WS-SUM-HASH             PIC S9(09) COMP VALUE ZERO.
001190 77  WS-SUM-ZERO             PIC S9(09) COMP VALUE ZERO.
001200 77  WS-SUM-UNITS            PIC 9(09) COMP VALUE ZERO.
001210 77  WS-PERIOD               PIC 9(06) VALUE ZERO.
001220 77  WS-TRD-PERIOD           PIC 9(06) VALUE ZERO.
001230 77  WS-TRD-DAY              PIC 9(03) COMP VALUE ZERO.
001240 77  WS-SCORE-RUNS           PIC 9(05) COMP VALUE ZERO.
001250 77  WS-BEFORE-HASH          PIC 9(07) VALUE ZERO.
001260 77  WS-BEFORE-ZERO          PIC 9(07) VALUE ZERO.
001270 77  WS-BEFORE-PCT           PIC 9(03) VALUE ZERO.
001280 77  WS-REJECT-CODE          PIC X(08) VALUE SPACES.
001290 77  WS-REJECT-REASON        PIC X(30) VALUE SPACES.
001300 77  WS-ADJ-COUNT-DISP       PIC Z(04)9.
001310 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001320 77  WS-ADJ-TIME             PIC 9(08) VALUE ZERO.
001330 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
001340*----------------------------------------------------------------
001350* CORRECTION CARDS HELD IN CARD ORDER.  STATUS: P = PENDING ON
001360* THE LIVE ARCHIVE, H = NOT ON THE ARCHIVE, PENDING ON HISTORY,
001370* A = APPLIED, X = REJECTED.  SOURCE: R = ROW WAS ON MOBRPT,
001380* H = ROW WAS ON MOBRPH.  THE GROUP TOTALS ARE THE WHOLE
001390* DEPARTMENT/RUN DATE'S HASH AND ZERO COUNTS AS FOUND ON
001400* HISTORY, FOR RESTATING A TREND RECORD WHOSE ROWS HAVE LEFT
001410* THE KEYED ARCHIVE.
001420*----------------------------------------------------------------
001430 01  ADJ-COR-TABLE.
001440     05  ADJ-COR-ENTRY OCCURS 100 TIMES.
001450         10  ADJ-TBL-RUN-DATE    PIC 9(08).
001460         10  ADJ-TBL-DEPT-CODE   PIC X(04).
001470         10  ADJ-TBL-ROW-NUMBER  PIC 9(05).
001480         10  ADJ-TBL-CORR-COUNT  PIC 9(05).
001490         10  ADJ-TBL-REASON      PIC X(30).
001500         10  ADJ-TBL-REQUESTER   PIC X(20).
001510         10  ADJ-TBL-STATUS      PIC X(01).
001520             88  ADJ-TBL-PENDING         VALUE 'P'.
001530             88  ADJ-TBL-HIST-PENDING    VALUE 'H'.
001540             88  ADJ-TBL-APPLIED         VALUE 'A'.
001550             88  ADJ-TBL-REJECTED        VALUE 'X'.
001560         10  ADJ-TBL-SOURCE      PIC X(01).
001570         10  ADJ-TBL-OLD-HASH    PIC 9(05).
001580         10  ADJ-TBL-OLD-ZERO    PIC 9(05).
001590         10  ADJ-TBL-NEW-ZERO    PIC 9(05).
001600         10  ADJ-TBL-GRP-HASH    PIC 9(07) COMP.
001610         10  ADJ-TBL-GRP-ZERO    PIC 9(07) COMP.
001620*----------------------------------------------------------------
001630 01  ADJ-SWITCHES.
001640     05  ADJ-COR-EOF-SW      PIC X(01) VALUE 'N'.
001650         88  ADJ-COR-EOF               VALUE 'Y'.
001660     05  ADJ-RPT-EOF-SW      PIC X(01) VALUE 'N'.
001670         88  ADJ-RPT-EOF               VALUE 'Y'.
001680     05  ADJ-RPH-EOF-SW      PIC X(01) VALUE 'N'.
001690         88  ADJ-RPH-EOF               VALUE 'Y'.
001700     05  ADJ-TRD-EOF-SW      PIC X(01) VALUE 'N'.
001710         88  ADJ-TRD-EOF               VALUE 'Y'.
001720     05  ADJ-SUM-AVAIL-SW    PIC X(01) VALUE 'N'.
001730         88  ADJ-SUM-AVAILABLE         VALUE 'Y'.
001740     05  ADJ-FIRST-SW        PIC X(01) VALUE 'N'.
001750         88  ADJ-FIRST-OF-GROUP        VALUE 'Y'.
001760 PROCEDURE DIVISION.
001770*================================================================
001780 0000-MAIN-PROC.
001790*================================================================
001800     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001810     PERFORM 2000-LOAD-CORRECTIONS
001820         THRU 2000-LOAD-CORRECTIONS-EXIT.
001830     PERFORM 3000-APPLY-ARCHIVE THRU 3000-APPLY-ARCHIVE-EXIT.
001840     PERFORM 4000-APPLY-HISTORY THRU 4000-APPLY-HISTORY-EXIT.
001850     PERFORM 5000-RESTATE THRU 5000-RESTATE-EXIT.
001860     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001870     GO TO 9999-EXIT.
001880*================================================================
001890* 1000-INITIALIZE - OPEN THE CORRECTION CARDS, THE ARCHIVE, THE
001900* TREND FILE, THE SUMMARY FILE (WHEN MONTH-END HAS EVER BUILT
001910* ONE) AND THE ADJUSTMENT JOURNAL.
001920*================================================================
001930 1000-INITIALIZE.
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001950     ACCEPT WS-ADJ-TIME FROM TIME.
001960     OPEN EXTEND EVENT-LOG-FILE.
001970     MOVE SPACES TO MOBLOG-DEPT-CODE.
001980     MOVE ZERO TO MOBLOG-ROW-NUMBER.
001990     MOVE SPACES TO MOBLOG-FILE-NAME.
002000     MOVE SPACES TO MOBLOG-MSG-TEXT.
002010     OPEN INPUT CORRECTION-FILE.
002020     IF WS-COR-FILE-STATUS = '35'
002030         DISPLAY 'ADJ1000E CORRECTION FILE NOT FOUND'
002040         MOVE 'ADJ1000E' TO MOBLOG-MSG-CODE
002050         MOVE 'E' TO MOBLOG-SEVERITY
002060         MOVE 'MOBCOR  ' TO MOBLOG-FILE-NAME
002070         MOVE 'CORRECTION FILE NOT FOUND'
002080             TO MOBLOG-MSG-TEXT
002090         PERFORM 8800-WRITE-EVENT
002100             THRU 8800-WRITE-EVENT-EXIT
002110         MOVE 16 TO RETURN-CODE
002120         GO TO 9999-EXIT
002130     END-IF.
002140     OPEN I-O REPORT-FILE.
002150     IF WS-RPT-FILE-STATUS = '35'
002160         DISPLAY 'ADJ1000E REPORT ARCHIVE NOT FOUND'
002170         MOVE 'ADJ1000E' TO MOBLOG-MSG-CODE
002180         MOVE 'E' TO MOBLOG-SEVERITY
002190         MOVE 'MOBRPT  ' TO MOBLOG-FILE-NAME
002200         MOVE 'REPORT ARCHIVE NOT FOUND'
002210             TO MOBLOG-MSG-TEXT
002220         PERFORM 8800-WRITE-EVENT
002230             THRU 8800-WRITE-EVENT-EXIT
002240         MOVE 16 TO RETURN-CODE
002250         GO TO 9999-EXIT
002260     END-IF.
002270     OPEN I-O TREND-FILE.
002280     IF WS-TRD-FILE-STATUS = '35'
002290         DISPLAY 'ADJ1000E TREND FILE NOT FOUND'
002300         MOVE 'ADJ1000E' TO MOBLOG-MSG-CODE
002310         MOVE 'E' TO MOBLOG-SEVERITY
002320         MOVE 'MOBTRD  ' TO MOBLOG-FILE-NAME
002330         MOVE 'TREND FILE NOT FOUND'
002340             TO MOBLOG-MSG-TEXT
002350         PERFORM 8800-WRITE-EVENT
002360             THRU 8800-WRITE-EVENT-EXIT
002370         MOVE 16 TO RETURN-CODE
002380         GO TO 9999-EXIT
002390     END-IF.
002400     OPEN I-O SUMMARY-FILE.
002410     IF WS-SUM-FILE-STATUS = '35'
002420         DISPLAY 'ADJ1000I NO SUMMARY FILE - NO PERIOD CLOSED'
002430     ELSE
002440         MOVE 'Y' TO ADJ-SUM-AVAIL-SW
002450     END-IF.
002460     OPEN EXTEND JOURNAL-FILE.
002470     IF WS-AJL-FILE-STATUS = '35'
002480         OPEN OUTPUT JOURNAL-FILE
002490     END-IF.
002500     DISPLAY ' '.
002510     DISPLAY '===== MOBADJ HISTORICAL ADJUSTMENT REPORT - '
002520         WS-RUN-DATE ' ====='.
002530 1000-INITIALIZE-EXIT.
002540     EXIT.
002550*================================================================
002560* 2000-LOAD-CORRECTIONS - READ EVERY CORRECTION CARD, EDIT IT,
002570* AND HOLD THE GOOD ONES IN CARD ORDER FOR THE APPLY PASSES.
002580*================================================================
002590 2000-LOAD-CORRECTIONS.
002600     PERFORM 2050-LOAD-ONE-CARD THRU 2050-LOAD-ONE-CARD-EXIT
002610         UNTIL ADJ-COR-EOF.
002620     CLOSE CORRECTION-FILE.
002630     IF WS-CARDS-READ = ZERO
002640         DISPLAY '  NO CORRECTION CARDS PRESENTED'
002650     END-IF.
002660 2000-LOAD-CORRECTIONS-EXIT.
002670     EXIT.
002680*================================================================
002690* 2050-LOAD-ONE-CARD - A CARD IS ONLY TAKEN WHEN IT NAMES A
002700* NUMERIC PAST RUN DATE, A DEPARTMENT, A NUMERIC ROW AND COUNT,
002710* AND SAYS WHY AND FOR WHOM; TODAY'S RUN IS CORRECTED BY
002720* RERUNNING MOB, NOT BY ADJUSTMENT.
002730*================================================================
002740 2050-LOAD-ONE-CARD.
002750     READ CORRECTION-FILE
002760         AT END
002770             SET ADJ-COR-EOF TO TRUE
002780             GO TO 2050-LOAD-ONE-CARD-EXIT
002790     END-READ.
002800     ADD 1 TO WS-CARDS-READ.
002810     IF MOBCOR-RUN-DATE IS NOT NUMERIC
002820        OR MOBCOR-ROW-NUMBER IS NOT NUMERIC
002830        OR MOBCOR-CORR-COUNT IS NOT NUMERIC
002840         MOVE 'NON-NUMERIC DATE, ROW OR COUNT'
002850             TO WS-REJECT-REASON
002860         PERFORM 2100-REJECT-CARD THRU 2100-REJECT-CARD-EXIT
002870         GO TO 2050-LOAD-ONE-CARD-EXIT
002880     END-IF.
002890     IF MOBCOR-DEPT-CODE = SPACES
002900         MOVE 'DEPARTMENT CODE MISSING'
002910             TO WS-REJECT-REASON
002920         PERFORM 2100-REJECT-CARD THRU 2100-REJECT-CARD-EXIT
002930         GO TO 2050-LOAD-ONE-CARD-EXIT
002940     END-IF.
002950     IF MOBCOR-REASON = SPACES
002960        OR MOBCOR-REQUESTER = SPACES
002970         MOVE 'REASON OR REQUESTER MISSING'
002980             TO WS-REJECT-REASON
002990         PERFORM 2100-REJECT-CARD THRU 2100-REJECT-CARD-EXIT
003000         GO TO 2050-LOAD-ONE-CARD-EXIT
003010     END-IF.
003020     IF MOBCOR-RUN-DATE NOT < WS-RUN-DATE
003030         MOVE 'RUN DATE IS NOT A PAST DATE'
003040             TO WS-REJECT-REASON
003050         PERFORM 2100-REJECT-CARD THRU 2100-REJECT-CARD-EXIT
003060         GO TO 2050-LOAD-ONE-CARD-EXIT
003070     END-IF.
003080     IF WS-COR-COUNT >= 100
003090         MOVE 'MORE THAN 100 CORRECTION CARDS'
003100             TO WS-REJECT-REASON
003110         PERFORM 2100-REJECT-CARD THRU 2100-REJECT-CARD-EXIT
003120         GO TO 2050-LOAD-ONE-CARD-EXIT
003130     END-IF.
003140     ADD 1 TO WS-COR-COUNT.
003150     MOVE MOBCOR-RUN-DATE TO ADJ-TBL-RUN-DATE (WS-COR-COUNT).
003160     MOVE MOBCOR-DEPT-CODE TO ADJ-TBL-DEPT-CODE (WS-COR-COUNT).
003170     MOVE MOBCOR-ROW-NUMBER
003180         TO ADJ-TBL-ROW-NUMBER (WS-COR-COUNT).
003190     MOVE MOBCOR-CORR-COUNT
003200         TO ADJ-TBL-CORR-COUNT (WS-COR-COUNT).
003210     MOVE MOBCOR-REASON TO ADJ-TBL-REASON (WS-COR-COUNT).
003220     MOVE MOBCOR-REQUESTER TO ADJ-TBL-REQUESTER (WS-COR-COUNT).
003230     MOVE 'P' TO ADJ-TBL-STATUS (WS-COR-COUNT).
003240     MOVE SPACES TO ADJ-TBL-SOURCE (WS-COR-COUNT).
003250     MOVE ZERO TO ADJ-TBL-OLD-HASH (WS-COR-COUNT).
003260     MOVE ZERO TO ADJ-TBL-OLD-ZERO (WS-COR-COUNT).
003270     MOVE ZERO TO ADJ-TBL-NEW-ZERO (WS-COR-COUNT).
003280     MOVE ZERO TO ADJ-TBL-GRP-HASH (WS-COR-COUNT).
003290     MOVE ZERO TO ADJ-TBL-GRP-ZERO (WS-COR-COUNT).
003300 2050-LOAD-ONE-CARD-EXIT.
003310     EXIT.
003320*================================================================
003330* 2100-REJECT-CARD - PRINT AND LOG A CARD THAT FAILED THE EDIT.
003340*================================================================
003350 2100-REJECT-CARD.
003360     ADD 1 TO WS-REJECT-COUNT.
003370     DISPLAY '  REJECT ADJ2000W ' MOBCOR-RUN-DATE ' '
003380         MOBCOR-DEPT-CODE ' ROW ' MOBCOR-ROW-NUMBER
003390         ' - ' WS-REJECT-REASON.
003400     MOVE 'ADJ2000W' TO MOBLOG-MSG-CODE.
003410     MOVE 'W' TO MOBLOG-SEVERITY.
003420     MOVE MOBCOR-DEPT-CODE TO MOBLOG-DEPT-CODE.
003430     IF MOBCOR-ROW-NUMBER IS NUMERIC
003440         MOVE MOBCOR-ROW-NUMBER TO MOBLOG-ROW-NUMBER
003450     END-IF.
003460     MOVE 'MOBCOR  ' TO MOBLOG-FILE-NAME.
003470     MOVE WS-REJECT-REASON TO MOBLOG-MSG-TEXT.
003480     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
003490 2100-REJECT-CARD-EXIT.
003500     EXIT.
003510*================================================================
003520* 3000-APPLY-ARCHIVE - TRY EACH HELD CARD AGAINST THE LIVE
003530* ARCHIVE FIRST.  A ROW NOT FOUND THERE IS LEFT PENDING FOR THE
003540* HISTORY PASS.
003550*================================================================
003560 3000-APPLY-ARCHIVE.
003570     MOVE 1 TO WS-COR-SUB.
003580     PERFORM 3100-APPLY-ONE-ARCHIVE
003590         THRU 3100-APPLY-ONE-ARCHIVE-EXIT
003600         UNTIL WS-COR-SUB > WS-COR-COUNT.
003610 3000-APPLY-ARCHIVE-EXIT.
003620     EXIT.
003630*================================================================
003640 3100-APPLY-ONE-ARCHIVE.
003650     MOVE WS-COR-SUB TO WS-SCAN-SUB.
003660     ADD 1 TO WS-COR-SUB.
003670     IF NOT ADJ-TBL-PENDING (WS-SCAN-SUB)
003680         GO TO 3100-APPLY-ONE-ARCHIVE-EXIT
003690     END-IF.
003700     MOVE ADJ-TBL-RUN-DATE (WS-SCAN-SUB) TO MOBRPT-RUN-DATE.
003710     MOVE ADJ-TBL-DEPT-CODE (WS-SCAN-SUB) TO MOBRPT-DEPT-CODE.
003720     MOVE ADJ-TBL-ROW-NUMBER (WS-SCAN-SUB)
003730         TO MOBRPT-ROW-NUMBER.
003740     READ REPORT-FILE
003750         INVALID KEY
003760             MOVE 'H' TO ADJ-TBL-STATUS (WS-SCAN-SUB)
003770             MOVE 'H' TO ADJ-TBL-SOURCE (WS-SCAN-SUB)
003780             ADD 1 TO WS-HIST-PENDING
003790             GO TO 3100-APPLY-ONE-ARCHIVE-EXIT
003800     END-READ.
003810     MOVE MOBRPT-HASH-COUNT TO WS-ROW-HASH.
003820     MOVE MOBRPT-ZERO-COUNT TO WS-ROW-ZERO.
003830     PERFORM 6000-CORRECT-ROW THRU 6000-CORRECT-ROW-EXIT.
003840     IF NOT ADJ-TBL-APPLIED (WS-SCAN-SUB)
003850         GO TO 3100-APPLY-ONE-ARCHIVE-EXIT
003860     END-IF.
003870     MOVE WS-ROW-HASH TO MOBRPT-HASH-COUNT.
003880     MOVE WS-ROW-ZERO TO MOBRPT-ZERO-COUNT.
003890     REWRITE MOBRPT-RECORD
003900         INVALID KEY
003910             DISPLAY 'ADJ3100E ARCHIVE REWRITE FAILED - DEPT '
003920                 MOBRPT-DEPT-CODE ' ROW ' MOBRPT-ROW-NUMBER
003930             MOVE 'ADJ3100E' TO MOBLOG-MSG-CODE
003940             MOVE 'E' TO MOBLOG-SEVERITY
003950             MOVE MOBRPT-DEPT-CODE TO MOBLOG-DEPT-CODE
003960             MOVE MOBRPT-ROW-NUMBER TO MOBLOG-ROW-NUMBER
003970             MOVE 'MOBRPT  ' TO MOBLOG-FILE-NAME
003980             MOVE 'ARCHIVE REWRITE FAILED'
003990                 TO MOBLOG-MSG-TEXT
004000             PERFORM 8800-WRITE-EVENT
004010                 THRU 8800-WRITE-EVENT-EXIT
004020             MOVE 'X' TO ADJ-TBL-STATUS (WS-SCAN-SUB)
004030             ADD 1 TO WS-ERROR-COUNT
004040             GO TO 3100-APPLY-ONE-ARCHIVE-EXIT
004050     END-REWRITE.
004060     MOVE 'R' TO ADJ-TBL-SOURCE (WS-SCAN-SUB).
004070     ADD 1 TO WS-RPT-APPLIED.
004080     PERFORM 6100-ROW-APPLIED THRU 6100-ROW-APPLIED-EXIT.
004090 3100-APPLY-ONE-ARCHIVE-EXIT.
004100     EXIT.
004110*================================================================
004120* 4000-APPLY-HISTORY - THE ROWS NOT ON THE LIVE ARCHIVE HAVE
004130* BEEN MOVED TO THE MOBRPH HISTORY FILE BY MONTH-END RETENTION.
004140* HISTORY IS SEQUENTIAL, SO IT IS COPIED TO A WORK FILE WITH THE
004150* CORRECTIONS APPLIED ON THE WAY THROUGH, THEN COPIED BACK OVER
004160* ITSELF ONLY WHEN SOMETHING WAS ACTUALLY CHANGED.  THE SAME
004170* PASS TOTALS EACH CORRECTED DEPARTMENT/RUN DATE FOR THE TREND
004180* RESTATEMENT.
004190*================================================================
004200 4000-APPLY-HISTORY.
004210     IF WS-HIST-PENDING = ZERO
004220         GO TO 4000-APPLY-HISTORY-EXIT
004230     END-IF.
004240     OPEN INPUT HISTORY-FILE.
004250     IF WS-RPH-FILE-STATUS = '35'
004260         DISPLAY 'ADJ4000W HISTORY FILE NOT FOUND'
004270         MOVE 'ADJ4000W' TO MOBLOG-MSG-CODE
004280         MOVE 'W' TO MOBLOG-SEVERITY
004290         MOVE 'MOBRPH  ' TO MOBLOG-FILE-NAME
004300         MOVE 'HISTORY FILE NOT FOUND'
004310             TO MOBLOG-MSG-TEXT
004320         PERFORM 8800-WRITE-EVENT
004330             THRU 8800-WRITE-EVENT-EXIT
004340         PERFORM 4500-REJECT-UNFOUND
004350             THRU 4500-REJECT-UNFOUND-EXIT
004360         GO TO 4000-APPLY-HISTORY-EXIT
004370     END-IF.
004380     OPEN OUTPUT HISTORY-WORK-FILE.
004390     PERFORM 4100-COPY-ONE-HIST THRU 4100-COPY-ONE-HIST-EXIT
004400         UNTIL ADJ-RPH-EOF.
004410     CLOSE HISTORY-FILE HISTORY-WORK-FILE.
004420     PERFORM 4500-REJECT-UNFOUND THRU 4500-REJECT-UNFOUND-EXIT.
004430     IF WS-RPH-APPLIED > ZERO
004440         PERFORM 4600-REPLACE-HISTORY
004450             THRU 4600-REPLACE-HISTORY-EXIT
004460     END-IF.
004470 4000-APPLY-HISTORY-EXIT.
004480     EXIT.
004490*================================================================
004500 4100-COPY-ONE-HIST.
004510     READ HISTORY-FILE
004520         AT END
004530             SET ADJ-RPH-EOF TO TRUE
004540             GO TO 4100-COPY-ONE-HIST-EXIT
004550     END-READ.
004560     MOVE MOBRPH-RECORD TO MOBRPW-RECORD.
004570     MOVE 1 TO WS-COR-SUB.
004580     PERFORM 4200-APPLY-HIST-ENTRY
004590         THRU 4200-APPLY-HIST-ENTRY-EXIT
004600         UNTIL WS-COR-SUB > WS-COR-COUNT.
004610     MOVE 1 TO WS-COR-SUB.
004620     PERFORM 4300-ADD-HIST-TOTALS THRU 4300-ADD-HIST-TOTALS-EXIT
004630         UNTIL WS-COR-SUB > WS-COR-COUNT.
004640     WRITE MOBRPW-RECORD.
004650 4100-COPY-ONE-HIST-EXIT.
004660     EXIT.
004670*================================================================
004680* 4200-APPLY-HIST-ENTRY - APPLY ONE PENDING CARD IF IT NAMES
004690* THE HISTORY ROW IN HAND.  CARDS FOR THE SAME ROW APPLY IN
004700* CARD ORDER, EACH SEEING THE COUNT THE LAST ONE LEFT.
004710*================================================================
004720 4200-APPLY-HIST-ENTRY.
004730     MOVE WS-COR-SUB TO WS-SCAN-SUB.
004740     ADD 1 TO WS-COR-SUB.
004750     IF NOT ADJ-TBL-HIST-PENDING (WS-SCAN-SUB)
004760        OR ADJ-TBL-RUN-DATE (WS-SCAN-SUB) NOT = MOBRPW-RUN-DATE
004770        OR ADJ-TBL-DEPT-CODE (WS-SCAN-SUB)
004780            NOT = MOBRPW-DEPT-CODE
004790        OR ADJ-TBL-ROW-NUMBER (WS-SCAN-SUB)
004800            NOT = MOBRPW-ROW-NUMBER
004810         GO TO 4200-APPLY-HIST-ENTRY-EXIT
004820     END-IF.
004830     MOVE MOBRPW-HASH-COUNT TO WS-ROW-HASH.
004840     MOVE MOBRPW-ZERO-COUNT TO WS-ROW-ZERO.
004850     PERFORM 6000-CORRECT-ROW THRU 6000-CORRECT-ROW-EXIT.
004860     IF NOT ADJ-TBL-APPLIED (WS-SCAN-SUB)
004870         GO TO 4200-APPLY-HIST-ENTRY-EXIT
004880     END-IF.
004890     MOVE WS-ROW-HASH TO MOBRPW-HASH-COUNT.
004900     MOVE WS-ROW-ZERO TO MOBRPW-ZERO-COUNT.
004910     ADD 1 TO WS-RPH-APPLIED.
004920     PERFORM 6100-ROW-APPLIED THRU 6100-ROW-APPLIED-EXIT.
004930 4200-APPLY-HIST-ENTRY-EXIT.
004940     EXIT.
004950*================================================================
004960* 4300-ADD-HIST-TOTALS - FOLD THE (NOW CORRECTED) HISTORY ROW
004970* INTO THE GROUP TOTALS OF EVERY CARD FOR ITS DEPARTMENT/DATE.
004980*================================================================
004990 4300-ADD-HIST-TOTALS.
005000     IF ADJ-TBL-SOURCE (WS-COR-SUB) = 'H'
005010        AND ADJ-TBL-RUN-DATE (WS-COR-SUB) = MOBRPW-RUN-DATE
005020        AND ADJ-TBL-DEPT-CODE (WS-COR-SUB) = MOBRPW-DEPT-CODE
005030         ADD MOBRPW-HASH-COUNT TO ADJ-TBL-GRP-HASH (WS-COR-SUB)
005040         ADD MOBRPW-ZERO-COUNT TO ADJ-TBL-GRP-ZERO (WS-COR-SUB)
005050     END-IF.
005060     ADD 1 TO WS-COR-SUB.
005070 4300-ADD-HIST-TOTALS-EXIT.
005080     EXIT.
005090*================================================================
005100* 4500-REJECT-UNFOUND - ANY CARD STILL PENDING NAMES A ROW THAT
005110* IS NEITHER ON THE LIVE ARCHIVE NOR ON HISTORY.
005120*================================================================
005130 4500-REJECT-UNFOUND.
005140     MOVE 1 TO WS-COR-SUB.
005150     PERFORM 4550-REJECT-ONE-UNFOUND
005160         THRU 4550-REJECT-ONE-UNFOUND-EXIT
005170         UNTIL WS-COR-SUB > WS-COR-COUNT.
005180 4500-REJECT-UNFOUND-EXIT.
005190     EXIT.
005200*================================================================
005210 4550-REJECT-ONE-UNFOUND.
005220     MOVE WS-COR-SUB TO WS-SCAN-SUB.
005230     ADD 1 TO WS-COR-SUB.
005240     IF ADJ-TBL-HIST-PENDING (WS-SCAN-SUB)
005250         MOVE 'ADJ4500W' TO WS-REJECT-CODE
005260         MOVE 'ROW NOT ON ARCHIVE OR HISTORY'
005270             TO WS-REJECT-REASON
005280         PERFORM 6900-REJECT-ENTRY THRU 6900-REJECT-ENTRY-EXIT
005290     END-IF.
005300 4550-REJECT-ONE-UNFOUND-EXIT.
005310     EXIT.
005320*================================================================
005330* 4600-REPLACE-HISTORY - COPY THE CORRECTED WORK FILE BACK OVER
005340* THE MOBRPH HISTORY FILE.
005350*================================================================
005360 4600-REPLACE-HISTORY.
005370     MOVE 'N' TO ADJ-RPH-EOF-SW.
005380     OPEN INPUT HISTORY-WORK-FILE.
005390     OPEN OUTPUT HISTORY-FILE.
005400     PERFORM 4650-REPLACE-ONE-HIST
005410         THRU 4650-REPLACE-ONE-HIST-EXIT
005420         UNTIL ADJ-RPH-EOF.
005430     CLOSE HISTORY-WORK-FILE HISTORY-FILE.
005440 4600-REPLACE-HISTORY-EXIT.
005450     EXIT.
005460*================================================================
005470 4650-REPLACE-ONE-HIST.
005480     READ HISTORY-WORK-FILE
005490         AT END
005500             SET ADJ-RPH-EOF TO TRUE
005510             GO TO 4650-REPLACE-ONE-HIST-EXIT
005520     END-READ.
005530     MOVE MOBRPW-RECORD TO MOBRPH-RECORD.
005540     WRITE MOBRPH-RECORD.
005550 4650-REPLACE-ONE-HIST-EXIT.
005560     EXIT.
005570*================================================================
005580* 5000-RESTATE - RESTATE THE TREND RECORD, AND THE MONTHLY
005590* SUMMARY WHEN ITS PERIOD HAS CLOSED, ONCE FOR EACH DEPARTMENT/
005600* RUN DATE THAT HAD AT LEAST ONE ROW CORRECTED.
005610*================================================================
005620 5000-RESTATE.
005630     MOVE 1 TO WS-COR-SUB.
005640     PERFORM 5100-RESTATE-ONE-GROUP
005650         THRU 5100-RESTATE-ONE-GROUP-EXIT
005660         UNTIL WS-COR-SUB > WS-COR-COUNT.
005670 5000-RESTATE-EXIT.
005680     EXIT.
005690*================================================================
005700* 5100-RESTATE-ONE-GROUP - ONLY THE FIRST APPLIED CARD OF A
005710* DEPARTMENT/RUN DATE DRIVES THE RESTATEMENT; THE GROUP'S NET
005720* CHANGE IN HASH COUNT IS SUMMED ACROSS ALL ITS APPLIED CARDS.
005730*================================================================
005740 5100-RESTATE-ONE-GROUP.
005750     MOVE WS-COR-SUB TO WS-GRP-SUB.
005760     ADD 1 TO WS-COR-SUB.
005770     IF NOT ADJ-TBL-APPLIED (WS-GRP-SUB)
005780         GO TO 5100-RESTATE-ONE-GROUP-EXIT
005790     END-IF.
005800     MOVE ADJ-TBL-RUN-DATE (WS-GRP-SUB) TO WS-GRP-RUN-DATE.
005810     MOVE ADJ-TBL-DEPT-CODE (WS-GRP-SUB) TO WS-GRP-DEPT-CODE.
005820     MOVE ADJ-TBL-SOURCE (WS-GRP-SUB) TO WS-GRP-SOURCE.
005830     MOVE 'Y' TO ADJ-FIRST-SW.
005840     MOVE 1 TO WS-SCAN-SUB.
005850     PERFORM 5150-TEST-EARLIER THRU 5150-TEST-EARLIER-EXIT
005860         UNTIL WS-SCAN-SUB NOT < WS-GRP-SUB
005870            OR NOT ADJ-FIRST-OF-GROUP.
005880     IF NOT ADJ-FIRST-OF-GROUP
005890         GO TO 5100-RESTATE-ONE-GROUP-EXIT
005900     END-IF.
005910     MOVE ZERO TO WS-GRP-DELTA.
005920     MOVE 1 TO WS-SCAN-SUB.
005930     PERFORM 5160-ADD-DELTA THRU 5160-ADD-DELTA-EXIT
005940         UNTIL WS-SCAN-SUB > WS-COR-COUNT.
005950     IF WS-GRP-SOURCE = 'R'
005960         PERFORM 5200-SCAN-ARCHIVE THRU 5200-SCAN-ARCHIVE-EXIT
005970     ELSE
005980         MOVE ADJ-TBL-GRP-HASH (WS-GRP-SUB) TO WS-GRP-HASH
005990         MOVE ADJ-TBL-GRP-ZERO (WS-GRP-SUB) TO WS-GRP-ZERO
006000     END-IF.
006010     PERFORM 5300-RESTATE-TREND THRU 5300-RESTATE-TREND-EXIT.
006020     IF ADJ-SUM-AVAILABLE
006030         PERFORM 5500-RESTATE-SUMMARY
006040             THRU 5500-RESTATE-SUMMARY-EXIT
006050     END-IF.
006060 5100-RESTATE-ONE-GROUP-EXIT.
006070     EXIT.
006080*================================================================
006090 5150-TEST-EARLIER.
006100     IF ADJ-TBL-APPLIED (WS-SCAN-SUB)
006110        AND ADJ-TBL-RUN-DATE (WS-SCAN-SUB) = WS-GRP-RUN-DATE
006120        AND ADJ-TBL-DEPT-CODE (WS-SCAN-SUB) = WS-GRP-DEPT-CODE
006130         MOVE 'N' TO ADJ-FIRST-SW
006140     ELSE
006150         ADD 1 TO WS-SCAN-SUB
006160     END-IF.
006170 5150-TEST-EARLIER-EXIT.
006180     EXIT.
006190*================================================================
006200 5160-ADD-DELTA.
006210     IF ADJ-TBL-APPLIED (WS-SCAN-SUB)
006220        AND ADJ-TBL-RUN-DATE (WS-SCAN-SUB) = WS-GRP-RUN-DATE
006230        AND ADJ-TBL-DEPT-CODE (WS-SCAN-SUB) = WS-GRP-DEPT-CODE
006240         COMPUTE WS-GRP-DELTA = WS-GRP-DELTA
006250             + ADJ-TBL-CORR-COUNT (WS-SCAN-SUB)
006260             - ADJ-TBL-OLD-HASH (WS-SCAN-SUB)
006270     END-IF.
006280     ADD 1 TO WS-SCAN-SUB.
006290 5160-ADD-DELTA-EXIT.
006300     EXIT.
006310*================================================================
006320* 5200-SCAN-ARCHIVE - BROWSE THE ARCHIVE FOR JUST THE GROUP'S
006330* DEPARTMENT/RUN DATE AND SUM ITS CORRECTED HASH/ZERO COUNTS,
006340* THE SAME WAY MOB TOTALS A DEPARTMENT FOR ITS TREND RECORD.
006350*================================================================
006360 5200-SCAN-ARCHIVE.
006370     MOVE ZERO TO WS-GRP-HASH.
006380     MOVE ZERO TO WS-GRP-ZERO.
006390     MOVE 'N' TO ADJ-RPT-EOF-SW.
006400     MOVE WS-GRP-RUN-DATE TO MOBRPT-RUN-DATE.
006410     MOVE WS-GRP-DEPT-CODE TO MOBRPT-DEPT-CODE.
006420     MOVE ZERO TO MOBRPT-ROW-NUMBER.
006430     START REPORT-FILE KEY IS NOT LESS THAN MOBRPT-KEY
006440         INVALID KEY
006450             SET ADJ-RPT-EOF TO TRUE
006460     END-START.
006470     PERFORM 5250-SCAN-ONE-RPT-ROW THRU 5250-SCAN-ONE-RPT-ROW-EXIT
006480         UNTIL ADJ-RPT-EOF.
006490 5200-SCAN-ARCHIVE-EXIT.
006500     EXIT.
006510*================================================================
006520 5250-SCAN-ONE-RPT-ROW.
006530     READ REPORT-FILE NEXT RECORD
006540         AT END
006550             SET ADJ-RPT-EOF TO TRUE
006560         NOT AT END
006570             IF MOBRPT-RUN-DATE = WS-GRP-RUN-DATE
006580                AND MOBRPT-DEPT-CODE = WS-GRP-DEPT-CODE
006590                 ADD MOBRPT-HASH-COUNT TO WS-GRP-HASH
006600                 ADD MOBRPT-ZERO-COUNT TO WS-GRP-ZERO
006610             ELSE
006620                 SET ADJ-RPT-EOF TO TRUE
006630             END-IF
006640     END-READ.
006650 5250-SCAN-ONE-RPT-ROW-EXIT.
006660     EXIT.
006670*================================================================
006680* 5300-RESTATE-TREND - REPLACE THE DEPARTMENT/RUN DATE'S TREND
006690* TOTALS AND PERCENT COMPLETE WITH THE CORRECTED FIGURES AND
006700* JOURNAL THE CHANGE.  THE ROW COUNT DOES NOT MOVE.
006710*================================================================
006720 5300-RESTATE-TREND.
006730     MOVE WS-GRP-DEPT-CODE TO MOBTRD-DEPT-CODE.
006740     MOVE WS-GRP-RUN-DATE TO MOBTRD-RUN-DATE.
006750     READ TREND-FILE
006760         INVALID KEY
006770             DISPLAY 'ADJ5300W NO TREND RECORD - DEPT '
006780                 WS-GRP-DEPT-CODE ' DATE ' WS-GRP-RUN-DATE
006790             MOVE 'ADJ5300W' TO MOBLOG-MSG-CODE
006800             MOVE 'W' TO MOBLOG-SEVERITY
006810             MOVE WS-GRP-DEPT-CODE TO MOBLOG-DEPT-CODE
006820             MOVE 'MOBTRD  ' TO MOBLOG-FILE-NAME
006830             MOVE 'NO TREND RECORD TO RESTATE'
006840                 TO MOBLOG-MSG-TEXT
006850             PERFORM 8800-WRITE-EVENT
006860                 THRU 8800-WRITE-EVENT-EXIT
006870             ADD 1 TO WS-WARN-COUNT
006880             GO TO 5300-RESTATE-TREND-EXIT
006890     END-READ.
006900     MOVE MOBTRD-HASH-TOTAL TO WS-BEFORE-HASH.
006910     MOVE MOBTRD-ZERO-TOTAL TO WS-BEFORE-ZERO.
006920     MOVE MOBTRD-PCT-COMPLETE TO WS-BEFORE-PCT.
006930     MOVE WS-GRP-HASH TO MOBTRD-HASH-TOTAL.
006940     MOVE WS-GRP-ZERO TO MOBTRD-ZERO-TOTAL.
006950     COMPUTE WS-GRP-UNITS = WS-GRP-HASH + WS-GRP-ZERO.
006960     IF WS-GRP-UNITS = ZERO
006970         MOVE ZERO TO MOBTRD-PCT-COMPLETE
006980     ELSE
006990         COMPUTE MOBTRD-PCT-COMPLETE ROUNDED =
007000             (WS-GRP-HASH * 100) / WS-GRP-UNITS
007010     END-IF.
007020     REWRITE MOBTRD-RECORD
007030         INVALID KEY
007040             DISPLAY 'ADJ5300E TREND REWRITE FAILED - DEPT '
007050                 WS-GRP-DEPT-CODE ' DATE ' WS-GRP-RUN-DATE
007060             MOVE 'ADJ5300E' TO MOBLOG-MSG-CODE
007070             MOVE 'E' TO MOBLOG-SEVERITY
007080             MOVE WS-GRP-DEPT-CODE TO MOBLOG-DEPT-CODE
007090             MOVE 'MOBTRD  ' TO MOBLOG-FILE-NAME
007100             MOVE 'TREND REWRITE FAILED'
007110                 TO MOBLOG-MSG-TEXT
007120             PERFORM 8800-WRITE-EVENT
007130                 THRU 8800-WRITE-EVENT-EXIT
007140             ADD 1 TO WS-ERROR-COUNT
007150             GO TO 5300-RESTATE-TREND-EXIT
007160     END-REWRITE.
007170     ADD 1 TO WS-TRD-RESTATED.
007180     MOVE 'T' TO MOBAJL-REC-TYPE.
007190     MOVE WS-GRP-RUN-DATE TO MOBAJL-RUN-DATE.
007200     MOVE WS-GRP-DEPT-CODE TO MOBAJL-DEPT-CODE.
007210     MOVE ZERO TO MOBAJL-ROW-NUMBER.
007220     MOVE WS-GRP-SOURCE TO MOBAJL-SOURCE.
007230     MOVE WS-BEFORE-HASH TO MOBAJL-BEFORE-HASH.
007240     MOVE WS-BEFORE-ZERO TO MOBAJL-BEFORE-ZERO.
007250     MOVE WS-BEFORE-PCT TO MOBAJL-BEFORE-PCT.
007260     MOVE MOBTRD-HASH-TOTAL TO MOBAJL-AFTER-HASH.
007270     MOVE MOBTRD-ZERO-TOTAL TO MOBAJL-AFTER-ZERO.
007280     MOVE MOBTRD-PCT-COMPLETE TO MOBAJL-AFTER-PCT.
007290     MOVE ADJ-TBL-REASON (WS-GRP-SUB) TO MOBAJL-REASON.
007300     MOVE ADJ-TBL-REQUESTER (WS-GRP-SUB) TO MOBAJL-REQUESTER.
007310     PERFORM 6500-WRITE-JOURNAL THRU 6500-WRITE-JOURNAL-EXIT.
007320     DISPLAY '  TREND   ' WS-GRP-RUN-DATE ' ' WS-GRP-DEPT-CODE
007330         '  HASH ' WS-BEFORE-HASH ' -> ' MOBTRD-HASH-TOTAL
007340         '  PCT ' WS-BEFORE-PCT ' -> ' MOBTRD-PCT-COMPLETE.
007350 5300-RESTATE-TREND-EXIT.
007360     EXIT.
007370*================================================================
007380* 5500-RESTATE-SUMMARY - WHEN MONTH-END HAS ALREADY CLOSED THE
007390* RUN DATE'S PERIOD, MOVE THE GROUP'S NET CHANGE THROUGH THE
007400* SUMMARY HASH/ZERO TOTALS, RECOMPUTE THE AVERAGE, RESCORE THE
007410* BEST AND WORST DAY, AND JOURNAL THE CHANGE.  A PERIOD WITH NO
007420* SUMMARY YET WILL PICK THE CORRECTION UP WHEN IT CLOSES.
007430*================================================================
007440 5500-RESTATE-SUMMARY.
007450     DIVIDE WS-GRP-RUN-DATE BY 100
007460         GIVING WS-PERIOD
007470         REMAINDER WS-TRD-DAY.
007480     MOVE WS-GRP-DEPT-CODE TO MOBSUM-DEPT-CODE.
007490     MOVE WS-PERIOD TO MOBSUM-PERIOD.
007500     READ SUMMARY-FILE
007510         INVALID KEY
007520             DISPLAY '  SUMMARY ' WS-PERIOD '   '
007530                 WS-GRP-DEPT-CODE '  PERIOD NOT YET CLOSED'
007540             GO TO 5500-RESTATE-SUMMARY-EXIT
007550     END-READ.
007560     MOVE MOBSUM-HASH-TOTAL TO WS-BEFORE-HASH.
007570     MOVE MOBSUM-ZERO-TOTAL TO WS-BEFORE-ZERO.
007580     MOVE MOBSUM-AVG-PCT TO WS-BEFORE-PCT.
007590     COMPUTE WS-SUM-HASH = MOBSUM-HASH-TOTAL + WS-GRP-DELTA.
007600     COMPUTE WS-SUM-ZERO = MOBSUM-ZERO-TOTAL - WS-GRP-DELTA.
007610     IF WS-SUM-HASH < ZERO
007620         MOVE ZERO TO WS-SUM-HASH
007630     END-IF.
007640     IF WS-SUM-ZERO < ZERO
007650         MOVE ZERO TO WS-SUM-ZERO
007660     END-IF.
007670     MOVE WS-SUM-HASH TO MOBSUM-HASH-TOTAL.
007680     MOVE WS-SUM-ZERO TO MOBSUM-ZERO-TOTAL.
007690     COMPUTE WS-SUM-UNITS = MOBSUM-HASH-TOTAL
007700                          + MOBSUM-ZERO-TOTAL.
007710     IF WS-SUM-UNITS = ZERO
007720         MOVE ZERO TO MOBSUM-AVG-PCT
007730     ELSE
007740         COMPUTE MOBSUM-AVG-PCT ROUNDED =
007750             (MOBSUM-HASH-TOTAL * 100) / WS-SUM-UNITS
007760     END-IF.
007770     PERFORM 5600-RESCORE-PERIOD THRU 5600-RESCORE-PERIOD-EXIT.
007780     REWRITE MOBSUM-RECORD
007790         INVALID KEY
007800             DISPLAY 'ADJ5500E SUMMARY REWRITE FAILED - DEPT '
007810                 WS-GRP-DEPT-CODE ' PERIOD ' WS-PERIOD
007820             MOVE 'ADJ5500E' TO MOBLOG-MSG-CODE
007830             MOVE 'E' TO MOBLOG-SEVERITY
007840             MOVE WS-GRP-DEPT-CODE TO MOBLOG-DEPT-CODE
007850             MOVE 'MOBSUM  ' TO MOBLOG-FILE-NAME
007860             MOVE 'SUMMARY REWRITE FAILED'
007870                 TO MOBLOG-MSG-TEXT
007880             PERFORM 8800-WRITE-EVENT
007890                 THRU 8800-WRITE-EVENT-EXIT
007900             ADD 1 TO WS-ERROR-COUNT
007910             GO TO 5500-RESTATE-SUMMARY-EXIT
007920     END-REWRITE.
007930     ADD 1 TO WS-SUM-RESTATED.
007940     MOVE 'S' TO MOBAJL-REC-TYPE.
007950     MOVE WS-GRP-RUN-DATE TO MOBAJL-RUN-DATE.
007960     MOVE WS-GRP-DEPT-CODE TO MOBAJL-DEPT-CODE.
007970     MOVE ZERO TO MOBAJL-ROW-NUMBER.
007980     MOVE WS-GRP-SOURCE TO MOBAJL-SOURCE.
007990     MOVE WS-BEFORE-HASH TO MOBAJL-BEFORE-HASH.
008000     MOVE WS-BEFORE-ZERO TO MOBAJL-BEFORE-ZERO.
008010     MOVE WS-BEFORE-PCT TO MOBAJL-BEFORE-PCT.
008020     MOVE MOBSUM-HASH-TOTAL TO MOBAJL-AFTER-HASH.
008030     MOVE MOBSUM-ZERO-TOTAL TO MOBAJL-AFTER-ZERO.
008040     MOVE MOBSUM-AVG-PCT TO MOBAJL-AFTER-PCT.
008050     MOVE ADJ-TBL-REASON (WS-GRP-SUB) TO MOBAJL-REASON.
008060     MOVE ADJ-TBL-REQUESTER (WS-GRP-SUB) TO MOBAJL-REQUESTER.
008070     PERFORM 6500-WRITE-JOURNAL THRU 6500-WRITE-JOURNAL-EXIT.
008080     DISPLAY '  SUMMARY ' WS-PERIOD '   ' WS-GRP-DEPT-CODE
008090         '  HASH ' WS-BEFORE-HASH ' -> ' MOBSUM-HASH-TOTAL
008100         '  AVG ' WS-BEFORE-PCT ' -> ' MOBSUM-AVG-PCT.
008110     DISPLAY '          BEST ' MOBSUM-BEST-DATE
008120         ' AT ' MOBSUM-BEST-PCT '  WORST ' MOBSUM-WORST-DATE
008130         ' AT ' MOBSUM-WORST-PCT.
008140 5500-RESTATE-SUMMARY-EXIT.
008150     EXIT.
008160*================================================================
008170* 5600-RESCORE-PERIOD - A CORRECTED DAY CAN CHANGE WHICH DAY OF
008180* THE MONTH WAS BEST OR WORST, SO RESCORE THE PERIOD FROM THE
008190* (RESTATED) TREND RECORDS WITH THE MONTH-END RULES: THE FIRST
008200* DAY SETS BOTH, A LATER DAY MUST BEAT IT OUTRIGHT.
008210*================================================================
008220 5600-RESCORE-PERIOD.
008230     MOVE ZERO TO WS-SCORE-RUNS.
008240     MOVE 'N' TO ADJ-TRD-EOF-SW.
008250     MOVE WS-GRP-DEPT-CODE TO MOBTRD-DEPT-CODE.
008260     COMPUTE MOBTRD-RUN-DATE = (WS-PERIOD * 100) + 1.
008270     START TREND-FILE KEY IS NOT LESS THAN MOBTRD-KEY
008280         INVALID KEY
008290             SET ADJ-TRD-EOF TO TRUE
008300     END-START.
008310     PERFORM 5650-SCORE-ONE-TREND THRU 5650-SCORE-ONE-TREND-EXIT
008320         UNTIL ADJ-TRD-EOF.
008330 5600-RESCORE-PERIOD-EXIT.
008340     EXIT.
008350*================================================================
008360 5650-SCORE-ONE-TREND.
008370     READ TREND-FILE NEXT RECORD
008380         AT END
008390             SET ADJ-TRD-EOF TO TRUE
008400             GO TO 5650-SCORE-ONE-TREND-EXIT
008410     END-READ.
008420     DIVIDE MOBTRD-RUN-DATE BY 100
008430         GIVING WS-TRD-PERIOD
008440         REMAINDER WS-TRD-DAY.
008450     IF MOBTRD-DEPT-CODE NOT = WS-GRP-DEPT-CODE
008460        OR WS-TRD-PERIOD NOT = WS-PERIOD
008470         SET ADJ-TRD-EOF TO TRUE
008480         GO TO 5650-SCORE-ONE-TREND-EXIT
008490     END-IF.
008500     ADD 1 TO WS-SCORE-RUNS.
008510     IF WS-SCORE-RUNS = 1
008520        OR MOBTRD-PCT-COMPLETE > MOBSUM-BEST-PCT
008530         MOVE MOBTRD-PCT-COMPLETE TO MOBSUM-BEST-PCT
008540         MOVE MOBTRD-RUN-DATE TO MOBSUM-BEST-DATE
008550     END-IF.
008560     IF WS-SCORE-RUNS = 1
008570        OR MOBTRD-PCT-COMPLETE < MOBSUM-WORST-PCT
008580         MOVE MOBTRD-PCT-COMPLETE TO MOBSUM-WORST-PCT
008590         MOVE MOBTRD-RUN-DATE TO MOBSUM-WORST-DATE
008600     END-IF.
008610 5650-SCORE-ONE-TREND-EXIT.
008620     EXIT.
008630*================================================================
008640* 6000-CORRECT-ROW - RESET THE ROW IN HAND (WS-ROW-HASH/ZERO)
008650* TO THE CARD'S CORRECTED COMPLETED COUNT.  THE ROW'S WIDTH IS
008660* FIXED AT DRAW TIME, SO THE ZERO COUNT TAKES UP WHATEVER THE
008670* HASH COUNT GIVES BACK; A COUNT WIDER THAN THE ROW, OR ONE
008680* THAT CHANGES NOTHING, IS REFUSED.
008690*================================================================
008700 6000-CORRECT-ROW.
008710     COMPUTE WS-ROW-WIDTH = WS-ROW-HASH + WS-ROW-ZERO.
008720     IF ADJ-TBL-CORR-COUNT (WS-SCAN-SUB) > WS-ROW-WIDTH
008730         MOVE 'ADJ6000W' TO WS-REJECT-CODE
008740         MOVE 'COUNT EXCEEDS ROW WIDTH'
008750             TO WS-REJECT-REASON
008760         PERFORM 6900-REJECT-ENTRY THRU 6900-REJECT-ENTRY-EXIT
008770         GO TO 6000-CORRECT-ROW-EXIT
008780     END-IF.
008790     IF ADJ-TBL-CORR-COUNT (WS-SCAN-SUB) = WS-ROW-HASH
008800         MOVE 'ADJ6000W' TO WS-REJECT-CODE
008810         MOVE 'COUNT ALREADY ON FILE'
008820             TO WS-REJECT-REASON
008830         PERFORM 6900-REJECT-ENTRY THRU 6900-REJECT-ENTRY-EXIT
008840         GO TO 6000-CORRECT-ROW-EXIT
008850     END-IF.
008860     MOVE WS-ROW-HASH TO ADJ-TBL-OLD-HASH (WS-SCAN-SUB).
008870     MOVE WS-ROW-ZERO TO ADJ-TBL-OLD-ZERO (WS-SCAN-SUB).
008880     MOVE ADJ-TBL-CORR-COUNT (WS-SCAN-SUB) TO WS-ROW-HASH.
008890     COMPUTE WS-ROW-ZERO = WS-ROW-WIDTH - WS-ROW-HASH.
008900     MOVE WS-ROW-ZERO TO ADJ-TBL-NEW-ZERO (WS-SCAN-SUB).
008910     MOVE 'A' TO ADJ-TBL-STATUS (WS-SCAN-SUB).
008920 6000-CORRECT-ROW-EXIT.
008930     EXIT.
008940*================================================================
008950* 6100-ROW-APPLIED - JOURNAL, PRINT AND LOG ONE CORRECTED ROW.
008960*================================================================
008970 6100-ROW-APPLIED.
008980     MOVE 'R' TO MOBAJL-REC-TYPE.
008990     MOVE ADJ-TBL-RUN-DATE (WS-SCAN-SUB) TO MOBAJL-RUN-DATE.
009000     MOVE ADJ-TBL-DEPT-CODE (WS-SCAN-SUB) TO MOBAJL-DEPT-CODE.
009010     MOVE ADJ-TBL-ROW-NUMBER (WS-SCAN-SUB)
009020         TO MOBAJL-ROW-NUMBER.
009030     MOVE ADJ-TBL-SOURCE (WS-SCAN-SUB) TO MOBAJL-SOURCE.
009040     MOVE ADJ-TBL-OLD-HASH (WS-SCAN-SUB) TO MOBAJL-BEFORE-HASH.
009050     MOVE ADJ-TBL-OLD-ZERO (WS-SCAN-SUB) TO MOBAJL-BEFORE-ZERO.
009060     MOVE ADJ-TBL-CORR-COUNT (WS-SCAN-SUB)
009070         TO MOBAJL-AFTER-HASH.
009080     MOVE ADJ-TBL-NEW-ZERO (WS-SCAN-SUB) TO MOBAJL-AFTER-ZERO.
009090     IF WS-ROW-WIDTH = ZERO
009100         MOVE ZERO TO MOBAJL-BEFORE-PCT
009110         MOVE ZERO TO MOBAJL-AFTER-PCT
009120     ELSE
009130         COMPUTE MOBAJL-BEFORE-PCT ROUNDED =
009140             (ADJ-TBL-OLD-HASH (WS-SCAN-SUB) * 100)
009150             / WS-ROW-WIDTH
009160         COMPUTE MOBAJL-AFTER-PCT ROUNDED =
009170             (ADJ-TBL-CORR-COUNT (WS-SCAN-SUB) * 100)
009180             / WS-ROW-WIDTH
009190     END-IF.
009200     MOVE ADJ-TBL-REASON (WS-SCAN-SUB) TO MOBAJL-REASON.
009210     MOVE ADJ-TBL-REQUESTER (WS-SCAN-SUB) TO MOBAJL-REQUESTER.
009220     PERFORM 6500-WRITE-JOURNAL THRU 6500-WRITE-JOURNAL-EXIT.
009230     DISPLAY '  ROW     ' MOBAJL-RUN-DATE ' ' MOBAJL-DEPT-CODE
009240         ' ' MOBAJL-ROW-NUMBER ' ' MOBAJL-SOURCE
009250         '  HASH ' MOBAJL-BEFORE-HASH ' -> ' MOBAJL-AFTER-HASH
009260         '  ZERO ' MOBAJL-BEFORE-ZERO ' -> ' MOBAJL-AFTER-ZERO.
009270     DISPLAY '          ' MOBAJL-REASON ' FOR '
009280         MOBAJL-REQUESTER.
009290     MOVE 'ADJ6100I' TO MOBLOG-MSG-CODE.
009300     MOVE 'I' TO MOBLOG-SEVERITY.
009310     MOVE MOBAJL-DEPT-CODE TO MOBLOG-DEPT-CODE.
009320     MOVE MOBAJL-ROW-NUMBER TO MOBLOG-ROW-NUMBER.
009330     IF MOBAJL-FROM-HISTORY
009340         MOVE 'MOBRPH  ' TO MOBLOG-FILE-NAME
009350     ELSE
009360         MOVE 'MOBRPT  ' TO MOBLOG-FILE-NAME
009370     END-IF.
009380     MOVE 'BACK-DATED ROW CORRECTED' TO MOBLOG-MSG-TEXT.
009390     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
009400 6100-ROW-APPLIED-EXIT.
009410     EXIT.
009420*================================================================
009430* 6500-WRITE-JOURNAL - STAMP AND WRITE ONE ADJUSTMENT JOURNAL
009440* RECORD.  EVERY RECORD FROM ONE RUN CARRIES THE SAME STAMP.
009450*================================================================
009460 6500-WRITE-JOURNAL.
009470     MOVE WS-RUN-DATE TO MOBAJL-ADJ-DATE.
009480     MOVE WS-ADJ-TIME TO MOBAJL-ADJ-TIME.
009490     WRITE MOBAJL-RECORD.
009500 6500-WRITE-JOURNAL-EXIT.
009510     EXIT.
009520*================================================================
009530* 6900-REJECT-ENTRY - PRINT AND LOG A HELD CARD THAT COULD NOT
009540* BE APPLIED, AND TAKE IT OUT OF PLAY.
009550*================================================================
009560 6900-REJECT-ENTRY.
009570     MOVE 'X' TO ADJ-TBL-STATUS (WS-SCAN-SUB).
009580     ADD 1 TO WS-REJECT-COUNT.
009590     DISPLAY '  REJECT ' WS-REJECT-CODE ' '
009600         ADJ-TBL-RUN-DATE (WS-SCAN-SUB) ' '
009610         ADJ-TBL-DEPT-CODE (WS-SCAN-SUB) ' ROW '
009620         ADJ-TBL-ROW-NUMBER (WS-SCAN-SUB)
009630         ' - ' WS-REJECT-REASON.
009640     MOVE WS-REJECT-CODE TO MOBLOG-MSG-CODE.
009650     MOVE 'W' TO MOBLOG-SEVERITY.
009660     MOVE ADJ-TBL-DEPT-CODE (WS-SCAN-SUB) TO MOBLOG-DEPT-CODE.
009670     MOVE ADJ-TBL-ROW-NUMBER (WS-SCAN-SUB)
009680         TO MOBLOG-ROW-NUMBER.
009690     MOVE 'MOBCOR  ' TO MOBLOG-FILE-NAME.
009700     MOVE WS-REJECT-REASON TO MOBLOG-MSG-TEXT.
009710     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
009720 6900-REJECT-ENTRY-EXIT.
009730     EXIT.
009740*================================================================
009750* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
009760* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
009770* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
009780* NEXT EVENT CANNOT INHERIT THEM.
009790*================================================================
009800 8800-WRITE-EVENT.
009810     ACCEPT WS-LOG-TIME FROM TIME.
009820     MOVE 'MOBADJ  ' TO MOBLOG-PROGRAM.
009830     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
009840     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
009850     WRITE MOBLOG-RECORD.
009860     MOVE SPACES TO MOBLOG-DEPT-CODE.
009870     MOVE ZERO TO MOBLOG-ROW-NUMBER.
009880     MOVE SPACES TO MOBLOG-FILE-NAME.
009890     MOVE SPACES TO MOBLOG-MSG-TEXT.
009900 8800-WRITE-EVENT-EXIT.
009910     EXIT.
009920*================================================================
009930* 9000-TERMINATE - CLOSE THE FILES, PRINT THE RUN TOTALS AND
009940* SET THE RETURN CODE: 8 WHEN A REWRITE FAILED, 4 WHEN ANY
009950* CARD WAS REJECTED OR A TREND RECORD WAS MISSING.
009960*================================================================
009970 9000-TERMINATE.
009980     CLOSE REPORT-FILE TREND-FILE JOURNAL-FILE.
009990     IF ADJ-SUM-AVAILABLE
010000         CLOSE SUMMARY-FILE
010010     END-IF.
010020     DISPLAY ' '.
010030     MOVE WS-CARDS-READ TO WS-ADJ-COUNT-DISP.
010040     DISPLAY '  CARDS READ ................ ' WS-ADJ-COUNT-DISP.
010050     MOVE WS-RPT-APPLIED TO WS-ADJ-COUNT-DISP.
010060     DISPLAY '  ARCHIVE ROWS CORRECTED .... ' WS-ADJ-COUNT-DISP.
010070     MOVE WS-RPH-APPLIED TO WS-ADJ-COUNT-DISP.
010080     DISPLAY '  HISTORY ROWS CORRECTED .... ' WS-ADJ-COUNT-DISP.
010090     MOVE WS-REJECT-COUNT TO WS-ADJ-COUNT-DISP.
010100     DISPLAY '  CARDS REJECTED ............ ' WS-ADJ-COUNT-DISP.
010110     MOVE WS-TRD-RESTATED TO WS-ADJ-COUNT-DISP.
010120     DISPLAY '  TREND RECORDS RESTATED .... ' WS-ADJ-COUNT-DISP.
010130     MOVE WS-SUM-RESTATED TO WS-ADJ-COUNT-DISP.
010140     DISPLAY '  SUMMARY RECORDS RESTATED .. ' WS-ADJ-COUNT-DISP.
010150     IF WS-ERROR-COUNT > ZERO
010160         MOVE 8 TO RETURN-CODE
010170     ELSE
010180         IF WS-REJECT-COUNT > ZERO
010190            OR WS-WARN-COUNT > ZERO
010200             MOVE 4 TO RETURN-CODE
010210         END-IF
010220     END-IF.
010230     CLOSE EVENT-LOG-FILE.
010240     DISPLAY ' '.
010250     DISPLAY '===== MOBADJ ADJUSTMENT COMPLETE ====='.
010260 9000-TERMINATE-EXIT.
010270     EXIT.
010280*================================================================
010290 9999-EXIT.
010300     STOP RUN.
010310 END PROGRAM MOBADJ.
