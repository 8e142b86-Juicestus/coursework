000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOBSTK.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. CS-331 OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RMD   ORIGINAL VERSION - STALLED-ROW AGING REPORT.
000120*                  BROWSES THE MOBRPT CHART ARCHIVE, FALLING BACK
000130*                  TO THE MOBRPH HISTORY FILE FOR DATES RETENTION
000140*                  HAS ALREADY MOVED OFF IT, ONE DEPARTMENT/ROW AT
000150*                  A TIME IN RUN-DATE ORDER.  A ROW WHOSE HASH
000160*                  COUNT HAS NOT INCREASED FOR THE MOBSKP NUMBER
000170*                  OF PROCESSING DAYS (DEFAULT 5), OR WHOSE COUNT
000180*                  HAS GONE BACK BELOW ITS PEAK, IS LISTED WITH
000190*                  THE DATE IT LAST MOVED AND HOW LONG IT HAS BEEN
000200*                  STUCK - OLDEST STALL FIRST, THEN AGAIN IN ONE
000210*                  SECTION PER SUPERVISOR (MOBDPT).  EACH LISTED
000220*                  ROW IS LOGGED TO MOBLOG; RETURN CODE 4 WHEN ANY
000230*                  ROW IS LISTED.
000240*================================================================
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STALL-PARM-FILE ASSIGN TO MOBSKP
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-SKP-FILE-STATUS.
000340     SELECT REPORT-FILE ASSIGN TO MOBRPT
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS MOBRPT-KEY
000380         FILE STATUS IS WS-RPT-FILE-STATUS.
000390     SELECT HISTORY-FILE ASSIGN TO MOBRPH
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS WS-RPH-FILE-STATUS.
000420     SELECT DEPT-MASTER ASSIGN TO MOBDPT
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS RANDOM
000450         RECORD KEY IS MOBDPT-DEPT-CODE
000460         FILE STATUS IS WS-DPT-FILE-STATUS.
000470     SELECT CALENDAR-FILE ASSIGN TO MOBCAL
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-CAL-FILE-STATUS.
000500     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000510         ORGANIZATION IS LINE SEQUENTIAL.
000520     SELECT ROW-SORT-FILE ASSIGN TO MOBSKW.
000530     SELECT STALL-SORT-FILE ASSIGN TO MOBSKS.
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  STALL-PARM-FILE
000570     LABEL RECORD IS STANDARD.
000580     COPY MOBSKP.
000590 FD  REPORT-FILE.
000600     COPY MOBRPT.
000610 FD  HISTORY-FILE
000620     LABEL RECORD IS STANDARD.
000630     COPY MOBRPT REPLACING LEADING ==MOBRPT== BY ==MOBRPH==.
000640 FD  DEPT-MASTER.
000650     COPY MOBDPT.
000660 FD  CALENDAR-FILE
000670     LABEL RECORD IS STANDARD.
000680     COPY MOBCAL.
000690 FD  EVENT-LOG-FILE
000700     LABEL RECORD IS STANDARD.
000710     COPY MOBLOG.
000720*----------------------------------------------------------------
000730* EVERY ARCHIVED ROW, SEQUENCED DEPARTMENT/ROW/RUN DATE SO EACH
000740* ROW'S HISTORY COMES BACK OLDEST DAY FIRST.
000750*----------------------------------------------------------------
000760 SD  ROW-SORT-FILE.
000770 01  STK-ROW-SORT-RECORD.
000780     05  STK-RS-DEPT-CODE        PIC X(04).
000790     05  STK-RS-ROW-NUMBER       PIC 9(05).
000800     05  STK-RS-RUN-DATE         PIC 9(08).
000810     05  STK-RS-HASH-COUNT       PIC 9(05).
000820     05  STK-RS-ZERO-COUNT       PIC 9(05).
000830*----------------------------------------------------------------
000840* THE LISTED ROWS, SEQUENCED FOR PRINTING: SUPERVISOR (SPACES FOR
000850* THE OLDEST-FIRST LIST), LONGEST STUCK FIRST, DEPARTMENT, ROW.
000860*----------------------------------------------------------------
000870 SD  STALL-SORT-FILE.
000880 01  STK-STALL-SORT-RECORD.
000890     05  STK-SS-SUPERVISOR       PIC X(20).
000900     05  STK-SS-AGE              PIC 9(05).
000910     05  STK-SS-DEPT-CODE        PIC X(04).
000920     05  STK-SS-ROW-NUMBER       PIC 9(05).
000930     05  STK-SS-TBL-SUB          PIC 9(05).
000940 WORKING-STORAGE SECTION.
000950*----------------------------------------------------------------
000960* STANDALONE COUNTERS AND WORK FIELDS
000970*----------------------------------------------------------------
000980 77  WS-SKP-FILE-STATUS      PIC X(02) VALUE SPACES.
000990 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001000 77  WS-RPH-FILE-STATUS      PIC X(02) VALUE SPACES.
001010 77  WS-DPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001020 77  WS-CAL-FILE-STATUS      PIC X(02) VALUE SPACES.
001030 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001040 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
001050 77  WS-STALL-DAYS           PIC 9(03) VALUE 5.
001060 77  WS-ARC-LOW-DATE         PIC 9(08) VALUE ZERO.
001070 77  WS-RPT-ROWS             PIC 9(07) COMP VALUE ZERO.
001080 77  WS-RPH-ROWS             PIC 9(07) COMP VALUE ZERO.
001090 77  WS-ROWS-SCANNED         PIC 9(07) COMP VALUE ZERO.
001100 77  WS-DEPT-TBL-COUNT       PIC 9(05) COMP VALUE ZERO.
001110 77  WS-DEPT-SUB             PIC 9(05) COMP VALUE ZERO.
001120 77  WS-STALL-TBL-COUNT      PIC 9(05) COMP VALUE ZERO.
001130 77  WS-STALL-SUB            PIC 9(05) COMP VALUE ZERO.
001140 77  WS-SCAN-SUB             PIC 9(05) COMP VALUE ZERO.
001150 77  WS-FIND-DEPT-CODE       PIC X(04) VALUE SPACES.
001160 77  WS-CUR-DEPT-CODE        PIC X(04) VALUE SPACES.
001170 77  WS-CUR-ROW-NUMBER       PIC 9(05) VALUE ZERO.
001180 77  WS-PREV-HASH            PIC 9(05) VALUE ZERO.
001190 77  WS-PEAK-HASH            PIC 9(05) VALUE ZERO.
001200 77  WS-MOVED-DATE           PIC 9(08) VALUE ZERO.
001210 77  WS-LAST-DATE            PIC 9(08) VALUE ZERO.
001220 77  WS-LAST-ZERO            PIC 9(05) VALUE ZERO.
001230 77  WS-DAYS-SINCE           PIC 9(05) COMP VALUE ZERO.
001240 77  WS-DEPT-LAST-DATE       PIC 9(08) VALUE ZERO.
001250 77  WS-CUR-SUPERVISOR       PIC X(20) VALUE SPACES.
001260 77  WS-SUPV-ROWS            PIC 9(05) COMP VALUE ZERO.
001270 77  WS-SUPV-COUNT           PIC 9(05) COMP VALUE ZERO.
001280 77  WS-TOTAL-LISTED         PIC 9(05) COMP VALUE ZERO.
001290 77  WS-TOTAL-STALLED        PIC 9(05) COMP VALUE ZERO.
001300 77  WS-TOTAL-BACKWARDS      PIC 9(05) COMP VALUE ZERO.
001310 77  WS-ROW-DISP             PIC Z(04)9.
001320 77  WS-AGE-DISP             PIC Z(04)9.
001330 77  WS-HASH-DISP            PIC Z(04)9.
001340 77  WS-PEAK-DISP            PIC Z(04)9.
001350 77  WS-DAYS-DISP            PIC ZZ9.
001360 77  WS-STK-COUNT-DISP       PIC Z(06)9.
001370 77  WS-STATUS-TEXT          PIC X(18) VALUE SPACES.
001380*----------------------------------------------------------------
001390* DEPARTMENT TABLE - THE LATEST RUN DATE ARCHIVED FOR EACH
001400* DEPARTMENT.  ONLY A ROW STILL ON ITS DEPARTMENT'S LATEST CHART
001410* CAN BE STUCK; A ROW THE CHART NO LONGER DRAWS IS NOT.
001420*----------------------------------------------------------------
001430 01  STK-DEPT-TABLE.
001440     05  STK-DEPT-ENTRY OCCURS 500 TIMES.
001450         10  STK-DT-DEPT-CODE    PIC X(04).
001460         10  STK-DT-LAST-DATE    PIC 9(08).
001470*----------------------------------------------------------------
001480* CANDIDATE TABLE - EACH ROW THAT HAS NOT MOVED ON ITS LATEST
001490* DAY OR HAS FALLEN BELOW ITS PEAK, WITH ITS SUPERVISOR AND ITS
001500* AGE IN PROCESSING DAYS SINCE IT LAST MOVED.
001510*----------------------------------------------------------------
001520 01  STK-STALL-TABLE.
001530     05  STK-STALL-ENTRY OCCURS 2000 TIMES.
001540         10  STK-TBL-DEPT-CODE   PIC X(04).
001550         10  STK-TBL-ROW-NUMBER  PIC 9(05).
001560         10  STK-TBL-SUPERVISOR  PIC X(20).
001570         10  STK-TBL-MOVED-DATE  PIC 9(08).
001580         10  STK-TBL-LAST-DATE   PIC 9(08).
001590         10  STK-TBL-HASH        PIC 9(05).
001600         10  STK-TBL-ZERO        PIC 9(05).
001610         10  STK-TBL-PEAK        PIC 9(05).
001620         10  STK-TBL-ARC-DAYS    PIC 9(05) COMP.
001630         10  STK-TBL-AGE         PIC 9(05) COMP.
001640         10  STK-TBL-STALL-FLAG  PIC X(01).
001650             88  STK-TBL-STALLED         VALUE 'Y'.
001660         10  STK-TBL-BACK-FLAG   PIC X(01).
001670             88  STK-TBL-BACKWARDS       VALUE 'Y'.
001680*----------------------------------------------------------------
001690 01  STK-SWITCHES.
001700     05  STK-RPT-EOF-SW      PIC X(01) VALUE 'N'.
001710         88  STK-RPT-EOF               VALUE 'Y'.
001720     05  STK-RPH-EOF-SW      PIC X(01) VALUE 'N'.
001730         88  STK-RPH-EOF               VALUE 'Y'.
001740     05  STK-CAL-EOF-SW      PIC X(01) VALUE 'N'.
001750         88  STK-CAL-EOF               VALUE 'Y'.
001760     05  STK-SORT-EOF-SW     PIC X(01) VALUE 'N'.
001770         88  STK-SORT-EOF              VALUE 'Y'.
001780     05  STK-DPT-SW          PIC X(01) VALUE 'N'.
001790         88  STK-DPT-ON-FILE           VALUE 'Y'.
001800     05  STK-CAL-SW          PIC X(01) VALUE 'N'.
001810         88  STK-CAL-ON-FILE           VALUE 'Y'.
001820     05  STK-ROW-OPEN-SW     PIC X(01) VALUE 'N'.
001830         88  STK-ROW-IN-PROGRESS       VALUE 'Y'.
001840     05  STK-SUPV-OPEN-SW    PIC X(01) VALUE 'N'.
001850         88  STK-SUPV-IN-PROGRESS      VALUE 'Y'.
001860     05  STK-BY-SUPV-SW      PIC X(01) VALUE 'N'.
001870         88  STK-BY-SUPERVISOR         VALUE 'Y'.
001880     05  STK-DEPT-FULL-SW    PIC X(01) VALUE 'N'.
001890         88  STK-DEPT-TBL-FULL         VALUE 'Y'.
001900     05  STK-STALL-FULL-SW   PIC X(01) VALUE 'N'.
001910         88  STK-STALL-TBL-FULL        VALUE 'Y'.
001920 PROCEDURE DIVISION.
001930*================================================================
001940 0000-MAIN-PROC.
001950*================================================================
001960     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001970     SORT ROW-SORT-FILE
001980         ON ASCENDING KEY STK-RS-DEPT-CODE
001990         ON ASCENDING KEY STK-RS-ROW-NUMBER
002000         ON ASCENDING KEY STK-RS-RUN-DATE
002010         INPUT PROCEDURE IS 2000-RELEASE-ROWS
002020             THRU 2000-RELEASE-ROWS-EXIT
002030         OUTPUT PROCEDURE IS 3000-SCAN-ROWS
002040             THRU 3000-SCAN-ROWS-EXIT.
002050     IF STK-DPT-ON-FILE
002060         CLOSE DEPT-MASTER
002070     END-IF.
002080     PERFORM 4000-AGE-BY-CALENDAR THRU 4000-AGE-BY-CALENDAR-EXIT.
002090     MOVE 1 TO WS-STALL-SUB.
002100     PERFORM 4500-APPLY-LIMIT THRU 4500-APPLY-LIMIT-EXIT
002110         UNTIL WS-STALL-SUB > WS-STALL-TBL-COUNT.
002120     MOVE 'N' TO STK-BY-SUPV-SW.
002130     SORT STALL-SORT-FILE
002140         ON ASCENDING KEY STK-SS-SUPERVISOR
002150         ON DESCENDING KEY STK-SS-AGE
002160         ON ASCENDING KEY STK-SS-DEPT-CODE
002170         ON ASCENDING KEY STK-SS-ROW-NUMBER
002180         INPUT PROCEDURE IS 5000-RELEASE-STALLS
002190             THRU 5000-RELEASE-STALLS-EXIT
002200         OUTPUT PROCEDURE IS 5500-PRINT-OLDEST
002210             THRU 5500-PRINT-OLDEST-EXIT.
002220     SET STK-BY-SUPERVISOR TO TRUE.
002230     SORT STALL-SORT-FILE
002240         ON ASCENDING KEY STK-SS-SUPERVISOR
002250         ON DESCENDING KEY STK-SS-AGE
002260         ON ASCENDING KEY STK-SS-DEPT-CODE
002270         ON ASCENDING KEY STK-SS-ROW-NUMBER
002280         INPUT PROCEDURE IS 5000-RELEASE-STALLS
002290             THRU 5000-RELEASE-STALLS-EXIT
002300         OUTPUT PROCEDURE IS 6000-PRINT-BY-SUPV
002310             THRU 6000-PRINT-BY-SUPV-EXIT.
002320     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
002330     GO TO 9999-EXIT.
002340*================================================================
002350* 1000-INITIALIZE - PICK UP THE STALL LIMIT AND OPEN THE
002360* DEPARTMENT MASTER FOR THE SUPERVISOR LOOKUP.  NO MASTER LEAVES
002370* THE SUPERVISOR UNKNOWN BUT STILL REPORTS THE ROWS.
002380*================================================================
002390 1000-INITIALIZE.
002400     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002410     OPEN EXTEND EVENT-LOG-FILE.
002420     MOVE SPACES TO MOBLOG-DEPT-CODE.
002430     MOVE ZERO TO MOBLOG-ROW-NUMBER.
002440     MOVE SPACES TO MOBLOG-FILE-NAME.
002450     MOVE SPACES TO MOBLOG-MSG-TEXT.
002460     OPEN INPUT STALL-PARM-FILE.
002470     IF WS-SKP-FILE-STATUS NOT = '35'
002480         READ STALL-PARM-FILE
002490             NOT AT END
002500                 IF MOBSKP-STALL-DAYS IS NUMERIC
002510                    AND MOBSKP-STALL-DAYS > ZERO
002520                     MOVE MOBSKP-STALL-DAYS TO WS-STALL-DAYS
002530                 ELSE
002540                     DISPLAY 'STK1000W STALL CARD INVALID - '
002550                         'DEFAULT LIMIT USED'
002560                     MOVE 'STK1000W' TO MOBLOG-MSG-CODE
002570                     MOVE 'W' TO MOBLOG-SEVERITY
002580                     MOVE 'MOBSKP  ' TO MOBLOG-FILE-NAME
002590                     MOVE 'STALL CARD INVALID'
002600                         TO MOBLOG-MSG-TEXT
002610                     PERFORM 8800-WRITE-EVENT
002620                         THRU 8800-WRITE-EVENT-EXIT
002630                 END-IF
002640         END-READ
002650         CLOSE STALL-PARM-FILE
002660     END-IF.
002670     MOVE WS-STALL-DAYS TO WS-DAYS-DISP.
002680     DISPLAY ' '.
002690     DISPLAY '===== MOBSTK STALLED-ROW AGING - ' WS-RUN-DATE
002700         ' ====='.
002710     DISPLAY '  STALL LIMIT ' WS-DAYS-DISP ' PROCESSING DAYS'.
002720     OPEN INPUT DEPT-MASTER.
002730     IF WS-DPT-FILE-STATUS = '35'
002740         DISPLAY 'STK1000W DEPARTMENT MASTER NOT FOUND - '
002750             'SUPERVISORS UNKNOWN'
002760         MOVE 'STK1000W' TO MOBLOG-MSG-CODE
002770         MOVE 'W' TO MOBLOG-SEVERITY
002780         MOVE 'MOBDPT  ' TO MOBLOG-FILE-NAME
002790         MOVE 'DEPT MASTER NOT FOUND'
002800             TO MOBLOG-MSG-TEXT
002810         PERFORM 8800-WRITE-EVENT
002820             THRU 8800-WRITE-EVENT-EXIT
002830     ELSE
002840         SET STK-DPT-ON-FILE TO TRUE
002850     END-IF.
002860 1000-INITIALIZE-EXIT.
002870     EXIT.
002880*================================================================
002890* 2000-RELEASE-ROWS - SORT INPUT PROCEDURE.  EVERY ROW ON THE
002900* LIVE ARCHIVE, THEN EVERY HISTORY ROW OLDER THAN THE ARCHIVE'S
002910* FIRST RUN DATE, SO A DATE STILL ON BOTH IS ONLY TAKEN ONCE.
002920* WITHOUT AN ARCHIVE THE HISTORY FILE IS TAKEN WHOLE.
002930*================================================================
002940 2000-RELEASE-ROWS.
002950     OPEN INPUT REPORT-FILE.
002960     IF WS-RPT-FILE-STATUS = '35'
002970         DISPLAY 'STK2000W REPORT ARCHIVE NOT FOUND - HISTORY '
002980             'ONLY'
002990         MOVE 'STK2000W' TO MOBLOG-MSG-CODE
003000         MOVE 'W' TO MOBLOG-SEVERITY
003010         MOVE 'MOBRPT  ' TO MOBLOG-FILE-NAME
003020         MOVE 'REPORT ARCHIVE NOT FOUND'
003030             TO MOBLOG-MSG-TEXT
003040         PERFORM 8800-WRITE-EVENT
003050             THRU 8800-WRITE-EVENT-EXIT
003060     ELSE
003070         PERFORM 2100-RELEASE-ONE-RPT
003080             THRU 2100-RELEASE-ONE-RPT-EXIT
003090             UNTIL STK-RPT-EOF
003100         CLOSE REPORT-FILE
003110     END-IF.
003120     OPEN INPUT HISTORY-FILE.
003130     IF WS-RPH-FILE-STATUS = '35'
003140         DISPLAY '  NO HISTORY FILE - LIVE ARCHIVE ONLY'
003150         GO TO 2000-RELEASE-ROWS-EXIT
003160     END-IF.
003170     PERFORM 2200-RELEASE-ONE-RPH THRU 2200-RELEASE-ONE-RPH-EXIT
003180         UNTIL STK-RPH-EOF.
003190     CLOSE HISTORY-FILE.
003200 2000-RELEASE-ROWS-EXIT.
003210     EXIT.
003220*================================================================
003230 2100-RELEASE-ONE-RPT.
003240     READ REPORT-FILE NEXT RECORD
003250         AT END
003260             SET STK-RPT-EOF TO TRUE
003270             GO TO 2100-RELEASE-ONE-RPT-EXIT
003280     END-READ.
003290     IF WS-ARC-LOW-DATE = ZERO
003300         MOVE MOBRPT-RUN-DATE TO WS-ARC-LOW-DATE
003310     END-IF.
003320     MOVE MOBRPT-DEPT-CODE TO STK-RS-DEPT-CODE.
003330     MOVE MOBRPT-ROW-NUMBER TO STK-RS-ROW-NUMBER.
003340     MOVE MOBRPT-RUN-DATE TO STK-RS-RUN-DATE.
003350     MOVE MOBRPT-HASH-COUNT TO STK-RS-HASH-COUNT.
003360     MOVE MOBRPT-ZERO-COUNT TO STK-RS-ZERO-COUNT.
003370     PERFORM 2300-NOTE-DEPT-DATE THRU 2300-NOTE-DEPT-DATE-EXIT.
003380     RELEASE STK-ROW-SORT-RECORD.
003390     ADD 1 TO WS-RPT-ROWS.
003400 2100-RELEASE-ONE-RPT-EXIT.
003410     EXIT.
003420*================================================================
003430 2200-RELEASE-ONE-RPH.
003440     READ HISTORY-FILE
003450         AT END
003460             SET STK-RPH-EOF TO TRUE
003470             GO TO 2200-RELEASE-ONE-RPH-EXIT
003480     END-READ.
003490     IF WS-ARC-LOW-DATE NOT = ZERO
003500        AND MOBRPH-RUN-DATE NOT < WS-ARC-LOW-DATE
003510         GO TO 2200-RELEASE-ONE-RPH-EXIT
003520     END-IF.
003530     MOVE MOBRPH-DEPT-CODE TO STK-RS-DEPT-CODE.
003540     MOVE MOBRPH-ROW-NUMBER TO STK-RS-ROW-NUMBER.
003550     MOVE MOBRPH-RUN-DATE TO STK-RS-RUN-DATE.
003560     MOVE MOBRPH-HASH-COUNT TO STK-RS-HASH-COUNT.
003570     MOVE MOBRPH-ZERO-COUNT TO STK-RS-ZERO-COUNT.
003580     PERFORM 2300-NOTE-DEPT-DATE THRU 2300-NOTE-DEPT-DATE-EXIT.
003590     RELEASE STK-ROW-SORT-RECORD.
003600     ADD 1 TO WS-RPH-ROWS.
003610 2200-RELEASE-ONE-RPH-EXIT.
003620     EXIT.
003630*================================================================
003640* 2300-NOTE-DEPT-DATE - KEEP THE LATEST RUN DATE SEEN FOR THE
003650* ROW'S DEPARTMENT.  PAST 500 DEPARTMENTS THE REST ARE STILL
003660* SCANNED, EACH ROW TAKEN AS CURRENT ON ITS OWN LATEST DATE.
003670*================================================================
003680 2300-NOTE-DEPT-DATE.
003690     MOVE STK-RS-DEPT-CODE TO WS-FIND-DEPT-CODE.
003700     PERFORM 3400-FIND-DEPT THRU 3400-FIND-DEPT-EXIT.
003710     IF WS-DEPT-SUB NOT = ZERO
003720         IF STK-RS-RUN-DATE > STK-DT-LAST-DATE (WS-DEPT-SUB)
003730             MOVE STK-RS-RUN-DATE
003740                 TO STK-DT-LAST-DATE (WS-DEPT-SUB)
003750         END-IF
003760         GO TO 2300-NOTE-DEPT-DATE-EXIT
003770     END-IF.
003780     IF WS-DEPT-TBL-COUNT >= 500
003790         IF NOT STK-DEPT-TBL-FULL
003800             SET STK-DEPT-TBL-FULL TO TRUE
003810             DISPLAY 'STK2300W MORE THAN 500 DEPARTMENTS - '
003820                 'LATEST CHART NOT CHECKED FOR THE REST'
003830             MOVE 'STK2300W' TO MOBLOG-MSG-CODE
003840             MOVE 'W' TO MOBLOG-SEVERITY
003850             MOVE 'MOBRPT  ' TO MOBLOG-FILE-NAME
003860             MOVE 'DEPARTMENT TABLE FULL'
003870                 TO MOBLOG-MSG-TEXT
003880             PERFORM 8800-WRITE-EVENT
003890                 THRU 8800-WRITE-EVENT-EXIT
003900         END-IF
003910         GO TO 2300-NOTE-DEPT-DATE-EXIT
003920     END-IF.
003930     ADD 1 TO WS-DEPT-TBL-COUNT.
003940     MOVE STK-RS-DEPT-CODE
003950         TO STK-DT-DEPT-CODE (WS-DEPT-TBL-COUNT).
003960     MOVE STK-RS-RUN-DATE TO STK-DT-LAST-DATE (WS-DEPT-TBL-COUNT).
003970 2300-NOTE-DEPT-DATE-EXIT.
003980     EXIT.
003990*================================================================
004000* 3000-SCAN-ROWS - SORT OUTPUT PROCEDURE.  EACH ROW'S HISTORY
004010* COMES BACK OLDEST DAY FIRST; A CHANGE OF DEPARTMENT OR ROW
004020* CLOSES THE ROW IN HAND.
004030*================================================================
004040 3000-SCAN-ROWS.
004050     PERFORM 3100-SCAN-ONE-DAY THRU 3100-SCAN-ONE-DAY-EXIT
004060         UNTIL STK-SORT-EOF.
004070     PERFORM 3300-END-ROW THRU 3300-END-ROW-EXIT.
004080 3000-SCAN-ROWS-EXIT.
004090     EXIT.
004100*================================================================
004110* 3100-SCAN-ONE-DAY - A ROW MOVES ON ANY DAY ITS HASH COUNT IS
004120* ABOVE THE DAY BEFORE (ITS FIRST DAY COUNTS AS A MOVE).  THE
004130* ARCHIVE DAYS SINCE THE LAST MOVE ARE KEPT AS THE AGE TO FALL
004140* BACK ON WITHOUT A CALENDAR.
004150*================================================================
004160 3100-SCAN-ONE-DAY.
004170     RETURN ROW-SORT-FILE
004180         AT END
004190             SET STK-SORT-EOF TO TRUE
004200             GO TO 3100-SCAN-ONE-DAY-EXIT
004210     END-RETURN.
004220     ADD 1 TO WS-ROWS-SCANNED.
004230     IF STK-ROW-IN-PROGRESS
004240        AND (STK-RS-DEPT-CODE NOT = WS-CUR-DEPT-CODE
004250          OR STK-RS-ROW-NUMBER NOT = WS-CUR-ROW-NUMBER)
004260         PERFORM 3300-END-ROW THRU 3300-END-ROW-EXIT
004270     END-IF.
004280     IF NOT STK-ROW-IN-PROGRESS
004290         PERFORM 3200-START-ROW THRU 3200-START-ROW-EXIT
004300         GO TO 3100-SCAN-ONE-DAY-EXIT
004310     END-IF.
004320     IF STK-RS-HASH-COUNT > WS-PREV-HASH
004330         MOVE STK-RS-RUN-DATE TO WS-MOVED-DATE
004340         MOVE ZERO TO WS-DAYS-SINCE
004350     ELSE
004360         ADD 1 TO WS-DAYS-SINCE
004370     END-IF.
004380     IF STK-RS-HASH-COUNT > WS-PEAK-HASH
004390         MOVE STK-RS-HASH-COUNT TO WS-PEAK-HASH
004400     END-IF.
004410     MOVE STK-RS-HASH-COUNT TO WS-PREV-HASH.
004420     MOVE STK-RS-RUN-DATE TO WS-LAST-DATE.
004430     MOVE STK-RS-ZERO-COUNT TO WS-LAST-ZERO.
004440 3100-SCAN-ONE-DAY-EXIT.
004450     EXIT.
004460*================================================================
004470 3200-START-ROW.
004480     MOVE 'Y' TO STK-ROW-OPEN-SW.
004490     MOVE STK-RS-DEPT-CODE TO WS-CUR-DEPT-CODE.
004500     MOVE STK-RS-ROW-NUMBER TO WS-CUR-ROW-NUMBER.
004510     MOVE STK-RS-HASH-COUNT TO WS-PREV-HASH.
004520     MOVE STK-RS-HASH-COUNT TO WS-PEAK-HASH.
004530     MOVE STK-RS-RUN-DATE TO WS-MOVED-DATE.
004540     MOVE STK-RS-RUN-DATE TO WS-LAST-DATE.
004550     MOVE STK-RS-ZERO-COUNT TO WS-LAST-ZERO.
004560     MOVE ZERO TO WS-DAYS-SINCE.
004570 3200-START-ROW-EXIT.
004580     EXIT.
004590*================================================================
004600* 3300-END-ROW - A ROW STILL ON ITS DEPARTMENT'S LATEST CHART IS
004610* A CANDIDATE WHEN IT DID NOT MOVE ON THAT DAY AND STILL HAS
004620* CELLS LEFT TO FILL, OR WHEN IT HAS FALLEN BELOW ITS PEAK.
004630*================================================================
004640 3300-END-ROW.
004650     IF NOT STK-ROW-IN-PROGRESS
004660         GO TO 3300-END-ROW-EXIT
004670     END-IF.
004680     MOVE 'N' TO STK-ROW-OPEN-SW.
004690     MOVE WS-CUR-DEPT-CODE TO WS-FIND-DEPT-CODE.
004700     PERFORM 3400-FIND-DEPT THRU 3400-FIND-DEPT-EXIT.
004710     MOVE WS-LAST-DATE TO WS-DEPT-LAST-DATE.
004720     IF WS-DEPT-SUB NOT = ZERO
004730         MOVE STK-DT-LAST-DATE (WS-DEPT-SUB) TO WS-DEPT-LAST-DATE
004740     END-IF.
004750     IF WS-LAST-DATE NOT = WS-DEPT-LAST-DATE
004760         GO TO 3300-END-ROW-EXIT
004770     END-IF.
004780     IF WS-PREV-HASH NOT < WS-PEAK-HASH
004790        AND (WS-MOVED-DATE = WS-LAST-DATE
004800          OR WS-LAST-ZERO = ZERO)
004810         GO TO 3300-END-ROW-EXIT
004820     END-IF.
004830     IF WS-STALL-TBL-COUNT >= 2000
004840         IF NOT STK-STALL-TBL-FULL
004850             SET STK-STALL-TBL-FULL TO TRUE
004860             DISPLAY 'STK3300E MORE THAN 2000 CANDIDATE ROWS - '
004870                 'LIST INCOMPLETE'
004880             MOVE 'STK3300E' TO MOBLOG-MSG-CODE
004890             MOVE 'E' TO MOBLOG-SEVERITY
004900             MOVE 'MOBRPT  ' TO MOBLOG-FILE-NAME
004910             MOVE 'CANDIDATE TABLE FULL'
004920                 TO MOBLOG-MSG-TEXT
004930             PERFORM 8800-WRITE-EVENT
004940                 THRU 8800-WRITE-EVENT-EXIT
004950         END-IF
004960         GO TO 3300-END-ROW-EXIT
004970     END-IF.
004980     ADD 1 TO WS-STALL-TBL-COUNT.
004990     MOVE WS-STALL-TBL-COUNT TO WS-STALL-SUB.
005000     MOVE WS-CUR-DEPT-CODE TO STK-TBL-DEPT-CODE (WS-STALL-SUB).
005010     MOVE WS-CUR-ROW-NUMBER TO STK-TBL-ROW-NUMBER (WS-STALL-SUB).
005020     MOVE WS-MOVED-DATE TO STK-TBL-MOVED-DATE (WS-STALL-SUB).
005030     MOVE WS-LAST-DATE TO STK-TBL-LAST-DATE (WS-STALL-SUB).
005040     MOVE WS-PREV-HASH TO STK-TBL-HASH (WS-STALL-SUB).
005050     MOVE WS-LAST-ZERO TO STK-TBL-ZERO (WS-STALL-SUB).
005060     MOVE WS-PEAK-HASH TO STK-TBL-PEAK (WS-STALL-SUB).
005070     MOVE WS-DAYS-SINCE TO STK-TBL-ARC-DAYS (WS-STALL-SUB).
005080     MOVE ZERO TO STK-TBL-AGE (WS-STALL-SUB).
005090     MOVE 'N' TO STK-TBL-STALL-FLAG (WS-STALL-SUB).
005100     MOVE 'N' TO STK-TBL-BACK-FLAG (WS-STALL-SUB).
005110     MOVE '(NOT ON DEPT MASTER)' TO
005120         STK-TBL-SUPERVISOR (WS-STALL-SUB).
005130     IF STK-DPT-ON-FILE
005140         MOVE WS-CUR-DEPT-CODE TO MOBDPT-DEPT-CODE
005150         READ DEPT-MASTER
005160             NOT INVALID KEY
005170                 MOVE MOBDPT-SUPERVISOR TO
005180                     STK-TBL-SUPERVISOR (WS-STALL-SUB)
005190         END-READ
005200     END-IF.
005210 3300-END-ROW-EXIT.
005220     EXIT.
005230*================================================================
005240* 3400-FIND-DEPT - LOOK WS-FIND-DEPT-CODE UP IN THE
005250* DEPARTMENT TABLE.  ZERO SUBSCRIPT WHEN IT IS NOT THERE.
005260*================================================================
005270 3400-FIND-DEPT.
005280     MOVE ZERO TO WS-DEPT-SUB.
005290     MOVE 1 TO WS-SCAN-SUB.
005300     PERFORM 3410-CHECK-ONE-DEPT THRU 3410-CHECK-ONE-DEPT-EXIT
005310         UNTIL WS-SCAN-SUB > WS-DEPT-TBL-COUNT
005320            OR WS-DEPT-SUB NOT = ZERO.
005330 3400-FIND-DEPT-EXIT.
005340     EXIT.
005350*================================================================
005360 3410-CHECK-ONE-DEPT.
005370     IF STK-DT-DEPT-CODE (WS-SCAN-SUB) = WS-FIND-DEPT-CODE
005380         MOVE WS-SCAN-SUB TO WS-DEPT-SUB
005390     END-IF.
005400     ADD 1 TO WS-SCAN-SUB.
005410 3410-CHECK-ONE-DEPT-EXIT.
005420     EXIT.
005430*================================================================
005440* 4000-AGE-BY-CALENDAR - ONE PASS OF THE BUSINESS CALENDAR: EACH
005450* PROCESSING DAY AFTER A ROW LAST MOVED, UP TO ITS LATEST CHART,
005460* ADDS ONE TO ITS AGE.  WITHOUT A CALENDAR THE ROW'S OWN COUNT
005470* OF ARCHIVED DAYS SINCE IT MOVED STANDS IN FOR ITS AGE.
005480*================================================================
005490 4000-AGE-BY-CALENDAR.
005500     OPEN INPUT CALENDAR-FILE.
005510     IF WS-CAL-FILE-STATUS = '35'
005520         DISPLAY 'STK4000W NO BUSINESS CALENDAR - ROWS AGED BY '
005530             'ARCHIVE DAYS'
005540         MOVE 'STK4000W' TO MOBLOG-MSG-CODE
005550         MOVE 'W' TO MOBLOG-SEVERITY
005560         MOVE 'MOBCAL  ' TO MOBLOG-FILE-NAME
005570         MOVE 'NO CALENDAR - AGED BY ARCHIVE'
005580             TO MOBLOG-MSG-TEXT
005590         PERFORM 8800-WRITE-EVENT
005600             THRU 8800-WRITE-EVENT-EXIT
005610         MOVE 1 TO WS-STALL-SUB
005620         PERFORM 4200-AGE-BY-ARCHIVE THRU 4200-AGE-BY-ARCHIVE-EXIT
005630             UNTIL WS-STALL-SUB > WS-STALL-TBL-COUNT
005640         GO TO 4000-AGE-BY-CALENDAR-EXIT
005650     END-IF.
005660     SET STK-CAL-ON-FILE TO TRUE.
005670     PERFORM 4050-READ-ONE-DAY THRU 4050-READ-ONE-DAY-EXIT
005680         UNTIL STK-CAL-EOF.
005690     CLOSE CALENDAR-FILE.
005700 4000-AGE-BY-CALENDAR-EXIT.
005710     EXIT.
005720*================================================================
005730 4050-READ-ONE-DAY.
005740     READ CALENDAR-FILE
005750         AT END
005760             SET STK-CAL-EOF TO TRUE
005770             GO TO 4050-READ-ONE-DAY-EXIT
005780     END-READ.
005790     IF NOT MOBCAL-PROCESSING-DAY
005800        OR MOBCAL-DATE IS NOT NUMERIC
005810        OR MOBCAL-DATE > WS-RUN-DATE
005820         GO TO 4050-READ-ONE-DAY-EXIT
005830     END-IF.
005840     MOVE 1 TO WS-STALL-SUB.
005850     PERFORM 4100-AGE-ONE-ROW THRU 4100-AGE-ONE-ROW-EXIT
005860         UNTIL WS-STALL-SUB > WS-STALL-TBL-COUNT.
005870 4050-READ-ONE-DAY-EXIT.
005880     EXIT.
005890*================================================================
005900 4100-AGE-ONE-ROW.
005910     IF MOBCAL-DATE > STK-TBL-MOVED-DATE (WS-STALL-SUB)
005920        AND MOBCAL-DATE NOT > STK-TBL-LAST-DATE (WS-STALL-SUB)
005930         ADD 1 TO STK-TBL-AGE (WS-STALL-SUB)
005940     END-IF.
005950     ADD 1 TO WS-STALL-SUB.
005960 4100-AGE-ONE-ROW-EXIT.
005970     EXIT.
005980*================================================================
005990 4200-AGE-BY-ARCHIVE.
006000     MOVE STK-TBL-ARC-DAYS (WS-STALL-SUB)
006010         TO STK-TBL-AGE (WS-STALL-SUB).
006020     ADD 1 TO WS-STALL-SUB.
006030 4200-AGE-BY-ARCHIVE-EXIT.
006040     EXIT.
006050*================================================================
006060* 4500-APPLY-LIMIT - A CANDIDATE WITH CELLS LEFT TO FILL THAT HAS
006070* GONE THE STALL LIMIT OR LONGER WITHOUT MOVING IS STALLED; ONE
006080* BELOW ITS PEAK HAS GONE BACKWARDS.  EITHER IS LISTED.
006090*================================================================
006100 4500-APPLY-LIMIT.
006110     IF STK-TBL-ZERO (WS-STALL-SUB) > ZERO
006120        AND STK-TBL-AGE (WS-STALL-SUB) NOT < WS-STALL-DAYS
006130         SET STK-TBL-STALLED (WS-STALL-SUB) TO TRUE
006140         ADD 1 TO WS-TOTAL-STALLED
006150     END-IF.
006160     IF STK-TBL-HASH (WS-STALL-SUB) < STK-TBL-PEAK (WS-STALL-SUB)
006170         SET STK-TBL-BACKWARDS (WS-STALL-SUB) TO TRUE
006180         ADD 1 TO WS-TOTAL-BACKWARDS
006190     END-IF.
006200     IF STK-TBL-STALLED (WS-STALL-SUB)
006210        OR STK-TBL-BACKWARDS (WS-STALL-SUB)
006220         ADD 1 TO WS-TOTAL-LISTED
006230     END-IF.
006240     ADD 1 TO WS-STALL-SUB.
006250 4500-APPLY-LIMIT-EXIT.
006260     EXIT.
006270*================================================================
006280* 5000-RELEASE-STALLS - SORT INPUT PROCEDURE FOR BOTH LISTINGS.
006290* THE OLDEST-FIRST LIST RELEASES EVERY ROW UNDER A BLANK
006300* SUPERVISOR; THE SUPERVISOR LIST UNDER ITS OWN.
006310*================================================================
006320 5000-RELEASE-STALLS.
006330     MOVE 1 TO WS-STALL-SUB.
006340     PERFORM 5100-RELEASE-ONE-STALL
006350         THRU 5100-RELEASE-ONE-STALL-EXIT
006360         UNTIL WS-STALL-SUB > WS-STALL-TBL-COUNT.
006370 5000-RELEASE-STALLS-EXIT.
006380     EXIT.
006390*================================================================
006400 5100-RELEASE-ONE-STALL.
006410     IF NOT STK-TBL-STALLED (WS-STALL-SUB)
006420        AND NOT STK-TBL-BACKWARDS (WS-STALL-SUB)
006430         ADD 1 TO WS-STALL-SUB
006440         GO TO 5100-RELEASE-ONE-STALL-EXIT
006450     END-IF.
006460     MOVE SPACES TO STK-SS-SUPERVISOR.
006470     IF STK-BY-SUPERVISOR
006480         MOVE STK-TBL-SUPERVISOR (WS-STALL-SUB)
006490             TO STK-SS-SUPERVISOR
006500     END-IF.
006510     MOVE STK-TBL-AGE (WS-STALL-SUB) TO STK-SS-AGE.
006520     MOVE STK-TBL-DEPT-CODE (WS-STALL-SUB) TO STK-SS-DEPT-CODE.
006530     MOVE STK-TBL-ROW-NUMBER (WS-STALL-SUB) TO STK-SS-ROW-NUMBER.
006540     MOVE WS-STALL-SUB TO STK-SS-TBL-SUB.
006550     RELEASE STK-STALL-SORT-RECORD.
006560     ADD 1 TO WS-STALL-SUB.
006570 5100-RELEASE-ONE-STALL-EXIT.
006580     EXIT.
006590*================================================================
006600* 5500-PRINT-OLDEST - SORT OUTPUT PROCEDURE.  EVERY LISTED ROW IN
006610* ONE LIST, LONGEST STUCK FIRST.
006620*================================================================
006630 5500-PRINT-OLDEST.
006640     DISPLAY ' '.
006650     DISPLAY '  ALL STUCK ROWS - OLDEST STALL FIRST'.
006660     PERFORM 6900-PRINT-HEADING THRU 6900-PRINT-HEADING-EXIT.
006670     MOVE 'N' TO STK-SORT-EOF-SW.
006680     PERFORM 5600-PRINT-ONE-OLDEST THRU 5600-PRINT-ONE-OLDEST-EXIT
006690         UNTIL STK-SORT-EOF.
006700 5500-PRINT-OLDEST-EXIT.
006710     EXIT.
006720*================================================================
006730 5600-PRINT-ONE-OLDEST.
006740     RETURN STALL-SORT-FILE
006750         AT END
006760             SET STK-SORT-EOF TO TRUE
006770             GO TO 5600-PRINT-ONE-OLDEST-EXIT
006780     END-RETURN.
006790     PERFORM 6800-PRINT-STALL-LINE
006800         THRU 6800-PRINT-STALL-LINE-EXIT.
006810 5600-PRINT-ONE-OLDEST-EXIT.
006820     EXIT.
006830*================================================================
006840* 6000-PRINT-BY-SUPV - SORT OUTPUT PROCEDURE.  ONE SECTION PER
006850* SUPERVISOR, LONGEST STUCK FIRST; A CHANGE OF SUPERVISOR CLOSES
006860* THE SECTION.  EACH ROW IS LOGGED ONCE, HERE.
006870*================================================================
006880 6000-PRINT-BY-SUPV.
006890     MOVE 'N' TO STK-SORT-EOF-SW.
006900     PERFORM 6100-PRINT-ONE-SUPV-ROW
006910         THRU 6100-PRINT-ONE-SUPV-ROW-EXIT
006920         UNTIL STK-SORT-EOF.
006930     PERFORM 6300-CLOSE-SUPV THRU 6300-CLOSE-SUPV-EXIT.
006940 6000-PRINT-BY-SUPV-EXIT.
006950     EXIT.
006960*================================================================
006970 6100-PRINT-ONE-SUPV-ROW.
006980     RETURN STALL-SORT-FILE
006990         AT END
007000             SET STK-SORT-EOF TO TRUE
007010             GO TO 6100-PRINT-ONE-SUPV-ROW-EXIT
007020     END-RETURN.
007030     IF STK-SUPV-IN-PROGRESS
007040        AND STK-SS-SUPERVISOR NOT = WS-CUR-SUPERVISOR
007050         PERFORM 6300-CLOSE-SUPV THRU 6300-CLOSE-SUPV-EXIT
007060     END-IF.
007070     IF NOT STK-SUPV-IN-PROGRESS
007080         PERFORM 6200-OPEN-SUPV THRU 6200-OPEN-SUPV-EXIT
007090     END-IF.
007100     ADD 1 TO WS-SUPV-ROWS.
007110     PERFORM 6800-PRINT-STALL-LINE
007120         THRU 6800-PRINT-STALL-LINE-EXIT.
007130     MOVE 'STK6100W' TO MOBLOG-MSG-CODE.
007140     MOVE 'W' TO MOBLOG-SEVERITY.
007150     MOVE STK-SS-DEPT-CODE TO MOBLOG-DEPT-CODE.
007160     MOVE STK-SS-ROW-NUMBER TO MOBLOG-ROW-NUMBER.
007170     MOVE 'MOBRPT  ' TO MOBLOG-FILE-NAME.
007180     IF STK-TBL-STALLED (WS-STALL-SUB)
007190         MOVE 'ROW STALLED' TO MOBLOG-MSG-TEXT
007200     ELSE
007210         MOVE 'ROW COUNT WENT BACKWARDS' TO MOBLOG-MSG-TEXT
007220     END-IF.
007230     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
007240 6100-PRINT-ONE-SUPV-ROW-EXIT.
007250     EXIT.
007260*================================================================
007270 6200-OPEN-SUPV.
007280     MOVE 'Y' TO STK-SUPV-OPEN-SW.
007290     MOVE STK-SS-SUPERVISOR TO WS-CUR-SUPERVISOR.
007300     MOVE ZERO TO WS-SUPV-ROWS.
007310     ADD 1 TO WS-SUPV-COUNT.
007320     DISPLAY ' '.
007330     DISPLAY '  SUPERVISOR ' WS-CUR-SUPERVISOR.
007340     PERFORM 6900-PRINT-HEADING THRU 6900-PRINT-HEADING-EXIT.
007350 6200-OPEN-SUPV-EXIT.
007360     EXIT.
007370*================================================================
007380 6300-CLOSE-SUPV.
007390     IF NOT STK-SUPV-IN-PROGRESS
007400         GO TO 6300-CLOSE-SUPV-EXIT
007410     END-IF.
007420     MOVE 'N' TO STK-SUPV-OPEN-SW.
007430     MOVE WS-SUPV-ROWS TO WS-STK-COUNT-DISP.
007440     DISPLAY '    STUCK ROWS ............ ' WS-STK-COUNT-DISP.
007450 6300-CLOSE-SUPV-EXIT.
007460     EXIT.
007470*================================================================
007480* 6800-PRINT-STALL-LINE - ONE LISTED ROW: WHEN IT LAST MOVED, HOW
007490* MANY PROCESSING DAYS IT HAS BEEN STUCK, ITS COUNT NOW AGAINST
007500* ITS PEAK, AND WHY IT IS LISTED.
007510*================================================================
007520 6800-PRINT-STALL-LINE.
007530     MOVE STK-SS-TBL-SUB TO WS-STALL-SUB.
007540     MOVE STK-TBL-ROW-NUMBER (WS-STALL-SUB) TO WS-ROW-DISP.
007550     MOVE STK-TBL-AGE (WS-STALL-SUB) TO WS-AGE-DISP.
007560     MOVE STK-TBL-HASH (WS-STALL-SUB) TO WS-HASH-DISP.
007570     MOVE STK-TBL-PEAK (WS-STALL-SUB) TO WS-PEAK-DISP.
007580     MOVE 'STALLED' TO WS-STATUS-TEXT.
007590     IF STK-TBL-BACKWARDS (WS-STALL-SUB)
007600         MOVE 'WENT BACKWARDS' TO WS-STATUS-TEXT
007610         IF STK-TBL-STALLED (WS-STALL-SUB)
007620             MOVE 'STALLED, BACKWARDS' TO WS-STATUS-TEXT
007630         END-IF
007640     END-IF.
007650     DISPLAY '    ' STK-TBL-DEPT-CODE (WS-STALL-SUB) '  '
007660         WS-ROW-DISP '  ' STK-TBL-MOVED-DATE (WS-STALL-SUB) '  '
007670         WS-AGE-DISP '  ' WS-HASH-DISP '  ' WS-PEAK-DISP '  '
007680         WS-STATUS-TEXT.
007690 6800-PRINT-STALL-LINE-EXIT.
007700     EXIT.
007710*================================================================
007720 6900-PRINT-HEADING.
007730     DISPLAY '    DEPT    ROW  MOVED ON   DAYS  COUNT   PEAK  '
007740         'STATUS'.
007750 6900-PRINT-HEADING-EXIT.
007760     EXIT.
007770*================================================================
007780* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
007790* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
007800* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
007810* NEXT EVENT CANNOT INHERIT THEM.
007820*================================================================
007830 8800-WRITE-EVENT.
007840     ACCEPT WS-LOG-TIME FROM TIME.
007850     MOVE 'MOBSTK  ' TO MOBLOG-PROGRAM.
007860     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
007870     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
007880     WRITE MOBLOG-RECORD.
007890     MOVE SPACES TO MOBLOG-DEPT-CODE.
007900     MOVE ZERO TO MOBLOG-ROW-NUMBER.
007910     MOVE SPACES TO MOBLOG-FILE-NAME.
007920     MOVE SPACES TO MOBLOG-MSG-TEXT.
007930 8800-WRITE-EVENT-EXIT.
007940     EXIT.
007950*================================================================
007960* 9000-TERMINATE - PRINT THE TOTALS.  RETURN CODE 4 WHEN ANY ROW
007970* IS LISTED, 8 WHEN THE CANDIDATE TABLE OVERFLOWED AND THE LIST
007980* IS INCOMPLETE.
007990*================================================================
008000 9000-TERMINATE.
008010     DISPLAY ' '.
008020     MOVE WS-RPT-ROWS TO WS-STK-COUNT-DISP.
008030     DISPLAY '  ARCHIVE ROWS READ ........ ' WS-STK-COUNT-DISP.
008040     MOVE WS-RPH-ROWS TO WS-STK-COUNT-DISP.
008050     DISPLAY '  HISTORY ROWS READ ........ ' WS-STK-COUNT-DISP.
008060     MOVE WS-DEPT-TBL-COUNT TO WS-STK-COUNT-DISP.
008070     DISPLAY '  DEPARTMENTS .............. ' WS-STK-COUNT-DISP.
008080     MOVE WS-SUPV-COUNT TO WS-STK-COUNT-DISP.
008090     DISPLAY '  SUPERVISORS .............. ' WS-STK-COUNT-DISP.
008100     MOVE WS-TOTAL-LISTED TO WS-STK-COUNT-DISP.
008110     DISPLAY '  STUCK ROWS LISTED ........ ' WS-STK-COUNT-DISP.
008120     MOVE WS-TOTAL-STALLED TO WS-STK-COUNT-DISP.
008130     DISPLAY '    STALLED ................ ' WS-STK-COUNT-DISP.
008140     MOVE WS-TOTAL-BACKWARDS TO WS-STK-COUNT-DISP.
008150     DISPLAY '    WENT BACKWARDS ......... ' WS-STK-COUNT-DISP.
008160     IF WS-TOTAL-LISTED > ZERO
008170         MOVE 4 TO RETURN-CODE
008180     END-IF.
008190     IF STK-STALL-TBL-FULL
008200         MOVE 8 TO RETURN-CODE
008210     END-IF.
008220     CLOSE EVENT-LOG-FILE.
008230     DISPLAY ' '.
008240     DISPLAY '===== MOBSTK STALLED-ROW AGING COMPLETE ====='.
008250 9000-TERMINATE-EXIT.
008260     EXIT.
008270*================================================================
008280 9999-EXIT.
008290     STOP RUN.
008300 END PROGRAM MOBSTK.
