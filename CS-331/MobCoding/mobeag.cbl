000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOBEAG.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. CS-331 OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RMD   ORIGINAL VERSION - OPEN EXCEPTION CASE AGING
000120*                  REPORT.  LISTS EVERY OPEN MOBECS CASE UNDER
000130*                  THE DEPARTMENT'S SUPERVISOR (MOBDPT), OLDEST
000140*                  FIRST, WITH ITS AGE IN MOBCAL PROCESSING DAYS
000150*                  SINCE THE VIOLATION THAT OPENED IT, THE DAYS
000160*                  UNDER SO FAR, AND THE SUPERVISOR'S CAUSE CODE
000170*                  AND COMMENT WHEN ACKNOWLEDGED.  A CASE STILL
000180*                  UNACKNOWLEDGED AFTER MORE THAN TWO PROCESSING
000190*                  DAYS IS HIGHLIGHTED AND LOGGED TO MOBLOG;
000200*                  RETURN CODE 4 WHEN THERE ARE ANY.
000201* 10/15/26   RMD   BEFORE OPENING ANY INPUT THE STEP NOW CHECKS
000202*                  ITS DECLARED PREDECESSORS ON THE SHARED MOBSTS
000203*                  JOB-STEP STATUS FILE FOR THE RUN DATE.  ONE NOT
000204*                  RUN, STILL RUNNING, REFUSED OR ENDED ABOVE ITS
000205*                  ACCEPTED CODE REFUSES THE STEP WITH RETURN CODE
000206*                  16 UNLESS AN OPERATOR MOBSRL RELEASE CARD FOR
000207*                  THE DATE LETS IT THROUGH.  THE STEP RECORDS ITS
000208*                  OWN START, END AND COMPLETION CODE ON MOBSTS.
000210*================================================================
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000240 SOURCE-COMPUTER. IBM-370.
000250 OBJECT-COMPUTER. IBM-370.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CASE-FILE ASSIGN TO MOBECS
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS MOBECS-KEY
000320         FILE STATUS IS WS-ECS-FILE-STATUS.
000330     SELECT DEPT-MASTER ASSIGN TO MOBDPT
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS MOBDPT-DEPT-CODE
000370         FILE STATUS IS WS-DPT-FILE-STATUS.
000380     SELECT CALENDAR-FILE ASSIGN TO MOBCAL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-CAL-FILE-STATUS.
000410     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000420         ORGANIZATION IS LINE SEQUENTIAL.
000430     SELECT SORT-WORK-FILE ASSIGN TO MOBEAW.
000431     SELECT STEP-STATUS-FILE ASSIGN TO MOBSTS
000432         ORGANIZATION IS INDEXED
000433         ACCESS MODE IS RANDOM
000434         RECORD KEY IS MOBSTS-KEY
000435         FILE STATUS IS WS-STS-FILE-STATUS.
000436     SELECT STEP-RELEASE-FILE ASSIGN TO MOBSRL
000437         ORGANIZATION IS LINE SEQUENTIAL
000438         FILE STATUS IS WS-SRL-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  CASE-FILE.
000470     COPY MOBECS.
000480 FD  DEPT-MASTER.
000490     COPY MOBDPT.
000500 FD  CALENDAR-FILE
000510     LABEL RECORD IS STANDARD.
000520     COPY MOBCAL.
000530 FD  EVENT-LOG-FILE
000540     LABEL RECORD IS STANDARD.
000550     COPY MOBLOG.
000560 SD  SORT-WORK-FILE.
000570 01  EAG-SORT-RECORD.
000580     05  EAG-SORT-SUPERVISOR     PIC X(20).
000590     05  EAG-SORT-AGE            PIC 9(05).
000600     05  EAG-SORT-DEPT-CODE      PIC X(04).
000610     05  EAG-SORT-CASE-DATA      PIC X(140).
000611 FD  STEP-STATUS-FILE.
000612     COPY MOBSTS.
000613 FD  STEP-RELEASE-FILE
000614     LABEL RECORD IS STANDARD.
000615     COPY MOBSRL.
000620 WORKING-STORAGE SECTION.
000630*----------------------------------------------------------------
000640* STANDALONE COUNTERS AND WORK FIELDS
000650*----------------------------------------------------------------
000660 77  WS-ECS-FILE-STATUS      PIC X(02) VALUE SPACES.
000670 77  WS-DPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000680 77  WS-CAL-FILE-STATUS      PIC X(02) VALUE SPACES.
000690 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000691 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
000692 77  WS-SRL-FILE-STATUS      PIC X(02) VALUE SPACES.
000693 77  WS-STEP-TIME            PIC 9(08) VALUE ZERO.
000694 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
000695 77  WS-STEP-RC-DISP         PIC ZZ9.
000696 77  WS-PRED-SUB             PIC 9(03) COMP VALUE ZERO.
000697 77  WS-PRED-COUNT           PIC 9(03) COMP VALUE 1.
000698 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
000700 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000710 77  WS-ACK-LIMIT            PIC 9(03) VALUE 2.
000720 77  WS-CASE-TBL-COUNT       PIC 9(05) COMP VALUE ZERO.
000730 77  WS-CASE-SUB             PIC 9(05) COMP VALUE ZERO.
000740 77  WS-CUR-SUPERVISOR       PIC X(20) VALUE SPACES.
000750 77  WS-SUPV-CASES           PIC 9(05) COMP VALUE ZERO.
000760 77  WS-SUPV-OVERDUE         PIC 9(05) COMP VALUE ZERO.
000770 77  WS-SUPV-COUNT           PIC 9(05) COMP VALUE ZERO.
000780 77  WS-TOTAL-CASES          PIC 9(05) COMP VALUE ZERO.
000790 77  WS-TOTAL-OVERDUE        PIC 9(05) COMP VALUE ZERO.
000800 77  WS-TOTAL-ACKED          PIC 9(05) COMP VALUE ZERO.
000810 77  WS-AGE-DISP             PIC Z(04)9.
000820 77  WS-DAYS-DISP            PIC Z(04)9.
000830 77  WS-EAG-COUNT-DISP       PIC Z(04)9.
000840*----------------------------------------------------------------
000850* OPEN-CASE TABLE - EACH OPEN CASE WITH ITS SUPERVISOR AND ITS
000860* AGE IN PROCESSING DAYS, BUILT BEFORE THE CALENDAR PASS.
000870*----------------------------------------------------------------
000880 01  EAG-CASE-TABLE.
000890     05  EAG-CASE-ENTRY OCCURS 500 TIMES.
000900         10  EAG-TBL-SUPERVISOR  PIC X(20).
000910         10  EAG-TBL-OPEN-DATE   PIC 9(08).
000920         10  EAG-TBL-AGE         PIC 9(05) COMP.
000930         10  EAG-TBL-CASE-DATA   PIC X(140).
000940*----------------------------------------------------------------
000950* WORK VIEW OF ONE CASE TAKEN BACK OUT OF THE TABLE OR THE SORT.
000960*----------------------------------------------------------------
000970     COPY MOBECS REPLACING LEADING ==MOBECS== BY ==EAG-CASE==.
000980*----------------------------------------------------------------
000981* DECLARED PREDECESSOR STEPS - EACH MUST HAVE ENDED ON MOBSTS
000982* FOR THE RUN DATE WITH NO HIGHER COMPLETION CODE THAN SHOWN.
000983*----------------------------------------------------------------
000984 01  EAG-PRED-VALUES.
000985     05  FILLER              PIC X(11) VALUE 'MOBEXC  008'.
000986 01  EAG-PRED-TABLE REDEFINES EAG-PRED-VALUES.
000987     05  EAG-PRED-ENTRY OCCURS 1 TIMES.
000988         10  EAG-PRED-PROGRAM PIC X(08).
000989         10  EAG-PRED-MAX-RC  PIC 9(03).
000990 01  EAG-PRED-MSG.
000991     05  EAG-PM-PROGRAM      PIC X(08).
000992     05  FILLER              PIC X(01) VALUE SPACE.
000993     05  EAG-PM-REASON       PIC X(14).
000994     05  EAG-PM-RC           PIC X(03).
000995     05  FILLER              PIC X(04) VALUE SPACES.
000996*----------------------------------------------------------------
000997 01  EAG-SWITCHES.
001000     05  EAG-ECS-EOF-SW      PIC X(01) VALUE 'N'.
001010         88  EAG-ECS-EOF               VALUE 'Y'.
001020     05  EAG-CAL-EOF-SW      PIC X(01) VALUE 'N'.
001030         88  EAG-CAL-EOF               VALUE 'Y'.
001040     05  EAG-SORT-EOF-SW     PIC X(01) VALUE 'N'.
001050         88  EAG-SORT-EOF              VALUE 'Y'.
001060     05  EAG-DPT-SW          PIC X(01) VALUE 'N'.
001070         88  EAG-DPT-ON-FILE           VALUE 'Y'.
001080     05  EAG-CAL-SW          PIC X(01) VALUE 'N'.
001090         88  EAG-CAL-ON-FILE           VALUE 'Y'.
001100     05  EAG-SUPV-OPEN-SW    PIC X(01) VALUE 'N'.
001110         88  EAG-SUPV-IN-PROGRESS      VALUE 'Y'.
001111     05  EAG-STEP-STARTED-SW PIC X(01) VALUE 'N'.
001112         88  EAG-STEP-STARTED          VALUE 'Y'.
001113     05  EAG-STS-FOUND-SW    PIC X(01) VALUE 'N'.
001114         88  EAG-STS-FOUND             VALUE 'Y'.
001115     05  EAG-STEP-REFUSED-SW PIC X(01) VALUE 'N'.
001116         88  EAG-STEP-REFUSED          VALUE 'Y'.
001117     05  EAG-STEP-RELEASED-SW PIC X(01) VALUE 'N'.
001118         88  EAG-STEP-RELEASED         VALUE 'Y'.
001119     05  EAG-PRED-FAILED-SW  PIC X(01) VALUE 'N'.
001120         88  EAG-PRED-FAILED           VALUE 'Y'.
001121     05  EAG-RELEASE-SW      PIC X(01) VALUE 'N'.
001122         88  EAG-RELEASE-FOUND         VALUE 'Y'.
001123     05  EAG-SRL-EOF-SW      PIC X(01) VALUE 'N'.
001124         88  EAG-SRL-EOF               VALUE 'Y'.
001125 PROCEDURE DIVISION.
001130*================================================================
001140 0000-MAIN-PROC.
001150*================================================================
001160     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001170     PERFORM 1300-AGE-BY-CALENDAR THRU 1300-AGE-BY-CALENDAR-EXIT.
001180     SORT SORT-WORK-FILE
001190         ON ASCENDING KEY EAG-SORT-SUPERVISOR
001200         ON DESCENDING KEY EAG-SORT-AGE
001210         ON ASCENDING KEY EAG-SORT-DEPT-CODE
001220         INPUT PROCEDURE IS 2000-RELEASE-CASES
001230             THRU 2000-RELEASE-CASES-EXIT
001240         OUTPUT PROCEDURE IS 3000-PRINT-CASES
001250             THRU 3000-PRINT-CASES-EXIT.
001260     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001270     GO TO 9999-EXIT.
001280*================================================================
001290* 1000-INITIALIZE - LOAD EVERY OPEN CASE AND ITS SUPERVISOR.  NO
001300* CASE FILE MEANS MOBEXC HAS NEVER OPENED A CASE; NO DEPARTMENT
001310* MASTER LEAVES THE SUPERVISOR UNKNOWN BUT STILL AGES THE CASES.
001320*================================================================
001330 1000-INITIALIZE.
001340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001350     OPEN EXTEND EVENT-LOG-FILE.
001360     MOVE SPACES TO MOBLOG-DEPT-CODE.
001370     MOVE ZERO TO MOBLOG-ROW-NUMBER.
001380     MOVE SPACES TO MOBLOG-FILE-NAME.
001390     MOVE SPACES TO MOBLOG-MSG-TEXT.
001391     PERFORM 8500-CHECK-STEP-CHAIN
001392         THRU 8500-CHECK-STEP-CHAIN-EXIT.
001393     IF EAG-STEP-REFUSED
001394         MOVE 16 TO RETURN-CODE
001395         CLOSE EVENT-LOG-FILE
001396         GO TO 9999-EXIT
001397     END-IF.
001400     DISPLAY ' '.
001410     DISPLAY '===== MOBEAG OPEN EXCEPTION CASE AGING - '
001420         WS-RUN-DATE ' ====='.
001430     OPEN INPUT CASE-FILE.
001440     IF WS-ECS-FILE-STATUS = '35'
001450         DISPLAY '  NO CASE FILE - NO EXCEPTION CASES OPEN'
001460         CLOSE EVENT-LOG-FILE
001470         GO TO 9999-EXIT
001480     END-IF.
001490     OPEN INPUT DEPT-MASTER.
001500     IF WS-DPT-FILE-STATUS = '35'
001510         DISPLAY 'EAG1000W DEPARTMENT MASTER NOT FOUND - '
001520             'SUPERVISORS UNKNOWN'
001530         MOVE 'EAG1000W' TO MOBLOG-MSG-CODE
001540         MOVE 'W' TO MOBLOG-SEVERITY
001550         MOVE 'MOBDPT  ' TO MOBLOG-FILE-NAME
001560         MOVE 'DEPT MASTER NOT FOUND'
001570             TO MOBLOG-MSG-TEXT
001580         PERFORM 8800-WRITE-EVENT
001590             THRU 8800-WRITE-EVENT-EXIT
001600     ELSE
001610         SET EAG-DPT-ON-FILE TO TRUE
001620     END-IF.
001630     PERFORM 1100-LOAD-ONE-CASE THRU 1100-LOAD-ONE-CASE-EXIT
001640         UNTIL EAG-ECS-EOF.
001650     CLOSE CASE-FILE.
001660     IF EAG-DPT-ON-FILE
001670         CLOSE DEPT-MASTER
001680     END-IF.
001690 1000-INITIALIZE-EXIT.
001700     EXIT.
001710*================================================================
001720 1100-LOAD-ONE-CASE.
001730     READ CASE-FILE NEXT RECORD
001740         AT END
001750             SET EAG-ECS-EOF TO TRUE
001760             GO TO 1100-LOAD-ONE-CASE-EXIT
001770     END-READ.
001780     IF NOT MOBECS-OPEN
001790         GO TO 1100-LOAD-ONE-CASE-EXIT
001800     END-IF.
001810     IF WS-CASE-TBL-COUNT >= 500
001820         DISPLAY 'EAG1100E MORE THAN 500 OPEN CASES - '
001830             'JOB TERMINATED'
001840         MOVE 'EAG1100E' TO MOBLOG-MSG-CODE
001850         MOVE 'E' TO MOBLOG-SEVERITY
001860         MOVE 'MOBECS  ' TO MOBLOG-FILE-NAME
001870         MOVE 'OPEN CASE TABLE FULL'
001880             TO MOBLOG-MSG-TEXT
001890         PERFORM 8800-WRITE-EVENT
001900             THRU 8800-WRITE-EVENT-EXIT
001910         MOVE 16 TO RETURN-CODE
001920         GO TO 9999-EXIT
001930     END-IF.
001940     ADD 1 TO WS-CASE-TBL-COUNT.
001950     MOVE '(NOT ON DEPT MASTER)' TO
001960         EAG-TBL-SUPERVISOR (WS-CASE-TBL-COUNT).
001970     IF EAG-DPT-ON-FILE
001980         MOVE MOBECS-DEPT-CODE TO MOBDPT-DEPT-CODE
001990         READ DEPT-MASTER
002000             NOT INVALID KEY
002010                 MOVE MOBDPT-SUPERVISOR TO
002020                     EAG-TBL-SUPERVISOR (WS-CASE-TBL-COUNT)
002030         END-READ
002040     END-IF.
002050     MOVE MOBECS-OPEN-DATE
002060         TO EAG-TBL-OPEN-DATE (WS-CASE-TBL-COUNT).
002070     MOVE ZERO TO EAG-TBL-AGE (WS-CASE-TBL-COUNT).
002080     MOVE MOBECS-RECORD TO EAG-TBL-CASE-DATA (WS-CASE-TBL-COUNT).
002090 1100-LOAD-ONE-CASE-EXIT.
002100     EXIT.
002110*================================================================
002120* 1300-AGE-BY-CALENDAR - ONE PASS OF THE BUSINESS CALENDAR: EACH
002130* PROCESSING DAY AFTER A CASE'S OPENING DATE, UP TO TODAY, ADDS
002140* ONE TO ITS AGE.  WITHOUT A CALENDAR THE CASE'S OWN COUNT OF
002150* TREND DAYS UNDER STANDS IN FOR ITS AGE.
002160*================================================================
002170 1300-AGE-BY-CALENDAR.
002180     OPEN INPUT CALENDAR-FILE.
002190     IF WS-CAL-FILE-STATUS = '35'
002200         DISPLAY 'EAG1300W NO BUSINESS CALENDAR - CASES AGED BY '
002210             'TREND DAYS'
002220         MOVE 'EAG1300W' TO MOBLOG-MSG-CODE
002230         MOVE 'W' TO MOBLOG-SEVERITY
002240         MOVE 'MOBCAL  ' TO MOBLOG-FILE-NAME
002250         MOVE 'NO CALENDAR - AGED BY TREND'
002260             TO MOBLOG-MSG-TEXT
002270         PERFORM 8800-WRITE-EVENT
002280             THRU 8800-WRITE-EVENT-EXIT
002290         MOVE 1 TO WS-CASE-SUB
002300         PERFORM 1400-AGE-BY-TREND THRU 1400-AGE-BY-TREND-EXIT
002310             UNTIL WS-CASE-SUB > WS-CASE-TBL-COUNT
002320         GO TO 1300-AGE-BY-CALENDAR-EXIT
002330     END-IF.
002340     SET EAG-CAL-ON-FILE TO TRUE.
002350     PERFORM 1350-READ-ONE-DAY THRU 1350-READ-ONE-DAY-EXIT
002360         UNTIL EAG-CAL-EOF.
002370     CLOSE CALENDAR-FILE.
002380 1300-AGE-BY-CALENDAR-EXIT.
002390     EXIT.
002400*================================================================
002410 1350-READ-ONE-DAY.
002420     READ CALENDAR-FILE
002430         AT END
002440             SET EAG-CAL-EOF TO TRUE
002450             GO TO 1350-READ-ONE-DAY-EXIT
002460     END-READ.
002470     IF NOT MOBCAL-PROCESSING-DAY
002480        OR MOBCAL-DATE IS NOT NUMERIC
002490        OR MOBCAL-DATE > WS-RUN-DATE
002500         GO TO 1350-READ-ONE-DAY-EXIT
002510     END-IF.
002520     MOVE 1 TO WS-CASE-SUB.
002530     PERFORM 1370-AGE-ONE-CASE THRU 1370-AGE-ONE-CASE-EXIT
002540         UNTIL WS-CASE-SUB > WS-CASE-TBL-COUNT.
002550 1350-READ-ONE-DAY-EXIT.
002560     EXIT.
002570*================================================================
002580 1370-AGE-ONE-CASE.
002590     IF MOBCAL-DATE > EAG-TBL-OPEN-DATE (WS-CASE-SUB)
002600         ADD 1 TO EAG-TBL-AGE (WS-CASE-SUB)
002610     END-IF.
002620     ADD 1 TO WS-CASE-SUB.
002630 1370-AGE-ONE-CASE-EXIT.
002640     EXIT.
002650*================================================================
002660 1400-AGE-BY-TREND.
002670     MOVE EAG-TBL-CASE-DATA (WS-CASE-SUB) TO EAG-CASE-RECORD.
002680     MOVE EAG-CASE-VIOL-DAYS TO EAG-TBL-AGE (WS-CASE-SUB).
002690     ADD 1 TO WS-CASE-SUB.
002700 1400-AGE-BY-TREND-EXIT.
002710     EXIT.
002720*================================================================
002730* 2000-RELEASE-CASES - SORT INPUT PROCEDURE.  RELEASE THE OPEN
002740* CASES FOR SEQUENCING BY SUPERVISOR, OLDEST FIRST.
002750*================================================================
002760 2000-RELEASE-CASES.
002770     MOVE 1 TO WS-CASE-SUB.
002780     PERFORM 2100-RELEASE-ONE-CASE THRU 2100-RELEASE-ONE-CASE-EXIT
002790         UNTIL WS-CASE-SUB > WS-CASE-TBL-COUNT.
002800 2000-RELEASE-CASES-EXIT.
002810     EXIT.
002820*================================================================
002830 2100-RELEASE-ONE-CASE.
002840     MOVE EAG-TBL-SUPERVISOR (WS-CASE-SUB) TO EAG-SORT-SUPERVISOR.
002850     MOVE EAG-TBL-AGE (WS-CASE-SUB) TO EAG-SORT-AGE.
002860     MOVE EAG-TBL-CASE-DATA (WS-CASE-SUB) TO EAG-SORT-CASE-DATA.
002870     MOVE EAG-TBL-CASE-DATA (WS-CASE-SUB) TO EAG-CASE-RECORD.
002880     MOVE EAG-CASE-DEPT-CODE TO EAG-SORT-DEPT-CODE.
002890     RELEASE EAG-SORT-RECORD.
002900     ADD 1 TO WS-CASE-SUB.
002910 2100-RELEASE-ONE-CASE-EXIT.
002920     EXIT.
002930*================================================================
002940* 3000-PRINT-CASES - SORT OUTPUT PROCEDURE.  ONE SECTION PER
002950* SUPERVISOR; A CHANGE OF SUPERVISOR CLOSES THE SECTION.
002960*================================================================
002970 3000-PRINT-CASES.
002980     PERFORM 3100-PRINT-ONE-CASE THRU 3100-PRINT-ONE-CASE-EXIT
002990         UNTIL EAG-SORT-EOF.
003000     PERFORM 3300-CLOSE-SUPV THRU 3300-CLOSE-SUPV-EXIT.
003010 3000-PRINT-CASES-EXIT.
003020     EXIT.
003030*================================================================
003040 3100-PRINT-ONE-CASE.
003050     RETURN SORT-WORK-FILE
003060         AT END
003070             SET EAG-SORT-EOF TO TRUE
003080             GO TO 3100-PRINT-ONE-CASE-EXIT
003090     END-RETURN.
003100     IF EAG-SUPV-IN-PROGRESS
003110        AND EAG-SORT-SUPERVISOR NOT = WS-CUR-SUPERVISOR
003120         PERFORM 3300-CLOSE-SUPV THRU 3300-CLOSE-SUPV-EXIT
003130     END-IF.
003140     IF NOT EAG-SUPV-IN-PROGRESS
003150         PERFORM 3200-OPEN-SUPV THRU 3200-OPEN-SUPV-EXIT
003160     END-IF.
003170     MOVE EAG-SORT-CASE-DATA TO EAG-CASE-RECORD.
003180     ADD 1 TO WS-SUPV-CASES.
003190     ADD 1 TO WS-TOTAL-CASES.
003200     MOVE EAG-SORT-AGE TO WS-AGE-DISP.
003210     MOVE EAG-CASE-VIOL-DAYS TO WS-DAYS-DISP.
003220     DISPLAY '    ' EAG-CASE-DEPT-CODE '  ' EAG-CASE-OPEN-DATE
003230         ' ' WS-AGE-DISP ' ' WS-DAYS-DISP '   '
003240         EAG-CASE-LAST-PCT '/' EAG-CASE-MIN-PCT.
003250     IF EAG-CASE-ACKNOWLEDGED
003260         ADD 1 TO WS-TOTAL-ACKED
003270         DISPLAY '          ACKNOWLEDGED ' EAG-CASE-ACK-DATE
003280             ' CAUSE ' EAG-CASE-CAUSE-CODE ' BY ' EAG-CASE-ACK-BY
003290         DISPLAY '          ' EAG-CASE-COMMENT
003300         GO TO 3100-PRINT-ONE-CASE-EXIT
003310     END-IF.
003320     IF EAG-SORT-AGE NOT > WS-ACK-LIMIT
003330         DISPLAY '          NOT YET ACKNOWLEDGED'
003340         GO TO 3100-PRINT-ONE-CASE-EXIT
003350     END-IF.
003360     ADD 1 TO WS-SUPV-OVERDUE.
003370     ADD 1 TO WS-TOTAL-OVERDUE.
003380     DISPLAY '          *** NOT ACKNOWLEDGED AFTER '
003390         WS-AGE-DISP ' PROCESSING DAYS ***'.
003400     MOVE 'EAG3100W' TO MOBLOG-MSG-CODE.
003410     MOVE 'W' TO MOBLOG-SEVERITY.
003420     MOVE EAG-CASE-DEPT-CODE TO MOBLOG-DEPT-CODE.
003430     MOVE 'MOBECS  ' TO MOBLOG-FILE-NAME.
003440     MOVE 'CASE NOT ACKNOWLEDGED' TO MOBLOG-MSG-TEXT.
003450     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
003460 3100-PRINT-ONE-CASE-EXIT.
003470     EXIT.
003480*================================================================
003490 3200-OPEN-SUPV.
003500     MOVE 'Y' TO EAG-SUPV-OPEN-SW.
003510     MOVE EAG-SORT-SUPERVISOR TO WS-CUR-SUPERVISOR.
003520     MOVE ZERO TO WS-SUPV-CASES.
003530     MOVE ZERO TO WS-SUPV-OVERDUE.
003540     ADD 1 TO WS-SUPV-COUNT.
003550     DISPLAY ' '.
003560     DISPLAY '  SUPERVISOR ' WS-CUR-SUPERVISOR.
003570     DISPLAY '    DEPT  OPENED     AGE  UNDER  PCT/MIN'.
003580 3200-OPEN-SUPV-EXIT.
003590     EXIT.
003600*================================================================
003610 3300-CLOSE-SUPV.
003620     IF NOT EAG-SUPV-IN-PROGRESS
003630         GO TO 3300-CLOSE-SUPV-EXIT
003640     END-IF.
003650     MOVE 'N' TO EAG-SUPV-OPEN-SW.
003660     MOVE WS-SUPV-CASES TO WS-EAG-COUNT-DISP.
003670     DISPLAY '    OPEN CASES ............ ' WS-EAG-COUNT-DISP.
003680     MOVE WS-SUPV-OVERDUE TO WS-EAG-COUNT-DISP.
003690     DISPLAY '    UNACKNOWLEDGED PAST 2 . ' WS-EAG-COUNT-DISP.
003700 3300-CLOSE-SUPV-EXIT.
003710     EXIT.
003720*================================================================
003771* 8500-CHECK-STEP-CHAIN - BEFORE ANY INPUT IS OPENED, EVERY
003772* DECLARED PREDECESSOR MUST HAVE ENDED ON MOBSTS FOR THE RUN
003773* DATE WITHIN ITS ACCEPTED COMPLETION CODE.  ONE NOT RUN,
003774* STILL SHOWING RUNNING (IT ABENDED), REFUSED OR FAILED
003775* REFUSES THIS STEP UNLESS A MOBSRL OPERATOR RELEASE CARD FOR
003776* THE RUN DATE BYPASSES IT.  EITHER WAY THIS STEP'S OWN STATUS
003777* RECORD IS WRITTEN.
003778*================================================================
003779 8500-CHECK-STEP-CHAIN.
003780     OPEN I-O STEP-STATUS-FILE.
003781     IF WS-STS-FILE-STATUS = '35'
003782         OPEN OUTPUT STEP-STATUS-FILE
003783         CLOSE STEP-STATUS-FILE
003784         OPEN I-O STEP-STATUS-FILE
003785     END-IF.
003786     MOVE 1 TO WS-PRED-SUB.
003787     PERFORM 8510-CHECK-ONE-PRED THRU 8510-CHECK-ONE-PRED-EXIT
003788         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
003789     PERFORM 8550-RECORD-START THRU 8550-RECORD-START-EXIT.
003790     CLOSE STEP-STATUS-FILE.
003791 8500-CHECK-STEP-CHAIN-EXIT.
003792     EXIT.
003793*================================================================
003794 8510-CHECK-ONE-PRED.
003795     MOVE 'N' TO EAG-PRED-FAILED-SW.
003796     MOVE EAG-PRED-PROGRAM (WS-PRED-SUB) TO EAG-PM-PROGRAM.
003797     MOVE SPACES TO EAG-PM-REASON.
003798     MOVE SPACES TO EAG-PM-RC.
003799     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
003800     MOVE EAG-PRED-PROGRAM (WS-PRED-SUB) TO MOBSTS-PROGRAM.
003801     READ STEP-STATUS-FILE
003802         INVALID KEY
003803             SET EAG-PRED-FAILED TO TRUE
003804             MOVE 'NOT RUN' TO EAG-PM-REASON
003805         NOT INVALID KEY
003806             IF NOT MOBSTS-ENDED
003807                 SET EAG-PRED-FAILED TO TRUE
003808                 MOVE 'NOT FINISHED' TO EAG-PM-REASON
003809                 IF MOBSTS-REFUSED
003810                     MOVE 'REFUSED' TO EAG-PM-REASON
003811                 END-IF
003812             ELSE
003813                 IF MOBSTS-COMPLETION-CODE >
003814                    EAG-PRED-MAX-RC (WS-PRED-SUB)
003815                     SET EAG-PRED-FAILED TO TRUE
003816                     MOVE 'FAILED - RC' TO EAG-PM-REASON
003817                     MOVE MOBSTS-COMPLETION-CODE
003818                         TO WS-STEP-RC-DISP
003819                     MOVE WS-STEP-RC-DISP TO EAG-PM-RC
003820                 END-IF
003821             END-IF
003822     END-READ.
003823     ADD 1 TO WS-PRED-SUB.
003824     IF NOT EAG-PRED-FAILED
003825         GO TO 8510-CHECK-ONE-PRED-EXIT
003826     END-IF.
003827     PERFORM 8520-FIND-RELEASE THRU 8520-FIND-RELEASE-EXIT.
003828     IF EAG-RELEASE-FOUND
003829         SET EAG-STEP-RELEASED TO TRUE
003830         DISPLAY 'EAG8510W PREDECESSOR ' EAG-PRED-MSG
003831             ' - RELEASED BY ' WS-RELEASE-OPERATOR
003832         MOVE 'EAG8510W' TO MOBLOG-MSG-CODE
003833         MOVE 'W' TO MOBLOG-SEVERITY
003834         MOVE 'MOBSRL  ' TO MOBLOG-FILE-NAME
003835         MOVE EAG-PRED-MSG TO MOBLOG-MSG-TEXT
003836         PERFORM 8800-WRITE-EVENT
003837             THRU 8800-WRITE-EVENT-EXIT
003838     ELSE
003839         SET EAG-STEP-REFUSED TO TRUE
003840         DISPLAY 'EAG8510E PREDECESSOR ' EAG-PRED-MSG
003841             ' - STEP REFUSED'
003842         MOVE 'EAG8510E' TO MOBLOG-MSG-CODE
003843         MOVE 'E' TO MOBLOG-SEVERITY
003844         MOVE 'MOBSTS  ' TO MOBLOG-FILE-NAME
003845         MOVE EAG-PRED-MSG TO MOBLOG-MSG-TEXT
003846         PERFORM 8800-WRITE-EVENT
003847             THRU 8800-WRITE-EVENT-EXIT
003848     END-IF.
003849 8510-CHECK-ONE-PRED-EXIT.
003850     EXIT.
003851*================================================================
003852* 8520-FIND-RELEASE - LOOK FOR AN OPERATOR RELEASE CARD FOR THE
003853* RUN DATE NAMING THIS STEP AND THIS PREDECESSOR, OR NAMING NO
003854* PREDECESSOR AT ALL.
003855*================================================================
003856 8520-FIND-RELEASE.
003857     MOVE 'N' TO EAG-RELEASE-SW.
003858     OPEN INPUT STEP-RELEASE-FILE.
003859     IF WS-SRL-FILE-STATUS = '35'
003860         GO TO 8520-FIND-RELEASE-EXIT
003861     END-IF.
003862     MOVE 'N' TO EAG-SRL-EOF-SW.
003863     PERFORM 8530-SCAN-ONE-RELEASE
003864         THRU 8530-SCAN-ONE-RELEASE-EXIT
003865         UNTIL EAG-SRL-EOF.
003866     CLOSE STEP-RELEASE-FILE.
003867 8520-FIND-RELEASE-EXIT.
003868     EXIT.
003869*================================================================
003870 8530-SCAN-ONE-RELEASE.
003871     READ STEP-RELEASE-FILE
003872         AT END
003873             SET EAG-SRL-EOF TO TRUE
003874         NOT AT END
003875             IF MOBSRL-RUN-DATE = WS-RUN-DATE
003876                AND MOBSRL-PROGRAM = 'MOBEAG  '
003877                AND (MOBSRL-PREDECESSOR = SPACES
003878                  OR MOBSRL-PREDECESSOR = EAG-PM-PROGRAM)
003879                 SET EAG-RELEASE-FOUND TO TRUE
003880                 MOVE MOBSRL-OPERATOR TO WS-RELEASE-OPERATOR
003881             END-IF
003882     END-READ.
003883 8530-SCAN-ONE-RELEASE-EXIT.
003884     EXIT.
003885*================================================================
003886* 8550-RECORD-START - WRITE (OR, ON A RERUN, REPLACE) THIS STEP'S
003887* MOBSTS RECORD: RUNNING, OR REFUSED WITH CODE 16.
003888*================================================================
003889 8550-RECORD-START.
003890     ACCEPT WS-STEP-TIME FROM TIME.
003891     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
003892     MOVE 'MOBEAG  ' TO MOBSTS-PROGRAM.
003893     READ STEP-STATUS-FILE
003894         INVALID KEY
003895             MOVE 'N' TO EAG-STS-FOUND-SW
003896         NOT INVALID KEY
003897             MOVE 'Y' TO EAG-STS-FOUND-SW
003898     END-READ.
003899     IF NOT EAG-STS-FOUND
003900         MOVE SPACES TO MOBSTS-RECORD
003901         MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE
003902         MOVE 'MOBEAG  ' TO MOBSTS-PROGRAM
003903         MOVE ZERO TO MOBSTS-RUN-COUNT
003904     END-IF.
003905     ADD 1 TO MOBSTS-RUN-COUNT.
003906     MOVE WS-STEP-TIME TO MOBSTS-START-TIME.
003907     MOVE 'N' TO MOBSTS-RELEASED-FLAG.
003908     MOVE SPACES TO MOBSTS-RELEASE-OPERATOR.
003909     IF EAG-STEP-RELEASED
003910         MOVE 'Y' TO MOBSTS-RELEASED-FLAG
003911         MOVE WS-RELEASE-OPERATOR TO MOBSTS-RELEASE-OPERATOR
003912     END-IF.
003913     IF EAG-STEP-REFUSED
003914         MOVE 'X' TO MOBSTS-STEP-STATE
003915         MOVE WS-STEP-TIME TO MOBSTS-END-TIME
003916         MOVE 16 TO MOBSTS-COMPLETION-CODE
003917     ELSE
003918         MOVE 'R' TO MOBSTS-STEP-STATE
003919         MOVE ZERO TO MOBSTS-END-TIME
003920         MOVE ZERO TO MOBSTS-COMPLETION-CODE
003921         SET EAG-STEP-STARTED TO TRUE
003922     END-IF.
003923     IF EAG-STS-FOUND
003924         REWRITE MOBSTS-RECORD
003925     ELSE
003926         WRITE MOBSTS-RECORD
003927     END-IF.
003928 8550-RECORD-START-EXIT.
003929     EXIT.
003930*================================================================
003931* 8600-RECORD-END - ON THE WAY OUT, MARK THIS STEP ENDED ON
003932* MOBSTS WITH ITS COMPLETION CODE.  A STEP THAT WAS REFUSED OR
003933* NEVER GOT AS FAR AS STARTING HAS NOTHING TO END.
003934*================================================================
003935 8600-RECORD-END.
003936     IF NOT EAG-STEP-STARTED
003937         GO TO 8600-RECORD-END-EXIT
003938     END-IF.
003939     MOVE 'N' TO EAG-STEP-STARTED-SW.
003940     MOVE RETURN-CODE TO WS-STEP-RC.
003941     OPEN I-O STEP-STATUS-FILE.
003942     IF WS-STS-FILE-STATUS = '35'
003943         GO TO 8600-RECORD-END-EXIT
003944     END-IF.
003945     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
003946     MOVE 'MOBEAG  ' TO MOBSTS-PROGRAM.
003947     READ STEP-STATUS-FILE
003948         INVALID KEY
003949             CLOSE STEP-STATUS-FILE
003950             GO TO 8600-RECORD-END-EXIT
003951     END-READ.
003952     ACCEPT WS-STEP-TIME FROM TIME.
003953     MOVE WS-STEP-TIME TO MOBSTS-END-TIME.
003954     MOVE WS-STEP-RC TO MOBSTS-COMPLETION-CODE.
003955     MOVE 'E' TO MOBSTS-STEP-STATE.
003956     REWRITE MOBSTS-RECORD.
003957     CLOSE STEP-STATUS-FILE.
003958 8600-RECORD-END-EXIT.
003959     EXIT.
003960*================================================================
003961* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
003962* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
003963* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
003964* NEXT EVENT CANNOT INHERIT THEM.
003965*================================================================
003966 8800-WRITE-EVENT.
003967     ACCEPT WS-LOG-TIME FROM TIME.
003968     MOVE 'MOBEAG  ' TO MOBLOG-PROGRAM.
003969     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
003970     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
003971     WRITE MOBLOG-RECORD.
003972     MOVE SPACES TO MOBLOG-DEPT-CODE.
003973     MOVE ZERO TO MOBLOG-ROW-NUMBER.
003974     MOVE SPACES TO MOBLOG-FILE-NAME.
003975     MOVE SPACES TO MOBLOG-MSG-TEXT.
003976 8800-WRITE-EVENT-EXIT.
003977     EXIT.
003978*================================================================
003979* 9000-TERMINATE - PRINT THE TOTALS AND SET RETURN CODE 4 WHEN
003980* ANY CASE IS OVERDUE FOR ACKNOWLEDGMENT.
003981*================================================================
003982 9000-TERMINATE.
003983     DISPLAY ' '.
003984     MOVE WS-SUPV-COUNT TO WS-EAG-COUNT-DISP.
003985     DISPLAY '  SUPERVISORS .............. ' WS-EAG-COUNT-DISP.
003986     MOVE WS-TOTAL-CASES TO WS-EAG-COUNT-DISP.
003990     DISPLAY '  OPEN CASES ............... ' WS-EAG-COUNT-DISP.
004000     MOVE WS-TOTAL-ACKED TO WS-EAG-COUNT-DISP.
004010     DISPLAY '    ACKNOWLEDGED ........... ' WS-EAG-COUNT-DISP.
004020     MOVE WS-TOTAL-OVERDUE TO WS-EAG-COUNT-DISP.
004030     DISPLAY '    UNACKNOWLEDGED PAST 2 .. ' WS-EAG-COUNT-DISP.
004040     IF WS-TOTAL-OVERDUE > ZERO
004050         MOVE 4 TO RETURN-CODE
004060     END-IF.
004070     CLOSE EVENT-LOG-FILE.
004080     DISPLAY ' '.
004090     DISPLAY '===== MOBEAG CASE AGING COMPLETE ====='.
004100 9000-TERMINATE-EXIT.
004110     EXIT.
004120*================================================================
004130 9999-EXIT.
004135     PERFORM 8600-RECORD-END THRU 8600-RECORD-END-EXIT.
004140     STOP RUN.
004150 END PROGRAM MOBEAG.
