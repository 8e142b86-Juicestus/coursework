000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOBSAG.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. CS-331 OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RMD   ORIGINAL VERSION - METRIC FEED SUSPENSE
000120*                  AGING REPORT.  BROWSES THE MOBSUS REJECT
000130*                  SUSPENSE FILE MOBMED MAINTAINS AND LISTS EVERY
000140*                  STILL-OPEN ITEM BY UPSTREAM TEAM: DEPARTMENT,
000150*                  ROW, FEED DATE, DATE FIRST SUSPENDED, DAYS
000160*                  OUTSTANDING AND THE ORIGINAL REJECT REASON
000170*                  (WITH THE LATEST REASON WHEN A CORRECTION HAS
000180*                  ALREADY FAILED).  ITEMS OUTSTANDING LONGER
000190*                  THAN THE MOBSAP AGE LIMIT (DEFAULT 5 DAYS) ARE
000200*                  FLAGGED FOR ESCALATION TO THE TEAM AND LOGGED
000210*                  TO MOBLOG; RETURN CODE 4 WHEN ANY ARE.
000220*================================================================
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000250 SOURCE-COMPUTER. IBM-370.
000260 OBJECT-COMPUTER. IBM-370.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT AGING-PARM-FILE ASSIGN TO MOBSAP
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-SAP-FILE-STATUS.
000320     SELECT SUSPENSE-FILE ASSIGN TO MOBSUS
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS MOBSUS-KEY
000360         FILE STATUS IS WS-SUS-FILE-STATUS.
000370     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  AGING-PARM-FILE
000420     LABEL RECORD IS STANDARD.
000430     COPY MOBSAP.
000440 FD  SUSPENSE-FILE.
000450     COPY MOBSUS.
000460 FD  EVENT-LOG-FILE
000470     LABEL RECORD IS STANDARD.
000480     COPY MOBLOG.
000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
000510* STANDALONE COUNTERS AND WORK FIELDS
000520*----------------------------------------------------------------
000530 77  WS-SAP-FILE-STATUS      PIC X(02) VALUE SPACES.
000540 77  WS-SUS-FILE-STATUS      PIC X(02) VALUE SPACES.
000550 77  WS-FLAG-DAYS            PIC 9(03) VALUE 5.
000560 77  WS-RUN-DAYS             PIC S9(09) COMP VALUE ZERO.
000570 77  WS-AGE-DAYS             PIC S9(09) COMP VALUE ZERO.
000580 77  WS-CUR-TEAM-ID          PIC X(03) VALUE SPACES.
000590 77  WS-TEAM-OPEN            PIC 9(05) COMP VALUE ZERO.
000600 77  WS-TEAM-OVER            PIC 9(05) COMP VALUE ZERO.
000610 77  WS-TEAM-COUNT           PIC 9(05) COMP VALUE ZERO.
000620 77  WS-TOTAL-OPEN           PIC 9(07) COMP VALUE ZERO.
000630 77  WS-TOTAL-OVER           PIC 9(07) COMP VALUE ZERO.
000640 77  WS-TOTAL-CLOSED         PIC 9(07) COMP VALUE ZERO.
000650 77  WS-OLDEST-DAYS          PIC S9(09) COMP VALUE ZERO.
000660 77  WS-AGE-DISP             PIC Z(04)9.
000670 77  WS-TRIES-DISP           PIC ZZ9.
000680 77  WS-SAG-COUNT-DISP       PIC Z(06)9.
000690 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000700 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000710*----------------------------------------------------------------
000720* CALENDAR CONVERSION WORK FIELDS - YYYYMMDD TO A RUNNING DAY
000730* NUMBER, SO DAYS OUTSTANDING ARE REAL CALENDAR DAYS ACROSS
000740* MONTH AND YEAR ENDS (AS MOBFCT).
000750*----------------------------------------------------------------
000760 01  SAG-CNV-DATE            PIC 9(08) VALUE ZERO.
000770 01  SAG-CNV-DATE-R REDEFINES SAG-CNV-DATE.
000780     05  SAG-CNV-YY          PIC 9(04).
000790     05  SAG-CNV-MM          PIC 9(02).
000800     05  SAG-CNV-DD          PIC 9(02).
000810 77  WS-CNV-DAYS             PIC S9(09) COMP VALUE ZERO.
000820 77  WS-CNV-Y1               PIC 9(05) COMP VALUE ZERO.
000830 77  WS-LEAP-Q               PIC 9(05) COMP VALUE ZERO.
000840 77  WS-LEAP-R               PIC 9(05) COMP VALUE ZERO.
000850 77  WS-LEAP-FLAG            PIC 9(01) COMP VALUE ZERO.
000860 01  SAG-MONTH-DAYS-TBL.
000870     05  FILLER              PIC X(36) VALUE
000880         '000031059090120151181212243273304334'.
000890 01  SAG-MONTH-DAYS-R REDEFINES SAG-MONTH-DAYS-TBL.
000900     05  SAG-CUM-DAYS        PIC 9(03) OCCURS 12 TIMES.
000910*----------------------------------------------------------------
000920 01  SAG-SWITCHES.
000930     05  SAG-SUS-EOF-SW      PIC X(01) VALUE 'N'.
000940         88  SAG-SUS-EOF               VALUE 'Y'.
000950     05  SAG-TEAM-OPEN-SW    PIC X(01) VALUE 'N'.
000960         88  SAG-TEAM-IN-PROGRESS      VALUE 'Y'.
000970 PROCEDURE DIVISION.
000980*================================================================
000990 0000-MAIN-PROC.
001000*================================================================
001010     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001020     PERFORM 2000-AGING-PASS THRU 2000-AGING-PASS-EXIT.
001030     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001040     GO TO 9999-EXIT.
001050*================================================================
001060* 1000-INITIALIZE - TAKE THE AGE LIMIT FROM THE PARAMETER CARD
001070* WHEN ONE IS PRESENT AND OPEN THE SUSPENSE FILE.  NO SUSPENSE
001080* FILE MEANS MOBMED HAS NEVER REJECTED ANYTHING.
001090*================================================================
001100 1000-INITIALIZE.
001110     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001120     OPEN EXTEND EVENT-LOG-FILE.
001130     MOVE SPACES TO MOBLOG-DEPT-CODE.
001140     MOVE ZERO TO MOBLOG-ROW-NUMBER.
001150     MOVE SPACES TO MOBLOG-FILE-NAME.
001160     MOVE SPACES TO MOBLOG-MSG-TEXT.
001170     OPEN INPUT AGING-PARM-FILE.
001180     IF WS-SAP-FILE-STATUS NOT = '35'
001190         READ AGING-PARM-FILE
001200             NOT AT END
001210                 IF MOBSAP-FLAG-DAYS IS NUMERIC
001220                     MOVE MOBSAP-FLAG-DAYS TO WS-FLAG-DAYS
001230                 ELSE
001240                     DISPLAY 'SAG1000W AGING CARD INVALID - '
001250                         'DEFAULT LIMIT USED'
001260                     MOVE 'SAG1000W' TO MOBLOG-MSG-CODE
001270                     MOVE 'W' TO MOBLOG-SEVERITY
001280                     MOVE 'MOBSAP  ' TO MOBLOG-FILE-NAME
001290                     MOVE 'AGING CARD INVALID'
001300                         TO MOBLOG-MSG-TEXT
001310                     PERFORM 8800-WRITE-EVENT
001320                         THRU 8800-WRITE-EVENT-EXIT
001330                 END-IF
001340         END-READ
001350         CLOSE AGING-PARM-FILE
001360     END-IF.
001370     MOVE WS-RUN-DATE TO SAG-CNV-DATE.
001380     PERFORM 7100-DATE-TO-DAYS THRU 7100-DATE-TO-DAYS-EXIT.
001390     MOVE WS-CNV-DAYS TO WS-RUN-DAYS.
001400     DISPLAY ' '.
001410     DISPLAY '===== MOBSAG FEED SUSPENSE AGING - ' WS-RUN-DATE
001420         ' - FLAG PAST ' WS-FLAG-DAYS ' DAYS ====='.
001430     OPEN INPUT SUSPENSE-FILE.
001440     IF WS-SUS-FILE-STATUS = '35'
001450         DISPLAY '  NO SUSPENSE FILE - NOTHING OUTSTANDING'
001460         CLOSE EVENT-LOG-FILE
001470         GO TO 9999-EXIT
001480     END-IF.
001490 1000-INITIALIZE-EXIT.
001500     EXIT.
001510*================================================================
001520* 2000-AGING-PASS - READ THE SUSPENSE FILE IN KEY ORDER.  THE
001530* KEY LEADS WITH THE TEAM ID, SO EACH TEAM'S ITEMS COME
001540* TOGETHER AND A CHANGE OF TEAM CLOSES ITS SECTION.
001550*================================================================
001560 2000-AGING-PASS.
001570     PERFORM 2100-AGE-ONE-ITEM THRU 2100-AGE-ONE-ITEM-EXIT
001580         UNTIL SAG-SUS-EOF.
001590     PERFORM 2300-CLOSE-TEAM THRU 2300-CLOSE-TEAM-EXIT.
001600 2000-AGING-PASS-EXIT.
001610     EXIT.
001620*================================================================
001630 2100-AGE-ONE-ITEM.
001640     READ SUSPENSE-FILE NEXT RECORD
001650         AT END
001660             SET SAG-SUS-EOF TO TRUE
001670             GO TO 2100-AGE-ONE-ITEM-EXIT
001680     END-READ.
001690     IF NOT MOBSUS-OPEN
001700         ADD 1 TO WS-TOTAL-CLOSED
001710         GO TO 2100-AGE-ONE-ITEM-EXIT
001720     END-IF.
001730     IF SAG-TEAM-IN-PROGRESS
001740        AND MOBSUS-TEAM-ID NOT = WS-CUR-TEAM-ID
001750         PERFORM 2300-CLOSE-TEAM THRU 2300-CLOSE-TEAM-EXIT
001760     END-IF.
001770     IF NOT SAG-TEAM-IN-PROGRESS
001780         PERFORM 2200-OPEN-TEAM THRU 2200-OPEN-TEAM-EXIT
001790     END-IF.
001800     MOVE ZERO TO WS-AGE-DAYS.
001810     IF MOBSUS-SUSPEND-DATE IS NUMERIC
001820        AND MOBSUS-SUSPEND-DATE > ZERO
001830         MOVE MOBSUS-SUSPEND-DATE TO SAG-CNV-DATE
001840         PERFORM 7100-DATE-TO-DAYS THRU 7100-DATE-TO-DAYS-EXIT
001850         COMPUTE WS-AGE-DAYS = WS-RUN-DAYS - WS-CNV-DAYS
001860     END-IF.
001870     IF WS-AGE-DAYS < ZERO
001880         MOVE ZERO TO WS-AGE-DAYS
001890     END-IF.
001900     IF WS-AGE-DAYS > WS-OLDEST-DAYS
001910         MOVE WS-AGE-DAYS TO WS-OLDEST-DAYS
001920     END-IF.
001930     ADD 1 TO WS-TEAM-OPEN.
001940     ADD 1 TO WS-TOTAL-OPEN.
001950     MOVE WS-AGE-DAYS TO WS-AGE-DISP.
001960     IF WS-AGE-DAYS > WS-FLAG-DAYS
001970         ADD 1 TO WS-TEAM-OVER
001980         ADD 1 TO WS-TOTAL-OVER
001990         DISPLAY '    ' MOBSUS-DEPT-CODE '  ' MOBSUS-ROW-NUMBER
002000             '  ' MOBSUS-FEED-DATE '  ' MOBSUS-SUSPEND-DATE
002010             ' ' WS-AGE-DISP '  ' MOBSUS-ORIG-REASON-CODE
002020             ' ' MOBSUS-ORIG-REASON-TEXT ' ** OVER AGE'
002030     ELSE
002040         DISPLAY '    ' MOBSUS-DEPT-CODE '  ' MOBSUS-ROW-NUMBER
002050             '  ' MOBSUS-FEED-DATE '  ' MOBSUS-SUSPEND-DATE
002060             ' ' WS-AGE-DISP '  ' MOBSUS-ORIG-REASON-CODE
002070             ' ' MOBSUS-ORIG-REASON-TEXT
002080     END-IF.
002090     IF MOBSUS-RECYCLE-COUNT > ZERO
002100         MOVE MOBSUS-RECYCLE-COUNT TO WS-TRIES-DISP
002110         DISPLAY '          LAST RE-EDIT ' MOBSUS-LAST-ACTION-DATE
002120             ' FAILED ' MOBSUS-LAST-REASON-CODE ' '
002130             MOBSUS-LAST-REASON-TEXT ' (' WS-TRIES-DISP
002140             ' TRIES)'
002150     END-IF.
002160 2100-AGE-ONE-ITEM-EXIT.
002170     EXIT.
002180*================================================================
002190* 2200-OPEN-TEAM - START A TEAM'S SECTION OF THE REPORT.  A
002200* BLANK TEAM HOLDS RECORDS THAT ARRIVED OUTSIDE ANY BATCH.
002210*================================================================
002220 2200-OPEN-TEAM.
002230     MOVE 'Y' TO SAG-TEAM-OPEN-SW.
002240     MOVE MOBSUS-TEAM-ID TO WS-CUR-TEAM-ID.
002250     MOVE ZERO TO WS-TEAM-OPEN.
002260     MOVE ZERO TO WS-TEAM-OVER.
002270     ADD 1 TO WS-TEAM-COUNT.
002280     DISPLAY ' '.
002290     IF WS-CUR-TEAM-ID = SPACES
002300         DISPLAY '  TEAM ... (RECORDS OUTSIDE ANY BATCH)'
002310     ELSE
002320         DISPLAY '  TEAM ' WS-CUR-TEAM-ID
002330     END-IF.
002340     DISPLAY '    DEPT  ROW  FEED DATE SUSPENDED   DAYS  REASON'.
002350 2200-OPEN-TEAM-EXIT.
002360     EXIT.
002370*================================================================
002380* 2300-CLOSE-TEAM - PRINT THE TEAM'S COUNTS AND LOG THE TEAM
002390* WHEN ANY OF ITS ITEMS IS PAST THE AGE LIMIT.
002400*================================================================
002410 2300-CLOSE-TEAM.
002420     IF NOT SAG-TEAM-IN-PROGRESS
002430         GO TO 2300-CLOSE-TEAM-EXIT
002440     END-IF.
002450     MOVE 'N' TO SAG-TEAM-OPEN-SW.
002460     MOVE WS-TEAM-OPEN TO WS-SAG-COUNT-DISP.
002470     DISPLAY '    OPEN ITEMS ............ ' WS-SAG-COUNT-DISP.
002480     MOVE WS-TEAM-OVER TO WS-SAG-COUNT-DISP.
002490     DISPLAY '    PAST AGE LIMIT ........ ' WS-SAG-COUNT-DISP.
002500     IF WS-TEAM-OVER > ZERO
002510         DISPLAY 'SAG2300W TEAM ' WS-CUR-TEAM-ID
002520             ' HAS SUSPENSE ITEMS PAST ' WS-FLAG-DAYS ' DAYS'
002530         MOVE 'SAG2300W' TO MOBLOG-MSG-CODE
002540         MOVE 'W' TO MOBLOG-SEVERITY
002550         MOVE WS-CUR-TEAM-ID TO MOBLOG-DEPT-CODE
002560         MOVE 'MOBSUS  ' TO MOBLOG-FILE-NAME
002570         MOVE 'SUSPENSE ITEMS PAST AGE LIMIT'
002580             TO MOBLOG-MSG-TEXT
002590         PERFORM 8800-WRITE-EVENT
002600             THRU 8800-WRITE-EVENT-EXIT
002610     END-IF.
002620 2300-CLOSE-TEAM-EXIT.
002630     EXIT.
002640*================================================================
002650* 7100-DATE-TO-DAYS - CONVERT THE YYYYMMDD IN SAG-CNV-DATE TO A
002660* RUNNING DAY NUMBER IN WS-CNV-DAYS (DAYS SINCE THE YEAR DOT,
002670* GREGORIAN RULES).
002680*================================================================
002690 7100-DATE-TO-DAYS.
002700     COMPUTE WS-CNV-Y1 = SAG-CNV-YY - 1.
002710     COMPUTE WS-CNV-DAYS = (WS-CNV-Y1 * 365)
002720         + (WS-CNV-Y1 / 4)
002730         - (WS-CNV-Y1 / 100)
002740         + (WS-CNV-Y1 / 400)
002750         + SAG-CUM-DAYS (SAG-CNV-MM)
002760         + SAG-CNV-DD.
002770     IF SAG-CNV-MM > 2
002780         PERFORM 7400-TEST-LEAP THRU 7400-TEST-LEAP-EXIT
002790         ADD WS-LEAP-FLAG TO WS-CNV-DAYS
002800     END-IF.
002810 7100-DATE-TO-DAYS-EXIT.
002820     EXIT.
002830*================================================================
002840* 7400-TEST-LEAP - WS-LEAP-FLAG COMES BACK 1 WHEN SAG-CNV-YY IS
002850* A LEAP YEAR, 0 WHEN NOT - DIVISIBLE BY 4, EXCEPT CENTURIES,
002860* EXCEPT EVERY FOURTH CENTURY.
002870*================================================================
002880 7400-TEST-LEAP.
002890     MOVE ZERO TO WS-LEAP-FLAG.
002900     DIVIDE SAG-CNV-YY BY 4
002910         GIVING WS-LEAP-Q
002920         REMAINDER WS-LEAP-R.
002930     IF WS-LEAP-R = ZERO
002940         MOVE 1 TO WS-LEAP-FLAG
002950     END-IF.
002960     DIVIDE SAG-CNV-YY BY 100
002970         GIVING WS-LEAP-Q
002980         REMAINDER WS-LEAP-R.
002990     IF WS-LEAP-R = ZERO
003000         MOVE ZERO TO WS-LEAP-FLAG
003010         DIVIDE SAG-CNV-YY BY 400
003020             GIVING WS-LEAP-Q
003030             REMAINDER WS-LEAP-R
003040         IF WS-LEAP-R = ZERO
003050             MOVE 1 TO WS-LEAP-FLAG
003060         END-IF
003070     END-IF.
003080 7400-TEST-LEAP-EXIT.
003090     EXIT.
003100*================================================================
003110* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
003120* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
003130* ANY KEY FIELDS (THE DEPT FIELD CARRIES THE TEAM ID); THE KEY
003140* FIELDS ARE CLEARED AFTERWARD SO THE NEXT EVENT CANNOT INHERIT
003150* THEM.
003160*================================================================
003170 8800-WRITE-EVENT.
003180     ACCEPT WS-LOG-TIME FROM TIME.
003190     MOVE 'MOBSAG  ' TO MOBLOG-PROGRAM.
003200     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
003210     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
003220     WRITE MOBLOG-RECORD.
003230     MOVE SPACES TO MOBLOG-DEPT-CODE.
003240     MOVE ZERO TO MOBLOG-ROW-NUMBER.
003250     MOVE SPACES TO MOBLOG-FILE-NAME.
003260     MOVE SPACES TO MOBLOG-MSG-TEXT.
003270 8800-WRITE-EVENT-EXIT.
003280     EXIT.
003290*================================================================
003300* 9000-TERMINATE - PRINT THE SUITE-WIDE TOTALS, CLOSE THE FILES
003310* AND SET RETURN CODE 4 WHEN ANY ITEM IS PAST THE AGE LIMIT.
003320*================================================================
003330 9000-TERMINATE.
003340     CLOSE SUSPENSE-FILE.
003350     DISPLAY ' '.
003360     MOVE WS-TEAM-COUNT TO WS-SAG-COUNT-DISP.
003370     DISPLAY '  TEAMS WITH OPEN ITEMS .... ' WS-SAG-COUNT-DISP.
003380     MOVE WS-TOTAL-OPEN TO WS-SAG-COUNT-DISP.
003390     DISPLAY '  OPEN ITEMS ............... ' WS-SAG-COUNT-DISP.
003400     MOVE WS-TOTAL-OVER TO WS-SAG-COUNT-DISP.
003410     DISPLAY '  PAST AGE LIMIT ........... ' WS-SAG-COUNT-DISP.
003420     MOVE WS-OLDEST-DAYS TO WS-SAG-COUNT-DISP.
003430     DISPLAY '  OLDEST ITEM (DAYS) ....... ' WS-SAG-COUNT-DISP.
003440     MOVE WS-TOTAL-CLOSED TO WS-SAG-COUNT-DISP.
003450     DISPLAY '  CLOSED ITEMS ON FILE ..... ' WS-SAG-COUNT-DISP.
003460     IF WS-TOTAL-OVER > ZERO
003470         MOVE 4 TO RETURN-CODE
003480     END-IF.
003490     CLOSE EVENT-LOG-FILE.
003500     DISPLAY ' '.
003510     DISPLAY '===== MOBSAG SUSPENSE AGING COMPLETE ====='.
003520 9000-TERMINATE-EXIT.
003530     EXIT.
003540*================================================================
003550 9999-EXIT.
003560     STOP RUN.
003570 END PROGRAM MOBSAG.
