000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOBSTI.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. CS-331 OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RMD   ORIGINAL VERSION - JOB-STEP STATUS INQUIRY.
000120*                  PRINTS THE WHOLE NIGHTLY CHAIN FOR THE RUN
000130*                  DATE ON THE MOBSTQ CARD FROM THE MOBSTS STEP-
000140*                  STATUS FILE: EACH STEP IN CHAIN ORDER WITH
000150*                  THE STEPS IT WAITS ON, WHETHER IT NEVER RAN,
000160*                  IS STILL SHOWING RUNNING (ABENDED), ENDED OR
000170*                  WAS REFUSED, ITS START AND END TIMES, ITS
000180*                  COMPLETION CODE, HOW MANY TIMES IT RAN AND
000190*                  WHO RELEASED IT PAST A BAD PREDECESSOR.  ANY
000200*                  OTHER STEP RECORDED FOR THE DATE IS LISTED
000210*                  AFTER THE CHAIN.  RETURN CODE 8 WHEN A STEP
000220*                  WAS REFUSED OR NEVER ENDED, 4 WHEN ONE DID NOT
000230*                  RUN OR WAS RELEASED.
000240*================================================================
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000270 SOURCE-COMPUTER. IBM-370.
000280 OBJECT-COMPUTER. IBM-370.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT INQUIRY-PARM-FILE ASSIGN TO MOBSTQ
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-STQ-FILE-STATUS.
000340     SELECT STEP-STATUS-FILE ASSIGN TO MOBSTS
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS MOBSTS-KEY
000380         FILE STATUS IS WS-STS-FILE-STATUS.
000390     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  INQUIRY-PARM-FILE
000440     LABEL RECORD IS STANDARD.
000450     COPY MOBSTQ.
000460 FD  STEP-STATUS-FILE.
000470     COPY MOBSTS.
000480 FD  EVENT-LOG-FILE
000490     LABEL RECORD IS STANDARD.
000500     COPY MOBLOG.
000510 WORKING-STORAGE SECTION.
000520*----------------------------------------------------------------
000530* STANDALONE COUNTERS AND WORK FIELDS
000540*----------------------------------------------------------------
000550 77  WS-STQ-FILE-STATUS      PIC X(02) VALUE SPACES.
000560 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
000570 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000580 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000590 77  WS-INQ-DATE             PIC 9(08) VALUE ZERO.
000600 77  WS-CHAIN-SUB            PIC 9(03) COMP VALUE ZERO.
000610 77  WS-CHAIN-COUNT          PIC 9(03) COMP VALUE 9.
000620 77  WS-LOOKUP-PROGRAM       PIC X(08) VALUE SPACES.
000630 77  WS-ENDED-COUNT          PIC 9(05) COMP VALUE ZERO.
000640 77  WS-NOT-RUN-COUNT        PIC 9(05) COMP VALUE ZERO.
000650 77  WS-RUNNING-COUNT        PIC 9(05) COMP VALUE ZERO.
000660 77  WS-REFUSED-COUNT        PIC 9(05) COMP VALUE ZERO.
000670 77  WS-RELEASED-COUNT       PIC 9(05) COMP VALUE ZERO.
000680 77  WS-OTHER-COUNT          PIC 9(05) COMP VALUE ZERO.
000690 77  WS-STI-RC               PIC 9(02) VALUE ZERO.
000700 77  WS-STI-COUNT-DISP       PIC ZZZZ9.
000710 77  WS-AFTER-TEXT           PIC X(16) VALUE SPACES.
000720 77  WS-STI-CODE-DISP        PIC ZZ9.
000730*----------------------------------------------------------------
000740* THE NIGHTLY CHAIN IN RUN ORDER, WITH THE STEPS EACH ONE WAITS
000750* ON.  MUST AGREE WITH THE PREDECESSOR TABLES CARRIED BY THE
000760* STEPS THEMSELVES.
000770*----------------------------------------------------------------
000780 01  STI-CHAIN-VALUES.
000790     05  FILLER              PIC X(24) VALUE
000800         'MOBMED  (HEAD OF CHAIN) '.
000810     05  FILLER              PIC X(24) VALUE
000820         'MOBRDY  MOBMED          '.
000830     05  FILLER              PIC X(24) VALUE
000840         'MOB     MOBMED          '.
000850     05  FILLER              PIC X(24) VALUE
000860         'MOBREC  MOB             '.
000870     05  FILLER              PIC X(24) VALUE
000880         'MOBEXC  MOB             '.
000890     05  FILLER              PIC X(24) VALUE
000900         'MOBFCT  MOB             '.
000910     05  FILLER              PIC X(24) VALUE
000920         'MOBTRR  MOB             '.
000930     05  FILLER              PIC X(24) VALUE
000940         'MOBEAG  MOBEXC          '.
000950     05  FILLER              PIC X(24) VALUE
000960         'MOBDST  MOB MOBREC      '.
000970 01  STI-CHAIN-TABLE REDEFINES STI-CHAIN-VALUES.
000980     05  STI-CHAIN-ENTRY OCCURS 9 TIMES.
000990         10  STI-CHAIN-PROGRAM   PIC X(08).
001000         10  STI-CHAIN-AFTER     PIC X(16).
001010*----------------------------------------------------------------
001020* ONE PRINTED STEP LINE AND ITS COLUMN HEADINGS.
001030*----------------------------------------------------------------
001040 01  STI-HEAD-LINE.
001050     05  FILLER              PIC X(09) VALUE 'STEP'.
001060     05  FILLER              PIC X(17) VALUE 'AFTER'.
001070     05  FILLER              PIC X(17) VALUE 'STATE'.
001080     05  FILLER              PIC X(10) VALUE 'STARTED'.
001090     05  FILLER              PIC X(10) VALUE 'ENDED'.
001100     05  FILLER              PIC X(05) VALUE ' RC'.
001110     05  FILLER              PIC X(06) VALUE 'RUNS'.
001120     05  FILLER              PIC X(11) VALUE 'RELEASED BY'.
001130 01  STI-STEP-LINE.
001140     05  STI-SL-PROGRAM      PIC X(08).
001150     05  FILLER              PIC X(01) VALUE SPACE.
001160     05  STI-SL-AFTER        PIC X(16).
001170     05  FILLER              PIC X(01) VALUE SPACE.
001180     05  STI-SL-STATE        PIC X(16).
001190     05  FILLER              PIC X(01) VALUE SPACE.
001200     05  STI-SL-START        PIC X(08).
001210     05  FILLER              PIC X(02) VALUE SPACES.
001220     05  STI-SL-END          PIC X(08).
001230     05  FILLER              PIC X(02) VALUE SPACES.
001240     05  STI-SL-RC           PIC X(03).
001250     05  FILLER              PIC X(02) VALUE SPACES.
001260     05  STI-SL-RUNS         PIC X(03).
001270     05  FILLER              PIC X(03) VALUE SPACES.
001280     05  STI-SL-RELEASED     PIC X(08).
001290*----------------------------------------------------------------
001300* HHMMSSCC TIME OF DAY AND ITS PRINTED HH:MM:SS FORM.
001310*----------------------------------------------------------------
001320 01  STI-TIME-IN             PIC 9(08).
001330 01  STI-TIME-PARTS REDEFINES STI-TIME-IN.
001340     05  STI-TIME-HH         PIC X(02).
001350     05  STI-TIME-MM         PIC X(02).
001360     05  STI-TIME-SS         PIC X(02).
001370     05  STI-TIME-CC         PIC X(02).
001380 01  STI-TIME-OUT.
001390     05  STI-TO-HH           PIC X(02).
001400     05  FILLER              PIC X(01) VALUE ':'.
001410     05  STI-TO-MM           PIC X(02).
001420     05  FILLER              PIC X(01) VALUE ':'.
001430     05  STI-TO-SS           PIC X(02).
001440*----------------------------------------------------------------
001450 01  STI-SWITCHES.
001460     05  STI-STS-AVAIL-SW    PIC X(01) VALUE 'N'.
001470         88  STI-STS-AVAIL             VALUE 'Y'.
001480     05  STI-STS-FOUND-SW    PIC X(01) VALUE 'N'.
001490         88  STI-STS-FOUND             VALUE 'Y'.
001500     05  STI-STS-EOF-SW      PIC X(01) VALUE 'N'.
001510         88  STI-STS-EOF               VALUE 'Y'.
001520     05  STI-CHAIN-FOUND-SW  PIC X(01) VALUE 'N'.
001530         88  STI-CHAIN-FOUND           VALUE 'Y'.
001540 PROCEDURE DIVISION.
001550*================================================================
001560 0000-MAIN-PROC.
001570*================================================================
001580     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001590     PERFORM 2000-PRINT-CHAIN THRU 2000-PRINT-CHAIN-EXIT.
001600     PERFORM 3000-PRINT-OTHERS THRU 3000-PRINT-OTHERS-EXIT.
001610     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001620     GO TO 9999-EXIT.
001630*================================================================
001640* 1000-INITIALIZE - READ THE INQUIRY CARD AND OPEN THE STEP-
001650* STATUS FILE.  WITH NO STATUS FILE EVERY STEP SHOWS NOT RUN.
001660*================================================================
001670 1000-INITIALIZE.
001680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001690     OPEN EXTEND EVENT-LOG-FILE.
001700     MOVE SPACES TO MOBLOG-DEPT-CODE.
001710     MOVE ZERO TO MOBLOG-ROW-NUMBER.
001720     MOVE SPACES TO MOBLOG-FILE-NAME.
001730     MOVE SPACES TO MOBLOG-MSG-TEXT.
001740     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
001750     DISPLAY ' '.
001760     DISPLAY '===== MOBSTI NIGHTLY STEP CHAIN - RUN DATE '
001770         WS-INQ-DATE ' ====='.
001780     OPEN INPUT STEP-STATUS-FILE.
001790     IF WS-STS-FILE-STATUS = '35'
001800         DISPLAY 'STI1000W STEP STATUS FILE NOT FOUND - '
001810             'NO STEP HAS RUN'
001820         MOVE 'STI1000W' TO MOBLOG-MSG-CODE
001830         MOVE 'W' TO MOBLOG-SEVERITY
001840         MOVE 'MOBSTS  ' TO MOBLOG-FILE-NAME
001850         MOVE 'STEP STATUS FILE NOT FOUND'
001860             TO MOBLOG-MSG-TEXT
001870         PERFORM 8800-WRITE-EVENT
001880             THRU 8800-WRITE-EVENT-EXIT
001890     ELSE
001900         SET STI-STS-AVAIL TO TRUE
001910     END-IF.
001920     DISPLAY ' '.
001930     DISPLAY STI-HEAD-LINE.
001940 1000-INITIALIZE-EXIT.
001950     EXIT.
001960*================================================================
001970* 1100-READ-PARM - RUN DATE FROM THE MOBSTQ CARD.  NO CARD, OR A
001980* BLANK OR INVALID DATE, MEANS TODAY.
001990*================================================================
002000 1100-READ-PARM.
002010     MOVE WS-RUN-DATE TO WS-INQ-DATE.
002020     OPEN INPUT INQUIRY-PARM-FILE.
002030     IF WS-STQ-FILE-STATUS = '35'
002040         GO TO 1100-READ-PARM-EXIT
002050     END-IF.
002060     READ INQUIRY-PARM-FILE
002070         NOT AT END
002080             IF MOBSTQ-RUN-DATE NOT = SPACES
002090                 IF MOBSTQ-RUN-DATE IS NUMERIC
002100                    AND MOBSTQ-RUN-DATE-N NOT = ZERO
002110                     MOVE MOBSTQ-RUN-DATE-N TO WS-INQ-DATE
002120                 ELSE
002130                     DISPLAY 'STI1100W INQUIRY DATE INVALID - '
002140                         'RUN DATE USED'
002150                     MOVE 'STI1100W' TO MOBLOG-MSG-CODE
002160                     MOVE 'W' TO MOBLOG-SEVERITY
002170                     MOVE 'MOBSTQ  ' TO MOBLOG-FILE-NAME
002180                     MOVE 'INQUIRY DATE INVALID'
002190                         TO MOBLOG-MSG-TEXT
002200                     PERFORM 8800-WRITE-EVENT
002210                         THRU 8800-WRITE-EVENT-EXIT
002220                 END-IF
002230             END-IF
002240     END-READ.
002250     CLOSE INQUIRY-PARM-FILE.
002260 1100-READ-PARM-EXIT.
002270     EXIT.
002280*================================================================
002290* 2000-PRINT-CHAIN - ONE LINE PER CHAIN STEP, IN RUN ORDER.
002300*================================================================
002310 2000-PRINT-CHAIN.
002320     MOVE 1 TO WS-CHAIN-SUB.
002330     PERFORM 2100-PRINT-ONE-STEP THRU 2100-PRINT-ONE-STEP-EXIT
002340         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT.
002350 2000-PRINT-CHAIN-EXIT.
002360     EXIT.
002370*================================================================
002380 2100-PRINT-ONE-STEP.
002390     MOVE 'N' TO STI-STS-FOUND-SW.
002400     IF STI-STS-AVAIL
002410         MOVE WS-INQ-DATE TO MOBSTS-RUN-DATE
002420         MOVE STI-CHAIN-PROGRAM (WS-CHAIN-SUB) TO MOBSTS-PROGRAM
002430         READ STEP-STATUS-FILE
002440             INVALID KEY
002450                 MOVE 'N' TO STI-STS-FOUND-SW
002460             NOT INVALID KEY
002470                 SET STI-STS-FOUND TO TRUE
002480         END-READ
002490     END-IF.
002500     MOVE STI-CHAIN-AFTER (WS-CHAIN-SUB) TO STI-SL-AFTER.
002510     IF STI-STS-FOUND
002520         PERFORM 2500-FORMAT-STEP THRU 2500-FORMAT-STEP-EXIT
002530     ELSE
002540         MOVE SPACES TO STI-STEP-LINE
002550         MOVE STI-CHAIN-PROGRAM (WS-CHAIN-SUB) TO STI-SL-PROGRAM
002560         MOVE STI-CHAIN-AFTER (WS-CHAIN-SUB) TO STI-SL-AFTER
002570         MOVE 'NOT RUN' TO STI-SL-STATE
002580         ADD 1 TO WS-NOT-RUN-COUNT
002590     END-IF.
002600     DISPLAY STI-STEP-LINE.
002610     ADD 1 TO WS-CHAIN-SUB.
002620 2100-PRINT-ONE-STEP-EXIT.
002630     EXIT.
002640*================================================================
002650* 2500-FORMAT-STEP - BUILD THE PRINT LINE FROM THE MOBSTS RECORD
002660* IN THE FILE AREA AND COUNT ITS STATE.  THE CALLER HAS ALREADY
002670* SET THE AFTER COLUMN.
002680*================================================================
002690 2500-FORMAT-STEP.
002700     MOVE STI-SL-AFTER TO WS-AFTER-TEXT.
002710     MOVE SPACES TO STI-STEP-LINE.
002720     MOVE WS-AFTER-TEXT TO STI-SL-AFTER.
002730     MOVE MOBSTS-PROGRAM TO STI-SL-PROGRAM.
002740     IF MOBSTS-ENDED
002750         MOVE 'ENDED' TO STI-SL-STATE
002760         ADD 1 TO WS-ENDED-COUNT
002770     ELSE
002780         IF MOBSTS-REFUSED
002790             MOVE 'REFUSED' TO STI-SL-STATE
002800             ADD 1 TO WS-REFUSED-COUNT
002810         ELSE
002820             MOVE 'RUNNING/ABENDED' TO STI-SL-STATE
002830             ADD 1 TO WS-RUNNING-COUNT
002840         END-IF
002850     END-IF.
002860     MOVE MOBSTS-START-TIME TO STI-TIME-IN.
002870     PERFORM 7200-EDIT-TIME THRU 7200-EDIT-TIME-EXIT.
002880     MOVE STI-TIME-OUT TO STI-SL-START.
002890     IF NOT MOBSTS-RUNNING
002900         MOVE MOBSTS-END-TIME TO STI-TIME-IN
002910         PERFORM 7200-EDIT-TIME THRU 7200-EDIT-TIME-EXIT
002920         MOVE STI-TIME-OUT TO STI-SL-END
002930         MOVE MOBSTS-COMPLETION-CODE TO WS-STI-CODE-DISP
002940         MOVE WS-STI-CODE-DISP TO STI-SL-RC
002950     END-IF.
002960     MOVE MOBSTS-RUN-COUNT TO WS-STI-CODE-DISP.
002970     MOVE WS-STI-CODE-DISP TO STI-SL-RUNS.
002980     IF MOBSTS-RELEASED
002990         MOVE MOBSTS-RELEASE-OPERATOR TO STI-SL-RELEASED
003000         ADD 1 TO WS-RELEASED-COUNT
003010     END-IF.
003020 2500-FORMAT-STEP-EXIT.
003030     EXIT.
003040*================================================================
003050* 3000-PRINT-OTHERS - BROWSE THE RUN DATE ON MOBSTS FOR ANY STEP
003060* NOT IN THE CHAIN TABLE AND LIST IT UNDER ITS OWN HEADING.
003070*================================================================
003080 3000-PRINT-OTHERS.
003090     IF NOT STI-STS-AVAIL
003100         GO TO 3000-PRINT-OTHERS-EXIT
003110     END-IF.
003120     MOVE WS-INQ-DATE TO MOBSTS-RUN-DATE.
003130     MOVE LOW-VALUES TO MOBSTS-PROGRAM.
003140     START STEP-STATUS-FILE KEY IS NOT LESS THAN MOBSTS-KEY
003150         INVALID KEY
003160             GO TO 3000-PRINT-OTHERS-EXIT
003170     END-START.
003180     MOVE 'N' TO STI-STS-EOF-SW.
003190     PERFORM 3100-PRINT-ONE-OTHER THRU 3100-PRINT-ONE-OTHER-EXIT
003200         UNTIL STI-STS-EOF.
003210 3000-PRINT-OTHERS-EXIT.
003220     EXIT.
003230*================================================================
003240 3100-PRINT-ONE-OTHER.
003250     READ STEP-STATUS-FILE NEXT RECORD
003260         AT END
003270             SET STI-STS-EOF TO TRUE
003280             GO TO 3100-PRINT-ONE-OTHER-EXIT
003290     END-READ.
003300     IF MOBSTS-RUN-DATE NOT = WS-INQ-DATE
003310         SET STI-STS-EOF TO TRUE
003320         GO TO 3100-PRINT-ONE-OTHER-EXIT
003330     END-IF.
003340     MOVE MOBSTS-PROGRAM TO WS-LOOKUP-PROGRAM.
003350     PERFORM 7000-FIND-CHAIN THRU 7000-FIND-CHAIN-EXIT.
003360     IF STI-CHAIN-FOUND
003370         GO TO 3100-PRINT-ONE-OTHER-EXIT
003380     END-IF.
003390     IF WS-OTHER-COUNT = ZERO
003400         DISPLAY ' '
003410         DISPLAY '  OTHER STEPS RECORDED FOR THE DATE'
003420     END-IF.
003430     ADD 1 TO WS-OTHER-COUNT.
003440     MOVE SPACES TO STI-SL-AFTER.
003450     PERFORM 2500-FORMAT-STEP THRU 2500-FORMAT-STEP-EXIT.
003460     DISPLAY STI-STEP-LINE.
003470 3100-PRINT-ONE-OTHER-EXIT.
003480     EXIT.
003490*================================================================
003500* 7000-FIND-CHAIN - IS WS-LOOKUP-PROGRAM ONE OF THE CHAIN STEPS.
003510*================================================================
003520 7000-FIND-CHAIN.
003530     MOVE 'N' TO STI-CHAIN-FOUND-SW.
003540     MOVE 1 TO WS-CHAIN-SUB.
003550     PERFORM 7100-TEST-CHAIN-ENTRY THRU 7100-TEST-CHAIN-ENTRY-EXIT
003560         UNTIL WS-CHAIN-SUB > WS-CHAIN-COUNT
003570            OR STI-CHAIN-FOUND.
003580 7000-FIND-CHAIN-EXIT.
003590     EXIT.
003600*================================================================
003610 7100-TEST-CHAIN-ENTRY.
003620     IF STI-CHAIN-PROGRAM (WS-CHAIN-SUB) = WS-LOOKUP-PROGRAM
003630         SET STI-CHAIN-FOUND TO TRUE
003640     ELSE
003650         ADD 1 TO WS-CHAIN-SUB
003660     END-IF.
003670 7100-TEST-CHAIN-ENTRY-EXIT.
003680     EXIT.
003690*================================================================
003700* 7200-EDIT-TIME - HHMMSSCC IN STI-TIME-IN TO HH:MM:SS.
003710*================================================================
003720 7200-EDIT-TIME.
003730     MOVE STI-TIME-HH TO STI-TO-HH.
003740     MOVE STI-TIME-MM TO STI-TO-MM.
003750     MOVE STI-TIME-SS TO STI-TO-SS.
003760 7200-EDIT-TIME-EXIT.
003770     EXIT.
003780*================================================================
003790* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
003800* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
003810* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
003820* NEXT EVENT CANNOT INHERIT THEM.
003830*================================================================
003840 8800-WRITE-EVENT.
003850     ACCEPT WS-LOG-TIME FROM TIME.
003860     MOVE 'MOBSTI  ' TO MOBLOG-PROGRAM.
003870     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
003880     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
003890     WRITE MOBLOG-RECORD.
003900     MOVE SPACES TO MOBLOG-DEPT-CODE.
003910     MOVE ZERO TO MOBLOG-ROW-NUMBER.
003920     MOVE SPACES TO MOBLOG-FILE-NAME.
003930     MOVE SPACES TO MOBLOG-MSG-TEXT.
003940 8800-WRITE-EVENT-EXIT.
003950     EXIT.
003960*================================================================
003970* 9000-TERMINATE - STATE TOTALS AND THE RETURN CODE: 8 WHEN A
003980* STEP WAS REFUSED OR NEVER ENDED, 4 WHEN ONE DID NOT RUN OR GOT
003990* THROUGH ON AN OPERATOR RELEASE.
004000*================================================================
004010 9000-TERMINATE.
004020     IF STI-STS-AVAIL
004030         CLOSE STEP-STATUS-FILE
004040     END-IF.
004050     DISPLAY ' '.
004060     MOVE WS-ENDED-COUNT TO WS-STI-COUNT-DISP.
004070     DISPLAY '  STEPS ENDED ............ ' WS-STI-COUNT-DISP.
004080     MOVE WS-NOT-RUN-COUNT TO WS-STI-COUNT-DISP.
004090     DISPLAY '  CHAIN STEPS NOT RUN .... ' WS-STI-COUNT-DISP.
004100     MOVE WS-RUNNING-COUNT TO WS-STI-COUNT-DISP.
004110     DISPLAY '  RUNNING OR ABENDED ..... ' WS-STI-COUNT-DISP.
004120     MOVE WS-REFUSED-COUNT TO WS-STI-COUNT-DISP.
004130     DISPLAY '  REFUSED ................ ' WS-STI-COUNT-DISP.
004140     MOVE WS-RELEASED-COUNT TO WS-STI-COUNT-DISP.
004150     DISPLAY '  RELEASED BY OPERATOR ... ' WS-STI-COUNT-DISP.
004160     IF WS-NOT-RUN-COUNT > ZERO
004170        OR WS-RELEASED-COUNT > ZERO
004180         MOVE 4 TO WS-STI-RC
004190     END-IF.
004200     IF WS-RUNNING-COUNT > ZERO
004210        OR WS-REFUSED-COUNT > ZERO
004220         MOVE 8 TO WS-STI-RC
004230     END-IF.
004240     MOVE WS-STI-RC TO RETURN-CODE.
004250     CLOSE EVENT-LOG-FILE.
004260     DISPLAY ' '.
004270     DISPLAY '===== MOBSTI INQUIRY COMPLETE ====='.
004280 9000-TERMINATE-EXIT.
004290     EXIT.
004300*================================================================
004310 9999-EXIT.
004320     STOP RUN.
004330 END PROGRAM MOBSTI.
