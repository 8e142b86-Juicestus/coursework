000240*                  LOGGED AS STRUCTURED EVENTS ON THE SHARED
000250*                  MOBLOG RUN-EVENT FILE FOR THE MOBOPS NIGHTLY
000260*                  SUMMARY.
000261* 10/15/26   RMD   VIOLATIONS NOW OPEN CASES ON THE KEYED MOBECS
000262*                  EXCEPTION-CASE FILE.  A DEPARTMENT WHOSE
000263*                  LATEST TREND DAY VIOLATES OPENS A CASE (OR
000264*                  CONTINUES ITS OPEN ONE) AND THE CASE CLOSES
000265*                  ITSELF THE FIRST DAY THE DEPARTMENT IS BACK
000266*                  WITHIN THRESHOLD.  SUPERVISORS' MOBECA CARDS
000267*                  ACKNOWLEDGE A CASE WITH A CAUSE CODE AND
000268*                  COMMENT, OR RESOLVE AND CLOSE IT.  OPEN CASES
000269*                  ARE AGED BY SUPERVISOR IN MOBEAG.  RETURN
000270*                  CODE 4 ON A REJECTED CARD WHEN NOTHING TRIPS.
000271* 10/15/26   RMD   BEFORE OPENING ANY INPUT THE STEP NOW CHECKS
000272*                  ITS DECLARED PREDECESSORS ON THE SHARED MOBSTS
000273*                  JOB-STEP STATUS FILE FOR THE RUN DATE.  ONE NOT
000274*                  RUN, STILL RUNNING, REFUSED OR ENDED ABOVE ITS
000275*                  ACCEPTED CODE REFUSES THE STEP WITH RETURN CODE
000276*                  16 UNLESS AN OPERATOR MOBSRL RELEASE CARD FOR
000277*                  THE DATE LETS IT THROUGH.  THE STEP RECORDS ITS
000278*                  OWN START, END AND COMPLETION CODE ON MOBSTS.
000279* 10/15/26   RMD   MOBECA IS EMPTIED ONCE ITS CARDS ARE APPLIED SO
000280*                  A CARD IS NOT POSTED AGAIN ON THE NEXT RUN.
000281*================================================================
000282 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000300 SOURCE-COMPUTER. IBM-370.
000310 OBJECT-COMPUTER. IBM-370.
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS MOBTRD-KEY
000410         FILE STATUS IS WS-TRD-FILE-STATUS.
000411     SELECT CASE-FILE ASSIGN TO MOBECS
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS DYNAMIC
000414         RECORD KEY IS MOBECS-KEY
000415         FILE STATUS IS WS-ECS-FILE-STATUS.
000416     SELECT CASE-ACK-FILE ASSIGN TO MOBECA
000417         ORGANIZATION IS LINE SEQUENTIAL
000418         FILE STATUS IS WS-ECA-FILE-STATUS.
000420     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000430         ORGANIZATION IS LINE SEQUENTIAL.
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
000460 FD  THRESHOLD-FILE
000480     COPY MOBTHR.
000490 FD  TREND-FILE.
000500     COPY MOBTRD.
000501 FD  CASE-FILE.
000502     COPY MOBECS.
000503 FD  CASE-ACK-FILE
000504     LABEL RECORD IS STANDARD.
000505     COPY MOBECA.
000510 FD  EVENT-LOG-FILE
000520     LABEL RECORD IS STANDARD.
000530     COPY MOBLOG.
000531 FD  STEP-STATUS-FILE.
000532     COPY MOBSTS.
000533 FD  STEP-RELEASE-FILE
000534     LABEL RECORD IS STANDARD.
000535     COPY MOBSRL.
000540 WORKING-STORAGE SECTION.
000550*----------------------------------------------------------------
000560* STANDALONE COUNTERS AND WORK FIELDS
000680 77  WS-UNDER-DAYS-DISP      PIC Z(04)9.
000690 77  WS-DROP-DISP            PIC Z(02)9.
000700 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000701 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
000702 77  WS-SRL-FILE-STATUS      PIC X(02) VALUE SPACES.
000703 77  WS-STEP-TIME            PIC 9(08) VALUE ZERO.
000704 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
000705 77  WS-STEP-RC-DISP         PIC ZZ9.
000706 77  WS-PRED-SUB             PIC 9(03) COMP VALUE ZERO.
000707 77  WS-PRED-COUNT           PIC 9(03) COMP VALUE 1.
000708 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
000710 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000711 77  WS-ECS-FILE-STATUS      PIC X(02) VALUE SPACES.
000712 77  WS-ECA-FILE-STATUS      PIC X(02) VALUE SPACES.
000713 77  WS-CASE-DEPT-CODE       PIC X(04) VALUE SPACES.
000714 77  WS-CASE-RUN-DATE        PIC 9(08) VALUE ZERO.
000715 77  WS-CASE-PCT             PIC 9(03) VALUE ZERO.
000716 77  WS-CASE-MIN-PCT         PIC 9(03) VALUE ZERO.
000717 77  WS-CASE-VIOL-TYPE       PIC X(01) VALUE SPACES.
000718 77  WS-FIND-DEPT-CODE       PIC X(04) VALUE SPACES.
000719 77  WS-OPEN-CASE-KEY        PIC X(12) VALUE SPACES.
000720 77  WS-CLOSED-THRU-DATE     PIC 9(08) VALUE ZERO.
000721 77  WS-CASE-OPENED          PIC 9(05) COMP VALUE ZERO.
000722 77  WS-CASE-CONTINUED       PIC 9(05) COMP VALUE ZERO.
000723 77  WS-CASE-CLOSED          PIC 9(05) COMP VALUE ZERO.
000724 77  WS-CASE-ERR-COUNT       PIC 9(05) COMP VALUE ZERO.
000725 77  WS-ACK-CARD-COUNT       PIC 9(05) COMP VALUE ZERO.
000726 77  WS-ACK-APPLIED          PIC 9(05) COMP VALUE ZERO.
000727 77  WS-ACK-REJ-COUNT        PIC 9(05) COMP VALUE ZERO.
000728 77  WS-ACK-REJ-REASON       PIC X(30) VALUE SPACES.
000729 77  WS-CASE-COUNT-DISP      PIC Z(04)9.
000730*----------------------------------------------------------------
000731* PER-DEPARTMENT THRESHOLD TABLE, IN CARD ORDER.
000740*----------------------------------------------------------------
000750 01  EXC-THR-TABLE.
000760     05  EXC-THR-ENTRY OCCURS 100 TIMES.
000780         10  EXC-TBL-MIN-PCT     PIC 9(03).
000790         10  EXC-TBL-MAX-DROP    PIC 9(03).
000800*----------------------------------------------------------------
000801* DECLARED PREDECESSOR STEPS - EACH MUST HAVE ENDED ON MOBSTS
000802* FOR THE RUN DATE WITH NO HIGHER COMPLETION CODE THAN SHOWN.
000803*----------------------------------------------------------------
000804 01  EXC-PRED-VALUES.
000805     05  FILLER              PIC X(11) VALUE 'MOB     004'.
000806 01  EXC-PRED-TABLE REDEFINES EXC-PRED-VALUES.
000807     05  EXC-PRED-ENTRY OCCURS 1 TIMES.
000808         10  EXC-PRED-PROGRAM PIC X(08).
000809         10  EXC-PRED-MAX-RC  PIC 9(03).
000810 01  EXC-PRED-MSG.
000811     05  EXC-PM-PROGRAM      PIC X(08).
000812     05  FILLER              PIC X(01) VALUE SPACE.
000813     05  EXC-PM-REASON       PIC X(14).
000814     05  EXC-PM-RC           PIC X(03).
000815     05  FILLER              PIC X(04) VALUE SPACES.
000816*----------------------------------------------------------------
000817 01  EXC-SWITCHES.
000820     05  EXC-THR-EOF-SW      PIC X(01) VALUE 'N'.
000830         88  EXC-THR-EOF               VALUE 'Y'.
000840     05  EXC-TRD-EOF-SW      PIC X(01) VALUE 'N'.
000850         88  EXC-TRD-EOF               VALUE 'Y'.
000851     05  EXC-ECA-EOF-SW      PIC X(01) VALUE 'N'.
000852         88  EXC-ECA-EOF               VALUE 'Y'.
000853     05  EXC-ECS-EOF-SW      PIC X(01) VALUE 'N'.
000854         88  EXC-ECS-EOF               VALUE 'Y'.
000855     05  EXC-DAY-VIOL-SW     PIC X(01) VALUE 'N'.
000856         88  EXC-DAY-VIOLATED          VALUE 'Y'.
000857     05  EXC-CASE-FOUND-SW   PIC X(01) VALUE 'N'.
000858         88  EXC-CASE-FOUND            VALUE 'Y'.
000859     05  EXC-STEP-STARTED-SW PIC X(01) VALUE 'N'.
000860         88  EXC-STEP-STARTED          VALUE 'Y'.
000861     05  EXC-STS-FOUND-SW    PIC X(01) VALUE 'N'.
000862         88  EXC-STS-FOUND             VALUE 'Y'.
000863     05  EXC-STEP-REFUSED-SW PIC X(01) VALUE 'N'.
000864         88  EXC-STEP-REFUSED          VALUE 'Y'.
000865     05  EXC-STEP-RELEASED-SW PIC X(01) VALUE 'N'.
000866         88  EXC-STEP-RELEASED         VALUE 'Y'.
000867     05  EXC-PRED-FAILED-SW  PIC X(01) VALUE 'N'.
000868         88  EXC-PRED-FAILED           VALUE 'Y'.
000869     05  EXC-RELEASE-SW      PIC X(01) VALUE 'N'.
000870         88  EXC-RELEASE-FOUND         VALUE 'Y'.
000871     05  EXC-SRL-EOF-SW      PIC X(01) VALUE 'N'.
000872         88  EXC-SRL-EOF               VALUE 'Y'.
000873 PROCEDURE DIVISION.
000874*================================================================
000880 0000-MAIN-PROC.
000890*================================================================
000900     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
000950*================================================================
000960* 1000-INITIALIZE - LOAD THE THRESHOLD CARDS AND OPEN THE TREND
000970* FILE.  NO THRESHOLD CARDS MEANS NOTHING IS POLICED, WHICH IS
000975* AN OPERATIONS MISTAKE WORTH STOPPING ON.  THE CASE FILE IS
000980* CREATED ON ITS FIRST RUN, AND THE SUPERVISORS' CARDS ARE
000985* APPLIED BEFORE TODAY'S TREND IS LOOKED AT.
000990*================================================================
001000 1000-INITIALIZE.
001010     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001040     MOVE ZERO TO MOBLOG-ROW-NUMBER.
001050     MOVE SPACES TO MOBLOG-FILE-NAME.
001060     MOVE SPACES TO MOBLOG-MSG-TEXT.
001061     PERFORM 8500-CHECK-STEP-CHAIN
001062         THRU 8500-CHECK-STEP-CHAIN-EXIT.
001063     IF EXC-STEP-REFUSED
001064         MOVE 16 TO RETURN-CODE
001065         CLOSE EVENT-LOG-FILE
001066         GO TO 9999-EXIT
001067     END-IF.
001070     OPEN INPUT THRESHOLD-FILE.
001080     IF WS-THR-FILE-STATUS = '35'
001090         DISPLAY 'EXC1000E THRESHOLD FILE NOT FOUND'
001690         SET EXC-TRD-EOF TO TRUE
001700         GO TO 9999-EXIT
001710     END-IF.
001711     OPEN I-O CASE-FILE.
001712     IF WS-ECS-FILE-STATUS = '35'
001713         OPEN OUTPUT CASE-FILE
001714         CLOSE CASE-FILE
001715         OPEN I-O CASE-FILE
001716     END-IF.
001720     DISPLAY ' '.
001730     DISPLAY '===== MOBEXC COMPLETION EXCEPTION REPORT ====='.
001735     PERFORM 1500-APPLY-ACK-CARDS THRU 1500-APPLY-ACK-CARDS-EXIT.
001740     PERFORM 2500-READ-TREND THRU 2500-READ-TREND-EXIT.
001750 1000-INITIALIZE-EXIT.
001760     EXIT.
002060         TO EXC-TBL-MAX-DROP (WS-THR-TBL-COUNT).
002070 1100-LOAD-THR-CARD-EXIT.
002080     EXIT.
002087*================================================================
002088* 1500-APPLY-ACK-CARDS - APPLY THE SUPERVISORS' ACKNOWLEDGMENT
002089* AND RESOLUTION CARDS TO THEIR DEPARTMENTS' OPEN CASES.  NO
002090* CARD FILE MEANS NOTHING CAME BACK TODAY.  THE CARDS ARE
002091* APPLIED ONCE, SO THE FILE IS EMPTIED AFTERWARDS.
002092*================================================================
002093 1500-APPLY-ACK-CARDS.
002094     OPEN INPUT CASE-ACK-FILE.
002095     IF WS-ECA-FILE-STATUS = '35'
002096         GO TO 1500-APPLY-ACK-CARDS-EXIT
002097     END-IF.
002098     PERFORM 1550-APPLY-ONE-CARD THRU 1550-APPLY-ONE-CARD-EXIT
002099         UNTIL EXC-ECA-EOF.
002100     CLOSE CASE-ACK-FILE.
002101     OPEN OUTPUT CASE-ACK-FILE.
002102     CLOSE CASE-ACK-FILE.
002103 1500-APPLY-ACK-CARDS-EXIT.
002104     EXIT.
002105*================================================================
002106* 1550-APPLY-ONE-CARD - EDIT ONE CARD AND POST IT TO THE OPEN
002107* CASE.  AN ACKNOWLEDGMENT LEAVES THE CASE OPEN FOR THE TREND TO
002108* CLOSE; A RESOLUTION CLOSES IT NOW.  A LATER CARD OVERWRITES AN
002109* EARLIER CAUSE AND COMMENT.
002110*================================================================
002111 1550-APPLY-ONE-CARD.
002112     READ CASE-ACK-FILE
002113         AT END
002114             SET EXC-ECA-EOF TO TRUE
002115             GO TO 1550-APPLY-ONE-CARD-EXIT
002116     END-READ.
002117     ADD 1 TO WS-ACK-CARD-COUNT.
002118     IF MOBECA-DEPT-CODE = SPACES
002119         MOVE 'DEPT CODE MISSING' TO WS-ACK-REJ-REASON
002120         PERFORM 1590-REJECT-ACK-CARD
002121             THRU 1590-REJECT-ACK-CARD-EXIT
002122         GO TO 1550-APPLY-ONE-CARD-EXIT
002123     END-IF.
002124     IF NOT MOBECA-ACKNOWLEDGE
002125        AND NOT MOBECA-RESOLVE
002126         MOVE 'ACTION NOT A OR R' TO WS-ACK-REJ-REASON
002127         PERFORM 1590-REJECT-ACK-CARD
002128             THRU 1590-REJECT-ACK-CARD-EXIT
002129         GO TO 1550-APPLY-ONE-CARD-EXIT
002130     END-IF.
002131     IF MOBECA-CAUSE-CODE = SPACES
002132         MOVE 'CAUSE CODE MISSING' TO WS-ACK-REJ-REASON
002133         PERFORM 1590-REJECT-ACK-CARD
002134             THRU 1590-REJECT-ACK-CARD-EXIT
002135         GO TO 1550-APPLY-ONE-CARD-EXIT
002136     END-IF.
002137     MOVE MOBECA-DEPT-CODE TO WS-FIND-DEPT-CODE.
002138     PERFORM 3100-FIND-OPEN-CASE THRU 3100-FIND-OPEN-CASE-EXIT.
002139     IF NOT EXC-CASE-FOUND
002140         MOVE 'NO OPEN CASE FOR DEPT' TO WS-ACK-REJ-REASON
002141         PERFORM 1590-REJECT-ACK-CARD
002142             THRU 1590-REJECT-ACK-CARD-EXIT
002143         GO TO 1550-APPLY-ONE-CARD-EXIT
002144     END-IF.
002145     IF MOBECA-OPEN-DATE IS NUMERIC
002146        AND MOBECA-OPEN-DATE > ZERO
002147        AND MOBECA-OPEN-DATE NOT = MOBECS-OPEN-DATE
002148         MOVE 'OPEN DATE NOT THE OPEN CASE' TO WS-ACK-REJ-REASON
002149         PERFORM 1590-REJECT-ACK-CARD
002150             THRU 1590-REJECT-ACK-CARD-EXIT
002151         GO TO 1550-APPLY-ONE-CARD-EXIT
002152     END-IF.
002153     MOVE 'A' TO MOBECS-ACK-STATUS.
002154     MOVE WS-RUN-DATE TO MOBECS-ACK-DATE.
002155     MOVE MOBECA-SUPERVISOR TO MOBECS-ACK-BY.
002156     MOVE MOBECA-CAUSE-CODE TO MOBECS-CAUSE-CODE.
002157     MOVE MOBECA-COMMENT TO MOBECS-COMMENT.
002158     IF MOBECA-RESOLVE
002159         MOVE 'C' TO MOBECS-CASE-STATUS
002160         MOVE WS-RUN-DATE TO MOBECS-CLOSE-DATE
002161         MOVE 'S' TO MOBECS-CLOSE-REASON
002162         ADD 1 TO WS-CASE-CLOSED
002163         DISPLAY '  CASE RESOLVED   DEPT ' MOBECS-DEPT-CODE
002164             ' OPENED ' MOBECS-OPEN-DATE
002165             ' CAUSE ' MOBECS-CAUSE-CODE ' BY ' MOBECS-ACK-BY
002166     ELSE
002167         DISPLAY '  CASE ACKNOWLEDGED DEPT ' MOBECS-DEPT-CODE
002168             ' OPENED ' MOBECS-OPEN-DATE
002169             ' CAUSE ' MOBECS-CAUSE-CODE ' BY ' MOBECS-ACK-BY
002170     END-IF.
002171     PERFORM 3800-REWRITE-CASE THRU 3800-REWRITE-CASE-EXIT.
002172     ADD 1 TO WS-ACK-APPLIED.
002173 1550-APPLY-ONE-CARD-EXIT.
002174     EXIT.
002175*================================================================
002176 1590-REJECT-ACK-CARD.
002177     ADD 1 TO WS-ACK-REJ-COUNT.
002178     DISPLAY 'EXC1590W CASE CARD REJECTED - DEPT '
002179         MOBECA-DEPT-CODE ' - ' WS-ACK-REJ-REASON.
002180     MOVE 'EXC1590W' TO MOBLOG-MSG-CODE.
002181     MOVE 'W' TO MOBLOG-SEVERITY.
002182     MOVE MOBECA-DEPT-CODE TO MOBLOG-DEPT-CODE.
002183     MOVE 'MOBECA  ' TO MOBLOG-FILE-NAME.
002184     MOVE WS-ACK-REJ-REASON TO MOBLOG-MSG-TEXT.
002185     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
002186 1590-REJECT-ACK-CARD-EXIT.
002187     EXIT.
002188*================================================================
002189* 2000-PROCESS-TREND - HANDLE ONE TREND RECORD.  THE KEY ORDER
002190* (DEPARTMENT, THEN RUN DATE) GROUPS EACH DEPARTMENT'S DAYS
002191* TOGETHER, SO THE PRIOR RECORD IN THE SAME GROUP IS THE PRIOR
002192* DAY AND A SIMPLE COUNTER TRACKS CONSECUTIVE DAYS UNDER.  THE
002193* LAST DAY OF EACH POLICED DEPARTMENT IS KEPT, AND AT THE BREAK
002194* IT DRIVES THE DEPARTMENT'S EXCEPTION CASE.
002195*================================================================
002196 2000-PROCESS-TREND.
002197     IF MOBTRD-DEPT-CODE NOT = WS-PREV-DEPT-CODE
002198         PERFORM 3000-UPDATE-CASE THRU 3000-UPDATE-CASE-EXIT
002199         MOVE ZERO TO WS-UNDER-DAYS
002200         MOVE ZERO TO WS-PREV-PCT
002201     END-IF.
002202     PERFORM 2100-FIND-THRESHOLD THRU 2100-FIND-THRESHOLD-EXIT.
002210     IF WS-THR-FOUND-SUB > ZERO
002213         MOVE 'N' TO EXC-DAY-VIOL-SW
002216         MOVE SPACES TO WS-CASE-VIOL-TYPE
002220         PERFORM 2200-TEST-THRESHOLD THRU 2200-TEST-THRESHOLD-EXIT
002221         MOVE MOBTRD-DEPT-CODE TO WS-CASE-DEPT-CODE
002222         MOVE MOBTRD-RUN-DATE TO WS-CASE-RUN-DATE
002223         MOVE MOBTRD-PCT-COMPLETE TO WS-CASE-PCT
002224         MOVE EXC-TBL-MIN-PCT (WS-THR-FOUND-SUB)
002225             TO WS-CASE-MIN-PCT
002230     END-IF.
002240     MOVE MOBTRD-DEPT-CODE TO WS-PREV-DEPT-CODE.
002250     MOVE MOBTRD-PCT-COMPLETE TO WS-PREV-PCT.
002570     IF MOBTRD-PCT-COMPLETE < EXC-TBL-MIN-PCT (WS-THR-FOUND-SUB)
002580         ADD 1 TO WS-UNDER-DAYS
002590         ADD 1 TO WS-VIOLATION-COUNT
002593         SET EXC-DAY-VIOLATED TO TRUE
002596         MOVE 'M' TO WS-CASE-VIOL-TYPE
002600         MOVE WS-UNDER-DAYS TO WS-UNDER-DAYS-DISP
002610         DISPLAY '  DEPT ' MOBTRD-DEPT-CODE
002620             ' RUN DATE ' MOBTRD-RUN-DATE
002790         IF WS-DROP-AMOUNT >
002800                 EXC-TBL-MAX-DROP (WS-THR-FOUND-SUB)
002810             ADD 1 TO WS-VIOLATION-COUNT
002812             SET EXC-DAY-VIOLATED TO TRUE
002814             IF WS-CASE-VIOL-TYPE = SPACES
002816                 MOVE 'D' TO WS-CASE-VIOL-TYPE
002818             END-IF
002820             MOVE WS-DROP-AMOUNT TO WS-DROP-DISP
002830             DISPLAY '  DEPT ' MOBTRD-DEPT-CODE
002840                 ' RUN DATE ' MOBTRD-RUN-DATE
003090 2500-READ-TREND-EXIT.
003100     EXIT.
003110*================================================================
003111* 3000-UPDATE-CASE - DRIVE THE CASE OF THE DEPARTMENT JUST
003112* FINISHED FROM ITS LATEST TREND DAY.  A VIOLATING DAY OPENS A
003113* CASE, OR COUNTS ANOTHER DAY ON THE OPEN ONE (ONCE PER TREND
003114* DATE, SO A RERUN DOES NOT DOUBLE IT); A CLEAN DAY CLOSES THE
003115* OPEN CASE.  NO CASE IS OPENED FOR A DAY ALREADY COVERED BY A
003116* CLOSED CASE, SO A SUPERVISOR'S RESOLUTION STICKS UNTIL A NEW
003117* VIOLATION ARRIVES.
003118*================================================================
003119 3000-UPDATE-CASE.
003120     IF WS-CASE-DEPT-CODE = SPACES
003121         GO TO 3000-UPDATE-CASE-EXIT
003122     END-IF.
003123     MOVE WS-CASE-DEPT-CODE TO WS-FIND-DEPT-CODE.
003124     MOVE SPACES TO WS-CASE-DEPT-CODE.
003125     PERFORM 3100-FIND-OPEN-CASE THRU 3100-FIND-OPEN-CASE-EXIT.
003126     IF NOT EXC-DAY-VIOLATED
003127         IF EXC-CASE-FOUND
003128             PERFORM 3400-CLOSE-CASE THRU 3400-CLOSE-CASE-EXIT
003129         END-IF
003130         GO TO 3000-UPDATE-CASE-EXIT
003131     END-IF.
003132     IF EXC-CASE-FOUND
003133         PERFORM 3300-CONTINUE-CASE THRU 3300-CONTINUE-CASE-EXIT
003134         GO TO 3000-UPDATE-CASE-EXIT
003135     END-IF.
003136     IF WS-CASE-RUN-DATE > WS-CLOSED-THRU-DATE
003137         PERFORM 3200-OPEN-CASE THRU 3200-OPEN-CASE-EXIT
003138     END-IF.
003139 3000-UPDATE-CASE-EXIT.
003140     EXIT.
003141*================================================================
003142* 3100-FIND-OPEN-CASE - BROWSE THE CASES OF WS-FIND-DEPT-CODE.
003143* THE OPEN ONE, IF ANY, IS LEFT IN THE RECORD AREA FOR REWRITE;
003144* WS-CLOSED-THRU-DATE COMES BACK AS THE LATEST TREND DATE ANY
003145* CLOSED CASE ALREADY ACCOUNTS FOR.
003146*================================================================
003147 3100-FIND-OPEN-CASE.
003148     MOVE 'N' TO EXC-CASE-FOUND-SW.
003149     MOVE 'N' TO EXC-ECS-EOF-SW.
003150     MOVE ZERO TO WS-CLOSED-THRU-DATE.
003151     MOVE WS-FIND-DEPT-CODE TO MOBECS-DEPT-CODE.
003152     MOVE ZERO TO MOBECS-OPEN-DATE.
003153     START CASE-FILE KEY IS NOT LESS THAN MOBECS-KEY
003154         INVALID KEY
003155             SET EXC-ECS-EOF TO TRUE
003156     END-START.
003157     PERFORM 3150-SCAN-ONE-CASE THRU 3150-SCAN-ONE-CASE-EXIT
003158         UNTIL EXC-ECS-EOF.
003159     IF NOT EXC-CASE-FOUND
003160         GO TO 3100-FIND-OPEN-CASE-EXIT
003161     END-IF.
003162     MOVE WS-OPEN-CASE-KEY TO MOBECS-KEY.
003163     READ CASE-FILE
003164         INVALID KEY
003165             MOVE 'N' TO EXC-CASE-FOUND-SW
003166     END-READ.
003167 3100-FIND-OPEN-CASE-EXIT.
003168     EXIT.
003169*================================================================
003170 3150-SCAN-ONE-CASE.
003171     READ CASE-FILE NEXT RECORD
003172         AT END
003173             SET EXC-ECS-EOF TO TRUE
003174             GO TO 3150-SCAN-ONE-CASE-EXIT
003175     END-READ.
003176     IF MOBECS-DEPT-CODE NOT = WS-FIND-DEPT-CODE
003177         SET EXC-ECS-EOF TO TRUE
003178         GO TO 3150-SCAN-ONE-CASE-EXIT
003179     END-IF.
003180     IF MOBECS-OPEN
003181         SET EXC-CASE-FOUND TO TRUE
003182         MOVE MOBECS-KEY TO WS-OPEN-CASE-KEY
003183     ELSE
003184         IF MOBECS-LAST-TRD-DATE > WS-CLOSED-THRU-DATE
003185             MOVE MOBECS-LAST-TRD-DATE TO WS-CLOSED-THRU-DATE
003186         END-IF
003187     END-IF.
003188 3150-SCAN-ONE-CASE-EXIT.
003189     EXIT.
003190*================================================================
003191 3200-OPEN-CASE.
003192     MOVE SPACES TO MOBECS-RECORD.
003193     MOVE WS-FIND-DEPT-CODE TO MOBECS-DEPT-CODE.
003194     MOVE WS-CASE-RUN-DATE TO MOBECS-OPEN-DATE.
003195     MOVE 'O' TO MOBECS-CASE-STATUS.
003196     MOVE WS-CASE-VIOL-TYPE TO MOBECS-OPEN-TYPE.
003197     MOVE WS-CASE-PCT TO MOBECS-OPEN-PCT.
003198     MOVE WS-CASE-MIN-PCT TO MOBECS-MIN-PCT.
003199     MOVE WS-CASE-RUN-DATE TO MOBECS-LAST-TRD-DATE.
003200     MOVE WS-CASE-PCT TO MOBECS-LAST-PCT.
003201     MOVE 1 TO MOBECS-VIOL-DAYS.
003202     MOVE 'N' TO MOBECS-ACK-STATUS.
003203     MOVE ZERO TO MOBECS-ACK-DATE.
003204     MOVE ZERO TO MOBECS-CLOSE-DATE.
003205     WRITE MOBECS-RECORD
003206         INVALID KEY
003207             PERFORM 3900-CASE-IO-ERROR
003208                 THRU 3900-CASE-IO-ERROR-EXIT
003209             GO TO 3200-OPEN-CASE-EXIT
003210     END-WRITE.
003211     ADD 1 TO WS-CASE-OPENED.
003212     DISPLAY '  CASE OPENED     DEPT ' MOBECS-DEPT-CODE
003213         ' RUN DATE ' MOBECS-OPEN-DATE ' PCT ' MOBECS-OPEN-PCT.
003214 3200-OPEN-CASE-EXIT.
003215     EXIT.
003216*================================================================
003217 3300-CONTINUE-CASE.
003218     IF WS-CASE-RUN-DATE NOT > MOBECS-LAST-TRD-DATE
003219         GO TO 3300-CONTINUE-CASE-EXIT
003220     END-IF.
003221     ADD 1 TO MOBECS-VIOL-DAYS.
003222     MOVE WS-CASE-RUN-DATE TO MOBECS-LAST-TRD-DATE.
003223     MOVE WS-CASE-PCT TO MOBECS-LAST-PCT.
003224     MOVE WS-CASE-MIN-PCT TO MOBECS-MIN-PCT.
003225     PERFORM 3800-REWRITE-CASE THRU 3800-REWRITE-CASE-EXIT.
003226     ADD 1 TO WS-CASE-CONTINUED.
003227     MOVE MOBECS-VIOL-DAYS TO WS-CASE-COUNT-DISP.
003228     IF MOBECS-UNACKNOWLEDGED
003229         DISPLAY '  CASE CONTINUED  DEPT ' MOBECS-DEPT-CODE
003230             ' OPENED ' MOBECS-OPEN-DATE ' - '
003231             WS-CASE-COUNT-DISP ' DAY(S) - NOT ACKNOWLEDGED'
003232     ELSE
003233         DISPLAY '  CASE CONTINUED  DEPT ' MOBECS-DEPT-CODE
003234             ' OPENED ' MOBECS-OPEN-DATE ' - '
003235             WS-CASE-COUNT-DISP ' DAY(S)'
003236     END-IF.
003237 3300-CONTINUE-CASE-EXIT.
003238     EXIT.
003239*================================================================
003240 3400-CLOSE-CASE.
003241     MOVE 'C' TO MOBECS-CASE-STATUS.
003242     MOVE WS-CASE-RUN-DATE TO MOBECS-CLOSE-DATE.
003243     MOVE 'T' TO MOBECS-CLOSE-REASON.
003244     MOVE WS-CASE-RUN-DATE TO MOBECS-LAST-TRD-DATE.
003245     MOVE WS-CASE-PCT TO MOBECS-LAST-PCT.
003246     PERFORM 3800-REWRITE-CASE THRU 3800-REWRITE-CASE-EXIT.
003247     ADD 1 TO WS-CASE-CLOSED.
003248     DISPLAY '  CASE CLOSED     DEPT ' MOBECS-DEPT-CODE
003249         ' OPENED ' MOBECS-OPEN-DATE ' - BACK WITHIN THRESHOLD'
003250         ' AT ' MOBECS-LAST-PCT.
003251 3400-CLOSE-CASE-EXIT.
003252     EXIT.
003253*================================================================
003254 3800-REWRITE-CASE.
003255     REWRITE MOBECS-RECORD
003256         INVALID KEY
003257             PERFORM 3900-CASE-IO-ERROR
003258                 THRU 3900-CASE-IO-ERROR-EXIT
003259     END-REWRITE.
003260 3800-REWRITE-CASE-EXIT.
003261     EXIT.
003262*================================================================
003263 3900-CASE-IO-ERROR.
003264     ADD 1 TO WS-CASE-ERR-COUNT.
003265     DISPLAY 'EXC3900E CASE FILE UPDATE FAILED - DEPT '
003266         MOBECS-DEPT-CODE ' STATUS ' WS-ECS-FILE-STATUS.
003267     MOVE 'EXC3900E' TO MOBLOG-MSG-CODE.
003268     MOVE 'E' TO MOBLOG-SEVERITY.
003269     MOVE MOBECS-DEPT-CODE TO MOBLOG-DEPT-CODE.
003270     MOVE 'MOBECS  ' TO MOBLOG-FILE-NAME.
003271     MOVE 'CASE FILE UPDATE FAILED' TO MOBLOG-MSG-TEXT.
003272     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
003273 3900-CASE-IO-ERROR-EXIT.
003274     EXIT.
003275*================================================================
003281* 8500-CHECK-STEP-CHAIN - BEFORE ANY INPUT IS OPENED, EVERY
003282* DECLARED PREDECESSOR MUST HAVE ENDED ON MOBSTS FOR THE RUN
003283* DATE WITHIN ITS ACCEPTED COMPLETION CODE.  ONE NOT RUN,
003284* STILL SHOWING RUNNING (IT ABENDED), REFUSED OR FAILED
003285* REFUSES THIS STEP UNLESS A MOBSRL OPERATOR RELEASE CARD FOR
003286* THE RUN DATE BYPASSES IT.  EITHER WAY THIS STEP'S OWN STATUS
003287* RECORD IS WRITTEN.
003288*================================================================
003289 8500-CHECK-STEP-CHAIN.
003290     OPEN I-O STEP-STATUS-FILE.
003291     IF WS-STS-FILE-STATUS = '35'
003292         OPEN OUTPUT STEP-STATUS-FILE
003293         CLOSE STEP-STATUS-FILE
003294         OPEN I-O STEP-STATUS-FILE
003295     END-IF.
003296     MOVE 1 TO WS-PRED-SUB.
003297     PERFORM 8510-CHECK-ONE-PRED THRU 8510-CHECK-ONE-PRED-EXIT
003298         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
003299     PERFORM 8550-RECORD-START THRU 8550-RECORD-START-EXIT.
003300     CLOSE STEP-STATUS-FILE.
003301 8500-CHECK-STEP-CHAIN-EXIT.
003302     EXIT.
003303*================================================================
003304 8510-CHECK-ONE-PRED.
003305     MOVE 'N' TO EXC-PRED-FAILED-SW.
003306     MOVE EXC-PRED-PROGRAM (WS-PRED-SUB) TO EXC-PM-PROGRAM.
003307     MOVE SPACES TO EXC-PM-REASON.
003308     MOVE SPACES TO EXC-PM-RC.
003309     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
003310     MOVE EXC-PRED-PROGRAM (WS-PRED-SUB) TO MOBSTS-PROGRAM.
003311     READ STEP-STATUS-FILE
003312         INVALID KEY
003313             SET EXC-PRED-FAILED TO TRUE
003314             MOVE 'NOT RUN' TO EXC-PM-REASON
003315         NOT INVALID KEY
003316             IF NOT MOBSTS-ENDED
003317                 SET EXC-PRED-FAILED TO TRUE
003318                 MOVE 'NOT FINISHED' TO EXC-PM-REASON
003319                 IF MOBSTS-REFUSED
003320                     MOVE 'REFUSED' TO EXC-PM-REASON
003321                 END-IF
003322             ELSE
003323                 IF MOBSTS-COMPLETION-CODE >
003324                    EXC-PRED-MAX-RC (WS-PRED-SUB)
003325                     SET EXC-PRED-FAILED TO TRUE
003326                     MOVE 'FAILED - RC' TO EXC-PM-REASON
003327                     MOVE MOBSTS-COMPLETION-CODE
003328                         TO WS-STEP-RC-DISP
003329                     MOVE WS-STEP-RC-DISP TO EXC-PM-RC
003330                 END-IF
003331             END-IF
003332     END-READ.
003333     ADD 1 TO WS-PRED-SUB.
003334     IF NOT EXC-PRED-FAILED
003335         GO TO 8510-CHECK-ONE-PRED-EXIT
003336     END-IF.
003337     PERFORM 8520-FIND-RELEASE THRU 8520-FIND-RELEASE-EXIT.
003338     IF EXC-RELEASE-FOUND
003339         SET EXC-STEP-RELEASED TO TRUE
003340         DISPLAY 'EXC8510W PREDECESSOR ' EXC-PRED-MSG
003341             ' - RELEASED BY ' WS-RELEASE-OPERATOR
003342         MOVE 'EXC8510W' TO MOBLOG-MSG-CODE
003343         MOVE 'W' TO MOBLOG-SEVERITY
003344         MOVE 'MOBSRL  ' TO MOBLOG-FILE-NAME
003345         MOVE EXC-PRED-MSG TO MOBLOG-MSG-TEXT
003346         PERFORM 8800-WRITE-EVENT
003347             THRU 8800-WRITE-EVENT-EXIT
003348     ELSE
003349         SET EXC-STEP-REFUSED TO TRUE
003350         DISPLAY 'EXC8510E PREDECESSOR ' EXC-PRED-MSG
003351             ' - STEP REFUSED'
003352         MOVE 'EXC8510E' TO MOBLOG-MSG-CODE
003353         MOVE 'E' TO MOBLOG-SEVERITY
003354         MOVE 'MOBSTS  ' TO MOBLOG-FILE-NAME
003355         MOVE EXC-PRED-MSG TO MOBLOG-MSG-TEXT
003356         PERFORM 8800-WRITE-EVENT
003357             THRU 8800-WRITE-EVENT-EXIT
003358     END-IF.
003359 8510-CHECK-ONE-PRED-EXIT.
003360     EXIT.
003361*================================================================
003362* 8520-FIND-RELEASE - LOOK FOR AN OPERATOR RELEASE CARD FOR THE
003363* RUN DATE NAMING THIS STEP AND THIS PREDECESSOR, OR NAMING NO
003364* PREDECESSOR AT ALL.
003365*================================================================
003366 8520-FIND-RELEASE.
003367     MOVE 'N' TO EXC-RELEASE-SW.
003368     OPEN INPUT STEP-RELEASE-FILE.
003369     IF WS-SRL-FILE-STATUS = '35'
003370         GO TO 8520-FIND-RELEASE-EXIT
003371     END-IF.
003372     MOVE 'N' TO EXC-SRL-EOF-SW.
003373     PERFORM 8530-SCAN-ONE-RELEASE
003374         THRU 8530-SCAN-ONE-RELEASE-EXIT
003375         UNTIL EXC-SRL-EOF.
003376     CLOSE STEP-RELEASE-FILE.
003377 8520-FIND-RELEASE-EXIT.
003378     EXIT.
003379*================================================================
003380 8530-SCAN-ONE-RELEASE.
003381     READ STEP-RELEASE-FILE
003382         AT END
003383             SET EXC-SRL-EOF TO TRUE
003384         NOT AT END
003385             IF MOBSRL-RUN-DATE = WS-RUN-DATE
003386                AND MOBSRL-PROGRAM = 'MOBEXC  '
003387                AND (MOBSRL-PREDECESSOR = SPACES
003388                  OR MOBSRL-PREDECESSOR = EXC-PM-PROGRAM)
003389                 SET EXC-RELEASE-FOUND TO TRUE
003390                 MOVE MOBSRL-OPERATOR TO WS-RELEASE-OPERATOR
003391             END-IF
003392     END-READ.
003393 8530-SCAN-ONE-RELEASE-EXIT.
003394     EXIT.
003395*================================================================
003396* 8550-RECORD-START - WRITE (OR, ON A RERUN, REPLACE) THIS STEP'S
003397* MOBSTS RECORD: RUNNING, OR REFUSED WITH CODE 16.
003398*================================================================
003399 8550-RECORD-START.
003400     ACCEPT WS-STEP-TIME FROM TIME.
003401     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
003402     MOVE 'MOBEXC  ' TO MOBSTS-PROGRAM.
003403     READ STEP-STATUS-FILE
003404         INVALID KEY
003405             MOVE 'N' TO EXC-STS-FOUND-SW
003406         NOT INVALID KEY
003407             MOVE 'Y' TO EXC-STS-FOUND-SW
003408     END-READ.
003409     IF NOT EXC-STS-FOUND
003410         MOVE SPACES TO MOBSTS-RECORD
003411         MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE
003412         MOVE 'MOBEXC  ' TO MOBSTS-PROGRAM
003413         MOVE ZERO TO MOBSTS-RUN-COUNT
003414     END-IF.
003415     ADD 1 TO MOBSTS-RUN-COUNT.
003416     MOVE WS-STEP-TIME TO MOBSTS-START-TIME.
003417     MOVE 'N' TO MOBSTS-RELEASED-FLAG.
003418     MOVE SPACES TO MOBSTS-RELEASE-OPERATOR.
003419     IF EXC-STEP-RELEASED
003420         MOVE 'Y' TO MOBSTS-RELEASED-FLAG
003421         MOVE WS-RELEASE-OPERATOR TO MOBSTS-RELEASE-OPERATOR
003422     END-IF.
003423     IF EXC-STEP-REFUSED
003424         MOVE 'X' TO MOBSTS-STEP-STATE
003425         MOVE WS-STEP-TIME TO MOBSTS-END-TIME
003426         MOVE 16 TO MOBSTS-COMPLETION-CODE
003427     ELSE
003428         MOVE 'R' TO MOBSTS-STEP-STATE
003429         MOVE ZERO TO MOBSTS-END-TIME
003430         MOVE ZERO TO MOBSTS-COMPLETION-CODE
003431         SET EXC-STEP-STARTED TO TRUE
003432     END-IF.
003433     IF EXC-STS-FOUND
003434         REWRITE MOBSTS-RECORD
003435     ELSE
003436         WRITE MOBSTS-RECORD
003437     END-IF.
003438 8550-RECORD-START-EXIT.
003439     EXIT.
003440*================================================================
003441* 8600-RECORD-END - ON THE WAY OUT, MARK THIS STEP ENDED ON
003442* MOBSTS WITH ITS COMPLETION CODE.  A STEP THAT WAS REFUSED OR
003443* NEVER GOT AS FAR AS STARTING HAS NOTHING TO END.
003444*================================================================
003445 8600-RECORD-END.
003446     IF NOT EXC-STEP-STARTED
003447         GO TO 8600-RECORD-END-EXIT
003448     END-IF.
003449     MOVE 'N' TO EXC-STEP-STARTED-SW.
003450     MOVE RETURN-CODE TO WS-STEP-RC.
003451     OPEN I-O STEP-STATUS-FILE.
003452     IF WS-STS-FILE-STATUS = '35'
003453         GO TO 8600-RECORD-END-EXIT
003454     END-IF.
003455     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
003456     MOVE 'MOBEXC  ' TO MOBSTS-PROGRAM.
003457     READ STEP-STATUS-FILE
003458         INVALID KEY
003459             CLOSE STEP-STATUS-FILE
003460             GO TO 8600-RECORD-END-EXIT
003461     END-READ.
003462     ACCEPT WS-STEP-TIME FROM TIME.
003463     MOVE WS-STEP-TIME TO MOBSTS-END-TIME.
003464     MOVE WS-STEP-RC TO MOBSTS-COMPLETION-CODE.
003465     MOVE 'E' TO MOBSTS-STEP-STATE.
003466     REWRITE MOBSTS-RECORD.
003467     CLOSE STEP-STATUS-FILE.
003468 8600-RECORD-END-EXIT.
003469     EXIT.
003470*================================================================
003471* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
003472* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
003473* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
003474* NEXT EVENT CANNOT INHERIT THEM.
003475*================================================================
003476 8800-WRITE-EVENT.
003477     ACCEPT WS-LOG-TIME FROM TIME.
003478     MOVE 'MOBEXC  ' TO MOBLOG-PROGRAM.
003479     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
003480     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
003481     WRITE MOBLOG-RECORD.
003482     MOVE SPACES TO MOBLOG-DEPT-CODE.
003483     MOVE ZERO TO MOBLOG-ROW-NUMBER.
003484     MOVE SPACES TO MOBLOG-FILE-NAME.
003485     MOVE SPACES TO MOBLOG-MSG-TEXT.
003486 8800-WRITE-EVENT-EXIT.
003487     EXIT.
003488*================================================================
003489* 9000-TERMINATE - SETTLE THE LAST DEPARTMENT'S CASE, CLOSE THE
003490* FILES, PRINT THE CASE COUNTS AND SET THE PAGING RETURN CODE.
003491*================================================================
003492 9000-TERMINATE.
003493     PERFORM 3000-UPDATE-CASE THRU 3000-UPDATE-CASE-EXIT.
003494     CLOSE TREND-FILE CASE-FILE.
003495     IF WS-VIOLATION-COUNT = ZERO
003496         DISPLAY '  NO DEPARTMENTS UNDER THRESHOLD'
003497     ELSE
003498         MOVE 8 TO RETURN-CODE
003499     END-IF.
003500     DISPLAY ' '.
003501     MOVE WS-CASE-OPENED TO WS-CASE-COUNT-DISP.
003502     DISPLAY '  CASES OPENED ............. ' WS-CASE-COUNT-DISP.
003503     MOVE WS-CASE-CONTINUED TO WS-CASE-COUNT-DISP.
003504     DISPLAY '  CASES CONTINUED .......... ' WS-CASE-COUNT-DISP.
003505     MOVE WS-CASE-CLOSED TO WS-CASE-COUNT-DISP.
003506     DISPLAY '  CASES CLOSED ............. ' WS-CASE-COUNT-DISP.
003507     MOVE WS-ACK-CARD-COUNT TO WS-CASE-COUNT-DISP.
003508     DISPLAY '  CASE CARDS READ .......... ' WS-CASE-COUNT-DISP.
003509     MOVE WS-ACK-APPLIED TO WS-CASE-COUNT-DISP.
003510     DISPLAY '    APPLIED ................ ' WS-CASE-COUNT-DISP.
003511     MOVE WS-ACK-REJ-COUNT TO WS-CASE-COUNT-DISP.
003512     DISPLAY '    REJECTED ............... ' WS-CASE-COUNT-DISP.
003513     IF WS-ACK-REJ-COUNT > ZERO
003514        AND RETURN-CODE < 4
003515         MOVE 4 TO RETURN-CODE
003516     END-IF.
003517     IF WS-CASE-ERR-COUNT > ZERO
003518         MOVE 8 TO RETURN-CODE
003519     END-IF.
003520     CLOSE EVENT-LOG-FILE.
003521 9000-TERMINATE-EXIT.
003522     EXIT.
003523*================================================================
003524 9999-EXIT.
003529     PERFORM 8600-RECORD-END THRU 8600-RECORD-END-EXIT.
003539     STOP RUN.
003549 END PROGRAM MOBEXC.
