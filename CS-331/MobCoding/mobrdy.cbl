000300*                  INPUT (MED1000E), SO THE PRE-FLIGHT HOLDS
000310*                  THE RUN TOO INSTEAD OF EMITTING A MISLEADING
000320*                  LEFTOVER-METRIC-RECORDS WARNING.
000321* 10/15/26   RMD   BEFORE OPENING ANY INPUT THE STEP NOW CHECKS
000322*                  ITS DECLARED PREDECESSORS ON THE SHARED MOBSTS
000323*                  JOB-STEP STATUS FILE FOR THE RUN DATE.  ONE NOT
000324*                  RUN, STILL RUNNING, REFUSED OR ENDED ABOVE ITS
000325*                  ACCEPTED CODE REFUSES THE STEP WITH RETURN CODE
000326*                  16 UNLESS AN OPERATOR MOBSRL RELEASE CARD FOR
000327*                  THE DATE LETS IT THROUGH.  THE STEP RECORDS ITS
000328*                  OWN START, END AND COMPLETION CODE ON MOBSTS.
000329*                  REFUSALS AND RELEASES GO TO MOBLOG.
000330*================================================================
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS MOBRPT-KEY
000670         FILE STATUS IS WS-RPT-FILE-STATUS.
000671     SELECT STEP-STATUS-FILE ASSIGN TO MOBSTS
000672         ORGANIZATION IS INDEXED
000673         ACCESS MODE IS RANDOM
000674         RECORD KEY IS MOBSTS-KEY
000675         FILE STATUS IS WS-STS-FILE-STATUS.
000676     SELECT STEP-RELEASE-FILE ASSIGN TO MOBSRL
000677         ORGANIZATION IS LINE SEQUENTIAL
000678         FILE STATUS IS WS-SRL-FILE-STATUS.
000679     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000680         ORGANIZATION IS LINE SEQUENTIAL.
000681 DATA DIVISION.
000690 FILE SECTION.
000700 FD  CONTROL-FILE
000710     LABEL RECORD IS STANDARD.
000890     COPY MOBDPT.
000900 FD  REPORT-FILE.
000910     COPY MOBRPT.
000911 FD  STEP-STATUS-FILE.
000912     COPY MOBSTS.
000913 FD  STEP-RELEASE-FILE
000914     LABEL RECORD IS STANDARD.
000915     COPY MOBSRL.
000916 FD  EVENT-LOG-FILE
000917     LABEL RECORD IS STANDARD.
000918     COPY MOBLOG.
000920 WORKING-STORAGE SECTION.
000930*----------------------------------------------------------------
000940* STANDALONE COUNTERS AND WORK FIELDS
001020 77  WS-DPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001030 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001040 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001041 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
001042 77  WS-SRL-FILE-STATUS      PIC X(02) VALUE SPACES.
001043 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
001044 77  WS-STEP-TIME            PIC 9(08) VALUE ZERO.
001045 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
001046 77  WS-STEP-RC-DISP         PIC ZZ9.
001047 77  WS-PRED-SUB             PIC 9(03) COMP VALUE ZERO.
001048 77  WS-PRED-COUNT           PIC 9(03) COMP VALUE 1.
001049 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
001050 77  WS-RUN-ID               PIC X(08) VALUE SPACES.
001060 77  WS-START-TIME           PIC 9(08) VALUE ZERO.
001070 77  WS-START-HHMM           PIC 9(04) VALUE ZERO.
001300         10  RDY-TBL-DEPT-CODE   PIC X(04).
001310         10  RDY-TBL-ROW-COUNT   PIC 9(03).
001320*----------------------------------------------------------------
001321* DECLARED PREDECESSOR STEPS - EACH MUST HAVE ENDED ON MOBSTS
001322* FOR THE RUN DATE WITH NO HIGHER COMPLETION CODE THAN SHOWN.
001323*----------------------------------------------------------------
001324 01  RDY-PRED-VALUES.
001325     05  FILLER              PIC X(11) VALUE 'MOBMED  008'.
001326 01  RDY-PRED-TABLE REDEFINES RDY-PRED-VALUES.
001327     05  RDY-PRED-ENTRY OCCURS 1 TIMES.
001328         10  RDY-PRED-PROGRAM PIC X(08).
001329         10  RDY-PRED-MAX-RC  PIC 9(03).
001330 01  RDY-PRED-MSG.
001331     05  RDY-PM-PROGRAM      PIC X(08).
001332     05  FILLER              PIC X(01) VALUE SPACE.
001333     05  RDY-PM-REASON       PIC X(14).
001334     05  RDY-PM-RC           PIC X(03).
001335     05  FILLER              PIC X(04) VALUE SPACES.
001336*----------------------------------------------------------------
001337 01  RDY-SWITCHES.
001340     05  RDY-CTL-EOF-SW      PIC X(01) VALUE 'N'.
001350         88  RDY-CTL-EOF               VALUE 'Y'.
001360     05  RDY-MET-EOF-SW      PIC X(01) VALUE 'N'.
001530         88  RDY-RPT-AVAIL             VALUE 'Y'.
001540     05  RDY-CTL-OVER-SW     PIC X(01) VALUE 'N'.
001550         88  RDY-CTL-OVERFLOW          VALUE 'Y'.
001551     05  RDY-STEP-STARTED-SW PIC X(01) VALUE 'N'.
001552         88  RDY-STEP-STARTED          VALUE 'Y'.
001553     05  RDY-STS-FOUND-SW    PIC X(01) VALUE 'N'.
001554         88  RDY-STS-FOUND             VALUE 'Y'.
001555     05  RDY-STEP-REFUSED-SW PIC X(01) VALUE 'N'.
001556         88  RDY-STEP-REFUSED          VALUE 'Y'.
001557     05  RDY-STEP-RELEASED-SW PIC X(01) VALUE 'N'.
001558         88  RDY-STEP-RELEASED         VALUE 'Y'.
001559     05  RDY-PRED-FAILED-SW  PIC X(01) VALUE 'N'.
001560         88  RDY-PRED-FAILED           VALUE 'Y'.
001561     05  RDY-RELEASE-SW      PIC X(01) VALUE 'N'.
001562         88  RDY-RELEASE-FOUND         VALUE 'Y'.
001563     05  RDY-SRL-EOF-SW      PIC X(01) VALUE 'N'.
001564         88  RDY-SRL-EOF               VALUE 'Y'.
001565 PROCEDURE DIVISION.
001570*================================================================
001580 0000-MAIN-PROC.
001590*================================================================
001720*================================================================
001730 1000-INITIALIZE.
001740     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001741     PERFORM 8500-CHECK-STEP-CHAIN
001742         THRU 8500-CHECK-STEP-CHAIN-EXIT.
001743     IF RDY-STEP-REFUSED
001744         MOVE 16 TO RETURN-CODE
001745         GO TO 9999-EXIT
001746     END-IF.
001750     ACCEPT WS-START-TIME FROM TIME.
001760     MOVE WS-RUN-DATE TO WS-RUN-ID.
001770     DISPLAY ' '.
005990 7200-FIND-ARCHIVE-ROW-EXIT.
006000     EXIT.
006010*================================================================
006051* 8500-CHECK-STEP-CHAIN - BEFORE ANY INPUT IS OPENED, EVERY
006052* DECLARED PREDECESSOR MUST HAVE ENDED ON MOBSTS FOR THE RUN
006053* DATE WITHIN ITS ACCEPTED COMPLETION CODE.  ONE NOT RUN,
006054* STILL SHOWING RUNNING (IT ABENDED), REFUSED OR FAILED
006055* REFUSES THIS STEP UNLESS A MOBSRL OPERATOR RELEASE CARD FOR
006056* THE RUN DATE BYPASSES IT.  EITHER WAY THIS STEP'S OWN STATUS
006057* RECORD IS WRITTEN.
006058* THE EVENT LOG IS OPEN ONLY FOR THE CHAIN CHECK.
006059*================================================================
006060 8500-CHECK-STEP-CHAIN.
006061     OPEN EXTEND EVENT-LOG-FILE.
006062     MOVE SPACES TO MOBLOG-DEPT-CODE.
006063     MOVE ZERO TO MOBLOG-ROW-NUMBER.
006064     MOVE SPACES TO MOBLOG-FILE-NAME.
006065     MOVE SPACES TO MOBLOG-MSG-TEXT.
006066     OPEN I-O STEP-STATUS-FILE.
006067     IF WS-STS-FILE-STATUS = '35'
006068         OPEN OUTPUT STEP-STATUS-FILE
006069         CLOSE STEP-STATUS-FILE
006070         OPEN I-O STEP-STATUS-FILE
006071     END-IF.
006072     MOVE 1 TO WS-PRED-SUB.
006073     PERFORM 8510-CHECK-ONE-PRED THRU 8510-CHECK-ONE-PRED-EXIT
006074         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
006075     PERFORM 8550-RECORD-START THRU 8550-RECORD-START-EXIT.
006076     CLOSE STEP-STATUS-FILE.
006077     CLOSE EVENT-LOG-FILE.
006078 8500-CHECK-STEP-CHAIN-EXIT.
006079     EXIT.
006080*================================================================
006081 8510-CHECK-ONE-PRED.
006082     MOVE 'N' TO RDY-PRED-FAILED-SW.
006083     MOVE RDY-PRED-PROGRAM (WS-PRED-SUB) TO RDY-PM-PROGRAM.
006084     MOVE SPACES TO RDY-PM-REASON.
006085     MOVE SPACES TO RDY-PM-RC.
006086     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
006087     MOVE RDY-PRED-PROGRAM (WS-PRED-SUB) TO MOBSTS-PROGRAM.
006088     READ STEP-STATUS-FILE
006089         INVALID KEY
006090             SET RDY-PRED-FAILED TO TRUE
006091             MOVE 'NOT RUN' TO RDY-PM-REASON
006092         NOT INVALID KEY
006093             IF NOT MOBSTS-ENDED
006094                 SET RDY-PRED-FAILED TO TRUE
006095                 MOVE 'NOT FINISHED' TO RDY-PM-REASON
006096                 IF MOBSTS-REFUSED
006097                     MOVE 'REFUSED' TO RDY-PM-REASON
006098                 END-IF
006099             ELSE
006100                 IF MOBSTS-COMPLETION-CODE >
006101                    RDY-PRED-MAX-RC (WS-PRED-SUB)
006102                     SET RDY-PRED-FAILED TO TRUE
006103                     MOVE 'FAILED - RC' TO RDY-PM-REASON
006104                     MOVE MOBSTS-COMPLETION-CODE
006105                         TO WS-STEP-RC-DISP
006106                     MOVE WS-STEP-RC-DISP TO RDY-PM-RC
006107                 END-IF
006108             END-IF
006109     END-READ.
006110     ADD 1 TO WS-PRED-SUB.
006111     IF NOT RDY-PRED-FAILED
006112         GO TO 8510-CHECK-ONE-PRED-EXIT
006113     END-IF.
006114     PERFORM 8520-FIND-RELEASE THRU 8520-FIND-RELEASE-EXIT.
006115     IF RDY-RELEASE-FOUND
006116         SET RDY-STEP-RELEASED TO TRUE
006117         DISPLAY 'RDY8510W PREDECESSOR ' RDY-PRED-MSG
006118             ' - RELEASED BY ' WS-RELEASE-OPERATOR
006119         MOVE 'RDY8510W' TO MOBLOG-MSG-CODE
006120         MOVE 'W' TO MOBLOG-SEVERITY
006121         MOVE 'MOBSRL  ' TO MOBLOG-FILE-NAME
006122         MOVE RDY-PRED-MSG TO MOBLOG-MSG-TEXT
006123         PERFORM 8800-WRITE-EVENT
006124             THRU 8800-WRITE-EVENT-EXIT
006125     ELSE
006126         SET RDY-STEP-REFUSED TO TRUE
006127         DISPLAY 'RDY8510E PREDECESSOR ' RDY-PRED-MSG
006128             ' - STEP REFUSED'
006129         MOVE 'RDY8510E' TO MOBLOG-MSG-CODE
006130         MOVE 'E' TO MOBLOG-SEVERITY
006131         MOVE 'MOBSTS  ' TO MOBLOG-FILE-NAME
006132         MOVE RDY-PRED-MSG TO MOBLOG-MSG-TEXT
006133         PERFORM 8800-WRITE-EVENT
006134             THRU 8800-WRITE-EVENT-EXIT
006135     END-IF.
006136 8510-CHECK-ONE-PRED-EXIT.
006137     EXIT.
006138*================================================================
006139* 8520-FIND-RELEASE - LOOK FOR AN OPERATOR RELEASE CARD FOR THE
006140* RUN DATE NAMING THIS STEP AND THIS PREDECESSOR, OR NAMING NO
006141* PREDECESSOR AT ALL.
006142*================================================================
006143 8520-FIND-RELEASE.
006144     MOVE 'N' TO RDY-RELEASE-SW.
006145     OPEN INPUT STEP-RELEASE-FILE.
006146     IF WS-SRL-FILE-STATUS = '35'
006147         GO TO 8520-FIND-RELEASE-EXIT
006148     END-IF.
006149     MOVE 'N' TO RDY-SRL-EOF-SW.
006150     PERFORM 8530-SCAN-ONE-RELEASE
006151         THRU 8530-SCAN-ONE-RELEASE-EXIT
006152         UNTIL RDY-SRL-EOF.
006153     CLOSE STEP-RELEASE-FILE.
006154 8520-FIND-RELEASE-EXIT.
006155     EXIT.
006156*================================================================
006157 8530-SCAN-ONE-RELEASE.
006158     READ STEP-RELEASE-FILE
006159         AT END
006160             SET RDY-SRL-EOF TO TRUE
006161         NOT AT END
006162             IF MOBSRL-RUN-DATE = WS-RUN-DATE
006163                AND MOBSRL-PROGRAM = 'MOBRDY  '
006164                AND (MOBSRL-PREDECESSOR = SPACES
006165                  OR MOBSRL-PREDECESSOR = RDY-PM-PROGRAM)
006166                 SET RDY-RELEASE-FOUND TO TRUE
006167                 MOVE MOBSRL-OPERATOR TO WS-RELEASE-OPERATOR
006168             END-IF
006169     END-READ.
006170 8530-SCAN-ONE-RELEASE-EXIT.
006171     EXIT.
006172*================================================================
006173* 8550-RECORD-START - WRITE (OR, ON A RERUN, REPLACE) THIS STEP'S
006174* MOBSTS RECORD: RUNNING, OR REFUSED WITH CODE 16.
006175*================================================================
006176 8550-RECORD-START.
006177     ACCEPT WS-STEP-TIME FROM TIME.
006178     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
006179     MOVE 'MOBRDY  ' TO MOBSTS-PROGRAM.
006180     READ STEP-STATUS-FILE
006181         INVALID KEY
006182             MOVE 'N' TO RDY-STS-FOUND-SW
006183         NOT INVALID KEY
006184             MOVE 'Y' TO RDY-STS-FOUND-SW
006185     END-READ.
006186     IF NOT RDY-STS-FOUND
006187         MOVE SPACES TO MOBSTS-RECORD
006188         MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE
006189         MOVE 'MOBRDY  ' TO MOBSTS-PROGRAM
006190         MOVE ZERO TO MOBSTS-RUN-COUNT
006191     END-IF.
006192     ADD 1 TO MOBSTS-RUN-COUNT.
006193     MOVE WS-STEP-TIME TO MOBSTS-START-TIME.
006194     MOVE 'N' TO MOBSTS-RELEASED-FLAG.
006195     MOVE SPACES TO MOBSTS-RELEASE-OPERATOR.
006196     IF RDY-STEP-RELEASED
006197         MOVE 'Y' TO MOBSTS-RELEASED-FLAG
006198         MOVE WS-RELEASE-OPERATOR TO MOBSTS-RELEASE-OPERATOR
006199     END-IF.
006200     IF RDY-STEP-REFUSED
006201         MOVE 'X' TO MOBSTS-STEP-STATE
006202         MOVE WS-STEP-TIME TO MOBSTS-END-TIME
006203         MOVE 16 TO MOBSTS-COMPLETION-CODE
006204     ELSE
006205         MOVE 'R' TO MOBSTS-STEP-STATE
006206         MOVE ZERO TO MOBSTS-END-TIME
006207         MOVE ZERO TO MOBSTS-COMPLETION-CODE
006208         SET RDY-STEP-STARTED TO TRUE
006209     END-IF.
006210     IF RDY-STS-FOUND
006211         REWRITE MOBSTS-RECORD
006212     ELSE
006213         WRITE MOBSTS-RECORD
006214     END-IF.
006215 8550-RECORD-START-EXIT.
006216     EXIT.
006217*================================================================
006218* 8600-RECORD-END - ON THE WAY OUT, MARK THIS STEP ENDED ON
006219* MOBSTS WITH ITS COMPLETION CODE.  A STEP THAT WAS REFUSED OR
006220* NEVER GOT AS FAR AS STARTING HAS NOTHING TO END.
006221*================================================================
006222 8600-RECORD-END.
006223     IF NOT RDY-STEP-STARTED
006224         GO TO 8600-RECORD-END-EXIT
006225     END-IF.
006226     MOVE 'N' TO RDY-STEP-STARTED-SW.
006227     MOVE RETURN-CODE TO WS-STEP-RC.
006228     OPEN I-O STEP-STATUS-FILE.
006229     IF WS-STS-FILE-STATUS = '35'
006230         GO TO 8600-RECORD-END-EXIT
006231     END-IF.
006232     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
006233     MOVE 'MOBRDY  ' TO MOBSTS-PROGRAM.
006234     READ STEP-STATUS-FILE
006235         INVALID KEY
006236             CLOSE STEP-STATUS-FILE
006237             GO TO 8600-RECORD-END-EXIT
006238     END-READ.
006239     ACCEPT WS-STEP-TIME FROM TIME.
006240     MOVE WS-STEP-TIME TO MOBSTS-END-TIME.
006241     MOVE WS-STEP-RC TO MOBSTS-COMPLETION-CODE.
006242     MOVE 'E' TO MOBSTS-STEP-STATE.
006243     REWRITE MOBSTS-RECORD.
006244     CLOSE STEP-STATUS-FILE.
006245 8600-RECORD-END-EXIT.
006246     EXIT.
006247*================================================================
006248* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
006249* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
006250* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
006251* NEXT EVENT CANNOT INHERIT THEM.
006252*================================================================
006253 8800-WRITE-EVENT.
006254     ACCEPT WS-LOG-TIME FROM TIME.
006255     MOVE 'MOBRDY  ' TO MOBLOG-PROGRAM.
006256     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
006257     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
006258     WRITE MOBLOG-RECORD.
006259     MOVE SPACES TO MOBLOG-DEPT-CODE.
006260     MOVE ZERO TO MOBLOG-ROW-NUMBER.
006261     MOVE SPACES TO MOBLOG-FILE-NAME.
006262     MOVE SPACES TO MOBLOG-MSG-TEXT.
006263 8800-WRITE-EVENT-EXIT.
006264     EXIT.
006265*================================================================
006266* 9000-TERMINATE - PRINT THE READINESS VERDICT AND SET THE
006267* RETURN CODE THE SCHEDULER HOLDS MOB ON: 8 ON ANY ERROR, 4 ON
006268* WARNINGS ONLY, 0 WHEN EVERYTHING THE RUN NEEDS IS ON FILE.
006269*================================================================
006270 9000-TERMINATE.
006271     IF RDY-DPT-AVAIL
006272         CLOSE DEPT-MASTER
006273     END-IF.
006274     DISPLAY ' '.
006275     MOVE WS-ERROR-COUNT TO WS-RDY-COUNT-DISP.
006276     DISPLAY '  ERRORS ............... ' WS-RDY-COUNT-DISP.
006277     MOVE WS-WARN-COUNT TO WS-RDY-COUNT-DISP.
006278     DISPLAY '  WARNINGS ............. ' WS-RDY-COUNT-DISP.
006279     IF WS-ERROR-COUNT > ZERO
006280         DISPLAY '===== MOBRDY - NOT READY - HOLD MOB ====='
006281         MOVE 8 TO RETURN-CODE
006282     ELSE
006283         IF WS-WARN-COUNT > ZERO
006284             DISPLAY '===== MOBRDY - READY WITH WARNINGS ====='
006285             MOVE 4 TO RETURN-CODE
006286         ELSE
006287             DISPLAY '===== MOBRDY - READY ====='
006288         END-IF
006289     END-IF.
006290 9000-TERMINATE-EXIT.
006291     EXIT.
006292*================================================================
006293 9999-EXIT.
006295     PERFORM 8600-RECORD-END THRU 8600-RECORD-END-EXIT.
006300     STOP RUN.
006310 END PROGRAM MOBRDY.
