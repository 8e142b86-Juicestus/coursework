000170*                  MOBDPT DEPARTMENT MASTER, INSTEAD OF THE BARE
000180*                  DEPARTMENT CODE.  A MISSING MASTER OR AN
000190*                  UNMATCHED CODE FALLS BACK TO THE CODE ALONE.
000191* 10/15/26   RMD   BEFORE OPENING ANY INPUT THE STEP NOW CHECKS
000192*                  ITS DECLARED PREDECESSORS ON THE SHARED MOBSTS
000193*                  JOB-STEP STATUS FILE FOR THE RUN DATE.  ONE NOT
000194*                  RUN, STILL RUNNING, REFUSED OR ENDED ABOVE ITS
000195*                  ACCEPTED CODE REFUSES THE STEP WITH RETURN CODE
000196*                  16 UNLESS AN OPERATOR MOBSRL RELEASE CARD FOR
000197*                  THE DATE LETS IT THROUGH.  THE STEP RECORDS ITS
000198*                  OWN START, END AND COMPLETION CODE ON MOBSTS.
000199*                  REFUSALS AND RELEASES GO TO MOBLOG.
000200*================================================================
000210 ENVIRONMENT DIVISION.
000220 CONFIGURATION SECTION.
000340         ACCESS MODE IS RANDOM
000350         RECORD KEY IS MOBDPT-DEPT-CODE
000360         FILE STATUS IS WS-DPT-FILE-STATUS.
000361     SELECT STEP-STATUS-FILE ASSIGN TO MOBSTS
000362         ORGANIZATION IS INDEXED
000363         ACCESS MODE IS RANDOM
000364         RECORD KEY IS MOBSTS-KEY
000365         FILE STATUS IS WS-STS-FILE-STATUS.
000366     SELECT STEP-RELEASE-FILE ASSIGN TO MOBSRL
000367         ORGANIZATION IS LINE SEQUENTIAL
000368         FILE STATUS IS WS-SRL-FILE-STATUS.
000369     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000370         ORGANIZATION IS LINE SEQUENTIAL.
000371 DATA DIVISION.
000380 FILE SECTION.
000390 FD  TREND-FILE.
000400     COPY MOBTRD.
000410 FD  DEPT-MASTER.
000420     COPY MOBDPT.
000421 FD  STEP-STATUS-FILE.
000422     COPY MOBSTS.
000423 FD  STEP-RELEASE-FILE
000424     LABEL RECORD IS STANDARD.
000425     COPY MOBSRL.
000426 FD  EVENT-LOG-FILE
000427     LABEL RECORD IS STANDARD.
000428     COPY MOBLOG.
000430 WORKING-STORAGE SECTION.
000440*----------------------------------------------------------------
000450* STANDALONE WORK FIELDS
000460*----------------------------------------------------------------
000470 77  WS-TRD-FILE-STATUS      PIC X(02) VALUE SPACES.
000480 77  WS-DPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000481 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
000482 77  WS-SRL-FILE-STATUS      PIC X(02) VALUE SPACES.
000483 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000484 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000485 77  WS-STEP-TIME            PIC 9(08) VALUE ZERO.
000486 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
000487 77  WS-STEP-RC-DISP         PIC ZZ9.
000488 77  WS-PRED-SUB             PIC 9(03) COMP VALUE ZERO.
000489 77  WS-PRED-COUNT           PIC 9(03) COMP VALUE 1.
000490 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
000491 77  WS-PREV-DEPT-CODE       PIC X(04) VALUE SPACES.
000500 77  WS-PREV-PCT             PIC 9(03) COMP VALUE ZERO.
000510 77  WS-DOD-DELTA            PIC S9(03) COMP VALUE ZERO.
000520 77  WS-WOW-DELTA            PIC S9(03) COMP VALUE ZERO.
000620 01  TRR-HISTORY.
000630     05  WS-HIST-PCT         PIC 9(03) COMP OCCURS 7 TIMES.
000640*----------------------------------------------------------------
000641* DECLARED PREDECESSOR STEPS - EACH MUST HAVE ENDED ON MOBSTS
000642* FOR THE RUN DATE WITH NO HIGHER COMPLETION CODE THAN SHOWN.
000643*----------------------------------------------------------------
000644 01  TRR-PRED-VALUES.
000645     05  FILLER              PIC X(11) VALUE 'MOB     004'.
000646 01  TRR-PRED-TABLE REDEFINES TRR-PRED-VALUES.
000647     05  TRR-PRED-ENTRY OCCURS 1 TIMES.
000648         10  TRR-PRED-PROGRAM PIC X(08).
000649         10  TRR-PRED-MAX-RC  PIC 9(03).
000650 01  TRR-PRED-MSG.
000651     05  TRR-PM-PROGRAM      PIC X(08).
000652     05  FILLER              PIC X(01) VALUE SPACE.
000653     05  TRR-PM-REASON       PIC X(14).
000654     05  TRR-PM-RC           PIC X(03).
000655     05  FILLER              PIC X(04) VALUE SPACES.
000656*----------------------------------------------------------------
000657 01  TRR-SWITCHES.
000660     05  TRR-TRD-EOF-SW      PIC X(01) VALUE 'N'.
000670         88  TRR-TRD-EOF               VALUE 'Y'.
000680     05  TRR-DPT-AVAIL-SW    PIC X(01) VALUE 'N'.
000690         88  TRR-DPT-AVAIL             VALUE 'Y'.
000700     05  TRR-DPT-FOUND-SW    PIC X(01) VALUE 'N'.
000710         88  TRR-DPT-FOUND             VALUE 'Y'.
000711     05  TRR-STEP-STARTED-SW PIC X(01) VALUE 'N'.
000712         88  TRR-STEP-STARTED          VALUE 'Y'.
000713     05  TRR-STS-FOUND-SW    PIC X(01) VALUE 'N'.
000714         88  TRR-STS-FOUND             VALUE 'Y'.
000715     05  TRR-STEP-REFUSED-SW PIC X(01) VALUE 'N'.
000716         88  TRR-STEP-REFUSED          VALUE 'Y'.
000717     05  TRR-STEP-RELEASED-SW PIC X(01) VALUE 'N'.
000718         88  TRR-STEP-RELEASED         VALUE 'Y'.
000719     05  TRR-PRED-FAILED-SW  PIC X(01) VALUE 'N'.
000720         88  TRR-PRED-FAILED           VALUE 'Y'.
000721     05  TRR-RELEASE-SW      PIC X(01) VALUE 'N'.
000722         88  TRR-RELEASE-FOUND         VALUE 'Y'.
000723     05  TRR-SRL-EOF-SW      PIC X(01) VALUE 'N'.
000724         88  TRR-SRL-EOF               VALUE 'Y'.
000725 PROCEDURE DIVISION.
000730*================================================================
000740 0000-MAIN-PROC.
000750*================================================================
000830* RECORD.  IF IT DOESN'T EXIST YET THERE IS NO HISTORY TO REPORT.
000840*================================================================
000850 1000-INITIALIZE.
000851     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000852     PERFORM 8500-CHECK-STEP-CHAIN
000853         THRU 8500-CHECK-STEP-CHAIN-EXIT.
000854     IF TRR-STEP-REFUSED
000855         MOVE 16 TO RETURN-CODE
000856         GO TO 9999-EXIT
000857     END-IF.
000860     OPEN INPUT DEPT-MASTER.
000870     IF WS-DPT-FILE-STATUS = '35'
000880         DISPLAY 'MOBTRR1000W DEPT MASTER NOT FOUND - CODES ONLY'
002180 2500-READ-TREND-EXIT.
002190     EXIT.
002200*================================================================
002221* 8500-CHECK-STEP-CHAIN - BEFORE ANY INPUT IS OPENED, EVERY
002222* DECLARED PREDECESSOR MUST HAVE ENDED ON MOBSTS FOR THE RUN
002223* DATE WITHIN ITS ACCEPTED COMPLETION CODE.  ONE NOT RUN,
002224* STILL SHOWING RUNNING (IT ABENDED), REFUSED OR FAILED
002225* REFUSES THIS STEP UNLESS A MOBSRL OPERATOR RELEASE CARD FOR
002226* THE RUN DATE BYPASSES IT.  EITHER WAY THIS STEP'S OWN STATUS
002227* RECORD IS WRITTEN.
002228* THE EVENT LOG IS OPEN ONLY FOR THE CHAIN CHECK.
002229*================================================================
002230 8500-CHECK-STEP-CHAIN.
002231     OPEN EXTEND EVENT-LOG-FILE.
002232     MOVE SPACES TO MOBLOG-DEPT-CODE.
002233     MOVE ZERO TO MOBLOG-ROW-NUMBER.
002234     MOVE SPACES TO MOBLOG-FILE-NAME.
002235     MOVE SPACES TO MOBLOG-MSG-TEXT.
002236     OPEN I-O STEP-STATUS-FILE.
002237     IF WS-STS-FILE-STATUS = '35'
002238         OPEN OUTPUT STEP-STATUS-FILE
002239         CLOSE STEP-STATUS-FILE
002240         OPEN I-O STEP-STATUS-FILE
002241     END-IF.
002242     MOVE 1 TO WS-PRED-SUB.
002243     PERFORM 8510-CHECK-ONE-PRED THRU 8510-CHECK-ONE-PRED-EXIT
002244         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
002245     PERFORM 8550-RECORD-START THRU 8550-RECORD-START-EXIT.
002246     CLOSE STEP-STATUS-FILE.
002247     CLOSE EVENT-LOG-FILE.
002248 8500-CHECK-STEP-CHAIN-EXIT.
002249     EXIT.
002250*================================================================
002251 8510-CHECK-ONE-PRED.
002252     MOVE 'N' TO TRR-PRED-FAILED-SW.
002253     MOVE TRR-PRED-PROGRAM (WS-PRED-SUB) TO TRR-PM-PROGRAM.
002254     MOVE SPACES TO TRR-PM-REASON.
002255     MOVE SPACES TO TRR-PM-RC.
002256     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
002257     MOVE TRR-PRED-PROGRAM (WS-PRED-SUB) TO MOBSTS-PROGRAM.
002258     READ STEP-STATUS-FILE
002259         INVALID KEY
002260             SET TRR-PRED-FAILED TO TRUE
002261             MOVE 'NOT RUN' TO TRR-PM-REASON
002262         NOT INVALID KEY
002263             IF NOT MOBSTS-ENDED
002264                 SET TRR-PRED-FAILED TO TRUE
002265                 MOVE 'NOT FINISHED' TO TRR-PM-REASON
002266                 IF MOBSTS-REFUSED
002267                     MOVE 'REFUSED' TO TRR-PM-REASON
002268                 END-IF
002269             ELSE
002270                 IF MOBSTS-COMPLETION-CODE >
002271                    TRR-PRED-MAX-RC (WS-PRED-SUB)
002272                     SET TRR-PRED-FAILED TO TRUE
002273                     MOVE 'FAILED - RC' TO TRR-PM-REASON
002274                     MOVE MOBSTS-COMPLETION-CODE
002275                         TO WS-STEP-RC-DISP
002276                     MOVE WS-STEP-RC-DISP TO TRR-PM-RC
002277                 END-IF
002278             END-IF
002279     END-READ.
002280     ADD 1 TO WS-PRED-SUB.
002281     IF NOT TRR-PRED-FAILED
002282         GO TO 8510-CHECK-ONE-PRED-EXIT
002283     END-IF.
002284     PERFORM 8520-FIND-RELEASE THRU 8520-FIND-RELEASE-EXIT.
002285     IF TRR-RELEASE-FOUND
002286         SET TRR-STEP-RELEASED TO TRUE
002287         DISPLAY 'TRR8510W PREDECESSOR ' TRR-PRED-MSG
002288             ' - RELEASED BY ' WS-RELEASE-OPERATOR
002289         MOVE 'TRR8510W' TO MOBLOG-MSG-CODE
002290         MOVE 'W' TO MOBLOG-SEVERITY
002291         MOVE 'MOBSRL  ' TO MOBLOG-FILE-NAME
002292         MOVE TRR-PRED-MSG TO MOBLOG-MSG-TEXT
002293         PERFORM 8800-WRITE-EVENT
002294             THRU 8800-WRITE-EVENT-EXIT
002295     ELSE
002296         SET TRR-STEP-REFUSED TO TRUE
002297         DISPLAY 'TRR8510E PREDECESSOR ' TRR-PRED-MSG
002298             ' - STEP REFUSED'
002299         MOVE 'TRR8510E' TO MOBLOG-MSG-CODE
002300         MOVE 'E' TO MOBLOG-SEVERITY
002301         MOVE 'MOBSTS  ' TO MOBLOG-FILE-NAME
002302         MOVE TRR-PRED-MSG TO MOBLOG-MSG-TEXT
002303         PERFORM 8800-WRITE-EVENT
002304             THRU 8800-WRITE-EVENT-EXIT
002305     END-IF.
002306 8510-CHECK-ONE-PRED-EXIT.
002307     EXIT.
002308*================================================================
002309* 8520-FIND-RELEASE - LOOK FOR AN OPERATOR RELEASE CARD FOR THE
002310* RUN DATE NAMING THIS STEP AND THIS PREDECESSOR, OR NAMING NO
002311* PREDECESSOR AT ALL.
002312*================================================================
002313 8520-FIND-RELEASE.
002314     MOVE 'N' TO TRR-RELEASE-SW.
002315     OPEN INPUT STEP-RELEASE-FILE.
002316     IF WS-SRL-FILE-STATUS = '35'
002317         GO TO 8520-FIND-RELEASE-EXIT
002318     END-IF.
002319     MOVE 'N' TO TRR-SRL-EOF-SW.
002320     PERFORM 8530-SCAN-ONE-RELEASE
002321         THRU 8530-SCAN-ONE-RELEASE-EXIT
002322         UNTIL TRR-SRL-EOF.
002323     CLOSE STEP-RELEASE-FILE.
002324 8520-FIND-RELEASE-EXIT.
002325     EXIT.
002326*================================================================
002327 8530-SCAN-ONE-RELEASE.
002328     READ STEP-RELEASE-FILE
002329         AT END
002330             SET TRR-SRL-EOF TO TRUE
002331         NOT AT END
002332             IF MOBSRL-RUN-DATE = WS-RUN-DATE
002333                AND MOBSRL-PROGRAM = 'MOBTRR  '
002334                AND (MOBSRL-PREDECESSOR = SPACES
002335                  OR MOBSRL-PREDECESSOR = TRR-PM-PROGRAM)
002336                 SET TRR-RELEASE-FOUND TO TRUE
002337                 MOVE MOBSRL-OPERATOR TO WS-RELEASE-OPERATOR
002338             END-IF
002339     END-READ.
002340 8530-SCAN-ONE-RELEASE-EXIT.
002341     EXIT.
002342*================================================================
002343* 8550-RECORD-START - WRITE (OR, ON A RERUN, REPLACE) THIS STEP'S
002344* MOBSTS RECORD: RUNNING, OR REFUSED WITH CODE 16.
002345*================================================================
002346 8550-RECORD-START.
002347     ACCEPT WS-STEP-TIME FROM TIME.
002348     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
002349     MOVE 'MOBTRR  ' TO MOBSTS-PROGRAM.
002350     READ STEP-STATUS-FILE
002351         INVALID KEY
002352             MOVE 'N' TO TRR-STS-FOUND-SW
002353         NOT INVALID KEY
002354             MOVE 'Y' TO TRR-STS-FOUND-SW
002355     END-READ.
002356     IF NOT TRR-STS-FOUND
002357         MOVE SPACES TO MOBSTS-RECORD
002358         MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE
002359         MOVE 'MOBTRR  ' TO MOBSTS-PROGRAM
002360         MOVE ZERO TO MOBSTS-RUN-COUNT
002361     END-IF.
002362     ADD 1 TO MOBSTS-RUN-COUNT.
002363     MOVE WS-STEP-TIME TO MOBSTS-START-TIME.
002364     MOVE 'N' TO MOBSTS-RELEASED-FLAG.
002365     MOVE SPACES TO MOBSTS-RELEASE-OPERATOR.
002366     IF TRR-STEP-RELEASED
002367         MOVE 'Y' TO MOBSTS-RELEASED-FLAG
002368         MOVE WS-RELEASE-OPERATOR TO MOBSTS-RELEASE-OPERATOR
002369     END-IF.
002370     IF TRR-STEP-REFUSED
002371         MOVE 'X' TO MOBSTS-STEP-STATE
002372         MOVE WS-STEP-TIME TO MOBSTS-END-TIME
002373         MOVE 16 TO MOBSTS-COMPLETION-CODE
002374     ELSE
002375         MOVE 'R' TO MOBSTS-STEP-STATE
002376         MOVE ZERO TO MOBSTS-END-TIME
002377         MOVE ZERO TO MOBSTS-COMPLETION-CODE
002378         SET TRR-STEP-STARTED TO TRUE
002379     END-IF.
002380     IF TRR-STS-FOUND
002381         REWRITE MOBSTS-RECORD
002382     ELSE
002383         WRITE MOBSTS-RECORD
002384     END-IF.
002385 8550-RECORD-START-EXIT.
002386     EXIT.
002387*================================================================
002388* 8600-RECORD-END - ON THE WAY OUT, MARK THIS STEP ENDED ON
002389* MOBSTS WITH ITS COMPLETION CODE.  A STEP THAT WAS REFUSED OR
002390* NEVER GOT AS FAR AS STARTING HAS NOTHING TO END.
002391*================================================================
002392 8600-RECORD-END.
002393     IF NOT TRR-STEP-STARTED
002394         GO TO 8600-RECORD-END-EXIT
002395     END-IF.
002396     MOVE 'N' TO TRR-STEP-STARTED-SW.
002397     MOVE RETURN-CODE TO WS-STEP-RC.
002398     OPEN I-O STEP-STATUS-FILE.
002399     IF WS-STS-FILE-STATUS = '35'
002400         GO TO 8600-RECORD-END-EXIT
002401     END-IF.
002402     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
002403     MOVE 'MOBTRR  ' TO MOBSTS-PROGRAM.
002404     READ STEP-STATUS-FILE
002405         INVALID KEY
002406             CLOSE STEP-STATUS-FILE
002407             GO TO 8600-RECORD-END-EXIT
002408     END-READ.
002409     ACCEPT WS-STEP-TIME FROM TIME.
002410     MOVE WS-STEP-TIME TO MOBSTS-END-TIME.
002411     MOVE WS-STEP-RC TO MOBSTS-COMPLETION-CODE.
002412     MOVE 'E' TO MOBSTS-STEP-STATE.
002413     REWRITE MOBSTS-RECORD.
002414     CLOSE STEP-STATUS-FILE.
002415 8600-RECORD-END-EXIT.
002416     EXIT.
002417*================================================================
002418* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
002419* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
002420* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
002421* NEXT EVENT CANNOT INHERIT THEM.
002422*================================================================
002423 8800-WRITE-EVENT.
002424     ACCEPT WS-LOG-TIME FROM TIME.
002425     MOVE 'MOBTRR  ' TO MOBLOG-PROGRAM.
002426     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
002427     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
002428     WRITE MOBLOG-RECORD.
002429     MOVE SPACES TO MOBLOG-DEPT-CODE.
002430     MOVE ZERO TO MOBLOG-ROW-NUMBER.
002431     MOVE SPACES TO MOBLOG-FILE-NAME.
002432     MOVE SPACES TO MOBLOG-MSG-TEXT.
002433 8800-WRITE-EVENT-EXIT.
002434     EXIT.
002435*================================================================
002436* 9000-TERMINATE - CLOSE THE TREND FILE IF IT WAS OPENED.
002437*================================================================
002438 9000-TERMINATE.
002439     IF WS-TRD-FILE-STATUS NOT = '35'
002440         CLOSE TREND-FILE
002441     END-IF.
002442     IF TRR-DPT-AVAIL
002443         CLOSE DEPT-MASTER
002444     END-IF.
002445 9000-TERMINATE-EXIT.
002446     EXIT.
002447*================================================================
002448 9999-EXIT.
002456     PERFORM 8600-RECORD-END THRU 8600-RECORD-END-EXIT.
002466     STOP RUN.
002476 END PROGRAM MOBTRR.
