000240*                  MANAGER ON TUESDAY INSTEAD OF THE THIRTY-
000250*                  FIRST.  NO THRESHOLD FILE MEANS NOTHING IS
000260*                  FLAGGED BUT THE PROJECTIONS STILL PRINT.
000261* 10/15/26   RMD   BEFORE OPENING ANY INPUT THE STEP NOW CHECKS
000262*                  ITS DECLARED PREDECESSORS ON THE SHARED MOBSTS
000263*                  JOB-STEP STATUS FILE FOR THE RUN DATE.  ONE NOT
000264*                  RUN, STILL RUNNING, REFUSED OR ENDED ABOVE ITS
000265*                  ACCEPTED CODE REFUSES THE STEP WITH RETURN CODE
000266*                  16 UNLESS AN OPERATOR MOBSRL RELEASE CARD FOR
000267*                  THE DATE LETS IT THROUGH.  THE STEP RECORDS ITS
000268*                  OWN START, END AND COMPLETION CODE ON MOBSTS.
000269*                  REFUSALS AND RELEASES GO TO MOBLOG.
000270*================================================================
000280 ENVIRONMENT DIVISION.
000290 CONFIGURATION SECTION.
000390         ACCESS MODE IS SEQUENTIAL
000400         RECORD KEY IS MOBTRD-KEY
000410         FILE STATUS IS WS-TRD-FILE-STATUS.
000411     SELECT STEP-STATUS-FILE ASSIGN TO MOBSTS
000412         ORGANIZATION IS INDEXED
000413         ACCESS MODE IS RANDOM
000414         RECORD KEY IS MOBSTS-KEY
000415         FILE STATUS IS WS-STS-FILE-STATUS.
000416     SELECT STEP-RELEASE-FILE ASSIGN TO MOBSRL
000417         ORGANIZATION IS LINE SEQUENTIAL
000418         FILE STATUS IS WS-SRL-FILE-STATUS.
000419     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000420         ORGANIZATION IS LINE SEQUENTIAL.
000421 DATA DIVISION.
000430 FILE SECTION.
000440 FD  THRESHOLD-FILE
000450     LABEL RECORD IS STANDARD.
000460     COPY MOBTHR.
000470 FD  TREND-FILE.
000480     COPY MOBTRD.
000481 FD  STEP-STATUS-FILE.
000482     COPY MOBSTS.
000483 FD  STEP-RELEASE-FILE
000484     LABEL RECORD IS STANDARD.
000485     COPY MOBSRL.
000486 FD  EVENT-LOG-FILE
000487     LABEL RECORD IS STANDARD.
000488     COPY MOBLOG.
000490 WORKING-STORAGE SECTION.
000500*----------------------------------------------------------------
000510* STANDALONE COUNTERS AND WORK FIELDS
000530 77  WS-THR-FILE-STATUS      PIC X(02) VALUE SPACES.
000540 77  WS-TRD-FILE-STATUS      PIC X(02) VALUE SPACES.
000550 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000551 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
000552 77  WS-SRL-FILE-STATUS      PIC X(02) VALUE SPACES.
000553 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000554 77  WS-STEP-TIME            PIC 9(08) VALUE ZERO.
000555 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
000556 77  WS-STEP-RC-DISP         PIC ZZ9.
000557 77  WS-PRED-SUB             PIC 9(03) COMP VALUE ZERO.
000558 77  WS-PRED-COUNT           PIC 9(03) COMP VALUE 1.
000559 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
000560 77  WS-MEND-DATE            PIC 9(08) VALUE ZERO.
000570 77  WS-MEND-DAYS            PIC S9(09) COMP VALUE ZERO.
000580 77  WS-THR-TBL-COUNT        PIC 9(05) COMP VALUE ZERO.
001340     05  FCT-SWAP-MIN-PCT    PIC 9(03).
001350     05  FCT-SWAP-FLAG       PIC X(02).
001360*----------------------------------------------------------------
001361* DECLARED PREDECESSOR STEPS - EACH MUST HAVE ENDED ON MOBSTS
001362* FOR THE RUN DATE WITH NO HIGHER COMPLETION CODE THAN SHOWN.
001363*----------------------------------------------------------------
001364 01  FCT-PRED-VALUES.
001365     05  FILLER              PIC X(11) VALUE 'MOB     004'.
001366 01  FCT-PRED-TABLE REDEFINES FCT-PRED-VALUES.
001367     05  FCT-PRED-ENTRY OCCURS 1 TIMES.
001368         10  FCT-PRED-PROGRAM PIC X(08).
001369         10  FCT-PRED-MAX-RC  PIC 9(03).
001370 01  FCT-PRED-MSG.
001371     05  FCT-PM-PROGRAM      PIC X(08).
001372     05  FILLER              PIC X(01) VALUE SPACE.
001373     05  FCT-PM-REASON       PIC X(14).
001374     05  FCT-PM-RC           PIC X(03).
001375     05  FILLER              PIC X(04) VALUE SPACES.
001376*----------------------------------------------------------------
001377 01  FCT-SWITCHES.
001380     05  FCT-THR-EOF-SW      PIC X(01) VALUE 'N'.
001390         88  FCT-THR-EOF               VALUE 'Y'.
001400     05  FCT-TRD-EOF-SW      PIC X(01) VALUE 'N'.
001410         88  FCT-TRD-EOF               VALUE 'Y'.
001420     05  FCT-THR-AVAIL-SW    PIC X(01) VALUE 'N'.
001430         88  FCT-THR-AVAIL             VALUE 'Y'.
001431     05  FCT-STEP-STARTED-SW PIC X(01) VALUE 'N'.
001432         88  FCT-STEP-STARTED          VALUE 'Y'.
001433     05  FCT-STS-FOUND-SW    PIC X(01) VALUE 'N'.
001434         88  FCT-STS-FOUND             VALUE 'Y'.
001435     05  FCT-STEP-REFUSED-SW PIC X(01) VALUE 'N'.
001436         88  FCT-STEP-REFUSED          VALUE 'Y'.
001437     05  FCT-STEP-RELEASED-SW PIC X(01) VALUE 'N'.
001438         88  FCT-STEP-RELEASED         VALUE 'Y'.
001439     05  FCT-PRED-FAILED-SW  PIC X(01) VALUE 'N'.
001440         88  FCT-PRED-FAILED           VALUE 'Y'.
001441     05  FCT-RELEASE-SW      PIC X(01) VALUE 'N'.
001442         88  FCT-RELEASE-FOUND         VALUE 'Y'.
001443     05  FCT-SRL-EOF-SW      PIC X(01) VALUE 'N'.
001444         88  FCT-SRL-EOF               VALUE 'Y'.
001445 PROCEDURE DIVISION.
001450*================================================================
001460 0000-MAIN-PROC.
001470*================================================================
001600*================================================================
001610 1000-INITIALIZE.
001620     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001621     PERFORM 8500-CHECK-STEP-CHAIN
001622         THRU 8500-CHECK-STEP-CHAIN-EXIT.
001623     IF FCT-STEP-REFUSED
001624         MOVE 16 TO RETURN-CODE
001625         GO TO 9999-EXIT
001626     END-IF.
001630     MOVE WS-RUN-DATE TO FCT-CNV-DATE.
001640     PERFORM 7300-DAYS-IN-MONTH THRU 7300-DAYS-IN-MONTH-EXIT.
001650     MOVE WS-DIM TO FCT-CNV-DD.
005170 7400-TEST-LEAP-EXIT.
005180     EXIT.
005190*================================================================
005221* 8500-CHECK-STEP-CHAIN - BEFORE ANY INPUT IS OPENED, EVERY
005222* DECLARED PREDECESSOR MUST HAVE ENDED ON MOBSTS FOR THE RUN
005223* DATE WITHIN ITS ACCEPTED COMPLETION CODE.  ONE NOT RUN,
005224* STILL SHOWING RUNNING (IT ABENDED), REFUSED OR FAILED
005225* REFUSES THIS STEP UNLESS A MOBSRL OPERATOR RELEASE CARD FOR
005226* THE RUN DATE BYPASSES IT.  EITHER WAY THIS STEP'S OWN STATUS
005227* RECORD IS WRITTEN.
005228* THE EVENT LOG IS OPEN ONLY FOR THE CHAIN CHECK.
005229*================================================================
005230 8500-CHECK-STEP-CHAIN.
005231     OPEN EXTEND EVENT-LOG-FILE.
005232     MOVE SPACES TO MOBLOG-DEPT-CODE.
005233     MOVE ZERO TO MOBLOG-ROW-NUMBER.
005234     MOVE SPACES TO MOBLOG-FILE-NAME.
005235     MOVE SPACES TO MOBLOG-MSG-TEXT.
005236     OPEN I-O STEP-STATUS-FILE.
005237     IF WS-STS-FILE-STATUS = '35'
005238         OPEN OUTPUT STEP-STATUS-FILE
005239         CLOSE STEP-STATUS-FILE
005240         OPEN I-O STEP-STATUS-FILE
005241     END-IF.
005242     MOVE 1 TO WS-PRED-SUB.
005243     PERFORM 8510-CHECK-ONE-PRED THRU 8510-CHECK-ONE-PRED-EXIT
005244         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
005245     PERFORM 8550-RECORD-START THRU 8550-RECORD-START-EXIT.
005246     CLOSE STEP-STATUS-FILE.
005247     CLOSE EVENT-LOG-FILE.
005248 8500-CHECK-STEP-CHAIN-EXIT.
005249     EXIT.
005250*================================================================
005251 8510-CHECK-ONE-PRED.
005252     MOVE 'N' TO FCT-PRED-FAILED-SW.
005253     MOVE FCT-PRED-PROGRAM (WS-PRED-SUB) TO FCT-PM-PROGRAM.
005254     MOVE SPACES TO FCT-PM-REASON.
005255     MOVE SPACES TO FCT-PM-RC.
005256     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
005257     MOVE FCT-PRED-PROGRAM (WS-PRED-SUB) TO MOBSTS-PROGRAM.
005258     READ STEP-STATUS-FILE
005259         INVALID KEY
005260             SET FCT-PRED-FAILED TO TRUE
005261             MOVE 'NOT RUN' TO FCT-PM-REASON
005262         NOT INVALID KEY
005263             IF NOT MOBSTS-ENDED
005264                 SET FCT-PRED-FAILED TO TRUE
005265                 MOVE 'NOT FINISHED' TO FCT-PM-REASON
005266                 IF MOBSTS-REFUSED
005267                     MOVE 'REFUSED' TO FCT-PM-REASON
005268                 END-IF
005269             ELSE
005270                 IF MOBSTS-COMPLETION-CODE >
005271                    FCT-PRED-MAX-RC (WS-PRED-SUB)
005272                     SET FCT-PRED-FAILED TO TRUE
005273                     MOVE 'FAILED - RC' TO FCT-PM-REASON
005274                     MOVE MOBSTS-COMPLETION-CODE
005275                         TO WS-STEP-RC-DISP
005276                     MOVE WS-STEP-RC-DISP TO FCT-PM-RC
005277                 END-IF
005278             END-IF
005279     END-READ.
005280     ADD 1 TO WS-PRED-SUB.
005281     IF NOT FCT-PRED-FAILED
005282         GO TO 8510-CHECK-ONE-PRED-EXIT
005283     END-IF.
005284     PERFORM 8520-FIND-RELEASE THRU 8520-FIND-RELEASE-EXIT.
005285     IF FCT-RELEASE-FOUND
005286         SET FCT-STEP-RELEASED TO TRUE
005287         DISPLAY 'FCT8510W PREDECESSOR ' FCT-PRED-MSG
005288             ' - RELEASED BY ' WS-RELEASE-OPERATOR
005289         MOVE 'FCT8510W' TO MOBLOG-MSG-CODE
005290         MOVE 'W' TO MOBLOG-SEVERITY
005291         MOVE 'MOBSRL  ' TO MOBLOG-FILE-NAME
005292         MOVE FCT-PRED-MSG TO MOBLOG-MSG-TEXT
005293         PERFORM 8800-WRITE-EVENT
005294             THRU 8800-WRITE-EVENT-EXIT
005295     ELSE
005296         SET FCT-STEP-REFUSED TO TRUE
005297         DISPLAY 'FCT8510E PREDECESSOR ' FCT-PRED-MSG
005298             ' - STEP REFUSED'
005299         MOVE 'FCT8510E' TO MOBLOG-MSG-CODE
005300         MOVE 'E' TO MOBLOG-SEVERITY
005301         MOVE 'MOBSTS  ' TO MOBLOG-FILE-NAME
005302         MOVE FCT-PRED-MSG TO MOBLOG-MSG-TEXT
005303         PERFORM 8800-WRITE-EVENT
005304             THRU 8800-WRITE-EVENT-EXIT
005305     END-IF.
005306 8510-CHECK-ONE-PRED-EXIT.
005307     EXIT.
005308*================================================================
005309* 8520-FIND-RELEASE - LOOK FOR AN OPERATOR RELEASE CARD FOR THE
005310* RUN DATE NAMING THIS STEP AND THIS PREDECESSOR, OR NAMING NO
005311* PREDECESSOR AT ALL.
005312*================================================================
005313 8520-FIND-RELEASE.
005314     MOVE 'N' TO FCT-RELEASE-SW.
005315     OPEN INPUT STEP-RELEASE-FILE.
005316     IF WS-SRL-FILE-STATUS = '35'
005317         GO TO 8520-FIND-RELEASE-EXIT
005318     END-IF.
005319     MOVE 'N' TO FCT-SRL-EOF-SW.
005320     PERFORM 8530-SCAN-ONE-RELEASE
005321         THRU 8530-SCAN-ONE-RELEASE-EXIT
005322         UNTIL FCT-SRL-EOF.
005323     CLOSE STEP-RELEASE-FILE.
005324 8520-FIND-RELEASE-EXIT.
005325     EXIT.
005326*================================================================
005327 8530-SCAN-ONE-RELEASE.
005328     READ STEP-RELEASE-FILE
005329         AT END
005330             SET FCT-SRL-EOF TO TRUE
005331         NOT AT END
005332             IF MOBSRL-RUN-DATE = WS-RUN-DATE
005333                AND MOBSRL-PROGRAM = 'MOBFCT  '
005334                AND (MOBSRL-PREDECESSOR = SPACES
005335                  OR MOBSRL-PREDECESSOR = FCT-PM-PROGRAM)
005336                 SET FCT-RELEASE-FOUND TO TRUE
005337                 MOVE MOBSRL-OPERATOR TO WS-RELEASE-OPERATOR
005338             END-IF
005339     END-READ.
005340 8530-SCAN-ONE-RELEASE-EXIT.
005341     EXIT.
005342*================================================================
005343* 8550-RECORD-START - WRITE (OR, ON A RERUN, REPLACE) THIS STEP'S
005344* MOBSTS RECORD: RUNNING, OR REFUSED WITH CODE 16.
005345*================================================================
005346 8550-RECORD-START.
005347     ACCEPT WS-STEP-TIME FROM TIME.
005348     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
005349     MOVE 'MOBFCT  ' TO MOBSTS-PROGRAM.
005350     READ STEP-STATUS-FILE
005351         INVALID KEY
005352             MOVE 'N' TO FCT-STS-FOUND-SW
005353         NOT INVALID KEY
005354             MOVE 'Y' TO FCT-STS-FOUND-SW
005355     END-READ.
005356     IF NOT FCT-STS-FOUND
005357         MOVE SPACES TO MOBSTS-RECORD
005358         MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE
005359         MOVE 'MOBFCT  ' TO MOBSTS-PROGRAM
005360         MOVE ZERO TO MOBSTS-RUN-COUNT
005361     END-IF.
005362     ADD 1 TO MOBSTS-RUN-COUNT.
005363     MOVE WS-STEP-TIME TO MOBSTS-START-TIME.
005364     MOVE 'N' TO MOBSTS-RELEASED-FLAG.
005365     MOVE SPACES TO MOBSTS-RELEASE-OPERATOR.
005366     IF FCT-STEP-RELEASED
005367         MOVE 'Y' TO MOBSTS-RELEASED-FLAG
005368         MOVE WS-RELEASE-OPERATOR TO MOBSTS-RELEASE-OPERATOR
005369     END-IF.
005370     IF FCT-STEP-REFUSED
005371         MOVE 'X' TO MOBSTS-STEP-STATE
005372         MOVE WS-STEP-TIME TO MOBSTS-END-TIME
005373         MOVE 16 TO MOBSTS-COMPLETION-CODE
005374     ELSE
005375         MOVE 'R' TO MOBSTS-STEP-STATE
005376         MOVE ZERO TO MOBSTS-END-TIME
005377         MOVE ZERO TO MOBSTS-COMPLETION-CODE
005378         SET FCT-STEP-STARTED TO TRUE
005379     END-IF.
005380     IF FCT-STS-FOUND
005381         REWRITE MOBSTS-RECORD
005382     ELSE
005383         WRITE MOBSTS-RECORD
005384     END-IF.
005385 8550-RECORD-START-EXIT.
005386     EXIT.
005387*================================================================
005388* 8600-RECORD-END - ON THE WAY OUT, MARK THIS STEP ENDED ON
005389* MOBSTS WITH ITS COMPLETION CODE.  A STEP THAT WAS REFUSED OR
005390* NEVER GOT AS FAR AS STARTING HAS NOTHING TO END.
005391*================================================================
005392 8600-RECORD-END.
005393     IF NOT FCT-STEP-STARTED
005394         GO TO 8600-RECORD-END-EXIT
005395     END-IF.
005396     MOVE 'N' TO FCT-STEP-STARTED-SW.
005397     MOVE RETURN-CODE TO WS-STEP-RC.
005398     OPEN I-O STEP-STATUS-FILE.
005399     IF WS-STS-FILE-STATUS = '35'
005400         GO TO 8600-RECORD-END-EXIT
005401     END-IF.
005402     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
005403     MOVE 'MOBFCT  ' TO MOBSTS-PROGRAM.
005404     READ STEP-STATUS-FILE
005405         INVALID KEY
005406             CLOSE STEP-STATUS-FILE
005407             GO TO 8600-RECORD-END-EXIT
005408     END-READ.
005409     ACCEPT WS-STEP-TIME FROM TIME.
005410     MOVE WS-STEP-TIME TO MOBSTS-END-TIME.
005411     MOVE WS-STEP-RC TO MOBSTS-COMPLETION-CODE.
005412     MOVE 'E' TO MOBSTS-STEP-STATE.
005413     REWRITE MOBSTS-RECORD.
005414     CLOSE STEP-STATUS-FILE.
005415 8600-RECORD-END-EXIT.
005416     EXIT.
005417*================================================================
005418* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
005419* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
005420* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
005421* NEXT EVENT CANNOT INHERIT THEM.
005422*================================================================
005423 8800-WRITE-EVENT.
005424     ACCEPT WS-LOG-TIME FROM TIME.
005425     MOVE 'MOBFCT  ' TO MOBLOG-PROGRAM.
005426     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
005427     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
005428     WRITE MOBLOG-RECORD.
005429     MOVE SPACES TO MOBLOG-DEPT-CODE.
005430     MOVE ZERO TO MOBLOG-ROW-NUMBER.
005431     MOVE SPACES TO MOBLOG-FILE-NAME.
005432     MOVE SPACES TO MOBLOG-MSG-TEXT.
005433 8800-WRITE-EVENT-EXIT.
005434     EXIT.
005435*================================================================
005436* 9000-TERMINATE - CLOSE THE TREND FILE AND SET THE PAGING
005437* RETURN CODE, AS MOBEXC DOES.
005438*================================================================
005439 9000-TERMINATE.
005440     CLOSE TREND-FILE.
005441     IF WS-FLAG-COUNT > ZERO
005442         MOVE 8 TO RETURN-CODE
005443     END-IF.
005444 9000-TERMINATE-EXIT.
005445     EXIT.
005446*================================================================
005447 9999-EXIT.
005454     PERFORM 8600-RECORD-END THRU 8600-RECORD-END-EXIT.
005464     STOP RUN.
005474 END PROGRAM MOBFCT.
