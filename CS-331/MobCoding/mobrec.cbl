000430*                  ITEM ARE NOW ALSO LOGGED AS STRUCTURED
000440*                  EVENTS ON THE SHARED MOBLOG RUN-EVENT FILE
000450*                  FOR THE MOBOPS NIGHTLY SUMMARY.
000451* 10/15/26   RMD   BEFORE OPENING ANY INPUT THE STEP NOW CHECKS
000452*                  ITS DECLARED PREDECESSORS ON THE SHARED MOBSTS
000453*                  JOB-STEP STATUS FILE FOR THE RUN DATE.  ONE NOT
000454*                  RUN, STILL RUNNING, REFUSED OR ENDED ABOVE ITS
000455*                  ACCEPTED CODE REFUSES THE STEP WITH RETURN CODE
000456*                  16 UNLESS AN OPERATOR MOBSRL RELEASE CARD FOR
000457*                  THE DATE LETS IT THROUGH.  THE STEP RECORDS ITS
000458*                  OWN START, END AND COMPLETION CODE ON MOBSTS.
000460*================================================================
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000680         FILE STATUS IS WS-TRD-FILE-STATUS.
000690     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000700         ORGANIZATION IS LINE SEQUENTIAL.
000701     SELECT STEP-STATUS-FILE ASSIGN TO MOBSTS
000702         ORGANIZATION IS INDEXED
000703         ACCESS MODE IS RANDOM
000704         RECORD KEY IS MOBSTS-KEY
000705         FILE STATUS IS WS-STS-FILE-STATUS.
000706     SELECT STEP-RELEASE-FILE ASSIGN TO MOBSRL
000707         ORGANIZATION IS LINE SEQUENTIAL
000708         FILE STATUS IS WS-SRL-FILE-STATUS.
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  REPORT-FILE.
000830 FD  EVENT-LOG-FILE
000840     LABEL RECORD IS STANDARD.
000850     COPY MOBLOG.
000851 FD  STEP-STATUS-FILE.
000852     COPY MOBSTS.
000853 FD  STEP-RELEASE-FILE
000854     LABEL RECORD IS STANDARD.
000855     COPY MOBSRL.
000860 WORKING-STORAGE SECTION.
000870*----------------------------------------------------------------
000880* STANDALONE COUNTERS AND WORK FIELDS
000920 77  WS-AUD-FILE-STATUS      PIC X(02) VALUE SPACES.
000930 77  WS-TRD-FILE-STATUS      PIC X(02) VALUE SPACES.
000940 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000941 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
000942 77  WS-SRL-FILE-STATUS      PIC X(02) VALUE SPACES.
000943 77  WS-STEP-TIME            PIC 9(08) VALUE ZERO.
000944 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
000945 77  WS-STEP-RC-DISP         PIC ZZ9.
000946 77  WS-PRED-SUB             PIC 9(03) COMP VALUE ZERO.
000947 77  WS-PRED-COUNT           PIC 9(03) COMP VALUE 1.
000948 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
000950 77  WS-DEPT-TBL-COUNT       PIC 9(05) COMP VALUE ZERO.
000960 77  WS-DEPT-SUB             PIC 9(05) COMP VALUE ZERO.
000970 77  WS-DEPT-FOUND-SUB       PIC 9(05) COMP VALUE ZERO.
001170         10  REC-TBL-EXT-LINES   PIC 9(07) COMP.
001180         10  REC-TBL-ROW-FLAGS   PIC X(1000).
001190*----------------------------------------------------------------
001191* DECLARED PREDECESSOR STEPS - EACH MUST HAVE ENDED ON MOBSTS
001192* FOR THE RUN DATE WITH NO HIGHER COMPLETION CODE THAN SHOWN.
001193*----------------------------------------------------------------
001194 01  REC-PRED-VALUES.
001195     05  FILLER              PIC X(11) VALUE 'MOB     004'.
001196 01  REC-PRED-TABLE REDEFINES REC-PRED-VALUES.
001197     05  REC-PRED-ENTRY OCCURS 1 TIMES.
001198         10  REC-PRED-PROGRAM PIC X(08).
001199         10  REC-PRED-MAX-RC  PIC 9(03).
001200 01  REC-PRED-MSG.
001201     05  REC-PM-PROGRAM      PIC X(08).
001202     05  FILLER              PIC X(01) VALUE SPACE.
001203     05  REC-PM-REASON       PIC X(14).
001204     05  REC-PM-RC           PIC X(03).
001205     05  FILLER              PIC X(04) VALUE SPACES.
001206*----------------------------------------------------------------
001207 01  REC-SWITCHES.
001210     05  REC-RPT-EOF-SW      PIC X(01) VALUE 'N'.
001220         88  REC-RPT-EOF               VALUE 'Y'.
001230     05  REC-EXT-EOF-SW      PIC X(01) VALUE 'N'.
001280         88  REC-TRLR-FOUND            VALUE 'Y'.
001290     05  REC-TRD-AVAIL-SW    PIC X(01) VALUE 'N'.
001300         88  REC-TRD-AVAIL             VALUE 'Y'.
001301     05  REC-STEP-STARTED-SW PIC X(01) VALUE 'N'.
001302         88  REC-STEP-STARTED          VALUE 'Y'.
001303     05  REC-STS-FOUND-SW    PIC X(01) VALUE 'N'.
001304         88  REC-STS-FOUND             VALUE 'Y'.
001305     05  REC-STEP-REFUSED-SW PIC X(01) VALUE 'N'.
001306         88  REC-STEP-REFUSED          VALUE 'Y'.
001307     05  REC-STEP-RELEASED-SW PIC X(01) VALUE 'N'.
001308         88  REC-STEP-RELEASED         VALUE 'Y'.
001309     05  REC-PRED-FAILED-SW  PIC X(01) VALUE 'N'.
001310         88  REC-PRED-FAILED           VALUE 'Y'.
001311     05  REC-RELEASE-SW      PIC X(01) VALUE 'N'.
001312         88  REC-RELEASE-FOUND         VALUE 'Y'.
001313     05  REC-SRL-EOF-SW      PIC X(01) VALUE 'N'.
001314         88  REC-SRL-EOF               VALUE 'Y'.
001315 PROCEDURE DIVISION.
001320*================================================================
001330 0000-MAIN-PROC.
001340*================================================================
001510     MOVE ZERO TO MOBLOG-ROW-NUMBER.
001520     MOVE SPACES TO MOBLOG-FILE-NAME.
001530     MOVE SPACES TO MOBLOG-MSG-TEXT.
001531     PERFORM 8500-CHECK-STEP-CHAIN
001532         THRU 8500-CHECK-STEP-CHAIN-EXIT.
001533     IF REC-STEP-REFUSED
001534         MOVE 16 TO RETURN-CODE
001535         CLOSE EVENT-LOG-FILE
001536         GO TO 9999-EXIT
001537     END-IF.
001540     DISPLAY ' '.
001550     DISPLAY '===== MOBREC DAILY BALANCING - RUN DATE '
001560         WS-RUN-DATE ' ====='.
005220 7100-TEST-DEPT-ENTRY-EXIT.
005230     EXIT.
005240*================================================================
005291* 8500-CHECK-STEP-CHAIN - BEFORE ANY INPUT IS OPENED, EVERY
005292* DECLARED PREDECESSOR MUST HAVE ENDED ON MOBSTS FOR THE RUN
005293* DATE WITHIN ITS ACCEPTED COMPLETION CODE.  ONE NOT RUN,
005294* STILL SHOWING RUNNING (IT ABENDED), REFUSED OR FAILED
005295* REFUSES THIS STEP UNLESS A MOBSRL OPERATOR RELEASE CARD FOR
005296* THE RUN DATE BYPASSES IT.  EITHER WAY THIS STEP'S OWN STATUS
005297* RECORD IS WRITTEN.
005298*================================================================
005299 8500-CHECK-STEP-CHAIN.
005300     OPEN I-O STEP-STATUS-FILE.
005301     IF WS-STS-FILE-STATUS = '35'
005302         OPEN OUTPUT STEP-STATUS-FILE
005303         CLOSE STEP-STATUS-FILE
005304         OPEN I-O STEP-STATUS-FILE
005305     END-IF.
005306     MOVE 1 TO WS-PRED-SUB.
005307     PERFORM 8510-CHECK-ONE-PRED THRU 8510-CHECK-ONE-PRED-EXIT
005308         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
005309     PERFORM 8550-RECORD-START THRU 8550-RECORD-START-EXIT.
005310     CLOSE STEP-STATUS-FILE.
005311 8500-CHECK-STEP-CHAIN-EXIT.
005312     EXIT.
005313*================================================================
005314 8510-CHECK-ONE-PRED.
005315     MOVE 'N' TO REC-PRED-FAILED-SW.
005316     MOVE REC-PRED-PROGRAM (WS-PRED-SUB) TO REC-PM-PROGRAM.
005317     MOVE SPACES TO REC-PM-REASON.
005318     MOVE SPACES TO REC-PM-RC.
005319     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
005320     MOVE REC-PRED-PROGRAM (WS-PRED-SUB) TO MOBSTS-PROGRAM.
005321     READ STEP-STATUS-FILE
005322         INVALID KEY
005323             SET REC-PRED-FAILED TO TRUE
005324             MOVE 'NOT RUN' TO REC-PM-REASON
005325         NOT INVALID KEY
005326             IF NOT MOBSTS-ENDED
005327                 SET REC-PRED-FAILED TO TRUE
005328                 MOVE 'NOT FINISHED' TO REC-PM-REASON
005329                 IF MOBSTS-REFUSED
005330                     MOVE 'REFUSED' TO REC-PM-REASON
005331                 END-IF
005332             ELSE
005333                 IF MOBSTS-COMPLETION-CODE >
005334                    REC-PRED-MAX-RC (WS-PRED-SUB)
005335                     SET REC-PRED-FAILED TO TRUE
005336                     MOVE 'FAILED - RC' TO REC-PM-REASON
005337                     MOVE MOBSTS-COMPLETION-CODE
005338                         TO WS-STEP-RC-DISP
005339                     MOVE WS-STEP-RC-DISP TO REC-PM-RC
005340                 END-IF
005341             END-IF
005342     END-READ.
005343     ADD 1 TO WS-PRED-SUB.
005344     IF NOT REC-PRED-FAILED
005345         GO TO 8510-CHECK-ONE-PRED-EXIT
005346     END-IF.
005347     PERFORM 8520-FIND-RELEASE THRU 8520-FIND-RELEASE-EXIT.
005348     IF REC-RELEASE-FOUND
005349         SET REC-STEP-RELEASED TO TRUE
005350         DISPLAY 'REC8510W PREDECESSOR ' REC-PRED-MSG
005351             ' - RELEASED BY ' WS-RELEASE-OPERATOR
005352         MOVE 'REC8510W' TO MOBLOG-MSG-CODE
005353         MOVE 'W' TO MOBLOG-SEVERITY
005354         MOVE 'MOBSRL  ' TO MOBLOG-FILE-NAME
005355         MOVE REC-PRED-MSG TO MOBLOG-MSG-TEXT
005356         PERFORM 8800-WRITE-EVENT
005357             THRU 8800-WRITE-EVENT-EXIT
005358     ELSE
005359         SET REC-STEP-REFUSED TO TRUE
005360         DISPLAY 'REC8510E PREDECESSOR ' REC-PRED-MSG
005361             ' - STEP REFUSED'
005362         MOVE 'REC8510E' TO MOBLOG-MSG-CODE
005363         MOVE 'E' TO MOBLOG-SEVERITY
005364         MOVE 'MOBSTS  ' TO MOBLOG-FILE-NAME
005365         MOVE REC-PRED-MSG TO MOBLOG-MSG-TEXT
005366         PERFORM 8800-WRITE-EVENT
005367             THRU 8800-WRITE-EVENT-EXIT
005368     END-IF.
005369 8510-CHECK-ONE-PRED-EXIT.
005370     EXIT.
005371*================================================================
005372* 8520-FIND-RELEASE - LOOK FOR AN OPERATOR RELEASE CARD FOR THE
005373* RUN DATE NAMING THIS STEP AND THIS PREDECESSOR, OR NAMING NO
005374* PREDECESSOR AT ALL.
005375*================================================================
005376 8520-FIND-RELEASE.
005377     MOVE 'N' TO REC-RELEASE-SW.
005378     OPEN INPUT STEP-RELEASE-FILE.
005379     IF WS-SRL-FILE-STATUS = '35'
005380         GO TO 8520-FIND-RELEASE-EXIT
005381     END-IF.
005382     MOVE 'N' TO REC-SRL-EOF-SW.
005383     PERFORM 8530-SCAN-ONE-RELEASE
005384         THRU 8530-SCAN-ONE-RELEASE-EXIT
005385         UNTIL REC-SRL-EOF.
005386     CLOSE STEP-RELEASE-FILE.
005387 8520-FIND-RELEASE-EXIT.
005388     EXIT.
005389*================================================================
005390 8530-SCAN-ONE-RELEASE.
005391     READ STEP-RELEASE-FILE
005392         AT END
005393             SET REC-SRL-EOF TO TRUE
005394         NOT AT END
005395             IF MOBSRL-RUN-DATE = WS-RUN-DATE
005396                AND MOBSRL-PROGRAM = 'MOBREC  '
005397                AND (MOBSRL-PREDECESSOR = SPACES
005398                  OR MOBSRL-PREDECESSOR = REC-PM-PROGRAM)
005399                 SET REC-RELEASE-FOUND TO TRUE
005400                 MOVE MOBSRL-OPERATOR TO WS-RELEASE-OPERATOR
005401             END-IF
005402     END-READ.
005403 8530-SCAN-ONE-RELEASE-EXIT.
005404     EXIT.
005405*================================================================
005406* 8550-RECORD-START - WRITE (OR, ON A RERUN, REPLACE) THIS STEP'S
005407* MOBSTS RECORD: RUNNING, OR REFUSED WITH CODE 16.
005408*================================================================
005409 8550-RECORD-START.
005410     ACCEPT WS-STEP-TIME FROM TIME.
005411     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
005412     MOVE 'MOBREC  ' TO MOBSTS-PROGRAM.
005413     READ STEP-STATUS-FILE
005414         INVALID KEY
005415             MOVE 'N' TO REC-STS-FOUND-SW
005416         NOT INVALID KEY
005417             MOVE 'Y' TO REC-STS-FOUND-SW
005418     END-READ.
005419     IF NOT REC-STS-FOUND
005420         MOVE SPACES TO MOBSTS-RECORD
005421         MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE
005422         MOVE 'MOBREC  ' TO MOBSTS-PROGRAM
005423         MOVE ZERO TO MOBSTS-RUN-COUNT
005424     END-IF.
005425     ADD 1 TO MOBSTS-RUN-COUNT.
005426     MOVE WS-STEP-TIME TO MOBSTS-START-TIME.
005427     MOVE 'N' TO MOBSTS-RELEASED-FLAG.
005428     MOVE SPACES TO MOBSTS-RELEASE-OPERATOR.
005429     IF REC-STEP-RELEASED
005430         MOVE 'Y' TO MOBSTS-RELEASED-FLAG
005431         MOVE WS-RELEASE-OPERATOR TO MOBSTS-RELEASE-OPERATOR
005432     END-IF.
005433     IF REC-STEP-REFUSED
005434         MOVE 'X' TO MOBSTS-STEP-STATE
005435         MOVE WS-STEP-TIME TO MOBSTS-END-TIME
005436         MOVE 16 TO MOBSTS-COMPLETION-CODE
005437     ELSE
005438         MOVE 'R' TO MOBSTS-STEP-STATE
005439         MOVE ZERO TO MOBSTS-END-TIME
005440         MOVE ZERO TO MOBSTS-COMPLETION-CODE
005441         SET REC-STEP-STARTED TO TRUE
005442     END-IF.
005443     IF REC-STS-FOUND
005444         REWRITE MOBSTS-RECORD
005445     ELSE
005446         WRITE MOBSTS-RECORD
005447     END-IF.
005448 8550-RECORD-START-EXIT.
005449     EXIT.
005450*================================================================
005451* 8600-RECORD-END - ON THE WAY OUT, MARK THIS STEP ENDED ON
005452* MOBSTS WITH ITS COMPLETION CODE.  A STEP THAT WAS REFUSED OR
005453* NEVER GOT AS FAR AS STARTING HAS NOTHING TO END.
005454*================================================================
005455 8600-RECORD-END.
005456     IF NOT REC-STEP-STARTED
005457         GO TO 8600-RECORD-END-EXIT
005458     END-IF.
005459     MOVE 'N' TO REC-STEP-STARTED-SW.
005460     MOVE RETURN-CODE TO WS-STEP-RC.
005461     OPEN I-O STEP-STATUS-FILE.
005462     IF WS-STS-FILE-STATUS = '35'
005463         GO TO 8600-RECORD-END-EXIT
005464     END-IF.
005465     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
005466     MOVE 'MOBREC  ' TO MOBSTS-PROGRAM.
005467     READ STEP-STATUS-FILE
005468         INVALID KEY
005469             CLOSE STEP-STATUS-FILE
005470             GO TO 8600-RECORD-END-EXIT
005471     END-READ.
005472     ACCEPT WS-STEP-TIME FROM TIME.
005473     MOVE WS-STEP-TIME TO MOBSTS-END-TIME.
005474     MOVE WS-STEP-RC TO MOBSTS-COMPLETION-CODE.
005475     MOVE 'E' TO MOBSTS-STEP-STATE.
005476     REWRITE MOBSTS-RECORD.
005477     CLOSE STEP-STATUS-FILE.
005478 8600-RECORD-END-EXIT.
005479     EXIT.
005480*================================================================
005481* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
005482* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
005483* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
005484* NEXT EVENT CANNOT INHERIT THEM.
005485*================================================================
005486 8800-WRITE-EVENT.
005487     ACCEPT WS-LOG-TIME FROM TIME.
005488     MOVE 'MOBREC  ' TO MOBLOG-PROGRAM.
005489     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
005490     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
005491     WRITE MOBLOG-RECORD.
005492     MOVE SPACES TO MOBLOG-DEPT-CODE.
005493     MOVE ZERO TO MOBLOG-ROW-NUMBER.
005494     MOVE SPACES TO MOBLOG-FILE-NAME.
005495     MOVE SPACES TO MOBLOG-MSG-TEXT.
005496 8800-WRITE-EVENT-EXIT.
005497     EXIT.
005498*================================================================
005499* 9000-TERMINATE - CLOSE THE FILES AND SET THE RETURN CODE THE
005500* SCHEDULER KEYS OFF.
005501*================================================================
005502 9000-TERMINATE.
005503     CLOSE REPORT-FILE.
005504     IF WS-EXT-FILE-STATUS NOT = '35'
005505         CLOSE EXTRACT-FILE
005506     END-IF.
005510     IF WS-AUD-FILE-STATUS NOT = '35'
005520         CLOSE AUDIT-FILE
005530     END-IF.
005740     EXIT.
005750*================================================================
005760 9999-EXIT.
005765     PERFORM 8600-RECORD-END THRU 8600-RECORD-END-EXIT.
005770     STOP RUN.
005780 END PROGRAM MOBREC.
