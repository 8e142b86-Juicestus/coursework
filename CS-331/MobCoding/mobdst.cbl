000300*                  CHART THE APPEND PASS THEN FOUND MISSING,
000310*                  LEAVING THE PACKET AND ITS MOBDCF COUNT IN
000320*                  DISAGREEMENT WITH ITS OWN COVER.
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
000530         FILE STATUS IS WS-DLV-FILE-STATUS.
000540     SELECT CONFIRM-FILE ASSIGN TO MOBDCF
000550         ORGANIZATION IS LINE SEQUENTIAL.
000551     SELECT STEP-STATUS-FILE ASSIGN TO MOBSTS
000552         ORGANIZATION IS INDEXED
000553         ACCESS MODE IS RANDOM
000554         RECORD KEY IS MOBSTS-KEY
000555         FILE STATUS IS WS-STS-FILE-STATUS.
000556     SELECT STEP-RELEASE-FILE ASSIGN TO MOBSRL
000557         ORGANIZATION IS LINE SEQUENTIAL
000558         FILE STATUS IS WS-SRL-FILE-STATUS.
000559     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000560         ORGANIZATION IS LINE SEQUENTIAL.
000561 DATA DIVISION.
000570 FILE SECTION.
000580 FD  DISTRIB-INDEX-FILE
000590     LABEL RECORD IS STANDARD.
000690 FD  CONFIRM-FILE
000700     LABEL RECORD IS STANDARD.
000710     COPY MOBDCF.
000711 FD  STEP-STATUS-FILE.
000712     COPY MOBSTS.
000713 FD  STEP-RELEASE-FILE
000714     LABEL RECORD IS STANDARD.
000715     COPY MOBSRL.
000716 FD  EVENT-LOG-FILE
000717     LABEL RECORD IS STANDARD.
000718     COPY MOBLOG.
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* STANDALONE COUNTERS AND WORK FIELDS
000780 77  WS-CHT-FILE-STATUS      PIC X(02) VALUE SPACES.
000790 77  WS-DLV-FILE-STATUS      PIC X(02) VALUE SPACES.
000800 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000801 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
000802 77  WS-SRL-FILE-STATUS      PIC X(02) VALUE SPACES.
000803 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000804 77  WS-STEP-TIME            PIC 9(08) VALUE ZERO.
000805 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
000806 77  WS-STEP-RC-DISP         PIC ZZ9.
000807 77  WS-PRED-SUB             PIC 9(03) COMP VALUE ZERO.
000808 77  WS-PRED-COUNT           PIC 9(03) COMP VALUE 2.
000809 77  WS-RELEASE-OPERATOR     PIC X(08) VALUE SPACES.
000810 77  WS-CHART-FILE-ID        PIC X(20) VALUE SPACES.
000820 77  WS-BUNDLE-FILE-ID       PIC X(20) VALUE SPACES.
000830 77  WS-DIX-TBL-COUNT        PIC 9(05) COMP VALUE ZERO.
001090             88  DST-ENTRY-NO-CHART      VALUE 'M'.
001100             88  DST-ENTRY-BUNDLED       VALUE 'D'.
001110*----------------------------------------------------------------
001111* DECLARED PREDECESSOR STEPS - EACH MUST HAVE ENDED ON MOBSTS
001112* FOR THE RUN DATE WITH NO HIGHER COMPLETION CODE THAN SHOWN.
001113*----------------------------------------------------------------
001114 01  DST-PRED-VALUES.
001115     05  FILLER              PIC X(11) VALUE 'MOB     004'.
001116     05  FILLER              PIC X(11) VALUE 'MOBREC  004'.
001117 01  DST-PRED-TABLE REDEFINES DST-PRED-VALUES.
001118     05  DST-PRED-ENTRY OCCURS 2 TIMES.
001119         10  DST-PRED-PROGRAM PIC X(08).
001120         10  DST-PRED-MAX-RC  PIC 9(03).
001121 01  DST-PRED-MSG.
001122     05  DST-PM-PROGRAM      PIC X(08).
001123     05  FILLER              PIC X(01) VALUE SPACE.
001124     05  DST-PM-REASON       PIC X(14).
001125     05  DST-PM-RC           PIC X(03).
001126     05  FILLER              PIC X(04) VALUE SPACES.
001127*----------------------------------------------------------------
001128 01  DST-SWITCHES.
001130     05  DST-DIX-EOF-SW      PIC X(01) VALUE 'N'.
001140         88  DST-DIX-EOF               VALUE 'Y'.
001150     05  DST-CHT-EOF-SW      PIC X(01) VALUE 'N'.
001160         88  DST-CHT-EOF               VALUE 'Y'.
001170     05  DST-DPT-AVAIL-SW    PIC X(01) VALUE 'N'.
001180         88  DST-DPT-AVAIL             VALUE 'Y'.
001181     05  DST-STEP-STARTED-SW PIC X(01) VALUE 'N'.
001182         88  DST-STEP-STARTED          VALUE 'Y'.
001183     05  DST-STS-FOUND-SW    PIC X(01) VALUE 'N'.
001184         88  DST-STS-FOUND             VALUE 'Y'.
001185     05  DST-STEP-REFUSED-SW PIC X(01) VALUE 'N'.
001186         88  DST-STEP-REFUSED          VALUE 'Y'.
001187     05  DST-STEP-RELEASED-SW PIC X(01) VALUE 'N'.
001188         88  DST-STEP-RELEASED         VALUE 'Y'.
001189     05  DST-PRED-FAILED-SW  PIC X(01) VALUE 'N'.
001190         88  DST-PRED-FAILED           VALUE 'Y'.
001191     05  DST-RELEASE-SW      PIC X(01) VALUE 'N'.
001192         88  DST-RELEASE-FOUND         VALUE 'Y'.
001193     05  DST-SRL-EOF-SW      PIC X(01) VALUE 'N'.
001194         88  DST-SRL-EOF               VALUE 'Y'.
001195 PROCEDURE DIVISION.
001200*================================================================
001210 0000-MAIN-PROC.
001220*================================================================
001320*================================================================
001330 1000-INITIALIZE.
001340     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001341     PERFORM 8500-CHECK-STEP-CHAIN
001342         THRU 8500-CHECK-STEP-CHAIN-EXIT.
001343     IF DST-STEP-REFUSED
001344         MOVE 16 TO RETURN-CODE
001345         GO TO 9999-EXIT
001346     END-IF.
001350     DISPLAY ' '.
001360     DISPLAY '===== MOBDST CHART DISTRIBUTION - RUN DATE '
001370         WS-RUN-DATE ' ====='.
004090 2600-WRITE-CONFIRM-EXIT.
004100     EXIT.
004110*================================================================
004151* 8500-CHECK-STEP-CHAIN - BEFORE ANY INPUT IS OPENED, EVERY
004152* DECLARED PREDECESSOR MUST HAVE ENDED ON MOBSTS FOR THE RUN
004153* DATE WITHIN ITS ACCEPTED COMPLETION CODE.  ONE NOT RUN,
004154* STILL SHOWING RUNNING (IT ABENDED), REFUSED OR FAILED
004155* REFUSES THIS STEP UNLESS A MOBSRL OPERATOR RELEASE CARD FOR
004156* THE RUN DATE BYPASSES IT.  EITHER WAY THIS STEP'S OWN STATUS
004157* RECORD IS WRITTEN.
004158* THE EVENT LOG IS OPEN ONLY FOR THE CHAIN CHECK.
004159*================================================================
004160 8500-CHECK-STEP-CHAIN.
004161     OPEN EXTEND EVENT-LOG-FILE.
004162     MOVE SPACES TO MOBLOG-DEPT-CODE.
004163     MOVE ZERO TO MOBLOG-ROW-NUMBER.
004164     MOVE SPACES TO MOBLOG-FILE-NAME.
004165     MOVE SPACES TO MOBLOG-MSG-TEXT.
004166     OPEN I-O STEP-STATUS-FILE.
004167     IF WS-STS-FILE-STATUS = '35'
004168         OPEN OUTPUT STEP-STATUS-FILE
004169         CLOSE STEP-STATUS-FILE
004170         OPEN I-O STEP-STATUS-FILE
004171     END-IF.
004172     MOVE 1 TO WS-PRED-SUB.
004173     PERFORM 8510-CHECK-ONE-PRED THRU 8510-CHECK-ONE-PRED-EXIT
004174         UNTIL WS-PRED-SUB > WS-PRED-COUNT.
004175     PERFORM 8550-RECORD-START THRU 8550-RECORD-START-EXIT.
004176     CLOSE STEP-STATUS-FILE.
004177     CLOSE EVENT-LOG-FILE.
004178 8500-CHECK-STEP-CHAIN-EXIT.
004179     EXIT.
004180*================================================================
004181 8510-CHECK-ONE-PRED.
004182     MOVE 'N' TO DST-PRED-FAILED-SW.
004183     MOVE DST-PRED-PROGRAM (WS-PRED-SUB) TO DST-PM-PROGRAM.
004184     MOVE SPACES TO DST-PM-REASON.
004185     MOVE SPACES TO DST-PM-RC.
004186     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
004187     MOVE DST-PRED-PROGRAM (WS-PRED-SUB) TO MOBSTS-PROGRAM.
004188     READ STEP-STATUS-FILE
004189         INVALID KEY
004190             SET DST-PRED-FAILED TO TRUE
004191             MOVE 'NOT RUN' TO DST-PM-REASON
004192         NOT INVALID KEY
004193             IF NOT MOBSTS-ENDED
004194                 SET DST-PRED-FAILED TO TRUE
004195                 MOVE 'NOT FINISHED' TO DST-PM-REASON
004196                 IF MOBSTS-REFUSED
004197                     MOVE 'REFUSED' TO DST-PM-REASON
004198                 END-IF
004199             ELSE
004200                 IF MOBSTS-COMPLETION-CODE >
004201                    DST-PRED-MAX-RC (WS-PRED-SUB)
004202                     SET DST-PRED-FAILED TO TRUE
004203                     MOVE 'FAILED - RC' TO DST-PM-REASON
004204                     MOVE MOBSTS-COMPLETION-CODE
004205                         TO WS-STEP-RC-DISP
004206                     MOVE WS-STEP-RC-DISP TO DST-PM-RC
004207                 END-IF
004208             END-IF
004209     END-READ.
004210     ADD 1 TO WS-PRED-SUB.
004211     IF NOT DST-PRED-FAILED
004212         GO TO 8510-CHECK-ONE-PRED-EXIT
004213     END-IF.
004214     PERFORM 8520-FIND-RELEASE THRU 8520-FIND-RELEASE-EXIT.
004215     IF DST-RELEASE-FOUND
004216         SET DST-STEP-RELEASED TO TRUE
004217         DISPLAY 'DST8510W PREDECESSOR ' DST-PRED-MSG
004218             ' - RELEASED BY ' WS-RELEASE-OPERATOR
004219         MOVE 'DST8510W' TO MOBLOG-MSG-CODE
004220         MOVE 'W' TO MOBLOG-SEVERITY
004221         MOVE 'MOBSRL  ' TO MOBLOG-FILE-NAME
004222         MOVE DST-PRED-MSG TO MOBLOG-MSG-TEXT
004223         PERFORM 8800-WRITE-EVENT
004224             THRU 8800-WRITE-EVENT-EXIT
004225     ELSE
004226         SET DST-STEP-REFUSED TO TRUE
004227         DISPLAY 'DST8510E PREDECESSOR ' DST-PRED-MSG
004228             ' - STEP REFUSED'
004229         MOVE 'DST8510E' TO MOBLOG-MSG-CODE
004230         MOVE 'E' TO MOBLOG-SEVERITY
004231         MOVE 'MOBSTS  ' TO MOBLOG-FILE-NAME
004232         MOVE DST-PRED-MSG TO MOBLOG-MSG-TEXT
004233         PERFORM 8800-WRITE-EVENT
004234             THRU 8800-WRITE-EVENT-EXIT
004235     END-IF.
004236 8510-CHECK-ONE-PRED-EXIT.
004237     EXIT.
004238*================================================================
004239* 8520-FIND-RELEASE - LOOK FOR AN OPERATOR RELEASE CARD FOR THE
004240* RUN DATE NAMING THIS STEP AND THIS PREDECESSOR, OR NAMING NO
004241* PREDECESSOR AT ALL.
004242*================================================================
004243 8520-FIND-RELEASE.
004244     MOVE 'N' TO DST-RELEASE-SW.
004245     OPEN INPUT STEP-RELEASE-FILE.
004246     IF WS-SRL-FILE-STATUS = '35'
004247         GO TO 8520-FIND-RELEASE-EXIT
004248     END-IF.
004249     MOVE 'N' TO DST-SRL-EOF-SW.
004250     PERFORM 8530-SCAN-ONE-RELEASE
004251         THRU 8530-SCAN-ONE-RELEASE-EXIT
004252         UNTIL DST-SRL-EOF.
004253     CLOSE STEP-RELEASE-FILE.
004254 8520-FIND-RELEASE-EXIT.
004255     EXIT.
004256*================================================================
004257 8530-SCAN-ONE-RELEASE.
004258     READ STEP-RELEASE-FILE
004259         AT END
004260             SET DST-SRL-EOF TO TRUE
004261         NOT AT END
004262             IF MOBSRL-RUN-DATE = WS-RUN-DATE
004263                AND MOBSRL-PROGRAM = 'MOBDST  '
004264                AND (MOBSRL-PREDECESSOR = SPACES
004265                  OR MOBSRL-PREDECESSOR = DST-PM-PROGRAM)
004266                 SET DST-RELEASE-FOUND TO TRUE
004267                 MOVE MOBSRL-OPERATOR TO WS-RELEASE-OPERATOR
004268             END-IF
004269     END-READ.
004270 8530-SCAN-ONE-RELEASE-EXIT.
004271     EXIT.
004272*================================================================
004273* 8550-RECORD-START - WRITE (OR, ON A RERUN, REPLACE) THIS STEP'S
004274* MOBSTS RECORD: RUNNING, OR REFUSED WITH CODE 16.
004275*================================================================
004276 8550-RECORD-START.
004277     ACCEPT WS-STEP-TIME FROM TIME.
004278     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
004279     MOVE 'MOBDST  ' TO MOBSTS-PROGRAM.
004280     READ STEP-STATUS-FILE
004281         INVALID KEY
004282             MOVE 'N' TO DST-STS-FOUND-SW
004283         NOT INVALID KEY
004284             MOVE 'Y' TO DST-STS-FOUND-SW
004285     END-READ.
004286     IF NOT DST-STS-FOUND
004287         MOVE SPACES TO MOBSTS-RECORD
004288         MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE
004289         MOVE 'MOBDST  ' TO MOBSTS-PROGRAM
004290         MOVE ZERO TO MOBSTS-RUN-COUNT
004291     END-IF.
004292     ADD 1 TO MOBSTS-RUN-COUNT.
004293     MOVE WS-STEP-TIME TO MOBSTS-START-TIME.
004294     MOVE 'N' TO MOBSTS-RELEASED-FLAG.
004295     MOVE SPACES TO MOBSTS-RELEASE-OPERATOR.
004296     IF DST-STEP-RELEASED
004297         MOVE 'Y' TO MOBSTS-RELEASED-FLAG
004298         MOVE WS-RELEASE-OPERATOR TO MOBSTS-RELEASE-OPERATOR
004299     END-IF.
004300     IF DST-STEP-REFUSED
004301         MOVE 'X' TO MOBSTS-STEP-STATE
004302         MOVE WS-STEP-TIME TO MOBSTS-END-TIME
004303         MOVE 16 TO MOBSTS-COMPLETION-CODE
004304     ELSE
004305         MOVE 'R' TO MOBSTS-STEP-STATE
004306         MOVE ZERO TO MOBSTS-END-TIME
004307         MOVE ZERO TO MOBSTS-COMPLETION-CODE
004308         SET DST-STEP-STARTED TO TRUE
004309     END-IF.
004310     IF DST-STS-FOUND
004311         REWRITE MOBSTS-RECORD
004312     ELSE
004313         WRITE MOBSTS-RECORD
004314     END-IF.
004315 8550-RECORD-START-EXIT.
004316     EXIT.
004317*================================================================
004318* 8600-RECORD-END - ON THE WAY OUT, MARK THIS STEP ENDED ON
004319* MOBSTS WITH ITS COMPLETION CODE.  A STEP THAT WAS REFUSED OR
004320* NEVER GOT AS FAR AS STARTING HAS NOTHING TO END.
004321*================================================================
004322 8600-RECORD-END.
004323     IF NOT DST-STEP-STARTED
004324         GO TO 8600-RECORD-END-EXIT
004325     END-IF.
004326     MOVE 'N' TO DST-STEP-STARTED-SW.
004327     MOVE RETURN-CODE TO WS-STEP-RC.
004328     OPEN I-O STEP-STATUS-FILE.
004329     IF WS-STS-FILE-STATUS = '35'
004330         GO TO 8600-RECORD-END-EXIT
004331     END-IF.
004332     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
004333     MOVE 'MOBDST  ' TO MOBSTS-PROGRAM.
004334     READ STEP-STATUS-FILE
004335         INVALID KEY
004336             CLOSE STEP-STATUS-FILE
004337             GO TO 8600-RECORD-END-EXIT
004338     END-READ.
004339     ACCEPT WS-STEP-TIME FROM TIME.
004340     MOVE WS-STEP-TIME TO MOBSTS-END-TIME.
004341     MOVE WS-STEP-RC TO MOBSTS-COMPLETION-CODE.
004342     MOVE 'E' TO MOBSTS-STEP-STATE.
004343     REWRITE MOBSTS-RECORD.
004344     CLOSE STEP-STATUS-FILE.
004345 8600-RECORD-END-EXIT.
004346     EXIT.
004347*================================================================
004348* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
004349* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
004350* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
004351* NEXT EVENT CANNOT INHERIT THEM.
004352*================================================================
004353 8800-WRITE-EVENT.
004354     ACCEPT WS-LOG-TIME FROM TIME.
004355     MOVE 'MOBDST  ' TO MOBLOG-PROGRAM.
004356     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
004357     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
004358     WRITE MOBLOG-RECORD.
004359     MOVE SPACES TO MOBLOG-DEPT-CODE.
004360     MOVE ZERO TO MOBLOG-ROW-NUMBER.
004361     MOVE SPACES TO MOBLOG-FILE-NAME.
004362     MOVE SPACES TO MOBLOG-MSG-TEXT.
004363 8800-WRITE-EVENT-EXIT.
004364     EXIT.
004365*================================================================
004366* 9000-TERMINATE - CLOSE THE FILES AND PRINT THE DELIVERY
004367* TOTALS.  RETURN CODE 4 FLAGS ANY ENTRY THAT COULD NOT BE
004368* ROUTED OR WHOSE CHART FILE WAS MISSING.
004369*================================================================
004370 9000-TERMINATE.
004371     CLOSE CONFIRM-FILE.
004372     IF DST-DPT-AVAIL
004373         CLOSE DEPT-MASTER
004374     END-IF.
004375     DISPLAY ' '.
004376     MOVE WS-BUNDLE-COUNT TO WS-DST-COUNT-DISP.
004377     DISPLAY '  BUNDLES WRITTEN ...... ' WS-DST-COUNT-DISP.
004378     MOVE WS-CHART-TOTAL TO WS-DST-COUNT-DISP.
004379     DISPLAY '  CHARTS DELIVERED ..... ' WS-DST-COUNT-DISP.
004380     MOVE WS-FLAGGED-COUNT TO WS-DST-COUNT-DISP.
004381     DISPLAY '  ROUTING FAILURES ..... ' WS-DST-COUNT-DISP.
004382     IF WS-FLAGGED-COUNT > ZERO
004383         MOVE 4 TO RETURN-CODE
004384     END-IF.
004385 9000-TERMINATE-EXIT.
004386     EXIT.
004387*================================================================
004388 9999-EXIT.
004394     PERFORM 8600-RECORD-END THRU 8600-RECORD-END-EXIT.
004404     STOP RUN.
004414 END PROGRAM MOBDST.
