000230*                  BOTH 'A' AND 'D' CARDS - A 'D' WAS
000240*                  OVERWRITING THE 'S' FLAG WITH 'I', AFTER
000250*                  WHICH AN 'A' COULD REACTIVATE THE DEAD KEY.
000251* 10/15/26   RMD   EVERY CHANGE APPLIED TO THE MASTER IS NOW
000252*                  JOURNALED ON MOBDJN WITH THE ENTRY'S BEFORE
000253*                  AND AFTER IMAGES, THE EFFECTIVE DATE AND THE
000254*                  CARD THAT CAUSED IT, SO MOBDJI CAN SHOW THE
000255*                  MASTER AS IT STOOD ON ANY DATE.  A CARD MAY
000256*                  CARRY AN EARLIER EFFECTIVE DATE FOR A LATE-
000257*                  KEYED CHANGE; A FUTURE DATE IS REJECTED.
000258* 10/15/26   RMD   A CARD DATED BEFORE ITS DEPARTMENT'S LATEST
000259*                  JOURNALED CHANGE IS NOW REJECTED.  MOBDJN
000260*                  HOLDS WHOLE-RECORD IMAGES, SO A CHANGE SLIPPED
000261*                  IN UNDER A LATER ONE WOULD BE LOST FROM THE
000262*                  AFTER IMAGE MOBDJI SHOWS FROM THAT LATER DATE.
000263*================================================================
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000400         FILE STATUS IS WS-DPU-FILE-STATUS.
000410     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000420         ORGANIZATION IS LINE SEQUENTIAL.
000422     SELECT CHANGE-JOURNAL ASSIGN TO MOBDJN
000424         ORGANIZATION IS LINE SEQUENTIAL
000426         FILE STATUS IS WS-DJN-FILE-STATUS.
000430 DATA DIVISION.
000440 FILE SECTION.
000450 FD  DEPT-MASTER.
000500 FD  EVENT-LOG-FILE
000510     LABEL RECORD IS STANDARD.
000520     COPY MOBLOG.
000522 FD  CHANGE-JOURNAL
000524     LABEL RECORD IS STANDARD.
000526     COPY MOBDJN.
000530 WORKING-STORAGE SECTION.
000540*----------------------------------------------------------------
000550* STANDALONE COUNTERS AND WORK FIELDS
000560*----------------------------------------------------------------
000570 77  WS-DPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000580 77  WS-DPU-FILE-STATUS      PIC X(02) VALUE SPACES.
000585 77  WS-DJN-FILE-STATUS      PIC X(02) VALUE SPACES.
000590 77  WS-TRAN-COUNT           PIC 9(05) COMP VALUE ZERO.
000600 77  WS-APPLIED-COUNT        PIC 9(05) COMP VALUE ZERO.
000610 77  WS-REJECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
000620 77  WS-MAINT-COUNT-DISP     PIC Z(04)9.
000630 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000640 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000641 77  WS-EFF-DATE             PIC 9(08) VALUE ZERO.
000642 77  WS-JOURNAL-COUNT        PIC 9(05) COMP VALUE ZERO.
000643 77  WS-LOOKUP-DEPT-CODE     PIC X(04) VALUE SPACES.
000644 77  WS-DJN-TBL-COUNT        PIC 9(05) COMP VALUE ZERO.
000645 77  WS-DJN-SUB              PIC 9(05) COMP VALUE ZERO.
000646 77  WS-DJN-FOUND-SUB        PIC 9(05) COMP VALUE ZERO.
000647*----------------------------------------------------------------
000648* THE MASTER ENTRY AS IT STOOD BEFORE THE CARD WAS APPLIED, AND
000649* THE KIND OF CHANGE, FOR THE MOBDJN JOURNAL RECORD.
000650*----------------------------------------------------------------
000651 01  DPM-BEFORE-IMAGE        PIC X(80) VALUE SPACES.
000652 01  DPM-CHANGE-TYPE         PIC X(01) VALUE SPACE.
000653*----------------------------------------------------------------
000654* JOURNAL TABLE - EACH CODE ON MOBDJN AND THE LATEST EFFECTIVE
000655* DATE JOURNALED FOR IT, KEPT CURRENT AS TONIGHT'S CARDS APPLY.
000656*----------------------------------------------------------------
000657 01  DPM-DJN-TABLE.
000658     05  DPM-DJN-ENTRY OCCURS 1000 TIMES.
000659         10  DPM-TBL-DEPT-CODE   PIC X(04).
000660         10  DPM-TBL-LAST-EFF    PIC 9(08).
000661*----------------------------------------------------------------
000662 01  DPM-SWITCHES.
000670     05  DPM-DPU-EOF-SW      PIC X(01) VALUE 'N'.
000680         88  DPM-DPU-EOF               VALUE 'Y'.
000683     05  DPM-DJN-EOF-SW      PIC X(01) VALUE 'N'.
000686         88  DPM-DJN-EOF               VALUE 'Y'.
000690 PROCEDURE DIVISION.
000700*================================================================
000710 0000-MAIN-PROC.
000770     GO TO 9999-EXIT.
000780*================================================================
000790* 1000-INITIALIZE - OPEN THE MASTER FOR UPDATE, CREATING IT ON
000796* FIRST USE, LOAD THE LATEST EFFECTIVE DATES FROM THE CHANGE
000802* JOURNAL, AND OPEN THE TRANSACTION CARD FILE.
000810*================================================================
000820 1000-INITIALIZE.
000830     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000920         CLOSE DEPT-MASTER
000930         OPEN I-O DEPT-MASTER
000940     END-IF.
000941     PERFORM 1100-LOAD-JOURNAL THRU 1100-LOAD-JOURNAL-EXIT.
000942     OPEN EXTEND CHANGE-JOURNAL.
000944     IF WS-DJN-FILE-STATUS = '35'
000946         OPEN OUTPUT CHANGE-JOURNAL
000948     END-IF.
000950     OPEN INPUT MAINT-TRAN-FILE.
000960     IF WS-DPU-FILE-STATUS = '35'
000970         DISPLAY 'DPM1000E NO MAINTENANCE CARDS ON FILE'
001030         PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT
001040         MOVE 16 TO RETURN-CODE
001050         SET DPM-DPU-EOF TO TRUE
001060         CLOSE DEPT-MASTER CHANGE-JOURNAL EVENT-LOG-FILE
001070         GO TO 9999-EXIT
001080     END-IF.
001090     DISPLAY ' '.
001110 1000-INITIALIZE-EXIT.
001120     EXIT.
001130*================================================================
001131* 1100-LOAD-JOURNAL - NOTE THE LATEST EFFECTIVE DATE JOURNALED
001132* FOR EACH DEPARTMENT, BY THIS PROGRAM OR BY MOBRKY.  NO JOURNAL
001133* YET MEANS NO DEPARTMENT HAS A CHANGE TO BE DATED AFTER.
001134*================================================================
001135 1100-LOAD-JOURNAL.
001136     OPEN INPUT CHANGE-JOURNAL.
001137     IF WS-DJN-FILE-STATUS = '35'
001138         GO TO 1100-LOAD-JOURNAL-EXIT
001139     END-IF.
001140     PERFORM 1150-LOAD-ONE-CHANGE THRU 1150-LOAD-ONE-CHANGE-EXIT
001141         UNTIL DPM-DJN-EOF.
001142     CLOSE CHANGE-JOURNAL.
001143 1100-LOAD-JOURNAL-EXIT.
001144     EXIT.
001145*================================================================
001146 1150-LOAD-ONE-CHANGE.
001147     READ CHANGE-JOURNAL
001148         AT END
001149             SET DPM-DJN-EOF TO TRUE
001150             GO TO 1150-LOAD-ONE-CHANGE-EXIT
001151     END-READ.
001152     IF MOBDJN-EFF-DATE IS NOT NUMERIC
001153         GO TO 1150-LOAD-ONE-CHANGE-EXIT
001154     END-IF.
001155     MOVE MOBDJN-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
001156     PERFORM 7000-FIND-DEPT THRU 7000-FIND-DEPT-EXIT.
001157     IF WS-DJN-FOUND-SUB = ZERO
001158         DISPLAY 'DPM1150E MORE THAN 1000 DEPARTMENTS - '
001159             'JOB TERMINATED'
001160         MOVE 'DPM1150E' TO MOBLOG-MSG-CODE
001161         MOVE 'E' TO MOBLOG-SEVERITY
001162         MOVE 'MOBDJN  ' TO MOBLOG-FILE-NAME
001163         MOVE 'JOURNAL TABLE FULL'
001164             TO MOBLOG-MSG-TEXT
001165         PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT
001166         MOVE 16 TO RETURN-CODE
001167         CLOSE DEPT-MASTER CHANGE-JOURNAL EVENT-LOG-FILE
001168         GO TO 9999-EXIT
001169     END-IF.
001170     IF MOBDJN-EFF-DATE > DPM-TBL-LAST-EFF (WS-DJN-FOUND-SUB)
001171         MOVE MOBDJN-EFF-DATE
001172             TO DPM-TBL-LAST-EFF (WS-DJN-FOUND-SUB)
001173     END-IF.
001174 1150-LOAD-ONE-CHANGE-EXIT.
001175     EXIT.
001176*================================================================
001177* 2000-PROCESS-TRAN - READ ONE MAINTENANCE CARD AND ROUTE IT BY
001178* ACTION CODE.  A BLANK EFFECTIVE DATE MEANS THE RUN DATE; A
001179* DATE LATER THAN THE RUN DATE REJECTS THE CARD, AND SO DOES
001180* ONE EARLIER THAN THE DEPARTMENT'S LATEST JOURNALED CHANGE -
001181* THE JOURNAL'S AFTER IMAGES WOULD NOT CARRY IT FORWARD.
001182*================================================================
001183 2000-PROCESS-TRAN.
001184     READ MAINT-TRAN-FILE
001190         AT END
001200             SET DPM-DPU-EOF TO TRUE
001210             GO TO 2000-PROCESS-TRAN-EXIT
001220     END-READ.
001230     ADD 1 TO WS-TRAN-COUNT.
001231     MOVE WS-RUN-DATE TO WS-EFF-DATE.
001232     IF MOBDPU-EFF-DATE NOT = SPACES
001233         IF MOBDPU-EFF-DATE IS NUMERIC
001234            AND MOBDPU-EFF-DATE-N NOT = ZERO
001235            AND MOBDPU-EFF-DATE-N NOT > WS-RUN-DATE
001236             MOVE MOBDPU-EFF-DATE-N TO WS-EFF-DATE
001237         ELSE
001238             ADD 1 TO WS-REJECTED-COUNT
001239             DISPLAY '  REJECT ' MOBDPU-DEPT-CODE
001240                 ' - BAD EFFECTIVE DATE ' MOBDPU-EFF-DATE
001241             MOVE 'DPM2000W' TO MOBLOG-MSG-CODE
001242             MOVE 'W' TO MOBLOG-SEVERITY
001243             MOVE MOBDPU-DEPT-CODE TO MOBLOG-DEPT-CODE
001244             MOVE 'CARD REJECTED - BAD EFF DATE'
001245                 TO MOBLOG-MSG-TEXT
001246             PERFORM 8800-WRITE-EVENT
001247                 THRU 8800-WRITE-EVENT-EXIT
001248             GO TO 2000-PROCESS-TRAN-EXIT
001249         END-IF
001250     END-IF.
001251     MOVE MOBDPU-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
001252     PERFORM 7000-FIND-DEPT THRU 7000-FIND-DEPT-EXIT.
001253     IF WS-DJN-FOUND-SUB = ZERO
001254         ADD 1 TO WS-REJECTED-COUNT
001255         DISPLAY '  REJECT ' MOBDPU-DEPT-CODE
001256             ' - JOURNAL TABLE FULL'
001257         MOVE 'DPM2000W' TO MOBLOG-MSG-CODE
001258         MOVE 'W' TO MOBLOG-SEVERITY
001259         MOVE MOBDPU-DEPT-CODE TO MOBLOG-DEPT-CODE
001260         MOVE 'CARD REJECTED - TABLE FULL'
001261             TO MOBLOG-MSG-TEXT
001262         PERFORM 8800-WRITE-EVENT
001263             THRU 8800-WRITE-EVENT-EXIT
001264         GO TO 2000-PROCESS-TRAN-EXIT
001265     END-IF.
001266     IF WS-EFF-DATE < DPM-TBL-LAST-EFF (WS-DJN-FOUND-SUB)
001267         ADD 1 TO WS-REJECTED-COUNT
001268         DISPLAY '  REJECT ' MOBDPU-DEPT-CODE
001269             ' - EFFECTIVE DATE ' WS-EFF-DATE
001270             ' BEFORE LAST CHANGE '
001271             DPM-TBL-LAST-EFF (WS-DJN-FOUND-SUB)
001272         MOVE 'DPM2000W' TO MOBLOG-MSG-CODE
001273         MOVE 'W' TO MOBLOG-SEVERITY
001274         MOVE MOBDPU-DEPT-CODE TO MOBLOG-DEPT-CODE
001275         MOVE 'EFF DATE BEFORE LAST CHANGE'
001276             TO MOBLOG-MSG-TEXT
001277         PERFORM 8800-WRITE-EVENT
001278             THRU 8800-WRITE-EVENT-EXIT
001279         GO TO 2000-PROCESS-TRAN-EXIT
001280     END-IF.
001281     IF MOBDPU-ADD
001282         PERFORM 2100-APPLY-ADD THRU 2100-APPLY-ADD-EXIT
001283     ELSE
001284         IF MOBDPU-CHANGE
001285             PERFORM 2200-APPLY-CHANGE THRU 2200-APPLY-CHANGE-EXIT
001290         ELSE
001300             IF MOBDPU-DEACTIVATE
001310                 PERFORM 2300-APPLY-DEACT
001580     MOVE MOBDPU-DEPT-CODE TO MOBDPT-DEPT-CODE.
001590     READ DEPT-MASTER
001600         INVALID KEY
001605             MOVE SPACES TO DPM-BEFORE-IMAGE
001610             PERFORM 2150-BUILD-NEW-ENTRY
001620                 THRU 2150-BUILD-NEW-ENTRY-EXIT
001630             WRITE MOBDPT-RECORD
001632             MOVE 'A' TO DPM-CHANGE-TYPE
001634             PERFORM 8700-WRITE-JOURNAL
001636                 THRU 8700-WRITE-JOURNAL-EXIT
001640             ADD 1 TO WS-APPLIED-COUNT
001650             DISPLAY '  ADDED  ' MOBDPU-DEPT-CODE ' - '
001660                 MOBDPU-DEPT-NAME
001780                     THRU 8800-WRITE-EVENT-EXIT
001790             ELSE
001800             IF MOBDPT-INACTIVE
001805                 MOVE MOBDPT-RECORD TO DPM-BEFORE-IMAGE
001810                 PERFORM 2150-BUILD-NEW-ENTRY
001820                     THRU 2150-BUILD-NEW-ENTRY-EXIT
001830                 REWRITE MOBDPT-RECORD
001832                 MOVE 'R' TO DPM-CHANGE-TYPE
001834                 PERFORM 8700-WRITE-JOURNAL
001836                     THRU 8700-WRITE-JOURNAL-EXIT
001840                 ADD 1 TO WS-APPLIED-COUNT
001850                 DISPLAY '  REACT  ' MOBDPU-DEPT-CODE ' - '
001860                     MOBDPU-DEPT-NAME
002420             PERFORM 8800-WRITE-EVENT
002430                 THRU 8800-WRITE-EVENT-EXIT
002440         NOT INVALID KEY
002445             MOVE MOBDPT-RECORD TO DPM-BEFORE-IMAGE
002450             IF MOBDPU-DEPT-NAME NOT = SPACES
002460                 MOVE MOBDPU-DEPT-NAME TO MOBDPT-DEPT-NAME
002470             END-IF
002590                     TO MOBDPT-DFLT-ROW-WIDTH
002600             END-IF
002610             REWRITE MOBDPT-RECORD
002612             MOVE 'C' TO DPM-CHANGE-TYPE
002614             PERFORM 8700-WRITE-JOURNAL
002616                 THRU 8700-WRITE-JOURNAL-EXIT
002620             ADD 1 TO WS-APPLIED-COUNT
002630             DISPLAY '  CHANGE ' MOBDPU-DEPT-CODE ' - '
002640                 MOBDPT-DEPT-NAME
003100                 PERFORM 8800-WRITE-EVENT
003110                     THRU 8800-WRITE-EVENT-EXIT
003120             ELSE
003125                 MOVE MOBDPT-RECORD TO DPM-BEFORE-IMAGE
003130                 MOVE 'I' TO MOBDPT-ACTIVE-FLAG
003140                 REWRITE MOBDPT-RECORD
003142                 MOVE 'D' TO DPM-CHANGE-TYPE
003144                 PERFORM 8700-WRITE-JOURNAL
003146                     THRU 8700-WRITE-JOURNAL-EXIT
003150                 ADD 1 TO WS-APPLIED-COUNT
003160                 DISPLAY '  DEACT  ' MOBDPU-DEPT-CODE ' - '
003170                     MOBDPT-DEPT-NAME
003190             END-IF
003200     END-READ.
003210 2300-APPLY-DEACT-EXIT.
003211     EXIT.
003212*================================================================
003213* 7000-FIND-DEPT - LOCATE WS-LOOKUP-DEPT-CODE IN THE JOURNAL
003214* TABLE, ADDING IT WITH NO CHANGE DATE WHEN IT IS NOT THERE YET.
003215* ZERO SUBSCRIPT WHEN IT IS NOT THERE AND THE TABLE IS FULL.
003216*================================================================
003217 7000-FIND-DEPT.
003218     MOVE ZERO TO WS-DJN-FOUND-SUB.
003219     MOVE 1 TO WS-DJN-SUB.
003220     PERFORM 7100-TEST-DEPT-ENTRY THRU 7100-TEST-DEPT-ENTRY-EXIT
003221         UNTIL WS-DJN-FOUND-SUB > ZERO
003222            OR WS-DJN-SUB > WS-DJN-TBL-COUNT.
003223     IF WS-DJN-FOUND-SUB = ZERO
003224        AND WS-DJN-TBL-COUNT < 1000
003225         ADD 1 TO WS-DJN-TBL-COUNT
003226         MOVE WS-DJN-TBL-COUNT TO WS-DJN-FOUND-SUB
003227         MOVE WS-LOOKUP-DEPT-CODE
003228             TO DPM-TBL-DEPT-CODE (WS-DJN-FOUND-SUB)
003229         MOVE ZERO TO DPM-TBL-LAST-EFF (WS-DJN-FOUND-SUB)
003230     END-IF.
003231 7000-FIND-DEPT-EXIT.
003232     EXIT.
003233*================================================================
003234 7100-TEST-DEPT-ENTRY.
003235     IF WS-LOOKUP-DEPT-CODE = DPM-TBL-DEPT-CODE (WS-DJN-SUB)
003236         MOVE WS-DJN-SUB TO WS-DJN-FOUND-SUB
003237     ELSE
003238         ADD 1 TO WS-DJN-SUB
003239     END-IF.
003240 7100-TEST-DEPT-ENTRY-EXIT.
003241     EXIT.
003242*================================================================
003243* 8700-WRITE-JOURNAL - APPEND ONE MOBDJN CHANGE JOURNAL RECORD
003244* FOR THE CARD JUST APPLIED.  THE CALLER SAVES THE BEFORE IMAGE
003245* AND SETS THE CHANGE TYPE; THE MASTER RECORD AREA HOLDS THE
003246* AFTER IMAGE.  THE CARD'S EFFECTIVE DATE BECOMES THE LATEST
003247* FOR ITS DEPARTMENT.
003248*================================================================
003249 8700-WRITE-JOURNAL.
003250     ACCEPT WS-LOG-TIME FROM TIME.
003251     MOVE MOBDPT-DEPT-CODE TO MOBDJN-DEPT-CODE.
003252     MOVE WS-EFF-DATE TO MOBDJN-EFF-DATE.
003253     MOVE WS-RUN-DATE TO MOBDJN-RUN-DATE.
003254     MOVE WS-LOG-TIME TO MOBDJN-RUN-TIME.
003255     MOVE 'MOBDPM  ' TO MOBDJN-PROGRAM.
003256     MOVE DPM-CHANGE-TYPE TO MOBDJN-CHANGE-TYPE.
003257     MOVE MOBDPU-RECORD TO MOBDJN-TRAN-IMAGE.
003258     MOVE DPM-BEFORE-IMAGE TO MOBDJN-BEFORE-IMAGE.
003259     MOVE MOBDPT-RECORD TO MOBDJN-AFTER-IMAGE.
003260     WRITE MOBDJN-RECORD.
003261     ADD 1 TO WS-JOURNAL-COUNT.
003262     MOVE WS-EFF-DATE TO DPM-TBL-LAST-EFF (WS-DJN-FOUND-SUB).
003263 8700-WRITE-JOURNAL-EXIT.
003264     EXIT.
003265*================================================================
003266* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
003267* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
003268* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
003270* NEXT EVENT CANNOT INHERIT THEM.
003280*================================================================
003290 8800-WRITE-EVENT.
003430* TOTALS.  RETURN CODE 4 FLAGS A RUN WITH ANY REJECTED CARD.
003440*================================================================
003450 9000-TERMINATE.
003456     CLOSE DEPT-MASTER MAINT-TRAN-FILE CHANGE-JOURNAL
003462         EVENT-LOG-FILE.
003470     DISPLAY ' '.
003480     MOVE WS-TRAN-COUNT TO WS-MAINT-COUNT-DISP.
003490     DISPLAY '  CARDS READ ....... ' WS-MAINT-COUNT-DISP.
003510     DISPLAY '  CARDS APPLIED .... ' WS-MAINT-COUNT-DISP.
003520     MOVE WS-REJECTED-COUNT TO WS-MAINT-COUNT-DISP.
003530     DISPLAY '  CARDS REJECTED ... ' WS-MAINT-COUNT-DISP.
003533     MOVE WS-JOURNAL-COUNT TO WS-MAINT-COUNT-DISP.
003536     DISPLAY '  CHANGES JOURNALED  ' WS-MAINT-COUNT-DISP.
003540     IF WS-REJECTED-COUNT > ZERO
003550         MOVE 4 TO RETURN-CODE
003560     END-IF.
