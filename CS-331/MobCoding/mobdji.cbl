000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOBDJI.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. CS-331 OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RMD   ORIGINAL VERSION - DEPARTMENT MASTER "AS OF"
000120*                  INQUIRY.  RECONSTRUCTS EVERY MOBDPT ENTRY AS
000130*                  IT STOOD ON THE DATE ON THE MOBDJQ CARD FROM
000140*                  THE MOBDJN CHANGE JOURNAL WRITTEN BY MOBDPM
000150*                  AND MOBRKY, AND LISTS THE FULL CHANGE HISTORY
000160*                  - BEFORE AND AFTER IMAGES AND THE CARD THAT
000170*                  CAUSED EACH CHANGE - FOR ONE DEPARTMENT CODE.
000180*                  RETURN CODE 4 WHEN THERE IS NO JOURNAL.
000190*================================================================
000200 ENVIRONMENT DIVISION.
000210 CONFIGURATION SECTION.
000220 SOURCE-COMPUTER. IBM-370.
000230 OBJECT-COMPUTER. IBM-370.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT INQUIRY-PARM-FILE ASSIGN TO MOBDJQ
000270         ORGANIZATION IS LINE SEQUENTIAL
000280         FILE STATUS IS WS-DJQ-FILE-STATUS.
000290     SELECT CHANGE-JOURNAL ASSIGN TO MOBDJN
000300         ORGANIZATION IS LINE SEQUENTIAL
000310         FILE STATUS IS WS-DJN-FILE-STATUS.
000320     SELECT DEPT-MASTER ASSIGN TO MOBDPT
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS MOBDPT-DEPT-CODE
000360         FILE STATUS IS WS-DPT-FILE-STATUS.
000370     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000380         ORGANIZATION IS LINE SEQUENTIAL.
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  INQUIRY-PARM-FILE
000420     LABEL RECORD IS STANDARD.
000430     COPY MOBDJQ.
000440 FD  CHANGE-JOURNAL
000450     LABEL RECORD IS STANDARD.
000460     COPY MOBDJN.
000470 FD  DEPT-MASTER.
000480     COPY MOBDPT.
000490 FD  EVENT-LOG-FILE
000500     LABEL RECORD IS STANDARD.
000510     COPY MOBLOG.
000520 WORKING-STORAGE SECTION.
000530*----------------------------------------------------------------
000540* STANDALONE COUNTERS AND WORK FIELDS
000550*----------------------------------------------------------------
000560 77  WS-DJQ-FILE-STATUS      PIC X(02) VALUE SPACES.
000570 77  WS-DJN-FILE-STATUS      PIC X(02) VALUE SPACES.
000580 77  WS-DPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000590 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000600 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000610 77  WS-AS-OF-DATE           PIC 9(08) VALUE ZERO.
000620 77  WS-HIST-DEPT-CODE       PIC X(04) VALUE SPACES.
000630 77  WS-LOOKUP-DEPT-CODE     PIC X(04) VALUE SPACES.
000640 77  WS-DEPT-TBL-COUNT       PIC 9(05) COMP VALUE ZERO.
000650 77  WS-DEPT-SUB             PIC 9(05) COMP VALUE ZERO.
000660 77  WS-DEPT-FOUND-SUB       PIC 9(05) COMP VALUE ZERO.
000670 77  WS-JOURNAL-READ         PIC 9(07) COMP VALUE ZERO.
000680 77  WS-JOURNAL-USED         PIC 9(07) COMP VALUE ZERO.
000690 77  WS-ASOF-LISTED          PIC 9(05) COMP VALUE ZERO.
000700 77  WS-ASOF-NOT-YET         PIC 9(05) COMP VALUE ZERO.
000710 77  WS-HIST-COUNT           PIC 9(05) COMP VALUE ZERO.
000720 77  WS-STATUS-TEXT          PIC X(10) VALUE SPACES.
000730 77  WS-LAST-CHANGE-TEXT     PIC X(11) VALUE SPACES.
000740 77  WS-CHANGE-TEXT          PIC X(11) VALUE SPACES.
000750 77  WS-IMAGE-LABEL          PIC X(07) VALUE SPACES.
000760 77  WS-DJI-COUNT-DISP       PIC Z(06)9.
000770*----------------------------------------------------------------
000780* ORDERING KEY OF ONE JOURNAL ENTRY - EFFECTIVE DATE FIRST, THEN
000790* THE DATE AND TIME IT WAS APPLIED, SO TWO CHANGES EFFECTIVE THE
000800* SAME DAY FALL IN THE ORDER THEY WERE MADE.
000810*----------------------------------------------------------------
000820 01  DJI-ENTRY-KEY.
000830     05  DJI-KEY-EFF-DATE        PIC 9(08).
000840     05  DJI-KEY-RUN-DATE        PIC 9(08).
000850     05  DJI-KEY-RUN-TIME        PIC 9(08).
000860*----------------------------------------------------------------
000870* DEPARTMENT TABLE - EACH CODE'S CURRENT MASTER IMAGE, THE AFTER
000880* IMAGE OF ITS LATEST CHANGE EFFECTIVE ON OR BEFORE THE AS-OF
000890* DATE, AND THE BEFORE IMAGE OF ITS EARLIEST CHANGE EFFECTIVE
000900* AFTER IT.  A KEY OF SPACES MEANS NO SUCH CHANGE.
000910*----------------------------------------------------------------
000920 01  DJI-DEPT-TABLE.
000930     05  DJI-DEPT-ENTRY OCCURS 100 TIMES.
000940         10  DJI-TBL-DEPT-CODE   PIC X(04).
000950         10  DJI-TBL-CUR-IMAGE   PIC X(80).
000960         10  DJI-TBL-LE-KEY      PIC X(24).
000970         10  DJI-TBL-LE-IMAGE    PIC X(80).
000980         10  DJI-TBL-GT-KEY      PIC X(24).
000990         10  DJI-TBL-GT-IMAGE    PIC X(80).
001000*----------------------------------------------------------------
001010* WORK VIEW OF ONE MASTER IMAGE TAKEN FROM THE TABLE OR JOURNAL.
001020*----------------------------------------------------------------
001030     COPY MOBDPT REPLACING LEADING ==MOBDPT== BY ==DJI-IMG==.
001040*----------------------------------------------------------------
001050 01  DJI-SWITCHES.
001060     05  DJI-DJN-EOF-SW      PIC X(01) VALUE 'N'.
001070         88  DJI-DJN-EOF               VALUE 'Y'.
001080     05  DJI-DPT-EOF-SW      PIC X(01) VALUE 'N'.
001090         88  DJI-DPT-EOF               VALUE 'Y'.
001100     05  DJI-DJN-SW          PIC X(01) VALUE 'N'.
001110         88  DJI-DJN-ON-FILE           VALUE 'Y'.
001120 PROCEDURE DIVISION.
001130*================================================================
001140 0000-MAIN-PROC.
001150*================================================================
001160     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001170     PERFORM 2000-APPLY-JOURNAL THRU 2000-APPLY-JOURNAL-EXIT.
001180     PERFORM 3000-PRINT-AS-OF THRU 3000-PRINT-AS-OF-EXIT.
001190     PERFORM 4000-PRINT-HISTORY THRU 4000-PRINT-HISTORY-EXIT.
001200     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001210     GO TO 9999-EXIT.
001220*================================================================
001230* 1000-INITIALIZE - READ THE INQUIRY CARD AND LOAD THE CURRENT
001240* MASTER.  THE CURRENT MASTER STANDS FOR ANY DEPARTMENT THE
001250* JOURNAL SAYS NOTHING ABOUT.
001260*================================================================
001270 1000-INITIALIZE.
001280     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001290     OPEN EXTEND EVENT-LOG-FILE.
001300     MOVE SPACES TO MOBLOG-DEPT-CODE.
001310     MOVE ZERO TO MOBLOG-ROW-NUMBER.
001320     MOVE SPACES TO MOBLOG-FILE-NAME.
001330     MOVE SPACES TO MOBLOG-MSG-TEXT.
001340     PERFORM 1100-READ-PARM THRU 1100-READ-PARM-EXIT.
001350     DISPLAY ' '.
001360     DISPLAY '===== MOBDJI DEPARTMENT MASTER AS OF '
001370         WS-AS-OF-DATE ' ====='.
001380     OPEN INPUT DEPT-MASTER.
001390     IF WS-DPT-FILE-STATUS = '35'
001400         DISPLAY 'DJI1000W DEPARTMENT MASTER NOT FOUND - '
001410             'JOURNAL ONLY'
001420         MOVE 'DJI1000W' TO MOBLOG-MSG-CODE
001430         MOVE 'W' TO MOBLOG-SEVERITY
001440         MOVE 'MOBDPT  ' TO MOBLOG-FILE-NAME
001450         MOVE 'DEPT MASTER NOT FOUND'
001460             TO MOBLOG-MSG-TEXT
001470         PERFORM 8800-WRITE-EVENT
001480             THRU 8800-WRITE-EVENT-EXIT
001490         GO TO 1000-INITIALIZE-EXIT
001500     END-IF.
001510     PERFORM 1200-LOAD-ONE-DEPT THRU 1200-LOAD-ONE-DEPT-EXIT
001520         UNTIL DJI-DPT-EOF.
001530     CLOSE DEPT-MASTER.
001540 1000-INITIALIZE-EXIT.
001550     EXIT.
001560*================================================================
001570* 1100-READ-PARM - AS-OF DATE AND HISTORY CODE FROM THE MOBDJQ
001580* CARD.  NO CARD, OR A BLANK OR INVALID DATE, MEANS THE RUN DATE.
001590*================================================================
001600 1100-READ-PARM.
001610     MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
001620     OPEN INPUT INQUIRY-PARM-FILE.
001630     IF WS-DJQ-FILE-STATUS = '35'
001640         GO TO 1100-READ-PARM-EXIT
001650     END-IF.
001660     READ INQUIRY-PARM-FILE
001670         NOT AT END
001680             MOVE MOBDJQ-DEPT-CODE TO WS-HIST-DEPT-CODE
001690             IF MOBDJQ-AS-OF-DATE NOT = SPACES
001700                 IF MOBDJQ-AS-OF-DATE IS NUMERIC
001710                    AND MOBDJQ-AS-OF-DATE-N NOT = ZERO
001720                     MOVE MOBDJQ-AS-OF-DATE-N TO WS-AS-OF-DATE
001730                 ELSE
001740                     DISPLAY 'DJI1100W AS-OF DATE INVALID - '
001750                         'RUN DATE USED'
001760                     MOVE 'DJI1100W' TO MOBLOG-MSG-CODE
001770                     MOVE 'W' TO MOBLOG-SEVERITY
001780                     MOVE 'MOBDJQ  ' TO MOBLOG-FILE-NAME
001790                     MOVE 'AS-OF DATE INVALID'
001800                         TO MOBLOG-MSG-TEXT
001810                     PERFORM 8800-WRITE-EVENT
001820                         THRU 8800-WRITE-EVENT-EXIT
001830                 END-IF
001840             END-IF
001850     END-READ.
001860     CLOSE INQUIRY-PARM-FILE.
001870 1100-READ-PARM-EXIT.
001880     EXIT.
001890*================================================================
001900 1200-LOAD-ONE-DEPT.
001910     READ DEPT-MASTER NEXT RECORD
001920         AT END
001930             SET DJI-DPT-EOF TO TRUE
001940             GO TO 1200-LOAD-ONE-DEPT-EXIT
001950     END-READ.
001960     MOVE MOBDPT-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
001970     PERFORM 7000-FIND-DEPT THRU 7000-FIND-DEPT-EXIT.
001980     MOVE MOBDPT-RECORD TO DJI-TBL-CUR-IMAGE (WS-DEPT-FOUND-SUB).
001990 1200-LOAD-ONE-DEPT-EXIT.
002000     EXIT.
002010*================================================================
002020* 2000-APPLY-JOURNAL - ONE PASS OF THE CHANGE JOURNAL.  FOR EACH
002030* DEPARTMENT KEEP THE AFTER IMAGE OF THE LATEST CHANGE EFFECTIVE
002040* ON OR BEFORE THE AS-OF DATE AND THE BEFORE IMAGE OF THE
002050* EARLIEST CHANGE EFFECTIVE AFTER IT.
002060*================================================================
002070 2000-APPLY-JOURNAL.
002080     OPEN INPUT CHANGE-JOURNAL.
002090     IF WS-DJN-FILE-STATUS = '35'
002100         DISPLAY 'DJI2000W NO CHANGE JOURNAL - CURRENT MASTER '
002110             'SHOWN'
002120         MOVE 'DJI2000W' TO MOBLOG-MSG-CODE
002130         MOVE 'W' TO MOBLOG-SEVERITY
002140         MOVE 'MOBDJN  ' TO MOBLOG-FILE-NAME
002150         MOVE 'NO CHANGE JOURNAL'
002160             TO MOBLOG-MSG-TEXT
002170         PERFORM 8800-WRITE-EVENT
002180             THRU 8800-WRITE-EVENT-EXIT
002190         GO TO 2000-APPLY-JOURNAL-EXIT
002200     END-IF.
002210     SET DJI-DJN-ON-FILE TO TRUE.
002220     PERFORM 2100-APPLY-ONE-ENTRY THRU 2100-APPLY-ONE-ENTRY-EXIT
002230         UNTIL DJI-DJN-EOF.
002240     CLOSE CHANGE-JOURNAL.
002250 2000-APPLY-JOURNAL-EXIT.
002260     EXIT.
002270*================================================================
002280 2100-APPLY-ONE-ENTRY.
002290     READ CHANGE-JOURNAL
002300         AT END
002310             SET DJI-DJN-EOF TO TRUE
002320             GO TO 2100-APPLY-ONE-ENTRY-EXIT
002330     END-READ.
002340     ADD 1 TO WS-JOURNAL-READ.
002350     IF MOBDJN-EFF-DATE IS NOT NUMERIC
002360         GO TO 2100-APPLY-ONE-ENTRY-EXIT
002370     END-IF.
002380     MOVE MOBDJN-DEPT-CODE TO WS-LOOKUP-DEPT-CODE.
002390     PERFORM 7000-FIND-DEPT THRU 7000-FIND-DEPT-EXIT.
002400     MOVE MOBDJN-EFF-DATE TO DJI-KEY-EFF-DATE.
002410     MOVE MOBDJN-RUN-DATE TO DJI-KEY-RUN-DATE.
002420     MOVE MOBDJN-RUN-TIME TO DJI-KEY-RUN-TIME.
002430     IF MOBDJN-EFF-DATE NOT > WS-AS-OF-DATE
002440         IF DJI-ENTRY-KEY > DJI-TBL-LE-KEY (WS-DEPT-FOUND-SUB)
002450             MOVE DJI-ENTRY-KEY
002460                 TO DJI-TBL-LE-KEY (WS-DEPT-FOUND-SUB)
002470             MOVE MOBDJN-AFTER-IMAGE
002480                 TO DJI-TBL-LE-IMAGE (WS-DEPT-FOUND-SUB)
002490             ADD 1 TO WS-JOURNAL-USED
002500         END-IF
002510         GO TO 2100-APPLY-ONE-ENTRY-EXIT
002520     END-IF.
002530     IF DJI-TBL-GT-KEY (WS-DEPT-FOUND-SUB) = SPACES
002540        OR DJI-ENTRY-KEY < DJI-TBL-GT-KEY (WS-DEPT-FOUND-SUB)
002550         MOVE DJI-ENTRY-KEY
002560             TO DJI-TBL-GT-KEY (WS-DEPT-FOUND-SUB)
002570         MOVE MOBDJN-BEFORE-IMAGE
002580             TO DJI-TBL-GT-IMAGE (WS-DEPT-FOUND-SUB)
002590         ADD 1 TO WS-JOURNAL-USED
002600     END-IF.
002610 2100-APPLY-ONE-ENTRY-EXIT.
002620     EXIT.
002630*================================================================
002640* 3000-PRINT-AS-OF - THE MASTER AS IT STOOD ON THE AS-OF DATE.
002650* A CHANGE ON OR BEFORE THE DATE GIVES ITS AFTER IMAGE; FAILING
002660* THAT, THE FIRST LATER CHANGE GIVES ITS BEFORE IMAGE; FAILING
002670* THAT, THE ENTRY HAS NOT CHANGED AND THE CURRENT MASTER STANDS.
002680* AN IMAGE OF SPACES MEANS THE CODE WAS NOT YET ON THE MASTER.
002690*================================================================
002700 3000-PRINT-AS-OF.
002710     DISPLAY ' '.
002720     DISPLAY '  CODE  NAME                 SUPERVISOR           '
002730         'STATUS     ROWS WIDTH  LAST CHANGE'.
002740     MOVE 1 TO WS-DEPT-SUB.
002750     PERFORM 3100-PRINT-ONE-DEPT THRU 3100-PRINT-ONE-DEPT-EXIT
002760         UNTIL WS-DEPT-SUB > WS-DEPT-TBL-COUNT.
002770 3000-PRINT-AS-OF-EXIT.
002780     EXIT.
002790*================================================================
002800 3100-PRINT-ONE-DEPT.
002810     IF DJI-TBL-LE-KEY (WS-DEPT-SUB) NOT = SPACES
002820         MOVE DJI-TBL-LE-IMAGE (WS-DEPT-SUB) TO DJI-IMG-RECORD
002830         MOVE DJI-TBL-LE-KEY (WS-DEPT-SUB) TO DJI-ENTRY-KEY
002840         MOVE DJI-KEY-EFF-DATE TO WS-LAST-CHANGE-TEXT
002850     ELSE
002860         MOVE 'PRE-JOURNAL' TO WS-LAST-CHANGE-TEXT
002870         IF DJI-TBL-GT-KEY (WS-DEPT-SUB) NOT = SPACES
002880             MOVE DJI-TBL-GT-IMAGE (WS-DEPT-SUB)
002890           TO DJI-IMG-RECORD
002900         ELSE
002910             MOVE DJI-TBL-CUR-IMAGE (WS-DEPT-SUB)
002920           TO DJI-IMG-RECORD
002930         END-IF
002940     END-IF.
002950     ADD 1 TO WS-DEPT-SUB.
002960     IF DJI-IMG-RECORD = SPACES
002970         ADD 1 TO WS-ASOF-NOT-YET
002980         GO TO 3100-PRINT-ONE-DEPT-EXIT
002990     END-IF.
003000     ADD 1 TO WS-ASOF-LISTED.
003010     PERFORM 7200-SET-STATUS-TEXT THRU 7200-SET-STATUS-TEXT-EXIT.
003020     DISPLAY '  ' DJI-IMG-DEPT-CODE '  ' DJI-IMG-DEPT-NAME ' '
003030         DJI-IMG-SUPERVISOR ' ' WS-STATUS-TEXT ' '
003040         DJI-IMG-DFLT-ROW-COUNT '  ' DJI-IMG-DFLT-ROW-WIDTH
003050         '    ' WS-LAST-CHANGE-TEXT.
003060 3100-PRINT-ONE-DEPT-EXIT.
003070     EXIT.
003080*================================================================
003090* 4000-PRINT-HISTORY - EVERY JOURNALED CHANGE TO THE CODE ON THE
003100* INQUIRY CARD, IN THE ORDER THE CHANGES WERE APPLIED.
003110*================================================================
003120 4000-PRINT-HISTORY.
003130     IF WS-HIST-DEPT-CODE = SPACES
003140        OR NOT DJI-DJN-ON-FILE
003150         GO TO 4000-PRINT-HISTORY-EXIT
003160     END-IF.
003170     DISPLAY ' '.
003180     DISPLAY '  CHANGE HISTORY FOR ' WS-HIST-DEPT-CODE.
003190     MOVE 'N' TO DJI-DJN-EOF-SW.
003200     OPEN INPUT CHANGE-JOURNAL.
003210     PERFORM 4100-PRINT-ONE-CHANGE THRU 4100-PRINT-ONE-CHANGE-EXIT
003220         UNTIL DJI-DJN-EOF.
003230     CLOSE CHANGE-JOURNAL.
003240     IF WS-HIST-COUNT = ZERO
003250         DISPLAY '    NO CHANGES JOURNALED FOR ' WS-HIST-DEPT-CODE
003260     END-IF.
003270 4000-PRINT-HISTORY-EXIT.
003280     EXIT.
003290*================================================================
003300 4100-PRINT-ONE-CHANGE.
003310     READ CHANGE-JOURNAL
003320         AT END
003330             SET DJI-DJN-EOF TO TRUE
003340             GO TO 4100-PRINT-ONE-CHANGE-EXIT
003350     END-READ.
003360     IF MOBDJN-DEPT-CODE NOT = WS-HIST-DEPT-CODE
003370         GO TO 4100-PRINT-ONE-CHANGE-EXIT
003380     END-IF.
003390     ADD 1 TO WS-HIST-COUNT.
003400     MOVE 'UNKNOWN' TO WS-CHANGE-TEXT.
003410     IF MOBDJN-ADDED
003420         MOVE 'ADDED' TO WS-CHANGE-TEXT
003430     END-IF.
003440     IF MOBDJN-REACTIVATED
003450         MOVE 'REACTIVATED' TO WS-CHANGE-TEXT
003460     END-IF.
003470     IF MOBDJN-CHANGED
003480         MOVE 'CHANGED' TO WS-CHANGE-TEXT
003490     END-IF.
003500     IF MOBDJN-DEACTIVATED
003510         MOVE 'DEACTIVATED' TO WS-CHANGE-TEXT
003520     END-IF.
003530     IF MOBDJN-SUPERSEDED
003540         MOVE 'SUPERSEDED' TO WS-CHANGE-TEXT
003550     END-IF.
003560     DISPLAY ' '.
003570     DISPLAY '    EFFECTIVE ' MOBDJN-EFF-DATE '  ' WS-CHANGE-TEXT
003580         '  APPLIED ' MOBDJN-RUN-DATE ' ' MOBDJN-RUN-TIME
003590         ' BY ' MOBDJN-PROGRAM.
003600     DISPLAY '      CARD   ' MOBDJN-TRAN-IMAGE.
003610     MOVE 'BEFORE ' TO WS-IMAGE-LABEL.
003620     MOVE MOBDJN-BEFORE-IMAGE TO DJI-IMG-RECORD.
003630     PERFORM 4200-PRINT-IMAGE THRU 4200-PRINT-IMAGE-EXIT.
003640     MOVE 'AFTER  ' TO WS-IMAGE-LABEL.
003650     MOVE MOBDJN-AFTER-IMAGE TO DJI-IMG-RECORD.
003660     PERFORM 4200-PRINT-IMAGE THRU 4200-PRINT-IMAGE-EXIT.
003670 4100-PRINT-ONE-CHANGE-EXIT.
003680     EXIT.
003690*================================================================
003700 4200-PRINT-IMAGE.
003710     IF DJI-IMG-RECORD = SPACES
003720         DISPLAY '      ' WS-IMAGE-LABEL '(NOT ON MASTER)'
003730         GO TO 4200-PRINT-IMAGE-EXIT
003740     END-IF.
003750     PERFORM 7200-SET-STATUS-TEXT THRU 7200-SET-STATUS-TEXT-EXIT.
003760     DISPLAY '      ' WS-IMAGE-LABEL DJI-IMG-DEPT-NAME ' '
003770         DJI-IMG-SUPERVISOR ' ' WS-STATUS-TEXT ' '
003780         DJI-IMG-DFLT-ROW-COUNT ' ' DJI-IMG-DFLT-ROW-WIDTH.
003790 4200-PRINT-IMAGE-EXIT.
003800     EXIT.
003810*================================================================
003820* 7000-FIND-DEPT - LOCATE WS-LOOKUP-DEPT-CODE IN THE DEPARTMENT
003830* TABLE, ADDING A BLANK ENTRY WHEN IT IS NOT THERE YET.
003840*================================================================
003850 7000-FIND-DEPT.
003860     MOVE ZERO TO WS-DEPT-FOUND-SUB.
003870     MOVE 1 TO WS-DEPT-SUB.
003880     PERFORM 7100-TEST-DEPT-ENTRY THRU 7100-TEST-DEPT-ENTRY-EXIT
003890         UNTIL WS-DEPT-FOUND-SUB > ZERO
003900            OR WS-DEPT-SUB > WS-DEPT-TBL-COUNT.
003910     IF WS-DEPT-FOUND-SUB = ZERO
003920         IF WS-DEPT-TBL-COUNT >= 100
003930             DISPLAY 'DJI7000E MORE THAN 100 DEPARTMENTS - '
003940                 'JOB TERMINATED'
003950             MOVE 'DJI7000E' TO MOBLOG-MSG-CODE
003960             MOVE 'E' TO MOBLOG-SEVERITY
003970             MOVE 'DEPARTMENT TABLE FULL'
003980                 TO MOBLOG-MSG-TEXT
003990             PERFORM 8800-WRITE-EVENT
004000                 THRU 8800-WRITE-EVENT-EXIT
004010             MOVE 16 TO RETURN-CODE
004020             GO TO 9999-EXIT
004030         END-IF
004040         ADD 1 TO WS-DEPT-TBL-COUNT
004050         MOVE WS-DEPT-TBL-COUNT TO WS-DEPT-FOUND-SUB
004060         MOVE SPACES TO DJI-DEPT-ENTRY (WS-DEPT-FOUND-SUB)
004070         MOVE WS-LOOKUP-DEPT-CODE
004080             TO DJI-TBL-DEPT-CODE (WS-DEPT-FOUND-SUB)
004090     END-IF.
004100 7000-FIND-DEPT-EXIT.
004110     EXIT.
004120*================================================================
004130 7100-TEST-DEPT-ENTRY.
004140     IF WS-LOOKUP-DEPT-CODE = DJI-TBL-DEPT-CODE (WS-DEPT-SUB)
004150         MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
004160     ELSE
004170         ADD 1 TO WS-DEPT-SUB
004180     END-IF.
004190 7100-TEST-DEPT-ENTRY-EXIT.
004200     EXIT.
004210*================================================================
004220 7200-SET-STATUS-TEXT.
004230     MOVE 'UNKNOWN' TO WS-STATUS-TEXT.
004240     IF DJI-IMG-ACTIVE
004250         MOVE 'ACTIVE' TO WS-STATUS-TEXT
004260     END-IF.
004270     IF DJI-IMG-INACTIVE
004280         MOVE 'INACTIVE' TO WS-STATUS-TEXT
004290     END-IF.
004300     IF DJI-IMG-SUPERSEDED
004310         MOVE 'SUPERSEDED' TO WS-STATUS-TEXT
004320     END-IF.
004330 7200-SET-STATUS-TEXT-EXIT.
004340     EXIT.
004350*================================================================
004360* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
004370* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
004380* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
004390* NEXT EVENT CANNOT INHERIT THEM.
004400*================================================================
004410 8800-WRITE-EVENT.
004420     ACCEPT WS-LOG-TIME FROM TIME.
004430     MOVE 'MOBDJI  ' TO MOBLOG-PROGRAM.
004440     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
004450     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
004460     WRITE MOBLOG-RECORD.
004470     MOVE SPACES TO MOBLOG-DEPT-CODE.
004480     MOVE ZERO TO MOBLOG-ROW-NUMBER.
004490     MOVE SPACES TO MOBLOG-FILE-NAME.
004500     MOVE SPACES TO MOBLOG-MSG-TEXT.
004510 8800-WRITE-EVENT-EXIT.
004520     EXIT.
004530*================================================================
004540* 9000-TERMINATE - PRINT THE TOTALS.  RETURN CODE 4 WHEN THERE
004550* WAS NO JOURNAL TO RECONSTRUCT FROM.
004560*================================================================
004570 9000-TERMINATE.
004580     DISPLAY ' '.
004590     MOVE WS-ASOF-LISTED TO WS-DJI-COUNT-DISP.
004600     DISPLAY '  DEPARTMENTS ON MASTER AS OF .. '
004610         WS-DJI-COUNT-DISP.
004620     MOVE WS-ASOF-NOT-YET TO WS-DJI-COUNT-DISP.
004630     DISPLAY '  CODES NOT YET ADDED .......... '
004640         WS-DJI-COUNT-DISP.
004650     MOVE WS-JOURNAL-READ TO WS-DJI-COUNT-DISP.
004660     DISPLAY '  JOURNAL RECORDS READ ......... '
004670         WS-DJI-COUNT-DISP.
004680     IF WS-HIST-DEPT-CODE NOT = SPACES
004690         MOVE WS-HIST-COUNT TO WS-DJI-COUNT-DISP
004700         DISPLAY '  CHANGES LISTED FOR ' WS-HIST-DEPT-CODE
004710             ' ......... ' WS-DJI-COUNT-DISP
004720     END-IF.
004730     IF NOT DJI-DJN-ON-FILE
004740         MOVE 4 TO RETURN-CODE
004750     END-IF.
004760     CLOSE EVENT-LOG-FILE.
004770     DISPLAY ' '.
004780     DISPLAY '===== MOBDJI INQUIRY COMPLETE ====='.
004790 9000-TERMINATE-EXIT.
004800     EXIT.
004810*================================================================
004820 9999-EXIT.
004830     STOP RUN.
004840 END PROGRAM MOBDJI.
