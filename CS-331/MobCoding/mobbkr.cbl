000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. MOBBKR.
000030 AUTHOR. D-SHIFT-BATCH-SUPPORT.
000040 INSTALLATION. CS-331 OPERATIONS.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*================================================================
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------------
000100* DATE       INIT  DESCRIPTION
000110* 10/15/26   RMD   ORIGINAL VERSION - BACKUP, RELOAD AND VERIFY
000120*                  FOR THE INDEXED FILES UPDATED IN PLACE (MOBRPT,
000130*                  MOBTRD, MOBSUM AND MOBDPT).  MOBTRB CAN ONLY
000140*                  REBUILD MOBTRD, AND ONLY FROM AN INTACT
000150*                  ARCHIVE.  THE MOBBKP CARD PICKS THE MODE:
000160*                  UNLOAD WRITES THE FILE TO A DATED SEQUENTIAL
000170*                  BACKUP (MOBBKU) ENDING IN A CONTROL RECORD -
000180*                  RECORD COUNT, KEY RANGE, HASH AND ZERO TOTALS -
000190*                  READS THE BACKUP BACK TO PROVE IT, AND CATALOGS
000200*                  THE CONTROL RECORD ON MOBBKC.  RELOAD PROVES
000210*                  THE CHOSEN BACKUP BEFORE THE LIVE FILE IS
000220*                  TOUCHED, RECREATES THE FILE FROM IT, THEN READS
000230*                  THE NEW FILE END TO END AGAINST THE CONTROL
000240*                  TOTALS.  VERIFY READS A LIVE FILE (OR ALL FOUR)
000250*                  END TO END AND CHECKS IT AGAINST ITS LATEST
000260*                  CATALOGED BACKUP, SO MOBMNE AND MOBRKY CAN
000270*                  BE RUN BEHIND A PROVEN BACKUP.  RC 0 PROVEN,
000280*                  4 NOTHING TO PROVE AGAINST, 8 TOTALS DIFFER,
000290*                  16 NOT DONE.
000300*================================================================
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT BACKUP-PARM-FILE ASSIGN TO MOBBKP
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-BKP-FILE-STATUS.
000400     SELECT BACKUP-FILE ASSIGN TO MOBBKU
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-BKU-FILE-STATUS.
000430     SELECT CATALOG-FILE ASSIGN TO MOBBKC
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-BKC-FILE-STATUS.
000460     SELECT REPORT-FILE ASSIGN TO MOBRPT
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS MOBRPT-KEY
000500         FILE STATUS IS WS-RPT-FILE-STATUS.
000510     SELECT TREND-FILE ASSIGN TO MOBTRD
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS MOBTRD-KEY
000550         FILE STATUS IS WS-TRD-FILE-STATUS.
000560     SELECT SUMMARY-FILE ASSIGN TO MOBSUM
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS SEQUENTIAL
000590         RECORD KEY IS MOBSUM-KEY
000600         FILE STATUS IS WS-SUM-FILE-STATUS.
000610     SELECT DEPT-MASTER ASSIGN TO MOBDPT
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS SEQUENTIAL
000640         RECORD KEY IS MOBDPT-DEPT-CODE
000650         FILE STATUS IS WS-DPT-FILE-STATUS.
000660     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000670         ORGANIZATION IS LINE SEQUENTIAL.
000680 DATA DIVISION.
000690 FILE SECTION.
000700 FD  BACKUP-PARM-FILE
000710     LABEL RECORD IS STANDARD.
000720     COPY MOBBKP.
000730 FD  BACKUP-FILE
000740     LABEL RECORD IS STANDARD.
000750     COPY MOBBKU.
000760 FD  CATALOG-FILE
000770     LABEL RECORD IS STANDARD.
000780     COPY MOBBKU REPLACING LEADING ==MOBBKU== BY ==MOBBKC==.
000790 FD  REPORT-FILE.
000800     COPY MOBRPT.
000810 FD  TREND-FILE.
000820     COPY MOBTRD.
000830 FD  SUMMARY-FILE.
000840     COPY MOBSUM.
000850 FD  DEPT-MASTER.
000860     COPY MOBDPT.
000870 FD  EVENT-LOG-FILE
000880     LABEL RECORD IS STANDARD.
000890     COPY MOBLOG.
000900 WORKING-STORAGE SECTION.
000910*----------------------------------------------------------------
000920* STANDALONE COUNTERS AND WORK FIELDS
000930*----------------------------------------------------------------
000940 77  WS-BKP-FILE-STATUS      PIC X(02) VALUE SPACES.
000950 77  WS-BKU-FILE-STATUS      PIC X(02) VALUE SPACES.
000960 77  WS-BKC-FILE-STATUS      PIC X(02) VALUE SPACES.
000970 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000980 77  WS-TRD-FILE-STATUS      PIC X(02) VALUE SPACES.
000990 77  WS-SUM-FILE-STATUS      PIC X(02) VALUE SPACES.
001000 77  WS-DPT-FILE-STATUS      PIC X(02) VALUE SPACES.
001010 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
001020 77  WS-RUN-TIME             PIC 9(08) VALUE ZERO.
001030 77  WS-FILE-NAME            PIC X(08) VALUE SPACES.
001040 77  WS-FILE-SUB             PIC 9(03) COMP VALUE ZERO.
001050 77  WS-CUR-KEY              PIC X(17) VALUE SPACES.
001060 77  WS-PREV-KEY             PIC X(17) VALUE SPACES.
001070 77  WS-CUR-HASH             PIC 9(07) VALUE ZERO.
001080 77  WS-CUR-ZERO             PIC 9(07) VALUE ZERO.
001090 77  WS-RECS-LOADED          PIC 9(09) COMP VALUE ZERO.
001100 77  WS-COUNT-DISP           PIC Z(08)9.
001110 77  WS-CTL-COUNT-DISP       PIC Z(08)9.
001120 77  WS-TOTAL-DISP           PIC Z(10)9.
001130 77  WS-CTL-TOTAL-DISP       PIC Z(10)9.
001140 01  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001150 01  WS-LIVE-STATUS.
001160     05  WS-LIVE-STAT-1      PIC X(01) VALUE SPACE.
001170         88  BKR-LIVE-IO-OK            VALUE '0'.
001180     05  WS-LIVE-STAT-2      PIC X(01) VALUE SPACE.
001190 01  BKR-STATUS-TEXT.
001200     05  FILLER              PIC X(20)
001210                             VALUE 'I/O FAILED - STATUS '.
001220     05  BKR-ST-STATUS       PIC X(02).
001230     05  FILLER              PIC X(08) VALUE SPACES.
001240*----------------------------------------------------------------
001250* THE FILES THIS UTILITY LOOKS AFTER.
001260*----------------------------------------------------------------
001270 01  BKR-FILE-VALUES.
001280     05  FILLER              PIC X(08) VALUE 'MOBRPT  '.
001290     05  FILLER              PIC X(08) VALUE 'MOBTRD  '.
001300     05  FILLER              PIC X(08) VALUE 'MOBSUM  '.
001310     05  FILLER              PIC X(08) VALUE 'MOBDPT  '.
001320 01  BKR-FILE-TABLE REDEFINES BKR-FILE-VALUES.
001330     05  BKR-FILE-ENTRY      PIC X(08) OCCURS 4 TIMES.
001340*----------------------------------------------------------------
001342* THE PARAMETER CARD, KEPT ONCE THE CARD FILE IS CLOSED.
001344*----------------------------------------------------------------
001346     COPY MOBBKP REPLACING LEADING ==MOBBKP== BY ==BKR-PRM==.
001348*----------------------------------------------------------------
001350* ONE RECORD IMAGE, AS READ FROM THE LIVE FILE OR THE BACKUP,
001360* AND ITS VIEW AS EACH OF THE FOUR FILES.
001370*----------------------------------------------------------------
001380 01  BKR-IMAGE               PIC X(80) VALUE SPACES.
001390     COPY MOBRPT REPLACING LEADING ==MOBRPT== BY ==BKR-RPT==.
001400     COPY MOBTRD REPLACING LEADING ==MOBTRD== BY ==BKR-TRD==.
001410     COPY MOBSUM REPLACING LEADING ==MOBSUM== BY ==BKR-SUM==.
001420     COPY MOBDPT REPLACING LEADING ==MOBDPT== BY ==BKR-DPT==.
001430*----------------------------------------------------------------
001440* TOTALS COUNTED FROM THE RECORDS JUST READ, AND THE CONTROL
001450* RECORD (FROM THE BACKUP OR THE CATALOG) THEY ARE PROVEN AGAINST.
001460*----------------------------------------------------------------
001470 01  BKR-TOTALS.
001480     05  BKR-TOT-COUNT       PIC 9(09) COMP.
001490     05  BKR-TOT-LOW-KEY     PIC X(17).
001500     05  BKR-TOT-HIGH-KEY    PIC X(17).
001510     05  BKR-TOT-HASH        PIC 9(11) COMP.
001520     05  BKR-TOT-ZERO        PIC 9(11) COMP.
001530     COPY MOBBKU REPLACING LEADING ==MOBBKU== BY ==BKR-CTL==.
001540*----------------------------------------------------------------
001550 01  BKR-SWITCHES.
001560     05  BKR-BKP-EOF-SW      PIC X(01) VALUE 'N'.
001570         88  BKR-BKP-EOF               VALUE 'Y'.
001580     05  BKR-BKU-EOF-SW      PIC X(01) VALUE 'N'.
001590         88  BKR-BKU-EOF               VALUE 'Y'.
001600     05  BKR-BKC-EOF-SW      PIC X(01) VALUE 'N'.
001610         88  BKR-BKC-EOF               VALUE 'Y'.
001620     05  BKR-LIVE-EOF-SW     PIC X(01) VALUE 'N'.
001630         88  BKR-LIVE-EOF              VALUE 'Y'.
001640     05  BKR-LIVE-OPEN-SW    PIC X(01) VALUE 'N'.
001650         88  BKR-LIVE-OPEN             VALUE 'Y'.
001660     05  BKR-LIVE-MISS-SW    PIC X(01) VALUE 'N'.
001670         88  BKR-LIVE-MISSING          VALUE 'Y'.
001680     05  BKR-LIVE-FAIL-SW    PIC X(01) VALUE 'N'.
001690         88  BKR-LIVE-FAILED           VALUE 'Y'.
001700     05  BKR-CTL-SEEN-SW     PIC X(01) VALUE 'N'.
001710         88  BKR-CTL-SEEN              VALUE 'Y'.
001720     05  BKR-PROOF-FAIL-SW   PIC X(01) VALUE 'N'.
001730         88  BKR-PROOF-FAILED          VALUE 'Y'.
001740     05  BKR-MISMATCH-SW     PIC X(01) VALUE 'N'.
001750         88  BKR-TOTALS-DIFFER         VALUE 'Y'.
001760     05  BKR-CATALOG-SW      PIC X(01) VALUE 'N'.
001770         88  BKR-CATALOG-FOUND         VALUE 'Y'.
001780 PROCEDURE DIVISION.
001790*================================================================
001800 0000-MAIN-PROC.
001810*================================================================
001820     PERFORM 1000-INITIALIZE THRU 1000-INITIALIZE-EXIT.
001830     IF BKR-PRM-UNLOAD
001840         PERFORM 2000-UNLOAD THRU 2000-UNLOAD-EXIT
001850     END-IF.
001860     IF BKR-PRM-RELOAD
001870         PERFORM 3000-RELOAD THRU 3000-RELOAD-EXIT
001880     END-IF.
001890     IF BKR-PRM-VERIFY
001900         PERFORM 4000-VERIFY THRU 4000-VERIFY-EXIT
001910     END-IF.
001920     PERFORM 9000-TERMINATE THRU 9000-TERMINATE-EXIT.
001930     GO TO 9999-EXIT.
001940*================================================================
001950* 1000-INITIALIZE - READ AND CHECK THE PARAMETER CARD.  THERE IS
001960* NO DEFAULT: A BACKUP UTILITY THAT GUESSED WHAT TO DO COULD
001970* OVERWRITE A LIVE FILE.
001980*================================================================
001990 1000-INITIALIZE.
002000     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002010     ACCEPT WS-RUN-TIME FROM TIME.
002020     OPEN EXTEND EVENT-LOG-FILE.
002030     MOVE SPACES TO MOBLOG-DEPT-CODE.
002040     MOVE ZERO TO MOBLOG-ROW-NUMBER.
002050     MOVE SPACES TO MOBLOG-FILE-NAME.
002060     MOVE SPACES TO MOBLOG-MSG-TEXT.
002070     DISPLAY ' '.
002080     DISPLAY '===== MOBBKR INDEXED FILE BACKUP - ' WS-RUN-DATE
002090         ' ====='.
002100     OPEN INPUT BACKUP-PARM-FILE.
002110     IF WS-BKP-FILE-STATUS = '35'
002120         SET BKR-BKP-EOF TO TRUE
002130     ELSE
002140         READ BACKUP-PARM-FILE
002150             AT END
002160                 SET BKR-BKP-EOF TO TRUE
002163             NOT AT END
002166                 MOVE MOBBKP-RECORD TO BKR-PRM-RECORD
002170         END-READ
002180         CLOSE BACKUP-PARM-FILE
002190     END-IF.
002200     IF BKR-BKP-EOF
002210         DISPLAY 'BKR1000E NO BACKUP PARAMETER CARD - '
002220             'JOB TERMINATED'
002230         MOVE 'BKR1000E' TO MOBLOG-MSG-CODE
002240         MOVE 'E' TO MOBLOG-SEVERITY
002250         MOVE 'MOBBKP  ' TO MOBLOG-FILE-NAME
002260         MOVE 'NO BACKUP PARAMETER CARD'
002270             TO MOBLOG-MSG-TEXT
002280         PERFORM 8800-WRITE-EVENT
002290             THRU 8800-WRITE-EVENT-EXIT
002300         GO TO 8900-ABORT-RUN
002310     END-IF.
002320     MOVE BKR-PRM-FILE-NAME TO WS-FILE-NAME.
002330     MOVE ZERO TO WS-FILE-SUB.
002340     IF WS-FILE-NAME = BKR-FILE-ENTRY (1)
002350        OR WS-FILE-NAME = BKR-FILE-ENTRY (2)
002360        OR WS-FILE-NAME = BKR-FILE-ENTRY (3)
002370        OR WS-FILE-NAME = BKR-FILE-ENTRY (4)
002380         MOVE 1 TO WS-FILE-SUB
002390     END-IF.
002400     IF BKR-PRM-VERIFY
002410        AND BKR-PRM-ALL-FILES
002420         MOVE 1 TO WS-FILE-SUB
002430     END-IF.
002440     IF (NOT BKR-PRM-UNLOAD
002450         AND NOT BKR-PRM-RELOAD
002460         AND NOT BKR-PRM-VERIFY)
002470        OR WS-FILE-SUB = ZERO
002480         DISPLAY 'BKR1000E INVALID MODE OR FILE ON PARAMETER '
002490             'CARD - JOB TERMINATED'
002500         MOVE 'BKR1000E' TO MOBLOG-MSG-CODE
002510         MOVE 'E' TO MOBLOG-SEVERITY
002520         MOVE 'MOBBKP  ' TO MOBLOG-FILE-NAME
002530         MOVE 'INVALID MODE OR FILE ON CARD'
002540             TO MOBLOG-MSG-TEXT
002550         PERFORM 8800-WRITE-EVENT
002560             THRU 8800-WRITE-EVENT-EXIT
002570         GO TO 8900-ABORT-RUN
002580     END-IF.
002590     IF BKR-PRM-BACKUP-DATE = SPACES
002600         MOVE ZERO TO BKR-PRM-BACKUP-DATE-N
002610     END-IF.
002620     IF BKR-PRM-BACKUP-DATE-N IS NOT NUMERIC
002630        OR (BKR-PRM-RELOAD AND BKR-PRM-BACKUP-DATE-N = ZERO)
002640         DISPLAY 'BKR1000E BACKUP DATE MISSING OR INVALID - '
002650             'JOB TERMINATED'
002660         MOVE 'BKR1000E' TO MOBLOG-MSG-CODE
002670         MOVE 'E' TO MOBLOG-SEVERITY
002680         MOVE 'MOBBKP  ' TO MOBLOG-FILE-NAME
002690         MOVE 'BACKUP DATE MISSING OR INVALID'
002700             TO MOBLOG-MSG-TEXT
002710         PERFORM 8800-WRITE-EVENT
002720             THRU 8800-WRITE-EVENT-EXIT
002730         GO TO 8900-ABORT-RUN
002740     END-IF.
002750     IF BKR-PRM-UNLOAD
002760         DISPLAY '  MODE ........... UNLOAD ' WS-FILE-NAME
002770     END-IF.
002780     IF BKR-PRM-RELOAD
002790         DISPLAY '  MODE ........... RELOAD ' WS-FILE-NAME
002800             ' FROM BACKUP OF ' BKR-PRM-BACKUP-DATE
002810     END-IF.
002820     IF BKR-PRM-VERIFY
002830         DISPLAY '  MODE ........... VERIFY ' WS-FILE-NAME
002840     END-IF.
002850 1000-INITIALIZE-EXIT.
002860     EXIT.
002870*================================================================
002880* 2000-UNLOAD - COPY THE LIVE FILE TO THE BACKUP IN KEY ORDER,
002890* CLOSE IT WITH THE CONTROL RECORD, AND READ IT BACK.  ONLY A
002900* BACKUP THAT PROVES AGAINST ITS OWN CONTROL RECORD IS CATALOGED.
002910* A LIVE FILE THAT CANNOT BE READ TO THE END GETS NO CONTROL
002920* RECORD, SO THE PARTIAL BACKUP CAN NEVER BE RELOADED.
002930*================================================================
002940 2000-UNLOAD.
002950     PERFORM 6000-OPEN-LIVE-INPUT THRU 6000-OPEN-LIVE-INPUT-EXIT.
002960     IF BKR-LIVE-MISSING
002970         DISPLAY 'BKR2000E ' WS-FILE-NAME ' NOT FOUND - NOTHING '
002980             'UNLOADED'
002990         MOVE 'BKR2000E' TO MOBLOG-MSG-CODE
003000         MOVE 'E' TO MOBLOG-SEVERITY
003010         MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME
003020         MOVE 'LIVE FILE NOT FOUND'
003030             TO MOBLOG-MSG-TEXT
003040         PERFORM 8800-WRITE-EVENT
003050             THRU 8800-WRITE-EVENT-EXIT
003060         GO TO 8900-ABORT-RUN
003070     END-IF.
003080     OPEN OUTPUT BACKUP-FILE.
003090     PERFORM 7000-CLEAR-TOTALS THRU 7000-CLEAR-TOTALS-EXIT.
003100     PERFORM 2100-UNLOAD-ONE THRU 2100-UNLOAD-ONE-EXIT
003110         UNTIL BKR-LIVE-EOF.
003120     PERFORM 6300-CLOSE-LIVE THRU 6300-CLOSE-LIVE-EXIT.
003130     IF BKR-LIVE-FAILED
003140         CLOSE BACKUP-FILE
003150         DISPLAY 'BKR2000E ' WS-FILE-NAME ' UNREADABLE - BACKUP '
003160             'INCOMPLETE AND NOT CATALOGED'
003170         MOVE 'BKR2000E' TO MOBLOG-MSG-CODE
003180         MOVE 'E' TO MOBLOG-SEVERITY
003190         MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME
003200         MOVE 'BACKUP INCOMPLETE'
003210             TO MOBLOG-MSG-TEXT
003220         PERFORM 8800-WRITE-EVENT
003230             THRU 8800-WRITE-EVENT-EXIT
003240         GO TO 8900-ABORT-RUN
003250     END-IF.
003260     MOVE SPACES TO MOBBKU-RECORD.
003270     SET MOBBKU-CONTROL-REC TO TRUE.
003280     MOVE WS-FILE-NAME TO MOBBKU-FILE-NAME.
003290     MOVE WS-RUN-DATE TO MOBBKU-BACKUP-DATE.
003300     MOVE WS-RUN-TIME TO MOBBKU-BACKUP-TIME.
003310     MOVE BKR-TOT-COUNT TO MOBBKU-RECORD-COUNT.
003320     MOVE BKR-TOT-LOW-KEY TO MOBBKU-LOW-KEY.
003330     MOVE BKR-TOT-HIGH-KEY TO MOBBKU-HIGH-KEY.
003340     MOVE BKR-TOT-HASH TO MOBBKU-HASH-TOTAL.
003350     MOVE BKR-TOT-ZERO TO MOBBKU-ZERO-TOTAL.
003360     WRITE MOBBKU-RECORD.
003370     CLOSE BACKUP-FILE.
003380     DISPLAY ' '.
003390     DISPLAY '  UNLOADED ' WS-FILE-NAME.
003400     PERFORM 7800-SHOW-TOTALS THRU 7800-SHOW-TOTALS-EXIT.
003410     PERFORM 5000-PROVE-BACKUP THRU 5000-PROVE-BACKUP-EXIT.
003420     IF BKR-PROOF-FAILED
003430         DISPLAY 'BKR2000E BACKUP OF ' WS-FILE-NAME ' FAILED ITS '
003440             'PROOF - NOT CATALOGED'
003450         MOVE 'BKR2000E' TO MOBLOG-MSG-CODE
003460         MOVE 'E' TO MOBLOG-SEVERITY
003470         MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME
003480         MOVE 'BACKUP FAILED ITS PROOF'
003490             TO MOBLOG-MSG-TEXT
003500         PERFORM 8800-WRITE-EVENT
003510             THRU 8800-WRITE-EVENT-EXIT
003520         GO TO 8900-ABORT-RUN
003530     END-IF.
003540     OPEN EXTEND CATALOG-FILE.
003550     IF WS-BKC-FILE-STATUS = '35'
003560         OPEN OUTPUT CATALOG-FILE
003570     END-IF.
003580     MOVE BKR-CTL-RECORD TO MOBBKC-RECORD.
003590     WRITE MOBBKC-RECORD.
003600     CLOSE CATALOG-FILE.
003610     DISPLAY '  BACKUP PROVEN AND CATALOGED'.
003620     MOVE 'BKR2000I' TO MOBLOG-MSG-CODE.
003630     MOVE 'I' TO MOBLOG-SEVERITY.
003640     MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME.
003650     MOVE 'BACKUP PROVEN AND CATALOGED'
003660         TO MOBLOG-MSG-TEXT.
003670     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
003680 2000-UNLOAD-EXIT.
003690     EXIT.
003700*================================================================
003710 2100-UNLOAD-ONE.
003720     PERFORM 6100-READ-LIVE THRU 6100-READ-LIVE-EXIT.
003730     IF BKR-LIVE-EOF
003740         GO TO 2100-UNLOAD-ONE-EXIT
003750     END-IF.
003760     PERFORM 7100-EXTRACT-FIELDS THRU 7100-EXTRACT-FIELDS-EXIT.
003770     PERFORM 7200-ADD-TO-TOTALS THRU 7200-ADD-TO-TOTALS-EXIT.
003780     MOVE SPACES TO MOBBKU-RECORD.
003790     SET MOBBKU-DATA-REC TO TRUE.
003800     MOVE BKR-IMAGE TO MOBBKU-IMAGE.
003810     WRITE MOBBKU-RECORD.
003820 2100-UNLOAD-ONE-EXIT.
003830     EXIT.
003840*================================================================
003850* 3000-RELOAD - THE CHOSEN BACKUP IS PROVEN FIRST; IF IT DOES NOT
003860* PROVE, THE LIVE FILE IS LEFT EXACTLY AS IT WAS.  OTHERWISE THE
003870* LIVE FILE IS RECREATED FROM THE BACKUP'S DATA RECORDS AND THEN
003880* READ END TO END AGAINST THE CONTROL RECORD.
003890*================================================================
003900 3000-RELOAD.
003910     PERFORM 5000-PROVE-BACKUP THRU 5000-PROVE-BACKUP-EXIT.
003920     IF BKR-PROOF-FAILED
003930         DISPLAY 'BKR3000E BACKUP NOT PROVEN - ' WS-FILE-NAME
003940             ' NOT RELOADED'
003950         MOVE 'BKR3000E' TO MOBLOG-MSG-CODE
003960         MOVE 'E' TO MOBLOG-SEVERITY
003970         MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME
003980         MOVE 'BACKUP NOT PROVEN - NOT LOADED'
003990             TO MOBLOG-MSG-TEXT
004000         PERFORM 8800-WRITE-EVENT
004010             THRU 8800-WRITE-EVENT-EXIT
004020         GO TO 8900-ABORT-RUN
004030     END-IF.
004040     PERFORM 6050-OPEN-LIVE-OUTPUT
004050         THRU 6050-OPEN-LIVE-OUTPUT-EXIT.
004060     IF BKR-LIVE-FAILED
004070         GO TO 8900-ABORT-RUN
004080     END-IF.
004090     MOVE 'N' TO BKR-BKU-EOF-SW.
004100     MOVE ZERO TO WS-RECS-LOADED.
004110     OPEN INPUT BACKUP-FILE.
004120     PERFORM 3100-RELOAD-ONE THRU 3100-RELOAD-ONE-EXIT
004130         UNTIL BKR-BKU-EOF.
004140     CLOSE BACKUP-FILE.
004150     PERFORM 6300-CLOSE-LIVE THRU 6300-CLOSE-LIVE-EXIT.
004160     MOVE WS-RECS-LOADED TO WS-COUNT-DISP.
004170     DISPLAY '  RECORDS LOADED . ' WS-COUNT-DISP.
004180     IF BKR-LIVE-FAILED
004190         DISPLAY 'BKR3000E RELOAD OF ' WS-FILE-NAME ' FAILED - '
004200             'FILE IS INCOMPLETE'
004210         MOVE 'BKR3000E' TO MOBLOG-MSG-CODE
004220         MOVE 'E' TO MOBLOG-SEVERITY
004230         MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME
004240         MOVE 'RELOAD FAILED - FILE INCOMPLETE'
004250             TO MOBLOG-MSG-TEXT
004260         PERFORM 8800-WRITE-EVENT
004270             THRU 8800-WRITE-EVENT-EXIT
004280         GO TO 8900-ABORT-RUN
004290     END-IF.
004300     PERFORM 4100-TOTAL-LIVE THRU 4100-TOTAL-LIVE-EXIT.
004310     IF BKR-LIVE-FAILED
004320         GO TO 8900-ABORT-RUN
004330     END-IF.
004340     DISPLAY ' '.
004350     DISPLAY '  RELOADED ' WS-FILE-NAME.
004360     PERFORM 7800-SHOW-TOTALS THRU 7800-SHOW-TOTALS-EXIT.
004370     PERFORM 7500-COMPARE-TOTALS THRU 7500-COMPARE-TOTALS-EXIT.
004380     IF BKR-TOTALS-DIFFER
004390         DISPLAY 'BKR3000E RELOADED ' WS-FILE-NAME ' DOES NOT '
004400             'MATCH THE BACKUP CONTROL RECORD'
004410         MOVE 'BKR3000E' TO MOBLOG-MSG-CODE
004420         MOVE 'E' TO MOBLOG-SEVERITY
004430         MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME
004440         MOVE 'RELOADED FILE FAILS CONTROL'
004450             TO MOBLOG-MSG-TEXT
004460         PERFORM 8800-WRITE-EVENT
004470             THRU 8800-WRITE-EVENT-EXIT
004480         MOVE 8 TO RETURN-CODE
004490         GO TO 3000-RELOAD-EXIT
004500     END-IF.
004510     DISPLAY '  RELOAD PROVEN AGAINST THE BACKUP CONTROL RECORD'.
004520     MOVE 'BKR3000I' TO MOBLOG-MSG-CODE.
004530     MOVE 'I' TO MOBLOG-SEVERITY.
004540     MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME.
004550     MOVE 'FILE RELOADED AND PROVEN'
004560         TO MOBLOG-MSG-TEXT.
004570     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
004580 3000-RELOAD-EXIT.
004590     EXIT.
004600*================================================================
004610 3100-RELOAD-ONE.
004620     READ BACKUP-FILE
004630         AT END
004640             SET BKR-BKU-EOF TO TRUE
004650             GO TO 3100-RELOAD-ONE-EXIT
004660     END-READ.
004670     IF NOT MOBBKU-DATA-REC
004680         GO TO 3100-RELOAD-ONE-EXIT
004690     END-IF.
004700     MOVE MOBBKU-IMAGE TO BKR-IMAGE.
004710     PERFORM 6200-WRITE-LIVE THRU 6200-WRITE-LIVE-EXIT.
004720     IF BKR-LIVE-FAILED
004730         SET BKR-BKU-EOF TO TRUE
004740         GO TO 3100-RELOAD-ONE-EXIT
004750     END-IF.
004760     ADD 1 TO WS-RECS-LOADED.
004770 3100-RELOAD-ONE-EXIT.
004780     EXIT.
004790*================================================================
004800* 4000-VERIFY - PROVE ONE LIVE FILE, OR ALL FOUR, AGAINST THE
004810* CATALOG.  EVERY FILE IS CHECKED EVEN WHEN AN EARLIER ONE FAILS.
004820*================================================================
004830 4000-VERIFY.
004840     IF NOT BKR-PRM-ALL-FILES
004850         PERFORM 4200-VERIFY-ONE-FILE
004860             THRU 4200-VERIFY-ONE-FILE-EXIT
004870         GO TO 4000-VERIFY-EXIT
004880     END-IF.
004890     MOVE 1 TO WS-FILE-SUB.
004900     PERFORM 4050-VERIFY-NEXT-FILE THRU 4050-VERIFY-NEXT-FILE-EXIT
004910         UNTIL WS-FILE-SUB > 4.
004920 4000-VERIFY-EXIT.
004930     EXIT.
004940*================================================================
004950 4050-VERIFY-NEXT-FILE.
004960     MOVE BKR-FILE-ENTRY (WS-FILE-SUB) TO WS-FILE-NAME.
004970     PERFORM 4200-VERIFY-ONE-FILE THRU 4200-VERIFY-ONE-FILE-EXIT.
004980     ADD 1 TO WS-FILE-SUB.
004990 4050-VERIFY-NEXT-FILE-EXIT.
005000     EXIT.
005010*================================================================
005020* 4100-TOTAL-LIVE - READ THE LIVE FILE END TO END AND COUNT IT.
005030* A READ THAT FAILS PART WAY (A DAMAGED INDEX) IS LOGGED BY
005040* 6100-READ-LIVE AND LEAVES BKR-LIVE-FAILED SET.
005050*================================================================
005060 4100-TOTAL-LIVE.
005070     PERFORM 7000-CLEAR-TOTALS THRU 7000-CLEAR-TOTALS-EXIT.
005080     PERFORM 6000-OPEN-LIVE-INPUT THRU 6000-OPEN-LIVE-INPUT-EXIT.
005090     PERFORM 4150-TOTAL-ONE-LIVE THRU 4150-TOTAL-ONE-LIVE-EXIT
005100         UNTIL BKR-LIVE-EOF.
005110     PERFORM 6300-CLOSE-LIVE THRU 6300-CLOSE-LIVE-EXIT.
005120 4100-TOTAL-LIVE-EXIT.
005130     EXIT.
005140*================================================================
005150 4150-TOTAL-ONE-LIVE.
005160     PERFORM 6100-READ-LIVE THRU 6100-READ-LIVE-EXIT.
005170     IF BKR-LIVE-EOF
005180         GO TO 4150-TOTAL-ONE-LIVE-EXIT
005190     END-IF.
005200     PERFORM 7100-EXTRACT-FIELDS THRU 7100-EXTRACT-FIELDS-EXIT.
005210     PERFORM 7200-ADD-TO-TOTALS THRU 7200-ADD-TO-TOTALS-EXIT.
005220 4150-TOTAL-ONE-LIVE-EXIT.
005230     EXIT.
005240*================================================================
005250* 4200-VERIFY-ONE-FILE - A FILE WITH NO CATALOGED BACKUP IS
005260* STILL READ END TO END, BUT CAN ONLY EARN A WARNING.  A MISSING
005270* OR UNREADABLE FILE, OR ONE WHOSE TOTALS DIFFER, IS AN ERROR.
005280*================================================================
005290 4200-VERIFY-ONE-FILE.
005300     DISPLAY ' '.
005310     PERFORM 4500-FIND-CATALOG THRU 4500-FIND-CATALOG-EXIT.
005320     PERFORM 4100-TOTAL-LIVE THRU 4100-TOTAL-LIVE-EXIT.
005330     IF BKR-LIVE-MISSING
005340         DISPLAY 'BKR4200E ' WS-FILE-NAME ' NOT FOUND'
005350         MOVE 'BKR4200E' TO MOBLOG-MSG-CODE
005360         MOVE 'E' TO MOBLOG-SEVERITY
005370         MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME
005380         MOVE 'LIVE FILE NOT FOUND'
005390             TO MOBLOG-MSG-TEXT
005400         PERFORM 8800-WRITE-EVENT
005410             THRU 8800-WRITE-EVENT-EXIT
005420         MOVE 8 TO RETURN-CODE
005430         GO TO 4200-VERIFY-ONE-FILE-EXIT
005440     END-IF.
005450     IF BKR-LIVE-FAILED
005460         MOVE 8 TO RETURN-CODE
005470         GO TO 4200-VERIFY-ONE-FILE-EXIT
005480     END-IF.
005490     DISPLAY '  VERIFIED ' WS-FILE-NAME.
005500     PERFORM 7800-SHOW-TOTALS THRU 7800-SHOW-TOTALS-EXIT.
005510     IF NOT BKR-CATALOG-FOUND
005520         DISPLAY 'BKR4200W NO CATALOGED BACKUP OF ' WS-FILE-NAME
005530             ' TO VERIFY AGAINST'
005540         MOVE 'BKR4200W' TO MOBLOG-MSG-CODE
005550         MOVE 'W' TO MOBLOG-SEVERITY
005560         MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME
005570         MOVE 'NO CATALOGED BACKUP'
005580             TO MOBLOG-MSG-TEXT
005590         PERFORM 8800-WRITE-EVENT
005600             THRU 8800-WRITE-EVENT-EXIT
005610         IF RETURN-CODE < 4
005620             MOVE 4 TO RETURN-CODE
005630         END-IF
005640         GO TO 4200-VERIFY-ONE-FILE-EXIT
005650     END-IF.
005660     DISPLAY '  AGAINST BACKUP OF ' BKR-CTL-BACKUP-DATE ' '
005670         BKR-CTL-BACKUP-TIME.
005680     PERFORM 7500-COMPARE-TOTALS THRU 7500-COMPARE-TOTALS-EXIT.
005690     IF BKR-TOTALS-DIFFER
005700         DISPLAY 'BKR4200E ' WS-FILE-NAME ' DIFFERS FROM ITS '
005710             'BACKUP OF ' BKR-CTL-BACKUP-DATE
005720         MOVE 'BKR4200E' TO MOBLOG-MSG-CODE
005730         MOVE 'E' TO MOBLOG-SEVERITY
005740         MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME
005750         MOVE 'LIVE FILE DIFFERS FROM BACKUP'
005760             TO MOBLOG-MSG-TEXT
005770         PERFORM 8800-WRITE-EVENT
005780             THRU 8800-WRITE-EVENT-EXIT
005790         MOVE 8 TO RETURN-CODE
005800         GO TO 4200-VERIFY-ONE-FILE-EXIT
005810     END-IF.
005820     DISPLAY '  LIVE FILE MATCHES ITS BACKUP'.
005830     MOVE 'BKR4200I' TO MOBLOG-MSG-CODE.
005840     MOVE 'I' TO MOBLOG-SEVERITY.
005850     MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME.
005860     MOVE 'LIVE FILE MATCHES BACKUP'
005870         TO MOBLOG-MSG-TEXT.
005880     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
005890 4200-VERIFY-ONE-FILE-EXIT.
005900     EXIT.
005910*================================================================
005920* 4500-FIND-CATALOG - THE LATEST CATALOGED BACKUP OF THE FILE, OR
005930* THE LATEST ONE TAKEN ON THE CARD'S BACKUP DATE WHEN ONE IS
005940* GIVEN, INTO BKR-CTL-RECORD.
005950*================================================================
005960 4500-FIND-CATALOG.
005970     MOVE 'N' TO BKR-CATALOG-SW.
005980     MOVE 'N' TO BKR-BKC-EOF-SW.
005990     OPEN INPUT CATALOG-FILE.
006000     IF WS-BKC-FILE-STATUS = '35'
006010         GO TO 4500-FIND-CATALOG-EXIT
006020     END-IF.
006030     PERFORM 4550-CHECK-ONE-ENTRY THRU 4550-CHECK-ONE-ENTRY-EXIT
006040         UNTIL BKR-BKC-EOF.
006050     CLOSE CATALOG-FILE.
006060 4500-FIND-CATALOG-EXIT.
006070     EXIT.
006080*================================================================
006090 4550-CHECK-ONE-ENTRY.
006100     READ CATALOG-FILE
006110         AT END
006120             SET BKR-BKC-EOF TO TRUE
006130             GO TO 4550-CHECK-ONE-ENTRY-EXIT
006140     END-READ.
006150     IF NOT MOBBKC-CONTROL-REC
006160        OR MOBBKC-FILE-NAME NOT = WS-FILE-NAME
006170         GO TO 4550-CHECK-ONE-ENTRY-EXIT
006180     END-IF.
006190     IF BKR-PRM-BACKUP-DATE-N NOT = ZERO
006200        AND MOBBKC-BACKUP-DATE NOT = BKR-PRM-BACKUP-DATE-N
006210         GO TO 4550-CHECK-ONE-ENTRY-EXIT
006220     END-IF.
006230     IF BKR-CATALOG-FOUND
006240         IF MOBBKC-BACKUP-DATE < BKR-CTL-BACKUP-DATE
006250             GO TO 4550-CHECK-ONE-ENTRY-EXIT
006260         END-IF
006270         IF MOBBKC-BACKUP-DATE = BKR-CTL-BACKUP-DATE
006280            AND MOBBKC-BACKUP-TIME < BKR-CTL-BACKUP-TIME
006290             GO TO 4550-CHECK-ONE-ENTRY-EXIT
006300         END-IF
006310     END-IF.
006320     SET BKR-CATALOG-FOUND TO TRUE.
006330     MOVE MOBBKC-RECORD TO BKR-CTL-RECORD.
006340 4550-CHECK-ONE-ENTRY-EXIT.
006350     EXIT.
006360*================================================================
006370* 5000-PROVE-BACKUP - READ THE BACKUP THROUGH AND PROVE IT: ONE
006380* CONTROL RECORD, LAST, FOR THIS FILE (AND FOR A RELOAD, OF THE
006390* DATE ON THE CARD); DATA RECORDS IN STRICT KEY ORDER; AND THE
006400* COUNT, KEY RANGE AND TOTALS OF THE DATA RECORDS EQUAL TO THE
006410* CONTROL RECORD.  THE CONTROL RECORD IS LEFT IN BKR-CTL-RECORD.
006420*================================================================
006430 5000-PROVE-BACKUP.
006440     MOVE 'N' TO BKR-PROOF-FAIL-SW.
006450     MOVE 'N' TO BKR-CTL-SEEN-SW.
006460     MOVE 'N' TO BKR-BKU-EOF-SW.
006470     MOVE SPACES TO BKR-CTL-RECORD.
006480     OPEN INPUT BACKUP-FILE.
006490     IF WS-BKU-FILE-STATUS = '35'
006500         DISPLAY 'BKR5000E BACKUP FILE NOT FOUND'
006510         MOVE 'BKR5000E' TO MOBLOG-MSG-CODE
006520         MOVE 'E' TO MOBLOG-SEVERITY
006530         MOVE 'MOBBKU  ' TO MOBLOG-FILE-NAME
006540         MOVE 'BACKUP FILE NOT FOUND'
006550             TO MOBLOG-MSG-TEXT
006560         PERFORM 8800-WRITE-EVENT
006570             THRU 8800-WRITE-EVENT-EXIT
006580         SET BKR-PROOF-FAILED TO TRUE
006590         GO TO 5000-PROVE-BACKUP-EXIT
006600     END-IF.
006610     PERFORM 7000-CLEAR-TOTALS THRU 7000-CLEAR-TOTALS-EXIT.
006620     PERFORM 5100-PROVE-ONE THRU 5100-PROVE-ONE-EXIT
006630         UNTIL BKR-BKU-EOF.
006640     CLOSE BACKUP-FILE.
006650     IF NOT BKR-CTL-SEEN
006660         DISPLAY 'BKR5000E BACKUP HAS NO CONTROL RECORD'
006670         MOVE 'BKR5000E' TO MOBLOG-MSG-CODE
006680         MOVE 'E' TO MOBLOG-SEVERITY
006690         MOVE 'MOBBKU  ' TO MOBLOG-FILE-NAME
006700         MOVE 'BACKUP HAS NO CONTROL RECORD'
006710             TO MOBLOG-MSG-TEXT
006720         PERFORM 8800-WRITE-EVENT
006730             THRU 8800-WRITE-EVENT-EXIT
006740         SET BKR-PROOF-FAILED TO TRUE
006750         GO TO 5000-PROVE-BACKUP-EXIT
006760     END-IF.
006770     DISPLAY '  BACKUP CONTROL . ' BKR-CTL-FILE-NAME ' TAKEN '
006780         BKR-CTL-BACKUP-DATE ' ' BKR-CTL-BACKUP-TIME.
006790     IF BKR-CTL-FILE-NAME NOT = WS-FILE-NAME
006800         DISPLAY 'BKR5000E BACKUP IS OF ' BKR-CTL-FILE-NAME
006810             ', NOT ' WS-FILE-NAME
006820         MOVE 'BKR5000E' TO MOBLOG-MSG-CODE
006830         MOVE 'E' TO MOBLOG-SEVERITY
006840         MOVE 'MOBBKU  ' TO MOBLOG-FILE-NAME
006850         MOVE 'BACKUP IS OF ANOTHER FILE'
006860             TO MOBLOG-MSG-TEXT
006870         PERFORM 8800-WRITE-EVENT
006880             THRU 8800-WRITE-EVENT-EXIT
006890         SET BKR-PROOF-FAILED TO TRUE
006900         GO TO 5000-PROVE-BACKUP-EXIT
006910     END-IF.
006920     IF BKR-PRM-RELOAD
006930        AND BKR-CTL-BACKUP-DATE NOT = BKR-PRM-BACKUP-DATE-N
006940         DISPLAY 'BKR5000E BACKUP WAS TAKEN ' BKR-CTL-BACKUP-DATE
006950             ', NOT ' BKR-PRM-BACKUP-DATE
006960         MOVE 'BKR5000E' TO MOBLOG-MSG-CODE
006970         MOVE 'E' TO MOBLOG-SEVERITY
006980         MOVE 'MOBBKU  ' TO MOBLOG-FILE-NAME
006990         MOVE 'BACKUP DATE NOT AS ON CARD'
007000             TO MOBLOG-MSG-TEXT
007010         PERFORM 8800-WRITE-EVENT
007020             THRU 8800-WRITE-EVENT-EXIT
007030         SET BKR-PROOF-FAILED TO TRUE
007040         GO TO 5000-PROVE-BACKUP-EXIT
007050     END-IF.
007060     PERFORM 7500-COMPARE-TOTALS THRU 7500-COMPARE-TOTALS-EXIT.
007070     IF BKR-TOTALS-DIFFER
007080         DISPLAY 'BKR5000E BACKUP DATA DOES NOT MATCH ITS '
007090             'CONTROL RECORD'
007100         MOVE 'BKR5000E' TO MOBLOG-MSG-CODE
007110         MOVE 'E' TO MOBLOG-SEVERITY
007120         MOVE 'MOBBKU  ' TO MOBLOG-FILE-NAME
007130         MOVE 'BACKUP DATA FAILS ITS CONTROL'
007140             TO MOBLOG-MSG-TEXT
007150         PERFORM 8800-WRITE-EVENT
007160             THRU 8800-WRITE-EVENT-EXIT
007170         SET BKR-PROOF-FAILED TO TRUE
007180     END-IF.
007190 5000-PROVE-BACKUP-EXIT.
007200     EXIT.
007210*================================================================
007220 5100-PROVE-ONE.
007230     READ BACKUP-FILE
007240         AT END
007250             SET BKR-BKU-EOF TO TRUE
007260             GO TO 5100-PROVE-ONE-EXIT
007270     END-READ.
007280     IF BKR-CTL-SEEN
007290         DISPLAY 'BKR5100E RECORDS FOLLOW THE BACKUP CONTROL '
007300             'RECORD'
007310         MOVE 'BKR5100E' TO MOBLOG-MSG-CODE
007320         MOVE 'E' TO MOBLOG-SEVERITY
007330         MOVE 'MOBBKU  ' TO MOBLOG-FILE-NAME
007340         MOVE 'RECORDS FOLLOW CONTROL RECORD'
007350             TO MOBLOG-MSG-TEXT
007360         PERFORM 8800-WRITE-EVENT
007370             THRU 8800-WRITE-EVENT-EXIT
007380         SET BKR-PROOF-FAILED TO TRUE
007390         SET BKR-BKU-EOF TO TRUE
007400         GO TO 5100-PROVE-ONE-EXIT
007410     END-IF.
007420     IF MOBBKU-CONTROL-REC
007430         SET BKR-CTL-SEEN TO TRUE
007440         MOVE MOBBKU-RECORD TO BKR-CTL-RECORD
007450         GO TO 5100-PROVE-ONE-EXIT
007460     END-IF.
007470     IF NOT MOBBKU-DATA-REC
007480         DISPLAY 'BKR5100E UNKNOWN BACKUP RECORD TYPE '
007490             MOBBKU-REC-TYPE
007500         MOVE 'BKR5100E' TO MOBLOG-MSG-CODE
007510         MOVE 'E' TO MOBLOG-SEVERITY
007520         MOVE 'MOBBKU  ' TO MOBLOG-FILE-NAME
007530         MOVE 'UNKNOWN BACKUP RECORD TYPE'
007540             TO MOBLOG-MSG-TEXT
007550         PERFORM 8800-WRITE-EVENT
007560             THRU 8800-WRITE-EVENT-EXIT
007570         SET BKR-PROOF-FAILED TO TRUE
007580         GO TO 5100-PROVE-ONE-EXIT
007590     END-IF.
007600     MOVE MOBBKU-IMAGE TO BKR-IMAGE.
007610     PERFORM 7100-EXTRACT-FIELDS THRU 7100-EXTRACT-FIELDS-EXIT.
007620     IF BKR-TOT-COUNT > ZERO
007630        AND WS-CUR-KEY NOT > WS-PREV-KEY
007640        AND NOT BKR-PROOF-FAILED
007650         DISPLAY 'BKR5100E BACKUP OUT OF KEY ORDER AT ' WS-CUR-KEY
007660         MOVE 'BKR5100E' TO MOBLOG-MSG-CODE
007670         MOVE 'E' TO MOBLOG-SEVERITY
007680         MOVE 'MOBBKU  ' TO MOBLOG-FILE-NAME
007690         MOVE 'BACKUP OUT OF KEY ORDER'
007700             TO MOBLOG-MSG-TEXT
007710         PERFORM 8800-WRITE-EVENT
007720             THRU 8800-WRITE-EVENT-EXIT
007730         SET BKR-PROOF-FAILED TO TRUE
007740     END-IF.
007750     MOVE WS-CUR-KEY TO WS-PREV-KEY.
007760     PERFORM 7200-ADD-TO-TOTALS THRU 7200-ADD-TO-TOTALS-EXIT.
007770 5100-PROVE-ONE-EXIT.
007780     EXIT.
007790*================================================================
007800* 6000-6300 - OPEN, READ, WRITE AND CLOSE WHICHEVER LIVE FILE
007810* WS-FILE-NAME NAMES.  THE RECORD PASSES THROUGH BKR-IMAGE AND
007820* THE FILE STATUS THROUGH WS-LIVE-STATUS.
007830*================================================================
007840 6000-OPEN-LIVE-INPUT.
007850     MOVE 'N' TO BKR-LIVE-EOF-SW.
007860     MOVE 'N' TO BKR-LIVE-OPEN-SW.
007870     MOVE 'N' TO BKR-LIVE-MISS-SW.
007880     MOVE 'N' TO BKR-LIVE-FAIL-SW.
007890     IF WS-FILE-NAME = 'MOBRPT  '
007900         OPEN INPUT REPORT-FILE
007910         MOVE WS-RPT-FILE-STATUS TO WS-LIVE-STATUS
007920     END-IF.
007930     IF WS-FILE-NAME = 'MOBTRD  '
007940         OPEN INPUT TREND-FILE
007950         MOVE WS-TRD-FILE-STATUS TO WS-LIVE-STATUS
007960     END-IF.
007970     IF WS-FILE-NAME = 'MOBSUM  '
007980         OPEN INPUT SUMMARY-FILE
007990         MOVE WS-SUM-FILE-STATUS TO WS-LIVE-STATUS
008000     END-IF.
008010     IF WS-FILE-NAME = 'MOBDPT  '
008020         OPEN INPUT DEPT-MASTER
008030         MOVE WS-DPT-FILE-STATUS TO WS-LIVE-STATUS
008040     END-IF.
008050     IF WS-LIVE-STATUS = '35'
008060         SET BKR-LIVE-MISSING TO TRUE
008070         SET BKR-LIVE-EOF TO TRUE
008080         GO TO 6000-OPEN-LIVE-INPUT-EXIT
008090     END-IF.
008100     IF NOT BKR-LIVE-IO-OK
008110         PERFORM 6900-LIVE-IO-FAILED THRU 6900-LIVE-IO-FAILED-EXIT
008120         GO TO 6000-OPEN-LIVE-INPUT-EXIT
008130     END-IF.
008140     SET BKR-LIVE-OPEN TO TRUE.
008150 6000-OPEN-LIVE-INPUT-EXIT.
008160     EXIT.
008170*================================================================
008180 6050-OPEN-LIVE-OUTPUT.
008190     MOVE 'N' TO BKR-LIVE-OPEN-SW.
008200     MOVE 'N' TO BKR-LIVE-FAIL-SW.
008210     IF WS-FILE-NAME = 'MOBRPT  '
008220         OPEN OUTPUT REPORT-FILE
008230         MOVE WS-RPT-FILE-STATUS TO WS-LIVE-STATUS
008240     END-IF.
008250     IF WS-FILE-NAME = 'MOBTRD  '
008260         OPEN OUTPUT TREND-FILE
008270         MOVE WS-TRD-FILE-STATUS TO WS-LIVE-STATUS
008280     END-IF.
008290     IF WS-FILE-NAME = 'MOBSUM  '
008300         OPEN OUTPUT SUMMARY-FILE
008310         MOVE WS-SUM-FILE-STATUS TO WS-LIVE-STATUS
008320     END-IF.
008330     IF WS-FILE-NAME = 'MOBDPT  '
008340         OPEN OUTPUT DEPT-MASTER
008350         MOVE WS-DPT-FILE-STATUS TO WS-LIVE-STATUS
008360     END-IF.
008370     IF NOT BKR-LIVE-IO-OK
008380         PERFORM 6900-LIVE-IO-FAILED THRU 6900-LIVE-IO-FAILED-EXIT
008390         GO TO 6050-OPEN-LIVE-OUTPUT-EXIT
008400     END-IF.
008410     SET BKR-LIVE-OPEN TO TRUE.
008420 6050-OPEN-LIVE-OUTPUT-EXIT.
008430     EXIT.
008440*================================================================
008450 6100-READ-LIVE.
008460     IF WS-FILE-NAME = 'MOBRPT  '
008470         READ REPORT-FILE NEXT RECORD
008480             AT END
008490                 SET BKR-LIVE-EOF TO TRUE
008500         END-READ
008510         MOVE WS-RPT-FILE-STATUS TO WS-LIVE-STATUS
008520         MOVE MOBRPT-RECORD TO BKR-IMAGE
008530     END-IF.
008540     IF WS-FILE-NAME = 'MOBTRD  '
008550         READ TREND-FILE NEXT RECORD
008560             AT END
008570                 SET BKR-LIVE-EOF TO TRUE
008580         END-READ
008590         MOVE WS-TRD-FILE-STATUS TO WS-LIVE-STATUS
008600         MOVE MOBTRD-RECORD TO BKR-IMAGE
008610     END-IF.
008620     IF WS-FILE-NAME = 'MOBSUM  '
008630         READ SUMMARY-FILE NEXT RECORD
008640             AT END
008650                 SET BKR-LIVE-EOF TO TRUE
008660         END-READ
008670         MOVE WS-SUM-FILE-STATUS TO WS-LIVE-STATUS
008680         MOVE MOBSUM-RECORD TO BKR-IMAGE
008690     END-IF.
008700     IF WS-FILE-NAME = 'MOBDPT  '
008710         READ DEPT-MASTER NEXT RECORD
008720             AT END
008730                 SET BKR-LIVE-EOF TO TRUE
008740         END-READ
008750         MOVE WS-DPT-FILE-STATUS TO WS-LIVE-STATUS
008760         MOVE MOBDPT-RECORD TO BKR-IMAGE
008770     END-IF.
008780     IF BKR-LIVE-EOF
008790         GO TO 6100-READ-LIVE-EXIT
008800     END-IF.
008810     IF NOT BKR-LIVE-IO-OK
008820         PERFORM 6900-LIVE-IO-FAILED THRU 6900-LIVE-IO-FAILED-EXIT
008830         SET BKR-LIVE-EOF TO TRUE
008840     END-IF.
008850 6100-READ-LIVE-EXIT.
008860     EXIT.
008870*================================================================
008880 6200-WRITE-LIVE.
008890     IF WS-FILE-NAME = 'MOBRPT  '
008900         MOVE BKR-IMAGE TO MOBRPT-RECORD
008910         WRITE MOBRPT-RECORD
008920         MOVE WS-RPT-FILE-STATUS TO WS-LIVE-STATUS
008930     END-IF.
008940     IF WS-FILE-NAME = 'MOBTRD  '
008950         MOVE BKR-IMAGE TO MOBTRD-RECORD
008960         WRITE MOBTRD-RECORD
008970         MOVE WS-TRD-FILE-STATUS TO WS-LIVE-STATUS
008980     END-IF.
008990     IF WS-FILE-NAME = 'MOBSUM  '
009000         MOVE BKR-IMAGE TO MOBSUM-RECORD
009010         WRITE MOBSUM-RECORD
009020         MOVE WS-SUM-FILE-STATUS TO WS-LIVE-STATUS
009030     END-IF.
009040     IF WS-FILE-NAME = 'MOBDPT  '
009050         MOVE BKR-IMAGE TO MOBDPT-RECORD
009060         WRITE MOBDPT-RECORD
009070         MOVE WS-DPT-FILE-STATUS TO WS-LIVE-STATUS
009080     END-IF.
009090     IF NOT BKR-LIVE-IO-OK
009100         PERFORM 7100-EXTRACT-FIELDS THRU 7100-EXTRACT-FIELDS-EXIT
009110         DISPLAY '  WRITE FAILED AT KEY ' WS-CUR-KEY
009120         PERFORM 6900-LIVE-IO-FAILED THRU 6900-LIVE-IO-FAILED-EXIT
009130     END-IF.
009140 6200-WRITE-LIVE-EXIT.
009150     EXIT.
009160*================================================================
009170 6300-CLOSE-LIVE.
009180     IF NOT BKR-LIVE-OPEN
009190         GO TO 6300-CLOSE-LIVE-EXIT
009200     END-IF.
009210     MOVE 'N' TO BKR-LIVE-OPEN-SW.
009220     IF WS-FILE-NAME = 'MOBRPT  '
009230         CLOSE REPORT-FILE
009240     END-IF.
009250     IF WS-FILE-NAME = 'MOBTRD  '
009260         CLOSE TREND-FILE
009270     END-IF.
009280     IF WS-FILE-NAME = 'MOBSUM  '
009290         CLOSE SUMMARY-FILE
009300     END-IF.
009310     IF WS-FILE-NAME = 'MOBDPT  '
009320         CLOSE DEPT-MASTER
009330     END-IF.
009340 6300-CLOSE-LIVE-EXIT.
009350     EXIT.
009360*================================================================
009370* 6900-LIVE-IO-FAILED - AN OPEN, READ OR WRITE ON THE LIVE FILE
009380* CAME BACK WITH A BAD STATUS.  LOG IT WITH THE STATUS; THE
009390* CALLER DECIDES WHAT THAT MEANS FOR THE RUN.
009400*================================================================
009410 6900-LIVE-IO-FAILED.
009420     SET BKR-LIVE-FAILED TO TRUE.
009430     MOVE WS-LIVE-STATUS TO BKR-ST-STATUS.
009440     DISPLAY 'BKR6900E ' WS-FILE-NAME ' ' BKR-STATUS-TEXT.
009450     MOVE 'BKR6900E' TO MOBLOG-MSG-CODE.
009460     MOVE 'E' TO MOBLOG-SEVERITY.
009470     MOVE WS-FILE-NAME TO MOBLOG-FILE-NAME.
009480     MOVE BKR-STATUS-TEXT TO MOBLOG-MSG-TEXT.
009490     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
009500 6900-LIVE-IO-FAILED-EXIT.
009510     EXIT.
009520*================================================================
009530 7000-CLEAR-TOTALS.
009540     MOVE ZERO TO BKR-TOT-COUNT.
009550     MOVE SPACES TO BKR-TOT-LOW-KEY.
009560     MOVE SPACES TO BKR-TOT-HIGH-KEY.
009570     MOVE ZERO TO BKR-TOT-HASH.
009580     MOVE ZERO TO BKR-TOT-ZERO.
009590     MOVE LOW-VALUES TO WS-PREV-KEY.
009600 7000-CLEAR-TOTALS-EXIT.
009610     EXIT.
009620*================================================================
009630* 7100-EXTRACT-FIELDS - THE KEY AND THE TWO TOTALLED FIELDS OF
009640* THE RECORD IN BKR-IMAGE, BY FILE.  MOBDPT HAS NO HASH OR ZERO
009650* COUNT, SO ITS DEFAULT ROW COUNT AND WIDTH ARE TOTALLED.  A
009660* DAMAGED, NON-NUMERIC FIELD COUNTS AS ZERO.
009670*================================================================
009680 7100-EXTRACT-FIELDS.
009690     MOVE SPACES TO WS-CUR-KEY.
009700     MOVE ZERO TO WS-CUR-HASH.
009710     MOVE ZERO TO WS-CUR-ZERO.
009720     IF WS-FILE-NAME = 'MOBRPT  '
009730         MOVE BKR-IMAGE TO BKR-RPT-RECORD
009740         MOVE BKR-RPT-KEY TO WS-CUR-KEY
009750         IF BKR-RPT-HASH-COUNT IS NUMERIC
009760             MOVE BKR-RPT-HASH-COUNT TO WS-CUR-HASH
009770         END-IF
009780         IF BKR-RPT-ZERO-COUNT IS NUMERIC
009790             MOVE BKR-RPT-ZERO-COUNT TO WS-CUR-ZERO
009800         END-IF
009810     END-IF.
009820     IF WS-FILE-NAME = 'MOBTRD  '
009830         MOVE BKR-IMAGE TO BKR-TRD-RECORD
009840         MOVE BKR-TRD-KEY TO WS-CUR-KEY
009850         IF BKR-TRD-HASH-TOTAL IS NUMERIC
009860             MOVE BKR-TRD-HASH-TOTAL TO WS-CUR-HASH
009870         END-IF
009880         IF BKR-TRD-ZERO-TOTAL IS NUMERIC
009890             MOVE BKR-TRD-ZERO-TOTAL TO WS-CUR-ZERO
009900         END-IF
009910     END-IF.
009920     IF WS-FILE-NAME = 'MOBSUM  '
009930         MOVE BKR-IMAGE TO BKR-SUM-RECORD
009940         MOVE BKR-SUM-KEY TO WS-CUR-KEY
009950         IF BKR-SUM-HASH-TOTAL IS NUMERIC
009960             MOVE BKR-SUM-HASH-TOTAL TO WS-CUR-HASH
009970         END-IF
009980         IF BKR-SUM-ZERO-TOTAL IS NUMERIC
009990             MOVE BKR-SUM-ZERO-TOTAL TO WS-CUR-ZERO
010000         END-IF
010010     END-IF.
010020     IF WS-FILE-NAME = 'MOBDPT  '
010030         MOVE BKR-IMAGE TO BKR-DPT-RECORD
010040         MOVE BKR-DPT-DEPT-CODE TO WS-CUR-KEY
010050         IF BKR-DPT-DFLT-ROW-COUNT IS NUMERIC
010060             MOVE BKR-DPT-DFLT-ROW-COUNT TO WS-CUR-HASH
010070         END-IF
010080         IF BKR-DPT-DFLT-ROW-WIDTH IS NUMERIC
010090             MOVE BKR-DPT-DFLT-ROW-WIDTH TO WS-CUR-ZERO
010100         END-IF
010110     END-IF.
010120 7100-EXTRACT-FIELDS-EXIT.
010130     EXIT.
010140*================================================================
010150 7200-ADD-TO-TOTALS.
010160     IF BKR-TOT-COUNT = ZERO
010170        OR WS-CUR-KEY < BKR-TOT-LOW-KEY
010180         MOVE WS-CUR-KEY TO BKR-TOT-LOW-KEY
010190     END-IF.
010200     IF BKR-TOT-COUNT = ZERO
010210        OR WS-CUR-KEY > BKR-TOT-HIGH-KEY
010220         MOVE WS-CUR-KEY TO BKR-TOT-HIGH-KEY
010230     END-IF.
010240     ADD 1 TO BKR-TOT-COUNT.
010250     ADD WS-CUR-HASH TO BKR-TOT-HASH.
010260     ADD WS-CUR-ZERO TO BKR-TOT-ZERO.
010270 7200-ADD-TO-TOTALS-EXIT.
010280     EXIT.
010290*================================================================
010300* 7500-COMPARE-TOTALS - THE COUNTED TOTALS AGAINST THE CONTROL
010310* RECORD IN BKR-CTL-RECORD.  EACH DIFFERENCE IS SHOWN.
010320*================================================================
010330 7500-COMPARE-TOTALS.
010340     MOVE 'N' TO BKR-MISMATCH-SW.
010350     IF BKR-TOT-COUNT NOT = BKR-CTL-RECORD-COUNT
010360         SET BKR-TOTALS-DIFFER TO TRUE
010370         MOVE BKR-CTL-RECORD-COUNT TO WS-CTL-COUNT-DISP
010380         MOVE BKR-TOT-COUNT TO WS-COUNT-DISP
010390         DISPLAY '    RECORD COUNT  CONTROL ' WS-CTL-COUNT-DISP
010400             '  FOUND ' WS-COUNT-DISP
010410     END-IF.
010420     IF BKR-TOT-LOW-KEY NOT = BKR-CTL-LOW-KEY
010430         SET BKR-TOTALS-DIFFER TO TRUE
010440         DISPLAY '    LOW KEY       CONTROL ' BKR-CTL-LOW-KEY
010450             '  FOUND ' BKR-TOT-LOW-KEY
010460     END-IF.
010470     IF BKR-TOT-HIGH-KEY NOT = BKR-CTL-HIGH-KEY
010480         SET BKR-TOTALS-DIFFER TO TRUE
010490         DISPLAY '    HIGH KEY      CONTROL ' BKR-CTL-HIGH-KEY
010500             '  FOUND ' BKR-TOT-HIGH-KEY
010510     END-IF.
010520     IF BKR-TOT-HASH NOT = BKR-CTL-HASH-TOTAL
010530         SET BKR-TOTALS-DIFFER TO TRUE
010540         MOVE BKR-CTL-HASH-TOTAL TO WS-CTL-TOTAL-DISP
010550         MOVE BKR-TOT-HASH TO WS-TOTAL-DISP
010560         DISPLAY '    HASH TOTAL    CONTROL ' WS-CTL-TOTAL-DISP
010570             '  FOUND ' WS-TOTAL-DISP
010580     END-IF.
010590     IF BKR-TOT-ZERO NOT = BKR-CTL-ZERO-TOTAL
010600         SET BKR-TOTALS-DIFFER TO TRUE
010610         MOVE BKR-CTL-ZERO-TOTAL TO WS-CTL-TOTAL-DISP
010620         MOVE BKR-TOT-ZERO TO WS-TOTAL-DISP
010630         DISPLAY '    ZERO TOTAL    CONTROL ' WS-CTL-TOTAL-DISP
010640             '  FOUND ' WS-TOTAL-DISP
010650     END-IF.
010660 7500-COMPARE-TOTALS-EXIT.
010670     EXIT.
010680*================================================================
010690 7800-SHOW-TOTALS.
010700     MOVE BKR-TOT-COUNT TO WS-COUNT-DISP.
010710     DISPLAY '    RECORDS ........ ' WS-COUNT-DISP.
010720     DISPLAY '    LOW KEY ........ ' BKR-TOT-LOW-KEY.
010730     DISPLAY '    HIGH KEY ....... ' BKR-TOT-HIGH-KEY.
010740     MOVE BKR-TOT-HASH TO WS-TOTAL-DISP.
010750     DISPLAY '    HASH TOTAL ..... ' WS-TOTAL-DISP.
010760     MOVE BKR-TOT-ZERO TO WS-TOTAL-DISP.
010770     DISPLAY '    ZERO TOTAL ..... ' WS-TOTAL-DISP.
010780 7800-SHOW-TOTALS-EXIT.
010790     EXIT.
010800*================================================================
010810* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
010820* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
010830* ANY KEY FIELDS; THE KEY FIELDS ARE CLEARED AFTERWARD SO THE
010840* NEXT EVENT CANNOT INHERIT THEM.
010850*================================================================
010860 8800-WRITE-EVENT.
010870     ACCEPT WS-LOG-TIME FROM TIME.
010880     MOVE 'MOBBKR  ' TO MOBLOG-PROGRAM.
010890     MOVE WS-RUN-DATE TO MOBLOG-RUN-DATE.
010900     MOVE WS-LOG-TIME TO MOBLOG-LOG-TIME.
010910     WRITE MOBLOG-RECORD.
010920     MOVE SPACES TO MOBLOG-DEPT-CODE.
010930     MOVE ZERO TO MOBLOG-ROW-NUMBER.
010940     MOVE SPACES TO MOBLOG-FILE-NAME.
010950     MOVE SPACES TO MOBLOG-MSG-TEXT.
010960 8800-WRITE-EVENT-EXIT.
010970     EXIT.
010980*================================================================
010990* 8900-ABORT-RUN - THE WORK ON THE CARD COULD NOT BE DONE.  THE
011000* REASON HAS ALREADY BEEN LOGGED; END THE JOB WITH RETURN CODE 16
011010* SO NOTHING SCHEDULED BEHIND IT RUNS.
011020*================================================================
011030 8900-ABORT-RUN.
011040     CLOSE EVENT-LOG-FILE.
011050     DISPLAY ' '.
011060     DISPLAY '===== MOBBKR ENDED - WORK NOT DONE ====='.
011070     MOVE 16 TO RETURN-CODE.
011080     GO TO 9999-EXIT.
011090*================================================================
011100* 9000-TERMINATE - LOG THE END OF THE RUN.  THE RETURN CODE WAS
011110* SET AS THE WORK WENT.
011120*================================================================
011130 9000-TERMINATE.
011140     MOVE 'BKR9000I' TO MOBLOG-MSG-CODE.
011150     MOVE 'I' TO MOBLOG-SEVERITY.
011160     MOVE 'BACKUP UTILITY COMPLETE'
011170         TO MOBLOG-MSG-TEXT.
011180     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
011190     CLOSE EVENT-LOG-FILE.
011200     DISPLAY ' '.
011210     DISPLAY '===== MOBBKR COMPLETE ====='.
011220 9000-TERMINATE-EXIT.
011230     EXIT.
011240*================================================================
011250 9999-EXIT.
011260     STOP RUN.
011270 END PROGRAM MOBBKR.
