000460*                  VERDICTS ARE NOW ALSO LOGGED AS STRUCTURED
000470*                  EVENTS ON THE SHARED MOBLOG RUN-EVENT FILE
000480*                  FOR THE MOBOPS NIGHTLY SUMMARY.
000481* 10/15/26   RMD   REJECTS ARE NOW ALSO HELD ON THE STANDING
000482*                  MOBSUS SUSPENSE FILE (KEYED BY TEAM, DEPT,
000483*                  ROW AND FEED DATE) UNTIL THEIR TEAM FIXES
000484*                  THEM - MOBMRJ IS STILL TONIGHT'S REJECT LIST
000485*                  BUT NO LONGER THE ONLY COPY.  MOBSUC
000486*                  CORRECTION CARDS AGAINST OPEN ITEMS ARE
000487*                  RE-EDITED BY THE SAME RULES AS THE FEED AND
000488*                  RELEASED TO MOBMET WHEN THEY PASS (TONIGHT'S
000489*                  FEED WINS A DEPT/ROW TIE); A FAILED RE-EDIT
000490*                  STAYS OPEN WITH ITS NEW REASON.  AGING OF
000491*                  THE OPEN ITEMS IS REPORTED BY MOBSAG.
000492* 10/15/26   RMD   EACH NIGHT'S MOBACK ACKNOWLEDGMENTS ARE ALSO
000493*                  APPENDED, STAMPED WITH THE RUN DATE, TO THE
000494*                  MOBAKH ACKNOWLEDGMENT HISTORY THAT FEEDS THE
000495*                  MOBTSC MONTHLY TEAM SCORECARD.
000496* 10/15/26   RMD   THE STEP NOW RECORDS ITS START, END AND
000497*                  COMPLETION CODE ON THE SHARED MOBSTS JOB-STEP
000498*                  STATUS FILE SO THE STEPS BEHIND IT CAN CHECK
000499*                  THAT THE NIGHT'S EDIT FINISHED.
000500* 10/15/26   RMD   MOBSUC IS EMPTIED ONCE ITS CARDS ARE APPLIED
000501*                  SO A CARD IS NOT APPLIED AGAIN THE NEXT NIGHT,
000502*                  AND A CORRECTION THAT FAILS ITS RE-EDIT IS
000503*                  COUNTED ONLY AS A FAILED RE-EDIT, NOT AGAIN
000504*                  AMONG TONIGHT'S FEED REJECTS.
000505*================================================================
000506 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER. IBM-370.
000530 OBJECT-COMPUTER. IBM-370.
000620         ORGANIZATION IS LINE SEQUENTIAL.
000630     SELECT REJECT-FILE ASSIGN TO MOBMRJ
000640         ORGANIZATION IS LINE SEQUENTIAL.
000641     SELECT SUSPENSE-FILE ASSIGN TO MOBSUS
000642         ORGANIZATION IS INDEXED
000643         ACCESS MODE IS RANDOM
000644         RECORD KEY IS MOBSUS-KEY
000645         FILE STATUS IS WS-SUS-FILE-STATUS.
000646     SELECT SUSPENSE-CORR-FILE ASSIGN TO MOBSUC
000647         ORGANIZATION IS LINE SEQUENTIAL
000648         FILE STATUS IS WS-SUC-FILE-STATUS.
000650     SELECT EXPECTED-TEAM-FILE ASSIGN TO MOBTEA
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-TEA-FILE-STATUS.
000680     SELECT ACK-FILE ASSIGN TO MOBACK
000690         ORGANIZATION IS LINE SEQUENTIAL.
000692     SELECT ACK-HISTORY-FILE ASSIGN TO MOBAKH
000694         ORGANIZATION IS LINE SEQUENTIAL
000696         FILE STATUS IS WS-AKH-FILE-STATUS.
000700     SELECT EVENT-LOG-FILE ASSIGN TO MOBLOG
000710         ORGANIZATION IS LINE SEQUENTIAL.
000720     SELECT SORT-WORK-FILE ASSIGN TO MOBMSW.
000721     SELECT STEP-STATUS-FILE ASSIGN TO MOBSTS
000722         ORGANIZATION IS INDEXED
000723         ACCESS MODE IS RANDOM
000724         RECORD KEY IS MOBSTS-KEY
000725         FILE STATUS IS WS-STS-FILE-STATUS.
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  CONTROL-FILE
000880 FD  REJECT-FILE
000890     LABEL RECORD IS STANDARD.
000900     COPY MOBMRJ.
000901 FD  SUSPENSE-FILE.
000902     COPY MOBSUS.
000903 FD  SUSPENSE-CORR-FILE
000904     LABEL RECORD IS STANDARD.
000905     COPY MOBSUC.
000910 FD  EXPECTED-TEAM-FILE
000920     LABEL RECORD IS STANDARD.
000930     COPY MOBTEA.
000940 FD  ACK-FILE
000950     LABEL RECORD IS STANDARD.
000960     COPY MOBACK.
000962 FD  ACK-HISTORY-FILE
000964     LABEL RECORD IS STANDARD.
000966     COPY MOBAKH.
000970 FD  EVENT-LOG-FILE
000980     LABEL RECORD IS STANDARD.
000990     COPY MOBLOG.
001010 01  MED-SORT-RECORD.
001020     05  MED-SORT-DEPT-SEQ       PIC 9(05).
001030     05  MED-SORT-ROW-NUMBER     PIC 9(03).
001032     05  MED-SORT-SOURCE         PIC X(01).
001034         88  MED-SORT-FROM-FEED          VALUE 'F'.
001036         88  MED-SORT-FROM-SUSPENSE      VALUE 'S'.
001040     05  MED-SORT-TEAM-ID        PIC X(03).
001045     05  MED-SORT-SUS-KEY        PIC X(18).
001050     05  MED-SORT-METRIC-DATA    PIC X(80).
001053 FD  STEP-STATUS-FILE.
001056     COPY MOBSTS.
001060 WORKING-STORAGE SECTION.
001070*----------------------------------------------------------------
001080* STANDALONE COUNTERS AND WORK FIELDS
001240 77  WS-EDIT-COUNT-DISP      PIC Z(06)9.
001250 77  WS-TEA-FILE-STATUS      PIC X(02) VALUE SPACES.
001260 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
001262 77  WS-STS-FILE-STATUS      PIC X(02) VALUE SPACES.
001264 77  WS-STEP-TIME            PIC 9(08) VALUE ZERO.
001266 77  WS-STEP-RC              PIC 9(03) VALUE ZERO.
001270 77  WS-REJ-BAT-COUNT        PIC 9(07) COMP VALUE ZERO.
001280 77  WS-TEAM-TBL-COUNT       PIC 9(03) COMP VALUE ZERO.
001290 77  WS-TEAM-SUB             PIC 9(03) COMP VALUE ZERO.
001330 77  WS-LOOKUP-TEAM-ID       PIC X(03) VALUE SPACES.
001340 77  WS-BATCH-ERR-COUNT      PIC 9(05) COMP VALUE ZERO.
001350 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
001351 77  WS-SUS-FILE-STATUS      PIC X(02) VALUE SPACES.
001352 77  WS-SUC-FILE-STATUS      PIC X(02) VALUE SPACES.
001353 77  WS-EDIT-TEAM-ID         PIC X(03) VALUE SPACES.
001354 77  WS-EDIT-FEED-DATE       PIC 9(08) VALUE ZERO.
001355 77  WS-SUS-NEW-COUNT        PIC 9(07) COMP VALUE ZERO.
001356 77  WS-RCY-CARD-COUNT       PIC 9(07) COMP VALUE ZERO.
001357 77  WS-RCY-RELEASE-COUNT    PIC 9(07) COMP VALUE ZERO.
001358 77  WS-RCY-FAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
001359 77  WS-RCY-WDRAW-COUNT      PIC 9(07) COMP VALUE ZERO.
001360 77  WS-RCY-REJ-COUNT        PIC 9(07) COMP VALUE ZERO.
001361 77  WS-RCY-REJ-REASON       PIC X(30) VALUE SPACES.
001362 77  WS-SUS-ERR-COUNT        PIC 9(05) COMP VALUE ZERO.
001363 77  WS-SUS-KEY-SAVE         PIC X(18) VALUE SPACES.
001364 77  WS-AKH-FILE-STATUS      PIC X(02) VALUE SPACES.
001365*----------------------------------------------------------------
001366* WORK VIEW OF A SUSPENDED RECORD'S METRIC DATA, FOR OVERLAYING
001367* A CORRECTION CARD'S FIELDS AS RECEIVED (ANY OF THEM MAY STILL
001368* BE GARBAGE UNTIL THE RE-EDIT HAS PASSED THEM).
001369*----------------------------------------------------------------
001370 01  MED-RCY-DATA.
001371     05  MED-RCY-DEPT-CODE       PIC X(04).
001372     05  MED-RCY-ROW-NUMBER      PIC X(03).
001373     05  MED-RCY-COUNT           PIC X(03).
001374     05  FILLER                  PIC X(70).
001375*----------------------------------------------------------------
001376* DEPARTMENT CONTROL-CARD TABLE - ONE ENTRY PER MOBCTL CARD IN
001380* THE ORDER THE CARDS WERE READ, SO THE SORT KEY REPRODUCES THE
001390* EXACT SEQUENCE MOB WILL WALK THE CONTROL FILE IN.
001400*----------------------------------------------------------------
001740         88  MED-FIRST-OUT             VALUE 'Y'.
001750     05  MED-TEA-EOF-SW      PIC X(01) VALUE 'N'.
001760         88  MED-TEA-EOF               VALUE 'Y'.
001761     05  MED-SUC-EOF-SW      PIC X(01) VALUE 'N'.
001762         88  MED-SUC-EOF               VALUE 'Y'.
001763     05  MED-RECYCLE-SW      PIC X(01) VALUE 'N'.
001764         88  MED-RECYCLING             VALUE 'Y'.
001765     05  MED-SUS-NEW-SW      PIC X(01) VALUE 'N'.
001766         88  MED-SUS-NEW               VALUE 'Y'.
001767     05  MED-STEP-STARTED-SW PIC X(01) VALUE 'N'.
001768         88  MED-STEP-STARTED          VALUE 'Y'.
001769     05  MED-STS-FOUND-SW    PIC X(01) VALUE 'N'.
001770         88  MED-STS-FOUND             VALUE 'Y'.
001771 PROCEDURE DIVISION.
001780*================================================================
001790 0000-MAIN-PROC.
001800*================================================================
001820     SORT SORT-WORK-FILE
001830         ON ASCENDING KEY MED-SORT-DEPT-SEQ
001840                          MED-SORT-ROW-NUMBER
001845                          MED-SORT-SOURCE
001850         INPUT PROCEDURE IS 2000-EDIT-FEED
001860             THRU 2000-EDIT-FEED-EXIT
001870         OUTPUT PROCEDURE IS 3000-WRITE-CLEAN
001900     GO TO 9999-EXIT.
001910*================================================================
001920* 1000-INITIALIZE - LOAD THE DEPARTMENT CONTROL CARDS INTO THE
001926* SEQUENCE TABLE AND OPEN THE FEED, CLEAN AND REJECT FILES AND
001932* THE STANDING SUSPENSE FILE (CREATED EMPTY ON FIRST USE).
001940*================================================================
001950 1000-INITIALIZE.
001960     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001990     MOVE ZERO TO MOBLOG-ROW-NUMBER.
002000     MOVE SPACES TO MOBLOG-FILE-NAME.
002010     MOVE SPACES TO MOBLOG-MSG-TEXT.
002013     PERFORM 8500-RECORD-STEP-START
002016         THRU 8500-RECORD-STEP-START-EXIT.
002020     OPEN INPUT CONTROL-FILE.
002030     PERFORM 1100-LOAD-DEPT-TBL THRU 1100-LOAD-DEPT-TBL-EXIT
002040         UNTIL MED-CTL-EOF
002520     OPEN OUTPUT CLEAN-METRIC-FILE.
002530     OPEN OUTPUT REJECT-FILE.
002540     OPEN OUTPUT ACK-FILE.
002541     OPEN EXTEND ACK-HISTORY-FILE.
002542     IF WS-AKH-FILE-STATUS = '35'
002543         OPEN OUTPUT ACK-HISTORY-FILE
002544     END-IF.
002545     OPEN I-O SUSPENSE-FILE.
002546     IF WS-SUS-FILE-STATUS = '35'
002547         OPEN OUTPUT SUSPENSE-FILE
002548         CLOSE SUSPENSE-FILE
002549         OPEN I-O SUSPENSE-FILE
002550     END-IF.
002551     PERFORM 1200-LOAD-EXP-TEAMS THRU 1200-LOAD-EXP-TEAMS-EXIT.
002560 1000-INITIALIZE-EXIT.
002570     EXIT.
002580*================================================================
003070* 2000-EDIT-FEED - SORT INPUT PROCEDURE.  READ EVERY RAW FEED
003080* RECORD, VALIDATE IT AGAINST THE CONTROL-CARD TABLE, AND
003090* RELEASE THE SURVIVORS TO THE SORT KEYED BY DEPARTMENT CARD
003096* SEQUENCE AND ROW NUMBER.  CORRECTED SUSPENSE ITEMS FOLLOW THE
003102* FEED THROUGH THE SAME EDIT.
003110*================================================================
003120 2000-EDIT-FEED.
003130     PERFORM 2100-EDIT-ONE-REC THRU 2100-EDIT-ONE-REC-EXIT
003290         ADD 1 TO WS-BATCH-ERR-COUNT
003300         MOVE ZERO TO WS-CUR-TEAM-SUB
003310     END-IF.
003313     PERFORM 2600-RECYCLE-SUSPENSE
003316         THRU 2600-RECYCLE-SUSPENSE-EXIT.
003320 2000-EDIT-FEED-EXIT.
003330     EXIT.
003340*================================================================
003350* 2100-EDIT-ONE-REC - READ ONE RAW RECORD, ROUTE BATCH HEADERS
003360* AND TRAILERS, ACCOUNT FOR THE RECORD AGAINST ITS TEAM'S BATCH,
003370* AND PUT IT THROUGH THE EDIT RULES.
003410*================================================================
003420 2100-EDIT-ONE-REC.
003430     READ RAW-METRIC-FILE
003540         GO TO 2100-EDIT-ONE-REC-EXIT
003550     END-IF.
003560     ADD 1 TO WS-READ-COUNT.
003565     PERFORM 2120-SET-EDIT-TEAM THRU 2120-SET-EDIT-TEAM-EXIT.
003570     IF WS-CUR-TEAM-SUB = ZERO
003580         ADD 1 TO WS-REJ-BAT-COUNT
003590         MOVE 'BAT ' TO MOBMRJ-REASON-CODE
003630     END-IF.
003640     ADD 1 TO MED-TEA-RECV (WS-CUR-TEAM-SUB).
003650     ADD 1 TO WS-CUR-BATCH-RECV.
003651     PERFORM 2150-EDIT-RULES THRU 2150-EDIT-RULES-EXIT.
003652 2100-EDIT-ONE-REC-EXIT.
003653     EXIT.
003654*================================================================
003655* 2120-SET-EDIT-TEAM - THE TEAM AND FEED DATE A FEED RECORD IS
003656* SUSPENDED UNDER: THOSE OF THE BATCH IT ARRIVED IN, OR NO TEAM
003657* AND THE RUN DATE FOR A RECORD OUTSIDE ANY BATCH (OR UNDER A
003658* HEADER WHOSE FEED DATE WAS UNREADABLE).
003659*================================================================
003660 2120-SET-EDIT-TEAM.
003661     MOVE SPACES TO WS-EDIT-TEAM-ID.
003662     MOVE WS-RUN-DATE TO WS-EDIT-FEED-DATE.
003663     IF WS-CUR-TEAM-SUB = ZERO
003664         GO TO 2120-SET-EDIT-TEAM-EXIT
003665     END-IF.
003666     MOVE MED-TEA-TEAM-ID (WS-CUR-TEAM-SUB) TO WS-EDIT-TEAM-ID.
003667     IF MED-TEA-FEED-DATE (WS-CUR-TEAM-SUB) IS NUMERIC
003668        AND MED-TEA-FEED-DATE (WS-CUR-TEAM-SUB) > ZERO
003669         MOVE MED-TEA-FEED-DATE (WS-CUR-TEAM-SUB)
003670             TO WS-EDIT-FEED-DATE
003671     END-IF.
003672 2120-SET-EDIT-TEAM-EXIT.
003673     EXIT.
003674*================================================================
003675* 2150-EDIT-RULES - VALIDATE THE RECORD IN MOBMER-RECORD: THE
003676* ROW NUMBER AND COMPLETED COUNT MUST BE NUMERIC, THE DEPARTMENT
003677* MUST BE ON A CONTROL CARD, THE ROW NUMBER WITHIN THAT CARD'S
003678* ROW COUNT, AND THE COMPLETED COUNT NO MORE THAN THE ROW WIDTH.
003679* DUPLICATE DEPT/ROW PAIRS ARE CAUGHT AFTER THE SORT, WHERE THEY
003680* COME OUT ADJACENT.  USED FOR THE RAW FEED AND FOR CORRECTED
003681* SUSPENSE ITEMS ALIKE; WS-EDIT-TEAM-ID AND WS-EDIT-FEED-DATE
003682* SAY WHOSE RECORD IT IS.
003683*================================================================
003684 2150-EDIT-RULES.
003685     IF MOBMER-ROW-NUMBER IS NOT NUMERIC
003686        OR MOBMER-COMPLETED-COUNT IS NOT NUMERIC
003687         IF NOT MED-RECYCLING
003688             ADD 1 TO WS-REJ-NUM-COUNT
003689         END-IF
003690         MOVE 'NUM ' TO MOBMRJ-REASON-CODE
003700         MOVE 'ROW OR COUNT NOT NUMERIC' TO MOBMRJ-REASON-TEXT
003710         PERFORM 2300-WRITE-REJECT THRU 2300-WRITE-REJECT-EXIT
003720         GO TO 2150-EDIT-RULES-EXIT
003730     END-IF.
003740     PERFORM 2200-FIND-DEPT THRU 2200-FIND-DEPT-EXIT.
003750     IF WS-DEPT-FOUND-SEQ = ZERO
003755         IF NOT MED-RECYCLING
003760             ADD 1 TO WS-REJ-DEPT-COUNT
003765         END-IF
003770         MOVE 'DEPT' TO MOBMRJ-REASON-CODE
003780         MOVE 'DEPT NOT ON CONTROL FILE' TO MOBMRJ-REASON-TEXT
003790         PERFORM 2300-WRITE-REJECT THRU 2300-WRITE-REJECT-EXIT
003800         GO TO 2150-EDIT-RULES-EXIT
003810     END-IF.
003820     IF MOBMER-ROW-NUMBER >
003830             MED-TBL-ROW-COUNT (WS-DEPT-FOUND-SEQ)
003835         IF NOT MED-RECYCLING
003840             ADD 1 TO WS-REJ-ROW-COUNT
003845         END-IF
003850         MOVE 'ROW ' TO MOBMRJ-REASON-CODE
003860         MOVE 'ROW NUMBER PAST ROW COUNT' TO MOBMRJ-REASON-TEXT
003870         PERFORM 2300-WRITE-REJECT THRU 2300-WRITE-REJECT-EXIT
003880         GO TO 2150-EDIT-RULES-EXIT
003890     END-IF.
003900     IF MOBMER-COMPLETED-COUNT >
003910             MED-TBL-ROW-WIDTH (WS-DEPT-FOUND-SEQ)
003915         IF NOT MED-RECYCLING
003920             ADD 1 TO WS-REJ-CNT-COUNT
003925         END-IF
003930         MOVE 'CNT ' TO MOBMRJ-REASON-CODE
003940         MOVE 'COUNT EXCEEDS ROW WIDTH' TO MOBMRJ-REASON-TEXT
003950         PERFORM 2300-WRITE-REJECT THRU 2300-WRITE-REJECT-EXIT
003960         GO TO 2150-EDIT-RULES-EXIT
003970     END-IF.
003980     MOVE WS-DEPT-FOUND-SEQ TO MED-SORT-DEPT-SEQ.
003990     MOVE MOBMER-ROW-NUMBER TO MED-SORT-ROW-NUMBER.
003992     MOVE WS-EDIT-TEAM-ID TO MED-SORT-TEAM-ID.
003994     IF MED-RECYCLING
003996         MOVE 'S' TO MED-SORT-SOURCE
003998         MOVE MOBSUS-KEY TO MED-SORT-SUS-KEY
004000     ELSE
004002         MOVE 'F' TO MED-SORT-SOURCE
004004         PERFORM 2800-BUILD-SUS-KEY
004006             THRU 2800-BUILD-SUS-KEY-EXIT
004008         MOVE MOBSUS-KEY TO MED-SORT-SUS-KEY
004010     END-IF.
004020     MOVE MOBMER-RECORD TO MED-SORT-METRIC-DATA.
004030     RELEASE MED-SORT-RECORD.
004040 2150-EDIT-RULES-EXIT.
004050     EXIT.
004060*================================================================
004070* 2200-FIND-DEPT - LOOK THE RAW RECORD'S DEPARTMENT CODE UP IN
004280*================================================================
004290* 2300-WRITE-REJECT - DROP THE RAW RECORD, AS RECEIVED, ON THE
004300* REJECT FILE WITH THE REASON ALREADY FILLED IN BY THE CALLER,
004304* ATTRIBUTED TO THE TEAM WHOSE BATCH IT ARRIVED UNDER, AND HOLD
004308* IT ON SUSPENSE.  A CORRECTED SUSPENSE ITEM THAT FAILS AGAIN
004312* STAYS OPEN UNDER ITS ORIGINAL KEY AND DOES NOT COUNT AGAINST
004316* TONIGHT'S BATCH.
004320*================================================================
004330 2300-WRITE-REJECT.
004331     MOVE MOBMER-RECORD TO MOBMRJ-METRIC-DATA.
004332     IF MED-RECYCLING
004333         MOVE WS-EDIT-TEAM-ID TO MOBMRJ-TEAM-ID
004334         WRITE MOBMRJ-RECORD
004335         PERFORM 2750-RESUSPEND THRU 2750-RESUSPEND-EXIT
004336         GO TO 2300-WRITE-REJECT-EXIT
004337     END-IF.
004340     ADD 1 TO WS-REJECT-COUNT.
004360     IF WS-CUR-TEAM-SUB > ZERO
004370         MOVE MED-TEA-TEAM-ID (WS-CUR-TEAM-SUB)
004380             TO MOBMRJ-TEAM-ID
004430         MOVE SPACES TO MOBMRJ-TEAM-ID
004440     END-IF.
004450     WRITE MOBMRJ-RECORD.
004453     PERFORM 2800-BUILD-SUS-KEY THRU 2800-BUILD-SUS-KEY-EXIT.
004456     PERFORM 2700-SUSPEND THRU 2700-SUSPEND-EXIT.
004460 2300-WRITE-REJECT-EXIT.
004470     EXIT.
004480*================================================================
005860 2500-CLOSE-BATCH-EXIT.
005870     EXIT.
005880*================================================================
005881* 2600-RECYCLE-SUSPENSE - APPLY THE UPSTREAM TEAMS' CORRECTION
005882* CARDS TO THEIR OPEN SUSPENSE ITEMS.  NO CORRECTION FILE MEANS
005883* NOTHING TO RECYCLE TONIGHT.  THE CARDS ARE APPLIED ONCE, SO
005884* THE FILE IS EMPTIED AFTERWARDS.
005885*================================================================
005886 2600-RECYCLE-SUSPENSE.
005887     OPEN INPUT SUSPENSE-CORR-FILE.
005888     IF WS-SUC-FILE-STATUS = '35'
005889         GO TO 2600-RECYCLE-SUSPENSE-EXIT
005890     END-IF.
005891     PERFORM 2650-RECYCLE-ONE-CARD THRU 2650-RECYCLE-ONE-CARD-EXIT
005892         UNTIL MED-SUC-EOF.
005893     CLOSE SUSPENSE-CORR-FILE.
005894     OPEN OUTPUT SUSPENSE-CORR-FILE.
005895     CLOSE SUSPENSE-CORR-FILE.
005896 2600-RECYCLE-SUSPENSE-EXIT.
005897     EXIT.
005898*================================================================
005899* 2650-RECYCLE-ONE-CARD - A WITHDRAWAL CLOSES THE ITEM.  A
005900* CORRECTION OVERLAYS THE CARD'S NON-BLANK FIELDS ON THE
005901* SUSPENDED RECORD AND RUNS IT BACK THROUGH THE EDIT RULES
005902* UNDER THE ITEM'S OWN TEAM; IF IT PASSES IT GOES TO THE SORT
005903* AND IS RELEASED FROM SUSPENSE WHEN IT REACHES MOBMET.
005904*================================================================
005905 2650-RECYCLE-ONE-CARD.
005906     READ SUSPENSE-CORR-FILE
005907         AT END
005908             SET MED-SUC-EOF TO TRUE
005909             GO TO 2650-RECYCLE-ONE-CARD-EXIT
005910     END-READ.
005911     ADD 1 TO WS-RCY-CARD-COUNT.
005912     IF MOBSUC-FEED-DATE IS NOT NUMERIC
005913        OR (NOT MOBSUC-CORRECT AND NOT MOBSUC-WITHDRAW)
005914         MOVE 'FEED DATE OR ACTION INVALID'
005915             TO WS-RCY-REJ-REASON
005916         PERFORM 2690-REJECT-CORR-CARD
005917             THRU 2690-REJECT-CORR-CARD-EXIT
005918         GO TO 2650-RECYCLE-ONE-CARD-EXIT
005919     END-IF.
005920     MOVE MOBSUC-KEY TO MOBSUS-KEY.
005921     READ SUSPENSE-FILE
005922         INVALID KEY
005923             MOVE 'NO SUCH SUSPENSE ITEM'
005924                 TO WS-RCY-REJ-REASON
005925             PERFORM 2690-REJECT-CORR-CARD
005926                 THRU 2690-REJECT-CORR-CARD-EXIT
005927             GO TO 2650-RECYCLE-ONE-CARD-EXIT
005928     END-READ.
005929     IF NOT MOBSUS-OPEN
005930         MOVE 'SUSPENSE ITEM ALREADY CLOSED'
005931             TO WS-RCY-REJ-REASON
005932         PERFORM 2690-REJECT-CORR-CARD
005933             THRU 2690-REJECT-CORR-CARD-EXIT
005934         GO TO 2650-RECYCLE-ONE-CARD-EXIT
005935     END-IF.
005936     IF MOBSUC-WITHDRAW
005937         MOVE 'W' TO MOBSUS-STATUS
005938         MOVE WS-RUN-DATE TO MOBSUS-LAST-ACTION-DATE
005939         PERFORM 2780-REWRT-SUS THRU 2780-REWRT-SUS-EXIT
005940         ADD 1 TO WS-RCY-WDRAW-COUNT
005941         DISPLAY '  SUSPENSE WITHDRAWN  TEAM ' MOBSUS-TEAM-ID
005942             ' DEPT ' MOBSUS-DEPT-CODE ' ROW ' MOBSUS-ROW-NUMBER
005943             ' FEED ' MOBSUS-FEED-DATE
005944         GO TO 2650-RECYCLE-ONE-CARD-EXIT
005945     END-IF.
005946     MOVE MOBSUS-METRIC-DATA TO MED-RCY-DATA.
005947     IF MOBSUC-NEW-DEPT-CODE NOT = SPACES
005948         MOVE MOBSUC-NEW-DEPT-CODE TO MED-RCY-DEPT-CODE
005949     END-IF.
005950     IF MOBSUC-NEW-ROW-NUMBER NOT = SPACES
005951         MOVE MOBSUC-NEW-ROW-NUMBER TO MED-RCY-ROW-NUMBER
005952     END-IF.
005953     IF MOBSUC-NEW-COUNT NOT = SPACES
005954         MOVE MOBSUC-NEW-COUNT TO MED-RCY-COUNT
005955     END-IF.
005956     MOVE MED-RCY-DATA TO MOBMER-RECORD.
005957     MOVE MOBSUS-TEAM-ID TO WS-EDIT-TEAM-ID.
005958     MOVE MOBSUS-FEED-DATE TO WS-EDIT-FEED-DATE.
005959     MOVE 'Y' TO MED-RECYCLE-SW.
005960     PERFORM 2150-EDIT-RULES THRU 2150-EDIT-RULES-EXIT.
005961     MOVE 'N' TO MED-RECYCLE-SW.
005962 2650-RECYCLE-ONE-CARD-EXIT.
005963     EXIT.
005964*================================================================
005965* 2690-REJECT-CORR-CARD - PRINT AND LOG A CORRECTION CARD THAT
005966* DOES NOT NAME AN OPEN SUSPENSE ITEM.
005967*================================================================
005968 2690-REJECT-CORR-CARD.
005969     ADD 1 TO WS-RCY-REJ-COUNT.
005970     DISPLAY 'MED2650W SUSPENSE CORRECTION REJECTED - TEAM '
005971         MOBSUC-TEAM-ID ' DEPT ' MOBSUC-DEPT-CODE
005972         ' ROW ' MOBSUC-ROW-NUMBER ' - ' WS-RCY-REJ-REASON.
005973     MOVE 'MED2650W' TO MOBLOG-MSG-CODE.
005974     MOVE 'W' TO MOBLOG-SEVERITY.
005975     MOVE MOBSUC-DEPT-CODE TO MOBLOG-DEPT-CODE.
005976     MOVE 'MOBSUC  ' TO MOBLOG-FILE-NAME.
005977     MOVE WS-RCY-REJ-REASON TO MOBLOG-MSG-TEXT.
005978     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
005979 2690-REJECT-CORR-CARD-EXIT.
005980     EXIT.
005981*================================================================
005982* 2700-SUSPEND - HOLD A FRESH REJECT ON SUSPENSE UNDER THE KEY
005983* THE CALLER SET IN MOBSUS-KEY, WITH THE REASON AND DATA FROM
005984* THE MOBMRJ RECORD JUST WRITTEN.  A KEY ALREADY OPEN (THE TEAM
005985* RESENT THE SAME BAD RECORD) KEEPS ITS FIRST SUSPEND DATE AND
005986* ORIGINAL REASON SO ITS AGE IS NOT RESET; A CLOSED ONE IS
005987* REOPENED AS NEW.
005988*================================================================
005989 2700-SUSPEND.
005990     MOVE MOBSUS-KEY TO WS-SUS-KEY-SAVE.
005991     READ SUSPENSE-FILE
005992         INVALID KEY
005993             MOVE 'Y' TO MED-SUS-NEW-SW
005994         NOT INVALID KEY
005995             MOVE 'N' TO MED-SUS-NEW-SW
005996     END-READ.
005997     IF MED-SUS-NEW
005998         MOVE SPACES TO MOBSUS-RECORD
005999         MOVE WS-SUS-KEY-SAVE TO MOBSUS-KEY
006000     END-IF.
006001     IF MED-SUS-NEW
006002        OR NOT MOBSUS-OPEN
006003         MOVE WS-RUN-DATE TO MOBSUS-SUSPEND-DATE
006004         MOVE MOBMRJ-REASON-CODE TO MOBSUS-ORIG-REASON-CODE
006005         MOVE MOBMRJ-REASON-TEXT TO MOBSUS-ORIG-REASON-TEXT
006006         MOVE ZERO TO MOBSUS-RECYCLE-COUNT
006007         ADD 1 TO WS-SUS-NEW-COUNT
006008     END-IF.
006009     MOVE 'O' TO MOBSUS-STATUS.
006010     MOVE MOBMRJ-REASON-CODE TO MOBSUS-LAST-REASON-CODE.
006011     MOVE MOBMRJ-REASON-TEXT TO MOBSUS-LAST-REASON-TEXT.
006012     MOVE WS-RUN-DATE TO MOBSUS-LAST-ACTION-DATE.
006013     MOVE MOBMRJ-METRIC-DATA TO MOBSUS-METRIC-DATA.
006014     IF NOT MED-SUS-NEW
006015         PERFORM 2780-REWRT-SUS THRU 2780-REWRT-SUS-EXIT
006016         GO TO 2700-SUSPEND-EXIT
006017     END-IF.
006018     WRITE MOBSUS-RECORD
006019         INVALID KEY
006020             PERFORM 2790-SUS-IO-ERROR
006021                 THRU 2790-SUS-IO-ERROR-EXIT
006022     END-WRITE.
006023 2700-SUSPEND-EXIT.
006024     EXIT.
006025*================================================================
006026* 2750-RESUSPEND - A CORRECTED SUSPENSE ITEM (THE RECORD IN
006027* HAND) FAILED AGAIN: IT STAYS OPEN, CARRYING THE CORRECTED DATA
006028* AND THE NEW REASON FOR THE TEAM'S NEXT ATTEMPT.
006029*================================================================
006030 2750-RESUSPEND.
006031     ADD 1 TO WS-RCY-FAIL-COUNT.
006032     MOVE MOBMRJ-REASON-CODE TO MOBSUS-LAST-REASON-CODE.
006033     MOVE MOBMRJ-REASON-TEXT TO MOBSUS-LAST-REASON-TEXT.
006034     MOVE MOBMRJ-METRIC-DATA TO MOBSUS-METRIC-DATA.
006035     MOVE WS-RUN-DATE TO MOBSUS-LAST-ACTION-DATE.
006036     ADD 1 TO MOBSUS-RECYCLE-COUNT.
006037     PERFORM 2780-REWRT-SUS THRU 2780-REWRT-SUS-EXIT.
006038     DISPLAY '  SUSPENSE RE-EDIT FAILED  TEAM ' MOBSUS-TEAM-ID
006039         ' DEPT ' MOBSUS-DEPT-CODE ' ROW ' MOBSUS-ROW-NUMBER
006040         ' - ' MOBSUS-LAST-REASON-TEXT.
006041 2750-RESUSPEND-EXIT.
006042     EXIT.
006043*================================================================
006044 2780-REWRT-SUS.
006045     REWRITE MOBSUS-RECORD
006046         INVALID KEY
006047             PERFORM 2790-SUS-IO-ERROR
006048                 THRU 2790-SUS-IO-ERROR-EXIT
006049     END-REWRITE.
006050 2780-REWRT-SUS-EXIT.
006051     EXIT.
006052*================================================================
006053* 2790-SUS-IO-ERROR - A SUSPENSE WRITE OR REWRITE FAILED; THE
006054* REJECT IS STILL ON MOBMRJ BUT ITS SUSPENSE TRAIL IS NOT.
006055*================================================================
006056 2790-SUS-IO-ERROR.
006057     ADD 1 TO WS-SUS-ERR-COUNT.
006058     DISPLAY 'MED2790E SUSPENSE UPDATE FAILED - TEAM '
006059         MOBSUS-TEAM-ID ' DEPT ' MOBSUS-DEPT-CODE
006060         ' ROW ' MOBSUS-ROW-NUMBER ' STATUS '
006061         WS-SUS-FILE-STATUS.
006062     MOVE 'MED2790E' TO MOBLOG-MSG-CODE.
006063     MOVE 'E' TO MOBLOG-SEVERITY.
006064     MOVE MOBSUS-DEPT-CODE TO MOBLOG-DEPT-CODE.
006065     MOVE 'MOBSUS  ' TO MOBLOG-FILE-NAME.
006066     MOVE 'SUSPENSE UPDATE FAILED' TO MOBLOG-MSG-TEXT.
006067     PERFORM 8800-WRITE-EVENT THRU 8800-WRITE-EVENT-EXIT.
006068 2790-SUS-IO-ERROR-EXIT.
006069     EXIT.
006070*================================================================
006071* 2800-BUILD-SUS-KEY - THE SUSPENSE KEY FOR THE FEED RECORD IN
006072* MOBMER-RECORD: ITS TEAM AND FEED DATE, AND ITS DEPARTMENT AND
006073* ROW EXACTLY AS RECEIVED.
006074*================================================================
006075 2800-BUILD-SUS-KEY.
006076     MOVE MOBMER-RECORD TO MED-RCY-DATA.
006077     MOVE WS-EDIT-TEAM-ID TO MOBSUS-TEAM-ID.
006078     MOVE MED-RCY-DEPT-CODE TO MOBSUS-DEPT-CODE.
006079     MOVE MED-RCY-ROW-NUMBER TO MOBSUS-ROW-NUMBER.
006080     MOVE WS-EDIT-FEED-DATE TO MOBSUS-FEED-DATE.
006081 2800-BUILD-SUS-KEY-EXIT.
006082     EXIT.
006083*================================================================
006084* 3000-WRITE-CLEAN - SORT OUTPUT PROCEDURE.  RETURN THE SORTED
006085* RECORDS, DROP THE SECOND AND LATER COPIES OF ANY DEPT/ROW PAIR
006086* (ADJACENT AFTER THE SORT) ON THE REJECT FILE, AND WRITE THE
006087* REST TO THE CLEAN METRIC FILE IN CONTROL-CARD ORDER.
006088*================================================================
006089 3000-WRITE-CLEAN.
006090     PERFORM 3100-RETURN-ONE-REC THRU 3100-RETURN-ONE-REC-EXIT
006091         UNTIL MED-SORT-EOF.
006092 3000-WRITE-CLEAN-EXIT.
006093     EXIT.
006094*================================================================
006095 3100-RETURN-ONE-REC.
006096     RETURN SORT-WORK-FILE
006097         AT END
006098             SET MED-SORT-EOF TO TRUE
006099             GO TO 3100-RETURN-ONE-REC-EXIT
006100     END-RETURN.
006101     IF NOT MED-FIRST-OUT
006102        AND MED-SORT-DEPT-SEQ = WS-PREV-DEPT-SEQ
006103        AND MED-SORT-ROW-NUMBER = WS-PREV-ROW-NUMBER
006104         IF NOT MED-SORT-FROM-SUSPENSE
006105             ADD 1 TO WS-REJ-DUP-COUNT
006106             ADD 1 TO WS-REJECT-COUNT
006107         END-IF
006110         MOVE MED-SORT-METRIC-DATA TO MOBMRJ-METRIC-DATA
006120         MOVE 'DUP ' TO MOBMRJ-REASON-CODE
006130         MOVE 'DUPLICATE DEPT/ROW PAIR' TO MOBMRJ-REASON-TEXT
006140         MOVE MED-SORT-TEAM-ID TO MOBMRJ-TEAM-ID
006141         WRITE MOBMRJ-RECORD
006142         MOVE MED-SORT-SUS-KEY TO MOBSUS-KEY
006143         IF MED-SORT-FROM-SUSPENSE
006144             PERFORM 3200-RESUSPEND-DUP
006145                 THRU 3200-RESUSPEND-DUP-EXIT
006146             GO TO 3100-RETURN-ONE-REC-EXIT
006147         END-IF
006150         MOVE MED-SORT-TEAM-ID TO WS-LOOKUP-TEAM-ID
006160         PERFORM 7000-FIND-TEAM THRU 7000-FIND-TEAM-EXIT
006170         ADD 1 TO MED-TEA-REJECT (WS-TEAM-FOUND-SUB)
006180         ADD 1 TO MED-TEA-REJ-DUP (WS-TEAM-FOUND-SUB)
006190         PERFORM 2700-SUSPEND THRU 2700-SUSPEND-EXIT
006200         GO TO 3100-RETURN-ONE-REC-EXIT
006210     END-IF.
006220     MOVE 'N' TO MED-FIRST-OUT-SW.
006250     MOVE MED-SORT-METRIC-DATA TO MOBMET-RECORD.
006260     WRITE MOBMET-RECORD.
006270     ADD 1 TO WS-ACCEPT-COUNT.
006271     IF MED-SORT-FROM-SUSPENSE
006272         PERFORM 3300-RELEASE-SUSPENSE
006273             THRU 3300-RELEASE-SUSPENSE-EXIT
006274         GO TO 3100-RETURN-ONE-REC-EXIT
006275     END-IF.
006280     MOVE MED-SORT-TEAM-ID TO WS-LOOKUP-TEAM-ID.
006290     PERFORM 7000-FIND-TEAM THRU 7000-FIND-TEAM-EXIT.
006300     ADD 1 TO MED-TEA-ACCEPT (WS-TEAM-FOUND-SUB).
006310 3100-RETURN-ONE-REC-EXIT.
006311     EXIT.
006312*================================================================
006313* 3200-RESUSPEND-DUP - A CORRECTED SUSPENSE ITEM LOST A DEPT/ROW
006314* TIE TO TONIGHT'S FEED (OR TO AN EARLIER CORRECTION): IT STAYS
006315* OPEN AS A DUPLICATE.  AN ITEM ALREADY RELEASED TONIGHT IS
006316* LEFT ALONE.
006317*================================================================
006318 3200-RESUSPEND-DUP.
006319     READ SUSPENSE-FILE
006320         INVALID KEY
006321             PERFORM 2790-SUS-IO-ERROR
006322                 THRU 2790-SUS-IO-ERROR-EXIT
006323             GO TO 3200-RESUSPEND-DUP-EXIT
006324     END-READ.
006325     IF NOT MOBSUS-OPEN
006326         GO TO 3200-RESUSPEND-DUP-EXIT
006327     END-IF.
006328     PERFORM 2750-RESUSPEND THRU 2750-RESUSPEND-EXIT.
006329 3200-RESUSPEND-DUP-EXIT.
006330     EXIT.
006331*================================================================
006332* 3300-RELEASE-SUSPENSE - A CORRECTED SUSPENSE ITEM HAS GONE TO
006333* MOBMET; CLOSE IT AS RELEASED.
006334*================================================================
006335 3300-RELEASE-SUSPENSE.
006336     MOVE MED-SORT-SUS-KEY TO MOBSUS-KEY.
006337     READ SUSPENSE-FILE
006338         INVALID KEY
006339             PERFORM 2790-SUS-IO-ERROR
006340                 THRU 2790-SUS-IO-ERROR-EXIT
006341             GO TO 3300-RELEASE-SUSPENSE-EXIT
006342     END-READ.
006343     MOVE 'R' TO MOBSUS-STATUS.
006344     MOVE WS-RUN-DATE TO MOBSUS-LAST-ACTION-DATE.
006345     PERFORM 2780-REWRT-SUS THRU 2780-REWRT-SUS-EXIT.
006346     ADD 1 TO WS-RCY-RELEASE-COUNT.
006347     DISPLAY '  SUSPENSE RELEASED  TEAM ' MOBSUS-TEAM-ID
006348         ' DEPT ' MOBSUS-DEPT-CODE ' ROW ' MOBSUS-ROW-NUMBER
006349         ' FEED ' MOBSUS-FEED-DATE.
006350 3300-RELEASE-SUSPENSE-EXIT.
006351     EXIT.
006352*================================================================
006353* 7000-FIND-TEAM - FIND OR CREATE THE TEAM TABLE ENTRY FOR
006354* WS-LOOKUP-TEAM-ID.
006360*================================================================
006370 7000-FIND-TEAM.
006380     MOVE ZERO TO WS-TEAM-FOUND-SUB.
006820 7100-TEST-TEAM-ENTRY-EXIT.
006830     EXIT.
006840*================================================================
006848* 8000-WRITE-ACKS - ONE ACKNOWLEDGMENT RECORD (AND ITS DATED
006856* HISTORY COPY) AND REPORT LINE PER TEAM.  A TEAM ON AN
006864* EXPECTED-TEAM CARD THAT NEVER SENT A BATCH IS REPORTED MISSING
006872* HERE.
006880*================================================================
006890 8000-WRITE-ACKS.
006900     MOVE 1 TO WS-TEAM-SUB.
007290     MOVE MED-TEA-STATUS (WS-TEAM-SUB)
007300         TO MOBACK-BATCH-STATUS.
007310     WRITE MOBACK-RECORD.
007312     MOVE WS-RUN-DATE TO MOBAKH-RUN-DATE.
007314     MOVE MOBACK-RECORD TO MOBAKH-ACK-DATA.
007316     WRITE MOBAKH-RECORD.
007320     DISPLAY '  TEAM ' MED-TEA-TEAM-ID (WS-TEAM-SUB)
007330         ' STATUS ' MED-TEA-STATUS (WS-TEAM-SUB).
007340     MOVE MED-TEA-RECV (WS-TEAM-SUB) TO WS-EDIT-COUNT-DISP.
007390     DISPLAY '    REJECTED ............... ' WS-EDIT-COUNT-DISP.
007400     ADD 1 TO WS-TEAM-SUB.
007410 8100-WRITE-ONE-ACK-EXIT.
007411     EXIT.
007412*================================================================
007413* 8500-RECORD-STEP-START - WRITE (OR, ON A RERUN, REPLACE) THIS
007414* STEP'S MOBSTS RECORD AS RUNNING.  THIS STEP HEADS THE NIGHT'S
007415* CHAIN AND HAS NO PREDECESSOR TO CHECK.
007416*================================================================
007417 8500-RECORD-STEP-START.
007418     OPEN I-O STEP-STATUS-FILE.
007419     IF WS-STS-FILE-STATUS = '35'
007420         OPEN OUTPUT STEP-STATUS-FILE
007421         CLOSE STEP-STATUS-FILE
007422         OPEN I-O STEP-STATUS-FILE
007423     END-IF.
007424     ACCEPT WS-STEP-TIME FROM TIME.
007425     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
007426     MOVE 'MOBMED  ' TO MOBSTS-PROGRAM.
007427     READ STEP-STATUS-FILE
007428         INVALID KEY
007429             MOVE 'N' TO MED-STS-FOUND-SW
007430         NOT INVALID KEY
007431             MOVE 'Y' TO MED-STS-FOUND-SW
007432     END-READ.
007433     IF NOT MED-STS-FOUND
007434         MOVE SPACES TO MOBSTS-RECORD
007435         MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE
007436         MOVE 'MOBMED  ' TO MOBSTS-PROGRAM
007437         MOVE ZERO TO MOBSTS-RUN-COUNT
007438     END-IF.
007439     ADD 1 TO MOBSTS-RUN-COUNT.
007440     MOVE WS-STEP-TIME TO MOBSTS-START-TIME.
007441     MOVE 'N' TO MOBSTS-RELEASED-FLAG.
007442     MOVE SPACES TO MOBSTS-RELEASE-OPERATOR.
007443     MOVE 'R' TO MOBSTS-STEP-STATE.
007444     MOVE ZERO TO MOBSTS-END-TIME.
007445     MOVE ZERO TO MOBSTS-COMPLETION-CODE.
007446     SET MED-STEP-STARTED TO TRUE.
007447     IF MED-STS-FOUND
007448         REWRITE MOBSTS-RECORD
007449     ELSE
007450         WRITE MOBSTS-RECORD
007451     END-IF.
007452     CLOSE STEP-STATUS-FILE.
007453 8500-RECORD-STEP-START-EXIT.
007454     EXIT.
007455*================================================================
007456* 8600-RECORD-END - ON THE WAY OUT, MARK THIS STEP ENDED ON
007457* MOBSTS WITH ITS COMPLETION CODE.  A STEP THAT WAS REFUSED OR
007458* NEVER GOT AS FAR AS STARTING HAS NOTHING TO END.
007459*================================================================
007460 8600-RECORD-END.
007461     IF NOT MED-STEP-STARTED
007462         GO TO 8600-RECORD-END-EXIT
007463     END-IF.
007464     MOVE 'N' TO MED-STEP-STARTED-SW.
007465     MOVE RETURN-CODE TO WS-STEP-RC.
007466     OPEN I-O STEP-STATUS-FILE.
007467     IF WS-STS-FILE-STATUS = '35'
007468         GO TO 8600-RECORD-END-EXIT
007469     END-IF.
007470     MOVE WS-RUN-DATE TO MOBSTS-RUN-DATE.
007471     MOVE 'MOBMED  ' TO MOBSTS-PROGRAM.
007472     READ STEP-STATUS-FILE
007473         INVALID KEY
007474             CLOSE STEP-STATUS-FILE
007475             GO TO 8600-RECORD-END-EXIT
007476     END-READ.
007477     ACCEPT WS-STEP-TIME FROM TIME.
007478     MOVE WS-STEP-TIME TO MOBSTS-END-TIME.
007479     MOVE WS-STEP-RC TO MOBSTS-COMPLETION-CODE.
007480     MOVE 'E' TO MOBSTS-STEP-STATE.
007481     REWRITE MOBSTS-RECORD.
007482     CLOSE STEP-STATUS-FILE.
007483 8600-RECORD-END-EXIT.
007484     EXIT.
007485*================================================================
007486* 8800-WRITE-EVENT - STAMP AND WRITE ONE MOBLOG RUN-EVENT
007487* RECORD.  THE CALLER SETS THE MESSAGE CODE, SEVERITY, TEXT AND
007488* ANY KEY FIELDS (THE DEPT FIELD CARRIES THE TEAM ID ON BATCH
007489* EVENTS); THE KEY FIELDS ARE CLEARED AFTERWARD SO THE NEXT
007490* EVENT CANNOT INHERIT THEM.
007491*================================================================
007500 8800-WRITE-EVENT.
007510     ACCEPT WS-LOG-TIME FROM TIME.
007520     MOVE 'MOBMED  ' TO MOBLOG-PROGRAM.
007620*================================================================
007630* 9000-TERMINATE - CLOSE THE FILES, WRITE THE PER-TEAM
007640* ACKNOWLEDGMENTS AND PRINT THE EDIT REPORT.  RETURN CODE 8 ON
007646* ANY BATCH-LEVEL ERROR OR SUSPENSE UPDATE FAILURE, 4 ON A FEED
007652* WITH ORDINARY REJECTS OR A BAD SUSPENSE CORRECTION CARD.
007660*================================================================
007670 9000-TERMINATE.
007676     CLOSE RAW-METRIC-FILE CLEAN-METRIC-FILE REJECT-FILE
007682           SUSPENSE-FILE.
007690     DISPLAY ' '.
007700     DISPLAY '===== MOBMED METRIC FEED EDIT REPORT ====='.
007710     MOVE WS-READ-COUNT TO WS-EDIT-COUNT-DISP.
007860     DISPLAY '    DUPLICATE DEPT/ROW ..... ' WS-EDIT-COUNT-DISP.
007870     MOVE WS-REJ-BAT-COUNT TO WS-EDIT-COUNT-DISP.
007880     DISPLAY '    OUTSIDE ANY BATCH ...... ' WS-EDIT-COUNT-DISP.
007881     MOVE WS-SUS-NEW-COUNT TO WS-EDIT-COUNT-DISP.
007882     DISPLAY '  NEWLY SUSPENDED .......... ' WS-EDIT-COUNT-DISP.
007883     MOVE WS-RCY-CARD-COUNT TO WS-EDIT-COUNT-DISP.
007884     DISPLAY '  SUSPENSE CORRECTIONS ..... ' WS-EDIT-COUNT-DISP.
007885     MOVE WS-RCY-RELEASE-COUNT TO WS-EDIT-COUNT-DISP.
007886     DISPLAY '    RELEASED TO MOBMET ..... ' WS-EDIT-COUNT-DISP.
007887     MOVE WS-RCY-FAIL-COUNT TO WS-EDIT-COUNT-DISP.
007888     DISPLAY '    FAILED RE-EDIT ......... ' WS-EDIT-COUNT-DISP.
007889     MOVE WS-RCY-WDRAW-COUNT TO WS-EDIT-COUNT-DISP.
007890     DISPLAY '    WITHDRAWN .............. ' WS-EDIT-COUNT-DISP.
007891     MOVE WS-RCY-REJ-COUNT TO WS-EDIT-COUNT-DISP.
007892     DISPLAY '    CARD REJECTED .......... ' WS-EDIT-COUNT-DISP.
007893     DISPLAY ' '.
007900     PERFORM 8000-WRITE-ACKS THRU 8000-WRITE-ACKS-EXIT.
007904     CLOSE ACK-FILE ACK-HISTORY-FILE.
007908     IF WS-RCY-REJ-COUNT > ZERO
007912         MOVE 4 TO RETURN-CODE
007916     END-IF.
007920     IF WS-REJECT-COUNT > ZERO
007925        OR WS-RCY-FAIL-COUNT > ZERO
007930         DISPLAY 'MED9000W REJECTS ON FILE - SEE MOBMRJ'
007940         MOVE 'MED9000W' TO MOBLOG-MSG-CODE
007950         MOVE 'W' TO MOBLOG-SEVERITY
008110             THRU 8800-WRITE-EVENT-EXIT
008120         MOVE 8 TO RETURN-CODE
008130     END-IF.
008132     IF WS-SUS-ERR-COUNT > ZERO
008134         MOVE 8 TO RETURN-CODE
008136     END-IF.
008140     CLOSE EVENT-LOG-FILE.
008150 9000-TERMINATE-EXIT.
008160     EXIT.
008170*================================================================
008180 9999-EXIT.
008185     PERFORM 8600-RECORD-END THRU 8600-RECORD-END-EXIT.
008190     STOP RUN.
008200 END PROGRAM MOBMED.
