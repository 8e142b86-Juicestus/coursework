000260*                  FILE.  THE NEW CODE MUST ALREADY BE ON THE
000270*                  MASTER AND ACTIVE.  RETURN CODE 4 WHEN ANY
000280*                  CARD WAS REJECTED.
000282* 10/15/26   RMD   MARKING THE OLD MASTER ENTRY SUPERSEDED IS NOW
000284*                  JOURNALED ON THE MOBDJN DEPARTMENT CHANGE
000286*                  JOURNAL WITH ITS BEFORE AND AFTER IMAGES AND
000288*                  THE RE-KEY CARD, EFFECTIVE THE RUN DATE.
000290*================================================================
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS MOBSUM-KEY
000580         FILE STATUS IS WS-SUM-FILE-STATUS.
000582     SELECT CHANGE-JOURNAL ASSIGN TO MOBDJN
000584         ORGANIZATION IS LINE SEQUENTIAL
000586         FILE STATUS IS WS-DJN-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  REKEY-CARD-FILE
000690     COPY MOBRPT.
000700 FD  SUMMARY-FILE.
000710     COPY MOBSUM.
000712 FD  CHANGE-JOURNAL
000714     LABEL RECORD IS STANDARD.
000716     COPY MOBDJN.
000720 WORKING-STORAGE SECTION.
000730*----------------------------------------------------------------
000740* STANDALONE COUNTERS AND WORK FIELDS
000780 77  WS-TRD-FILE-STATUS      PIC X(02) VALUE SPACES.
000790 77  WS-RPT-FILE-STATUS      PIC X(02) VALUE SPACES.
000800 77  WS-SUM-FILE-STATUS      PIC X(02) VALUE SPACES.
000802 77  WS-DJN-FILE-STATUS      PIC X(02) VALUE SPACES.
000804 77  WS-RUN-DATE             PIC 9(08) VALUE ZERO.
000806 77  WS-LOG-TIME             PIC 9(08) VALUE ZERO.
000810 77  WS-OLD-CODE             PIC X(04) VALUE SPACES.
000820 77  WS-NEW-CODE             PIC X(04) VALUE SPACES.
000830 77  WS-CARD-COUNT           PIC 9(05) COMP VALUE ZERO.
001220     05  RKY-SCAN-DEPT-CODE      PIC X(04).
001230     05  RKY-SCAN-ROW-NUMBER     PIC 9(05).
001240 77  WS-COMBINE-UNITS        PIC 9(09) COMP VALUE ZERO.
001245 01  RKY-BEFORE-IMAGE        PIC X(80) VALUE SPACES.
001250*----------------------------------------------------------------
001260 01  RKY-SWITCHES.
001270     05  RKY-RKC-EOF-SW      PIC X(01) VALUE 'N'.
001560* THE RE-KEY AGAINST WHAT IT HAS.
001570*================================================================
001580 1000-INITIALIZE.
001585     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001590     DISPLAY ' '.
001600     DISPLAY '===== MOBRKY DEPARTMENT RE-KEY ====='.
001610     OPEN INPUT REKEY-CARD-FILE.
001730         SET RKY-RKC-EOF TO TRUE
001740         CLOSE REKEY-CARD-FILE
001750         GO TO 9999-EXIT
001752     END-IF.
001754     OPEN EXTEND CHANGE-JOURNAL.
001756     IF WS-DJN-FILE-STATUS = '35'
001758         OPEN OUTPUT CHANGE-JOURNAL
001760     END-IF.
001770     OPEN I-O TREND-FILE.
001780     IF WS-TRD-FILE-STATUS = '35'
005510*================================================================
005520* 6000-MARK-SUPERSEDED - THE OLD MASTER ENTRY STAYS ON FILE,
005530* FLAGGED SUPERSEDED, SO THE DEAD KEY REMAINS DOCUMENTED BUT
005536* CAN NEVER ACCEPT A CONTROL CARD AGAIN.  THE FLIP IS JOURNALED
005542* ON MOBDJN, EFFECTIVE THE RUN DATE, WITH THE RE-KEY CARD.
005550*================================================================
005560 6000-MARK-SUPERSEDED.
005570     MOVE WS-OLD-CODE TO MOBDPT-DEPT-CODE.
005610                 ' VANISHED MID-RUN'
005620             GO TO 6000-MARK-SUPERSEDED-EXIT
005630     END-READ.
005635     MOVE MOBDPT-RECORD TO RKY-BEFORE-IMAGE.
005640     MOVE 'S' TO MOBDPT-ACTIVE-FLAG.
005650     REWRITE MOBDPT-RECORD.
005651     ACCEPT WS-LOG-TIME FROM TIME.
005652     MOVE MOBDPT-DEPT-CODE TO MOBDJN-DEPT-CODE.
005653     MOVE WS-RUN-DATE TO MOBDJN-EFF-DATE.
005654     MOVE WS-RUN-DATE TO MOBDJN-RUN-DATE.
005655     MOVE WS-LOG-TIME TO MOBDJN-RUN-TIME.
005656     MOVE 'MOBRKY  ' TO MOBDJN-PROGRAM.
005657     MOVE 'S' TO MOBDJN-CHANGE-TYPE.
005658     MOVE MOBRKC-RECORD TO MOBDJN-TRAN-IMAGE.
005659     MOVE RKY-BEFORE-IMAGE TO MOBDJN-BEFORE-IMAGE.
005660     MOVE MOBDPT-RECORD TO MOBDJN-AFTER-IMAGE.
005661     WRITE MOBDJN-RECORD.
005662 6000-MARK-SUPERSEDED-EXIT.
005670     EXIT.
005680*================================================================
005690* 7000-CARD-REPORT - THE CARD'S CONVERSION COUNTS, PER FILE.
005960* RETURN CODE 4 FLAGS A RUN WITH ANY REJECTED CARD.
005970*================================================================
005980 9000-TERMINATE.
005990     CLOSE REKEY-CARD-FILE DEPT-MASTER CHANGE-JOURNAL.
006000     IF RKY-TRD-AVAIL
006010         CLOSE TREND-FILE
006020     END-IF.
