000100******************************************************************
000200*PROGRAM-ID.. Meter_exchange
000300*AUTHOR...... D. L. MERCER
000400*INSTALLATION DAILY LOADS BATCH GROUP
000500*DATE-WRITTEN 2026-10-15
000600*DATE-COMPILED
000700*
000800*REMARKS..... RECORDS PHYSICAL METER EXCHANGES.  EACH
000900*             TRANSACTION (MTRXTRAN, COPYBOOK DL100MX) NAMES
001000*             A SOURCE, POSITION, EXCHANGE DATE, THE OLD
001100*             METER'S FINAL READ, AND THE NEW METER'S OPENING
001200*             READ.  WITHOUT IT THE FIRST NEW-METER READING
001300*             SITS FAR BELOW THE OLD METER'S MARK AND IS HELD
001400*             AS A FLOOR BREACH OR ROLLOVER DAY AFTER DAY.
001500*             THE EXCHANGE DATE MUST BE LATER THAN THE LAST
001600*             DAY THE DAILY RUN PROCESSED FOR THE SOURCE, SO
001700*             NO POSTED DAY EVER STRADDLES TWO METERS, AND NO
001710*             LATER THAN THE NEXT BUSINESS DAY AFTER IT, SO NO
001720*             UNPOSTED OLD-METER DAY IS JUDGED AGAINST THE NEW
001730*             METER'S MARK.  AN ACCEPTED EXCHANGE:
001900*               - APPENDS THE OLD METER'S MARK AND STATISTICS
002000*                 ACCUMULATOR, AS THEY STOOD, TO THE CLOSED
002100*                 SEGMENT FILE (MTRSEG, COPYBOOK DL100MS);
002200*               - REWRITES THE HWMMAST MARK TO THE OPENING
002300*                 READ;
002400*               - EMPTIES THE STATMAST ACCUMULATOR, LEAVING
002500*                 THE OPENING READ AS ITS LAST VALUE, SO THE
002600*                 NEW METER'S BAND LEARNS ONLY FROM ITS OWN
002700*                 READINGS;
002800*               - POSTS A BREAK MARKER ON HISTMAST DATED THE
002900*                 EXCHANGE DATE, CARRYING THE OLD METER'S
003000*                 FINAL READ (THE DAILY RUN KEEPS THE MARKER
003100*                 WHEN IT POSTS THAT DAY'S READING);
003200*               - APPENDS AN ACTION 'X' ROW TO AUDITLOG WITH
003300*                 THE OLD MARK AND THE OPENING READ.
003400*             RUNCTL IS LEFT UNTOUCHED.
003500*
003600*             RETURN CODES: 0 ALL EXCHANGED, 8 NO
003700*             TRANSACTIONS, 12 ONE OR MORE EXCHANGES REFUSED
003800*             (THE REST STILL APPLIED), 16 FILE ERROR.
003900*
004000*MODIFICATION HISTORY.
004100*DATE-------- INIT----  DESCRIPTION------------------------
004200*2026-10-15   DLM       ORIGINAL VERSION.
004210*2026-10-15   DLM       REFUSE AN EXCHANGE DATED PAST THE NEXT
004220*                       BUSINESS DAY; FILL THE USER ON THE 'X'
004230*                       AUDIT ROW.
004300******************************************************************
004400  IDENTIFICATION DIVISION.
004500  PROGRAM-ID. Meter_exchange.
004600  ENVIRONMENT DIVISION.
004700  INPUT-OUTPUT SECTION.
004800  FILE-CONTROL.
004900      SELECT MTRXTRAN ASSIGN TO MTRXTRAN
005000          ORGANIZATION IS SEQUENTIAL
005100          ACCESS MODE IS SEQUENTIAL
005200          FILE STATUS IS WS-MTRXTRAN-STATUS.
005300      SELECT HWMMAST ASSIGN TO HWMMAST
005400          ORGANIZATION IS INDEXED
005500          ACCESS MODE IS DYNAMIC
005600          RECORD KEY IS HM-MAST-KEY
005700          FILE STATUS IS WS-HWMMAST-STATUS.
005800      SELECT STATMAST ASSIGN TO STATMAST
005900          ORGANIZATION IS INDEXED
006000          ACCESS MODE IS DYNAMIC
006100          RECORD KEY IS ST-STAT-KEY
006200          FILE STATUS IS WS-STATMAST-STATUS.
006300      SELECT HISTMAST ASSIGN TO HISTMAST
006400          ORGANIZATION IS INDEXED
006500          ACCESS MODE IS DYNAMIC
006600          RECORD KEY IS HX-HIST-KEY
006700          FILE STATUS IS WS-HISTMAST-STATUS.
006800      SELECT AUDITLOG ASSIGN TO AUDITLOG
006900          ORGANIZATION IS SEQUENTIAL
007000          ACCESS MODE IS SEQUENTIAL
007100          FILE STATUS IS WS-AUDITLOG-STATUS.
007200      SELECT MTRSEG ASSIGN TO MTRSEG
007300          ORGANIZATION IS SEQUENTIAL
007400          ACCESS MODE IS SEQUENTIAL
007500          FILE STATUS IS WS-MTRSEG-STATUS.
007600      SELECT MTRXRPT ASSIGN TO MTRXRPT
007700          ORGANIZATION IS SEQUENTIAL
007800          ACCESS MODE IS SEQUENTIAL
007900          FILE STATUS IS WS-MTRXRPT-STATUS.
008000  DATA DIVISION.
008100  FILE SECTION.
008200  FD  MTRXTRAN
008300      RECORDING MODE IS F
008400      LABEL RECORDS ARE STANDARD.
008500      COPY DL100MX REPLACING
008600      ==PFX-MTRXTRAN-RECORD== BY ==MX-MTRXTRAN-RECORD==
008700      ==PFX-MXT-SOURCE-SYS-ID== BY ==MX-SOURCE-SYS-ID==
008800      ==PFX-MXT-POSITION== BY ==MX-POSITION==
008900      ==PFX-MXT-EXCHANGE-DATE== BY ==MX-EXCHANGE-DATE==
009000      ==PFX-MXT-OLD-FINAL-READ== BY ==MX-OLD-FINAL-READ==
009100      ==PFX-MXT-NEW-OPENING-READ== BY ==MX-NEW-OPENING-READ==
009200      ==PFX-MXT-USER-ID== BY ==MX-USER-ID==.
009300  FD  HWMMAST
009400      RECORD CONTAINS 80 CHARACTERS.
009500      COPY DL100HM REPLACING
009600      ==PFX-MAST-RECORD== BY ==HM-MAST-RECORD==
009700      ==PFX-MAST-KEY== BY ==HM-MAST-KEY==
009800      ==PFX-MAST-SOURCE-SYS-ID== BY ==HM-SOURCE-SYS-ID==
009900      ==PFX-MAST-POSITION== BY ==HM-POSITION==
010000      ==PFX-MAST-BODY== BY ==HM-MAST-BODY==
010100      ==PFX-MAST-DETAIL-BODY== BY ==HM-DETAIL-BODY==
010200      ==PFX-MAST-VALUE== BY ==HM-VALUE==
010300      ==PFX-MAST-CONTROL-BODY== BY ==HM-CONTROL-BODY==
010400      ==PFX-MAST-AS-OF-DATE== BY ==HM-AS-OF-DATE==
010500      ==PFX-MAST-RECORD-COUNT== BY ==HM-RECORD-COUNT==.
010600  FD  STATMAST
010700      RECORD CONTAINS 80 CHARACTERS.
010800      COPY DL100ST REPLACING
010900      ==PFX-STAT-RECORD== BY ==ST-STAT-RECORD==
011000      ==PFX-STAT-KEY== BY ==ST-STAT-KEY==
011100      ==PFX-STAT-SOURCE-SYS-ID== BY ==ST-SOURCE-SYS-ID==
011200      ==PFX-STAT-POSITION== BY ==ST-POSITION==
011300      ==PFX-STAT-OBS-COUNT== BY ==ST-OBS-COUNT==
011400      ==PFX-STAT-SUM== BY ==ST-SUM==
011500      ==PFX-STAT-SUM-SQUARES== BY ==ST-SUM-SQUARES==
011600      ==PFX-STAT-LAST-VALUE== BY ==ST-LAST-VALUE==
011700      ==PFX-STAT-AS-OF-DATE== BY ==ST-AS-OF-DATE==.
011800  FD  HISTMAST
011900      RECORD CONTAINS 80 CHARACTERS.
012000      COPY DL100HX REPLACING
012100      ==PFX-HIST-RECORD== BY ==HX-HIST-RECORD==
012200      ==PFX-HIST-KEY== BY ==HX-HIST-KEY==
012300      ==PFX-HIST-SOURCE-SYS-ID== BY ==HX-SOURCE-SYS-ID==
012400      ==PFX-HIST-POSITION== BY ==HX-POSITION==
012500      ==PFX-HIST-AS-OF-DATE== BY ==HX-AS-OF-DATE==
012600      ==PFX-HIST-READING-VALUE== BY ==HX-READING-VALUE==
012700      ==PFX-HIST-MARK-VALUE== BY ==HX-MARK-VALUE==
012800      ==PFX-HIST-HELD-SW== BY ==HX-HELD-SW==
012900      ==PFX-HIST-WAS-HELD== BY ==HX-WAS-HELD==
013000      ==PFX-HIST-WAS-TAKEN== BY ==HX-WAS-TAKEN==
013100      ==PFX-HIST-BREAK-SW== BY ==HX-BREAK-SW==
013200      ==PFX-HIST-METER-EXCHANGE== BY ==HX-METER-EXCHANGE==
013300      ==PFX-HIST-OLD-FINAL-READ== BY ==HX-OLD-FINAL-READ==.
013400  FD  AUDITLOG
013500      RECORDING MODE IS F
013600      LABEL RECORDS ARE OMITTED.
013700  01  AL-AUDIT-LINE                   PIC X(80).
013800  FD  MTRSEG
013900      RECORDING MODE IS F
014000      LABEL RECORDS ARE STANDARD.
014100      COPY DL100MS REPLACING
014200      ==PFX-SEGMENT-RECORD== BY ==SG-SEGMENT-RECORD==
014300      ==PFX-SEG-SOURCE-SYS-ID== BY ==SG-SOURCE-SYS-ID==
014400      ==PFX-SEG-POSITION== BY ==SG-POSITION==
014500      ==PFX-SEG-EXCHANGE-DATE== BY ==SG-EXCHANGE-DATE==
014600      ==PFX-SEG-OLD-FINAL-READ== BY ==SG-OLD-FINAL-READ==
014700      ==PFX-SEG-OLD-MARK== BY ==SG-OLD-MARK==
014800      ==PFX-SEG-NEW-OPENING-READ== BY ==SG-NEW-OPENING-READ==
014900      ==PFX-SEG-LAST-AS-OF-DATE== BY ==SG-LAST-AS-OF-DATE==
015000      ==PFX-SEG-OBS-COUNT== BY ==SG-OBS-COUNT==
015100      ==PFX-SEG-SUM== BY ==SG-SUM==
015200      ==PFX-SEG-SUM-SQUARES== BY ==SG-SUM-SQUARES==
015300      ==PFX-SEG-LAST-VALUE== BY ==SG-LAST-VALUE==
015400      ==PFX-SEG-STAT-AS-OF-DATE== BY ==SG-STAT-AS-OF-DATE==
015500      ==PFX-SEG-USER-ID== BY ==SG-USER-ID==
015600      ==PFX-SEG-RUN-DATE== BY ==SG-RUN-DATE==
015700      ==PFX-SEG-RUN-TIME== BY ==SG-RUN-TIME==.
015800  FD  MTRXRPT
015900      RECORDING MODE IS F
016000      LABEL RECORDS ARE OMITTED.
016100  01  RP-REPORT-LINE                  PIC X(80).
016200  WORKING-STORAGE SECTION.
016300*BUILD AREA FOR AUDIT LOG ROWS, SHARED WITH Max_array AND
016400*THE CORRECTION PROGRAMS VIA COPYBOOK DL100AL.
016500      COPY DL100AL REPLACING
016600      ==PFX-AUDIT-RECORD== BY ==WS-AUDIT-DETAIL==
016700      ==PFX-AUD-RUN-DATE== BY ==WS-AUD-RUN-DATE==
016800      ==PFX-AUD-RUN-TIME== BY ==WS-AUD-RUN-TIME==
016900      ==PFX-AUD-MODE-CD== BY ==WS-AUD-MODE-CD==
017000      ==PFX-AUD-SOURCE-SYS-ID== BY ==WS-AUD-SOURCE-SYS-ID==
017100      ==PFX-AUD-POSITION== BY ==WS-AUD-POSITION==
017200      ==PFX-AUD-OLD-VALUE== BY ==WS-AUD-OLD-VALUE==
017300      ==PFX-AUD-NEW-VALUE== BY ==WS-AUD-NEW-VALUE==
017400      ==PFX-AUD-ACTION-CD== BY ==WS-AUD-ACTION-CD==
017500      ==PFX-AUD-OVERRIDE== BY ==WS-AUD-OVERRIDE==
017600      ==PFX-AUD-REVERSAL== BY ==WS-AUD-REVERSAL==
017700      ==PFX-AUD-PERIOD-RESET== BY ==WS-AUD-PERIOD-RESET==
017800      ==PFX-AUD-FORCED== BY ==WS-AUD-FORCED==
017900      ==PFX-AUD-CORRECTION== BY ==WS-AUD-CORRECTION==
018000      ==PFX-AUD-EXCHANGE== BY ==WS-AUD-EXCHANGE==
018100      ==PFX-AUD-AS-OF-DATE== BY ==WS-AUD-AS-OF-DATE==
018110      ==PFX-AUD-SIGNOFF== BY ==WS-AUD-SIGNOFF==
018120      ==PFX-AUD-USER-ID== BY ==WS-AUD-USER-ID==.
018200  01  WS-FILE-STATUS-GROUP.
018300      05  WS-MTRXTRAN-STATUS          PIC X(02) VALUE '00'.
018400          88  WS-MTRXTRAN-OK                VALUE '00'.
018500          88  WS-MTRXTRAN-AT-END            VALUE '10'.
018600      05  WS-HWMMAST-STATUS           PIC X(02) VALUE '00'.
018700          88  WS-HWMMAST-OK                 VALUE '00'.
018800          88  WS-HWMMAST-NOT-FND            VALUE '23'.
018900      05  WS-STATMAST-STATUS          PIC X(02) VALUE '00'.
019000          88  WS-STATMAST-OK                VALUE '00'.
019100          88  WS-STATMAST-NOT-FND           VALUE '23'.
019200          88  WS-STATMAST-NOT-FOUND         VALUE '35'.
019300      05  WS-HISTMAST-STATUS          PIC X(02) VALUE '00'.
019400          88  WS-HISTMAST-OK                VALUE '00'.
019500          88  WS-HISTMAST-NOT-FND           VALUE '23'.
019600      05  WS-AUDITLOG-STATUS          PIC X(02) VALUE '00'.
019700          88  WS-AUDITLOG-OK                VALUE '00'.
019800          88  WS-AUDITLOG-NOT-FOUND         VALUE '35'.
019900      05  WS-MTRSEG-STATUS            PIC X(02) VALUE '00'.
020000          88  WS-MTRSEG-OK                  VALUE '00'.
020100          88  WS-MTRSEG-NOT-FOUND           VALUE '35'.
020200      05  WS-MTRXRPT-STATUS           PIC X(02) VALUE '00'.
020300          88  WS-MTRXRPT-OK                 VALUE '00'.
020400  01  WS-SWITCHES.
020500      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
020600          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
020700          88  WS-RUN-MUST-STOP              VALUE 'N'.
020800      05  WS-STATS-SW                 PIC X(01) VALUE 'N'.
020900          88  WS-STATS-PRESENT              VALUE 'Y'.
021000          88  WS-STATS-ABSENT               VALUE 'N'.
021100      05  WS-STAT-ROW-SW              PIC X(01) VALUE 'N'.
021200          88  WS-STAT-ROW-FOUND             VALUE 'Y'.
021300          88  WS-STAT-ROW-MISSING           VALUE 'N'.
021400*EVERYTHING IS OPENED IN 1000, BUT AN EARLY STOP CAN LEAVE
021500*THE LATER FILES UNOPENED; THESE SWITCHES LET 9000 CLOSE
021600*ONLY WHAT WAS ACTUALLY OPENED.
021700      05  WS-MTRXTRAN-OPEN-SW         PIC X(01) VALUE 'N'.
021800          88  WS-MTRXTRAN-IS-OPEN           VALUE 'Y'.
021900      05  WS-HWMMAST-OPEN-SW          PIC X(01) VALUE 'N'.
022000          88  WS-HWMMAST-IS-OPEN            VALUE 'Y'.
022100      05  WS-HISTMAST-OPEN-SW         PIC X(01) VALUE 'N'.
022200          88  WS-HISTMAST-IS-OPEN           VALUE 'Y'.
022300      05  WS-AUDITLOG-OPEN-SW         PIC X(01) VALUE 'N'.
022400          88  WS-AUDITLOG-IS-OPEN           VALUE 'Y'.
022500      05  WS-MTRSEG-OPEN-SW           PIC X(01) VALUE 'N'.
022600          88  WS-MTRSEG-IS-OPEN             VALUE 'Y'.
022700      05  WS-MTRXRPT-OPEN-SW          PIC X(01) VALUE 'N'.
022800          88  WS-MTRXRPT-WAS-OPENED         VALUE 'Y'.
022900          88  WS-MTRXRPT-NEVER-OPENED       VALUE 'N'.
023000  01  WS-COUNTERS-AND-WORK-FIELDS.
023100      05  WS-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
023200      05  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
023300      05  WS-RUN-TIME          PIC 9(08) VALUE ZERO.
023400      05  WS-TRANS-READ        PIC S9(08) COMP VALUE ZERO.
023500      05  WS-APPLIED-COUNT     PIC S9(08) COMP VALUE ZERO.
023600      05  WS-REFUSED-COUNT     PIC S9(08) COMP VALUE ZERO.
023700      05  WS-CONTROL-AS-OF     PIC 9(08) VALUE ZERO.
023800      05  WS-OLD-MARK          PIC S9(08) VALUE ZERO.
023805      05  WS-DATE-IN           PIC 9(08) VALUE ZERO.
023810      05  WS-DATE-OUT          PIC 9(08) VALUE ZERO.
023815      05  WS-DATE-WORK.
023820          10  WS-DD-YEAR       PIC 9(04).
023825          10  WS-DD-MONTH      PIC 9(02).
023830          10  WS-DD-DAY        PIC 9(02).
023835      05  WS-DD-MONTH-DAYS     PIC S9(04) COMP VALUE ZERO.
023840      05  WS-DOW               PIC S9(04) COMP VALUE ZERO.
023845      05  WS-ZC-FIELDS.
023850          10  WS-ZC-Q          PIC S9(04) COMP.
023855          10  WS-ZC-M          PIC S9(04) COMP.
023860          10  WS-ZC-Y          PIC S9(08) COMP.
023865          10  WS-ZC-K          PIC S9(04) COMP.
023870          10  WS-ZC-J          PIC S9(04) COMP.
023875          10  WS-ZC-H          PIC S9(08) COMP.
023880          10  WS-ZC-T1         PIC S9(08) COMP.
023885          10  WS-ZC-T2         PIC S9(08) COMP.
023890          10  WS-ZC-T3         PIC S9(08) COMP.
023900  01  WS-REPORT-AREAS.
024000      05  WS-HDG-LINE-1.
024100          10  FILLER                  PIC X(20)
024200              VALUE 'METER-EXCH METER EXC'.
024300          10  FILLER                  PIC X(12)
024400              VALUE 'HANGE REPORT'.
024500          10  FILLER             PIC X(05) VALUE ' RUN '.
024600          10  WS-HDG-RUN-DATE         PIC 9(08).
024700          10  FILLER             PIC X(35) VALUE SPACES.
024800      05  WS-HDG-LINE-2.
024900          10  FILLER                  PIC X(40) VALUE
025000              'EXCH-DT   SOURCE   POSITION   OLD-FINAL'.
025100          10  FILLER                  PIC X(40) VALUE
025200              '   OPENING  DISPOSITION'.
025300      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
025400      05  WS-DETAIL-LINE.
025500          10  WS-DTL-EXCHANGE-DATE    PIC 9(08).
025600          10  FILLER             PIC X(02) VALUE SPACES.
025700          10  WS-DTL-SOURCE           PIC X(08).
025800          10  FILLER             PIC X(01) VALUE SPACES.
025900          10  WS-DTL-POSITION         PIC ZZZZZZZ9.
026000          10  FILLER             PIC X(02) VALUE SPACES.
026100          10  WS-DTL-OLD-FINAL-READ   PIC -ZZZZZZZ9.
026200          10  FILLER             PIC X(01) VALUE SPACES.
026300          10  WS-DTL-OPENING-READ     PIC -ZZZZZZZ9.
026400          10  FILLER             PIC X(02) VALUE SPACES.
026500          10  WS-DTL-DISPOSITION      PIC X(28).
026600          10  FILLER             PIC X(02) VALUE SPACES.
026700      05  WS-TOTAL-LINE-1.
026800          10  FILLER                  PIC X(20)
026900              VALUE 'EXCHANGES APPLIED..-'.
027000          10  WS-TOT-APPLIED          PIC ZZZZZZZ9.
027100          10  FILLER             PIC X(52) VALUE SPACES.
027200      05  WS-TOTAL-LINE-2.
027300          10  FILLER                  PIC X(20)
027400              VALUE 'EXCHANGES REFUSED..-'.
027500          10  WS-TOT-REFUSED          PIC ZZZZZZZ9.
027600          10  FILLER             PIC X(52) VALUE SPACES.
027700  PROCEDURE DIVISION.
027800*---------------------------------------------------------
027900  0000-MAINLINE.
028000      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
028100      IF WS-RUN-CAN-PROCEED
028200          PERFORM 2000-APPLY-EXCHANGES THRU 2000-EXIT
028300      END-IF.
028400      IF WS-RUN-CAN-PROCEED
028500          AND WS-TRANS-READ = ZERO
028600          DISPLAY 'METER-EXCH: NO METER EXCHANGE TRANSACTIONS'
028700          MOVE 8 TO WS-RETURN-CODE
028800      END-IF.
028900      IF WS-RUN-CAN-PROCEED
029000          AND WS-REFUSED-COUNT > ZERO
029100          AND WS-RETURN-CODE = ZERO
029200          DISPLAY 'METER-EXCH: ' WS-REFUSED-COUNT
029300              ' EXCHANGES REFUSED, SETTING RC 12'
029400          MOVE 12 TO WS-RETURN-CODE
029500      END-IF.
029600      PERFORM 9000-TERMINATE THRU 9000-EXIT.
029700      MOVE WS-RETURN-CODE TO RETURN-CODE.
029800      GOBACK.
029900*---------------------------------------------------------
030000*1000-INITIALIZE -- OPEN EVERYTHING.  THE AUDIT LOG AND THE
030100*SEGMENT FILE ARE APPENDED TO, AND CREATED ON FIRST USE.
030200*---------------------------------------------------------
030300  1000-INITIALIZE.
030400      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030500      ACCEPT WS-RUN-TIME FROM TIME.
030600      MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
030700      OPEN INPUT MTRXTRAN.
030800      IF NOT WS-MTRXTRAN-OK
030900          DISPLAY 'METER-EXCH: CANNOT OPEN MTRXTRAN'
031000              WS-MTRXTRAN-STATUS
031100          MOVE 16 TO WS-RETURN-CODE
031200          SET WS-RUN-MUST-STOP TO TRUE
031300          GO TO 1000-EXIT
031400      END-IF.
031500      SET WS-MTRXTRAN-IS-OPEN TO TRUE.
031600      OPEN I-O HWMMAST.
031700      IF NOT WS-HWMMAST-OK
031800          DISPLAY 'METER-EXCH: CANNOT OPEN MARK MASTER'
031900              WS-HWMMAST-STATUS
032000          MOVE 16 TO WS-RETURN-CODE
032100          SET WS-RUN-MUST-STOP TO TRUE
032200          GO TO 1000-EXIT
032300      END-IF.
032400      SET WS-HWMMAST-IS-OPEN TO TRUE.
032500      OPEN I-O STATMAST.
032600      IF WS-STATMAST-NOT-FOUND
032700          DISPLAY 'METER-EXCH: NO STATISTICS MASTER,'
032800              ' STAT ROWS WILL NOT BE RESET'
032900          SET WS-STATS-ABSENT TO TRUE
033000      ELSE
033100          IF NOT WS-STATMAST-OK
033200              DISPLAY 'METER-EXCH: CANNOT OPEN STATISTICS'
033300                  ' MASTER ' WS-STATMAST-STATUS
033400              MOVE 16 TO WS-RETURN-CODE
033500              SET WS-RUN-MUST-STOP TO TRUE
033600              GO TO 1000-EXIT
033700          END-IF
033800          SET WS-STATS-PRESENT TO TRUE
033900      END-IF.
034000      OPEN I-O HISTMAST.
034100      IF NOT WS-HISTMAST-OK
034200          DISPLAY 'METER-EXCH: CANNOT OPEN HISTORY MASTER'
034300              WS-HISTMAST-STATUS
034400          MOVE 16 TO WS-RETURN-CODE
034500          SET WS-RUN-MUST-STOP TO TRUE
034600          GO TO 1000-EXIT
034700      END-IF.
034800      SET WS-HISTMAST-IS-OPEN TO TRUE.
034900      OPEN EXTEND AUDITLOG.
035000      IF WS-AUDITLOG-NOT-FOUND
035100          OPEN OUTPUT AUDITLOG
035200      END-IF.
035300      IF NOT WS-AUDITLOG-OK
035400          DISPLAY 'METER-EXCH: CANNOT OPEN AUDITLOG'
035500              WS-AUDITLOG-STATUS
035600          MOVE 16 TO WS-RETURN-CODE
035700          SET WS-RUN-MUST-STOP TO TRUE
035800          GO TO 1000-EXIT
035900      END-IF.
036000      SET WS-AUDITLOG-IS-OPEN TO TRUE.
036100      OPEN EXTEND MTRSEG.
036200      IF WS-MTRSEG-NOT-FOUND
036300          OPEN OUTPUT MTRSEG
036400      END-IF.
036500      IF NOT WS-MTRSEG-OK
036600          DISPLAY 'METER-EXCH: CANNOT OPEN MTRSEG'
036700              WS-MTRSEG-STATUS
036800          MOVE 16 TO WS-RETURN-CODE
036900          SET WS-RUN-MUST-STOP TO TRUE
037000          GO TO 1000-EXIT
037100      END-IF.
037200      SET WS-MTRSEG-IS-OPEN TO TRUE.
037300      OPEN OUTPUT MTRXRPT.
037400      IF NOT WS-MTRXRPT-OK
037500          DISPLAY 'METER-EXCH: CANNOT OPEN MTRXRPT'
037600              WS-MTRXRPT-STATUS
037700          MOVE 16 TO WS-RETURN-CODE
037800          SET WS-RUN-MUST-STOP TO TRUE
037900          GO TO 1000-EXIT
038000      END-IF.
038100      SET WS-MTRXRPT-WAS-OPENED TO TRUE.
038200      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-1.
038300      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-2.
038400      IF NOT WS-MTRXRPT-OK
038500          DISPLAY 'METER-EXCH: ERROR WRITING REPORT HEADING'
038600              WS-MTRXRPT-STATUS
038700          MOVE 16 TO WS-RETURN-CODE
038800          SET WS-RUN-MUST-STOP TO TRUE
038900      END-IF.
039000  1000-EXIT.
039100      EXIT.
039200*---------------------------------------------------------
039300*2000-APPLY-EXCHANGES -- EACH TRANSACTION STANDS OR FALLS
039400*ON ITS OWN, IN FILE ORDER.
039500*---------------------------------------------------------
039600  2000-APPLY-EXCHANGES.
039700      PERFORM 2100-JUDGE-ONE-EXCHANGE THRU 2100-EXIT
039800          UNTIL WS-MTRXTRAN-AT-END
039900              OR WS-RUN-MUST-STOP.
040000  2000-EXIT.
040100      EXIT.
040200  2100-JUDGE-ONE-EXCHANGE.
040300      READ MTRXTRAN.
040400      IF WS-MTRXTRAN-AT-END
040500          GO TO 2100-EXIT
040600      END-IF.
040700      IF NOT WS-MTRXTRAN-OK
040800          DISPLAY 'METER-EXCH: ERROR READING MTRXTRAN'
040900              WS-MTRXTRAN-STATUS
041000          MOVE 16 TO WS-RETURN-CODE
041100          SET WS-RUN-MUST-STOP TO TRUE
041200          GO TO 2100-EXIT
041300      END-IF.
041400      ADD 1 TO WS-TRANS-READ.
041500      MOVE MX-SOURCE-SYS-ID TO WS-DTL-SOURCE.
041600      IF MX-EXCHANGE-DATE IS NUMERIC
041700          MOVE MX-EXCHANGE-DATE TO WS-DTL-EXCHANGE-DATE
041800      ELSE
041900          MOVE ZERO TO WS-DTL-EXCHANGE-DATE
042000      END-IF.
042100      IF MX-POSITION IS NUMERIC
042200          MOVE MX-POSITION TO WS-DTL-POSITION
042300      ELSE
042400          MOVE ZERO TO WS-DTL-POSITION
042500      END-IF.
042600      MOVE ZERO TO WS-DTL-OLD-FINAL-READ.
042700      MOVE ZERO TO WS-DTL-OPENING-READ.
042800      IF MX-OLD-FINAL-READ IS NOT NUMERIC
042900          OR MX-NEW-OPENING-READ IS NOT NUMERIC
043000          MOVE 'REF-READ NOT NUMERIC' TO WS-DTL-DISPOSITION
043100          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
043200          GO TO 2100-EXIT
043300      END-IF.
043400      MOVE MX-OLD-FINAL-READ   TO WS-DTL-OLD-FINAL-READ.
043500      MOVE MX-NEW-OPENING-READ TO WS-DTL-OPENING-READ.
043600      IF MX-EXCHANGE-DATE IS NOT NUMERIC
043700          OR MX-EXCHANGE-DATE = ZERO
043800          MOVE 'REF-BAD EXCHANGE DATE' TO WS-DTL-DISPOSITION
043900          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
044000          GO TO 2100-EXIT
044100      END-IF.
044200      IF MX-POSITION IS NOT NUMERIC
044300          OR MX-POSITION = ZERO
044400          MOVE 'REF-BAD POSITION' TO WS-DTL-DISPOSITION
044500          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
044600          GO TO 2100-EXIT
044700      END-IF.
044800*THE SOURCE'S CONTROL RECORD SAYS HOW FAR THE DAILY RUN HAS
044900*GOT.  A DAY ALREADY POSTED BELONGS TO THE OLD METER.
045000      MOVE MX-SOURCE-SYS-ID TO HM-SOURCE-SYS-ID.
045100      MOVE ZERO             TO HM-POSITION.
045200      READ HWMMAST.
045300      IF WS-HWMMAST-NOT-FND
045400          MOVE 'REF-SOURCE NOT ON MASTER' TO WS-DTL-DISPOSITION
045500          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
045600          GO TO 2100-EXIT
045700      END-IF.
045800      IF NOT WS-HWMMAST-OK
045900          DISPLAY 'METER-EXCH: ERROR READING MASTER CONTROL '
046000              MX-SOURCE-SYS-ID ' ' WS-HWMMAST-STATUS
046100          MOVE 16 TO WS-RETURN-CODE
046200          SET WS-RUN-MUST-STOP TO TRUE
046300          GO TO 2100-EXIT
046400      END-IF.
046500      IF MX-EXCHANGE-DATE NOT > HM-AS-OF-DATE
046600          MOVE 'REF-DATE ALREADY PROCESSED' TO WS-DTL-DISPOSITION
046700          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
046800          GO TO 2100-EXIT
046900      END-IF.
046905*THE DAYS BETWEEN THE LAST POSTED DAY AND THE EXCHANGE STILL
046910*BELONG TO THE OLD METER, SO THE EXCHANGE MAY BE NO LATER
046915*THAN THE NEXT DAY THE DAILY RUN WILL POST.  A SOURCE THAT
046920*HAS NEVER RUN HAS NO OLD-METER DAY TO PROTECT.
046925      IF HM-AS-OF-DATE > ZERO
046930          MOVE HM-AS-OF-DATE TO WS-DATE-IN
046935          PERFORM 9100-NEXT-BUSINESS-DAY THRU 9100-EXIT
046940          IF MX-EXCHANGE-DATE > WS-DATE-OUT
046945              MOVE 'REF-DATE NOT NEXT DAY' TO WS-DTL-DISPOSITION
046950              PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
046955              GO TO 2100-EXIT
046960          END-IF
046965      END-IF.
047000      MOVE HM-AS-OF-DATE TO WS-CONTROL-AS-OF.
047100      MOVE MX-SOURCE-SYS-ID TO HM-SOURCE-SYS-ID.
047200      MOVE MX-POSITION      TO HM-POSITION.
047300      READ HWMMAST.
047400      IF WS-HWMMAST-NOT-FND
047500          MOVE 'REF-NOT ON MARK MASTER' TO WS-DTL-DISPOSITION
047600          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
047700          GO TO 2100-EXIT
047800      END-IF.
047900      IF NOT WS-HWMMAST-OK
048000          DISPLAY 'METER-EXCH: ERROR READING MARK MASTER'
048100              WS-HWMMAST-STATUS
048200          MOVE 16 TO WS-RETURN-CODE
048300          SET WS-RUN-MUST-STOP TO TRUE
048400          GO TO 2100-EXIT
048500      END-IF.
048600      MOVE HM-VALUE TO WS-OLD-MARK.
048700*A ROW ALREADY ON HISTORY FOR THE DATE CAN ONLY BE AN
048800*EARLIER EXCHANGE OF THE SAME METER ON THE SAME DAY.
048900      MOVE MX-SOURCE-SYS-ID TO HX-SOURCE-SYS-ID.
049000      MOVE MX-POSITION      TO HX-POSITION.
049100      MOVE MX-EXCHANGE-DATE TO HX-AS-OF-DATE.
049200      READ HISTMAST.
049300      IF WS-HISTMAST-OK
049400          MOVE 'REF-ALREADY EXCHANGED ON DATE'
049500              TO WS-DTL-DISPOSITION
049600          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
049700          GO TO 2100-EXIT
049800      END-IF.
049900      IF NOT WS-HISTMAST-NOT-FND
050000          DISPLAY 'METER-EXCH: ERROR READING HISTORY MASTER'
050100              WS-HISTMAST-STATUS
050200          MOVE 16 TO WS-RETURN-CODE
050300          SET WS-RUN-MUST-STOP TO TRUE
050400          GO TO 2100-EXIT
050500      END-IF.
050600      PERFORM 3000-APPLY-ONE-EXCHANGE THRU 3000-EXIT.
050700  2100-EXIT.
050800      EXIT.
050900*---------------------------------------------------------
051000*3000-APPLY-ONE-EXCHANGE -- CLOSE THE OLD METER'S SEGMENT
051100*FIRST, SO THAT WHATEVER HAPPENS AFTERWARDS ITS MARK AND
051200*ACCUMULATOR ARE ON RECORD; THEN RESTART THE MARK AND THE
051300*ACCUMULATOR, POST THE HISTORY BREAK, AND LOG THE 'X' ROW.
051400*---------------------------------------------------------
051500  3000-APPLY-ONE-EXCHANGE.
051600      PERFORM 3100-READ-OLD-STATS THRU 3100-EXIT.
051700      IF WS-RUN-MUST-STOP
051800          GO TO 3000-EXIT
051900      END-IF.
052000      PERFORM 3200-WRITE-SEGMENT THRU 3200-EXIT.
052100      IF WS-RUN-MUST-STOP
052200          GO TO 3000-EXIT
052300      END-IF.
052400      MOVE MX-NEW-OPENING-READ TO HM-VALUE.
052500      REWRITE HM-MAST-RECORD.
052600      IF NOT WS-HWMMAST-OK
052700          DISPLAY 'METER-EXCH: ERROR REWRITING MARK AT '
052800              MX-SOURCE-SYS-ID ' ' MX-POSITION ' '
052900              WS-HWMMAST-STATUS
053000          MOVE 16 TO WS-RETURN-CODE
053100          SET WS-RUN-MUST-STOP TO TRUE
053200          GO TO 3000-EXIT
053300      END-IF.
053400      PERFORM 3400-RESET-STATS THRU 3400-EXIT.
053500      IF WS-RUN-MUST-STOP
053600          GO TO 3000-EXIT
053700      END-IF.
053800      PERFORM 3500-POST-HISTORY-BREAK THRU 3500-EXIT.
053900      IF WS-RUN-MUST-STOP
054000          GO TO 3000-EXIT
054100      END-IF.
054200      PERFORM 3600-WRITE-AUDIT-ROW THRU 3600-EXIT.
054300      IF WS-RUN-MUST-STOP
054400          GO TO 3000-EXIT
054500      END-IF.
054600      MOVE 'EXCHANGED' TO WS-DTL-DISPOSITION.
054700      ADD 1 TO WS-APPLIED-COUNT.
054800      PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
054900  3000-EXIT.
055000      EXIT.
055100  3100-READ-OLD-STATS.
055200      SET WS-STAT-ROW-MISSING TO TRUE.
055300      IF WS-STATS-ABSENT
055400          GO TO 3100-EXIT
055500      END-IF.
055600      MOVE MX-SOURCE-SYS-ID TO ST-SOURCE-SYS-ID.
055700      MOVE MX-POSITION      TO ST-POSITION.
055800      READ STATMAST.
055900      IF WS-STATMAST-NOT-FND
056000          GO TO 3100-EXIT
056100      END-IF.
056200      IF NOT WS-STATMAST-OK
056300          DISPLAY 'METER-EXCH: ERROR READING STAT ROW'
056400              WS-STATMAST-STATUS
056500          MOVE 16 TO WS-RETURN-CODE
056600          SET WS-RUN-MUST-STOP TO TRUE
056700          GO TO 3100-EXIT
056800      END-IF.
056900      SET WS-STAT-ROW-FOUND TO TRUE.
057000  3100-EXIT.
057100      EXIT.
057200  3200-WRITE-SEGMENT.
057300      MOVE SPACES              TO SG-SEGMENT-RECORD.
057400      MOVE MX-SOURCE-SYS-ID    TO SG-SOURCE-SYS-ID.
057500      MOVE MX-POSITION         TO SG-POSITION.
057600      MOVE MX-EXCHANGE-DATE    TO SG-EXCHANGE-DATE.
057700      MOVE MX-OLD-FINAL-READ   TO SG-OLD-FINAL-READ.
057800      MOVE WS-OLD-MARK         TO SG-OLD-MARK.
057900      MOVE MX-NEW-OPENING-READ TO SG-NEW-OPENING-READ.
058000      MOVE WS-CONTROL-AS-OF    TO SG-LAST-AS-OF-DATE.
058100      IF WS-STAT-ROW-FOUND
058200          MOVE ST-OBS-COUNT    TO SG-OBS-COUNT
058300          MOVE ST-SUM          TO SG-SUM
058400          MOVE ST-SUM-SQUARES  TO SG-SUM-SQUARES
058500          MOVE ST-LAST-VALUE   TO SG-LAST-VALUE
058600          MOVE ST-AS-OF-DATE   TO SG-STAT-AS-OF-DATE
058700      ELSE
058800          MOVE ZERO            TO SG-OBS-COUNT
058900          MOVE ZERO            TO SG-SUM
059000          MOVE ZERO            TO SG-SUM-SQUARES
059100          MOVE ZERO            TO SG-LAST-VALUE
059200          MOVE ZERO            TO SG-STAT-AS-OF-DATE
059300      END-IF.
059400      MOVE MX-USER-ID          TO SG-USER-ID.
059500      MOVE WS-RUN-DATE         TO SG-RUN-DATE.
059600      MOVE WS-RUN-TIME         TO SG-RUN-TIME.
059700      WRITE SG-SEGMENT-RECORD.
059800      IF NOT WS-MTRSEG-OK
059900          DISPLAY 'METER-EXCH: ERROR WRITING SEGMENT ROW'
060000              WS-MTRSEG-STATUS
060100          MOVE 16 TO WS-RETURN-CODE
060200          SET WS-RUN-MUST-STOP TO TRUE
060300      END-IF.
060400  3200-EXIT.
060500      EXIT.
060600*---------------------------------------------------------
060700*3400-RESET-STATS -- THE NEW METER STARTS WITH AN EMPTY
060800*ACCUMULATOR AND THE OPENING READ AS ITS LAST VALUE.  THE
060900*AS-OF STAMP STAYS AT THE SOURCE'S LAST PROCESSED DAY SO
061000*THE DAILY RUN ACCUMULATES THE EXCHANGE DAY ITSELF.
061100*---------------------------------------------------------
061200  3400-RESET-STATS.
061300      IF WS-STAT-ROW-MISSING
061400          GO TO 3400-EXIT
061500      END-IF.
061600      MOVE ZERO                TO ST-OBS-COUNT.
061700      MOVE ZERO                TO ST-SUM.
061800      MOVE ZERO                TO ST-SUM-SQUARES.
061900      MOVE MX-NEW-OPENING-READ TO ST-LAST-VALUE.
062000      MOVE WS-CONTROL-AS-OF    TO ST-AS-OF-DATE.
062100      REWRITE ST-STAT-RECORD.
062200      IF NOT WS-STATMAST-OK
062300          DISPLAY 'METER-EXCH: ERROR REWRITING STAT ROW'
062400              WS-STATMAST-STATUS
062500          MOVE 16 TO WS-RETURN-CODE
062600          SET WS-RUN-MUST-STOP TO TRUE
062700      END-IF.
062800  3400-EXIT.
062900      EXIT.
063000*---------------------------------------------------------
063100*3500-POST-HISTORY-BREAK -- THE MARKER ROW CARRIES THE
063200*OPENING READ AS BOTH READING AND MARK AND A BLANK HELD
063300*FLAG (NEITHER HELD NOR TAKEN) UNTIL THE DAILY RUN POSTS
063400*THE DAY'S REAL READING OVER IT.
063500*---------------------------------------------------------
063600  3500-POST-HISTORY-BREAK.
063700      MOVE SPACES              TO HX-HIST-RECORD.
063800      MOVE MX-SOURCE-SYS-ID    TO HX-SOURCE-SYS-ID.
063900      MOVE MX-POSITION         TO HX-POSITION.
064000      MOVE MX-EXCHANGE-DATE    TO HX-AS-OF-DATE.
064100      MOVE MX-NEW-OPENING-READ TO HX-READING-VALUE.
064200      MOVE MX-NEW-OPENING-READ TO HX-MARK-VALUE.
064300      SET HX-METER-EXCHANGE    TO TRUE.
064400      MOVE MX-OLD-FINAL-READ   TO HX-OLD-FINAL-READ.
064500      WRITE HX-HIST-RECORD.
064600      IF NOT WS-HISTMAST-OK
064700          DISPLAY 'METER-EXCH: ERROR POSTING HISTORY BREAK'
064800              WS-HISTMAST-STATUS
064900          MOVE 16 TO WS-RETURN-CODE
065000          SET WS-RUN-MUST-STOP TO TRUE
065100      END-IF.
065200  3500-EXIT.
065300      EXIT.
065400  3600-WRITE-AUDIT-ROW.
065500      MOVE SPACES              TO WS-AUDIT-DETAIL.
065600      MOVE WS-RUN-DATE         TO WS-AUD-RUN-DATE.
065700      MOVE WS-RUN-TIME         TO WS-AUD-RUN-TIME.
065800      MOVE 'XCH'               TO WS-AUD-MODE-CD.
065900      MOVE MX-SOURCE-SYS-ID    TO WS-AUD-SOURCE-SYS-ID.
066000      MOVE MX-POSITION         TO WS-AUD-POSITION.
066100      MOVE WS-OLD-MARK         TO WS-AUD-OLD-VALUE.
066200      MOVE MX-NEW-OPENING-READ TO WS-AUD-NEW-VALUE.
066300      SET WS-AUD-EXCHANGE      TO TRUE.
066400      MOVE MX-EXCHANGE-DATE    TO WS-AUD-AS-OF-DATE.
066450      MOVE MX-USER-ID          TO WS-AUD-USER-ID.
066500      WRITE AL-AUDIT-LINE FROM WS-AUDIT-DETAIL.
066600      IF NOT WS-AUDITLOG-OK
066700          DISPLAY 'METER-EXCH: ERROR WRITING EXCHANGE ROW'
066800              WS-AUDITLOG-STATUS
066900          MOVE 16 TO WS-RETURN-CODE
067000          SET WS-RUN-MUST-STOP TO TRUE
067100      END-IF.
067200  3600-EXIT.
067300      EXIT.
067400  3900-REFUSE-ONE.
067500      ADD 1 TO WS-REFUSED-COUNT.
067600      PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
067700  3900-EXIT.
067800      EXIT.
067900  4000-WRITE-REPORT-LINE.
068000      WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE.
068100      IF NOT WS-MTRXRPT-OK
068200          DISPLAY 'METER-EXCH: ERROR WRITING REPORT DETAIL'
068300              WS-MTRXRPT-STATUS
068400          MOVE 16 TO WS-RETURN-CODE
068500          SET WS-RUN-MUST-STOP TO TRUE
068600      END-IF.
068700  4000-EXIT.
068800      EXIT.
068900*---------------------------------------------------------
069000*9000-TERMINATE -- TOTALS AND CLOSES.
069100*---------------------------------------------------------
069200  9000-TERMINATE.
069300      IF WS-MTRXRPT-WAS-OPENED AND WS-MTRXRPT-OK
069400          MOVE WS-APPLIED-COUNT TO WS-TOT-APPLIED
069500          MOVE WS-REFUSED-COUNT TO WS-TOT-REFUSED
069600          WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
069700          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-1
069800          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-2
069900      END-IF.
070000      IF WS-MTRXTRAN-IS-OPEN
070100          CLOSE MTRXTRAN
070200      END-IF.
070300      IF WS-HWMMAST-IS-OPEN
070400          CLOSE HWMMAST
070500      END-IF.
070600      IF WS-STATS-PRESENT
070700          CLOSE STATMAST
070800      END-IF.
070900      IF WS-HISTMAST-IS-OPEN
071000          CLOSE HISTMAST
071100      END-IF.
071200      IF WS-AUDITLOG-IS-OPEN
071300          CLOSE AUDITLOG
071400      END-IF.
071500      IF WS-MTRSEG-IS-OPEN
071600          CLOSE MTRSEG
071700      END-IF.
071800      IF WS-MTRXRPT-WAS-OPENED
071900          CLOSE MTRXRPT
072000      END-IF.
072100  9000-EXIT.
072200      EXIT.
072300*---------------------------------------------------------
072400*9100-NEXT-BUSINESS-DAY -- WS-DATE-IN PLUS ONE CALENDAR
072500*DAY, ROLLED PAST A SATURDAY OR SUNDAY, INTO WS-DATE-OUT,
072600*AS THE DAILY RUN COMPUTES IT.
072700*---------------------------------------------------------
072800  9100-NEXT-BUSINESS-DAY.
072900      MOVE WS-DATE-IN TO WS-DATE-WORK.
073000      PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
073100      PERFORM 9300-DAY-OF-WEEK THRU 9300-EXIT.
073200      IF WS-DOW = 0
073300          PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
073400          PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
073500      END-IF.
073600      IF WS-DOW = 1
073700          PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
073800      END-IF.
073900      MOVE WS-DATE-WORK TO WS-DATE-OUT.
074000  9100-EXIT.
074100      EXIT.
074200  9200-ADD-ONE-DAY.
074300      PERFORM 9250-MONTH-DAYS THRU 9250-EXIT.
074400      ADD 1 TO WS-DD-DAY.
074500      IF WS-DD-DAY > WS-DD-MONTH-DAYS
074600          MOVE 1 TO WS-DD-DAY
074700          ADD 1 TO WS-DD-MONTH
074800          IF WS-DD-MONTH > 12
074900              MOVE 1 TO WS-DD-MONTH
075000              ADD 1 TO WS-DD-YEAR
075100          END-IF
075200      END-IF.
075300  9200-EXIT.
075400      EXIT.
075500  9250-MONTH-DAYS.
075600      MOVE 31 TO WS-DD-MONTH-DAYS.
075700      IF WS-DD-MONTH = 4 OR 6 OR 9 OR 11
075800          MOVE 30 TO WS-DD-MONTH-DAYS
075900      END-IF.
076000      IF WS-DD-MONTH = 2
076100          MOVE 28 TO WS-DD-MONTH-DAYS
076200          DIVIDE WS-DD-YEAR BY 4 GIVING WS-ZC-H
076300              REMAINDER WS-ZC-Q
076400          IF WS-ZC-Q = 0
076500              MOVE 29 TO WS-DD-MONTH-DAYS
076600          END-IF
076700          DIVIDE WS-DD-YEAR BY 100 GIVING WS-ZC-H
076800              REMAINDER WS-ZC-Q
076900          IF WS-ZC-Q = 0
077000              MOVE 28 TO WS-DD-MONTH-DAYS
077100              DIVIDE WS-DD-YEAR BY 400 GIVING WS-ZC-H
077200                  REMAINDER WS-ZC-Q
077300              IF WS-ZC-Q = 0
077400                  MOVE 29 TO WS-DD-MONTH-DAYS
077500              END-IF
077600          END-IF
077700      END-IF.
077800  9250-EXIT.
077900      EXIT.
078000*---------------------------------------------------------
078100*9300-DAY-OF-WEEK -- ZELLER'S CONGRUENCE OVER THE DATE IN
078200*WS-DATE-WORK.  0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY, AND
078300*SO ON, AS THE DAILY RUN COMPUTES IT.
078400*---------------------------------------------------------
078500  9300-DAY-OF-WEEK.
078600      MOVE WS-DD-DAY TO WS-ZC-Q.
078700      MOVE WS-DD-MONTH TO WS-ZC-M.
078800      MOVE WS-DD-YEAR TO WS-ZC-Y.
078900      IF WS-ZC-M < 3
079000          ADD 12 TO WS-ZC-M
079100          SUBTRACT 1 FROM WS-ZC-Y
079200      END-IF.
079300      DIVIDE WS-ZC-Y BY 100 GIVING WS-ZC-J
079400          REMAINDER WS-ZC-K.
079500      COMPUTE WS-ZC-H = 13 * (WS-ZC-M + 1).
079600      DIVIDE WS-ZC-H BY 5 GIVING WS-ZC-T1.
079700      DIVIDE WS-ZC-K BY 4 GIVING WS-ZC-T2.
079800      DIVIDE WS-ZC-J BY 4 GIVING WS-ZC-T3.
079900      COMPUTE WS-ZC-H = WS-ZC-Q + WS-ZC-T1 + WS-ZC-K
080000          + WS-ZC-T2 + WS-ZC-T3 + (5 * WS-ZC-J).
080100      DIVIDE WS-ZC-H BY 7 GIVING WS-ZC-T1
080200          REMAINDER WS-DOW.
080300  9300-EXIT.
080400      EXIT.
