000100******************************************************************
000200*PROGRAM-ID.. Mast_rebuild
000300*AUTHOR...... D. L. MERCER
000400*INSTALLATION DAILY LOADS BATCH GROUP
000500*DATE-WRITTEN 2026-10-15
000600*DATE-COMPILED
000700*
000800*REMARKS..... POINT-IN-TIME REBUILD OF THE MARK MASTER AND THE
000900*             STATISTICS MASTER FROM THE READINGS HISTORY
001000*             (HISTMAST, COPYBOOK DL100HX).  FOR ONE SOURCE OR
001100*             ALL OF THEM, EVERY HISTORY ROW UP TO THE REBUILD-
001200*             THROUGH DATE IS REPLAYED IN KEY ORDER:
001300*               - THE MARK IS THE ONE EACH DAILY RUN RECORDED
001400*                 ON ITS HISTORY ROW;
001500*               - A TAKEN READING IS ACCUMULATED INTO THE
001600*                 STATISTICS EXACTLY AS Max_array DOES, ONCE
001700*                 PER DAY;
001800*               - A METER-EXCHANGE BREAK (HX-BREAK-SW 'X')
001900*                 RESTARTS THE MARK AND EMPTIES THE STATISTICS;
002000*                 A BREAK MARKER NOT YET POSTED OVER (HELD FLAG
002100*                 BLANK) IS NOT AN OBSERVATION;
002200*               - CORRECTIONS (ACTION 'C') AND APPROVED HELD
002300*                 READINGS (ACTION 'F') ON AUDITLOG ARE APPLIED
002400*                 AFTER THE DAY THEY NAME, AS Mark_correct AND
002500*                 Susp_review APPLIED THEM;
002600*               - EVERY PERIOD CLOSED ON PERHIST RESETS THE
002700*                 MARK TO THE LAST ACCEPTED READING AFTER THE
002800*                 LAST DAY THE CLOSE COVERED, AS Period_close DID.
002900*             EACH SOURCE GETS A CONTROL RECORD DATED ITS LAST
003000*             PROCESSED DAY AND SIZED TO ITS HIGHEST POSITION.
003100*             EVERY REBUILT RECORD IS RECONCILED AGAINST THE
003200*             LIVE MASTERS, AND EVERY FIELD THAT DIFFERS PRINTS
003300*             ON THE RECONCILIATION REPORT, AS DOES ANY LIVE
003400*             RECORD THE HISTORY CANNOT ACCOUNT FOR.  A REBUILD
003500*             RUN WRITES NEW MASTERS (NEWHWM, NEWSTAT) FOR
003600*             OPERATIONS TO SWAP IN; A COMPARE-ONLY RUN WRITES
003700*             NOTHING BUT THE REPORT, AS A STANDING PROOF THAT
003800*             THE LIVE MASTERS ARE STILL DERIVABLE FROM HISTORY.
003900*             NO LIVE MASTER IS EVER OPENED FOR UPDATE.
004000*
004100*             PARM: (1:8) SOURCE, OR 'ALL'; (9:8) REBUILD-
004200*             THROUGH DATE (YYYYMMDD); (17:1) 'C' FOR COMPARE
004300*             ONLY, ANYTHING ELSE REBUILDS.  THE PERHIST DD IS
004400*             THE CONCATENATION OF EVERY CLOSED PERIOD TO BE
004500*             HONOURED.
004600*
004700*             RETURN CODES: 0 REBUILT AND RECONCILED CLEAN, 4
004800*             DIFFERENCES FOUND, 8 NO HISTORY FOR THE SOURCE,
004900*             16 PARM OR FILE ERROR.
005000*
005100*MODIFICATION HISTORY.
005200*DATE-------- INIT----  DESCRIPTION------------------------
005300*2026-10-15   DLM       ORIGINAL VERSION.
005310*2026-10-15   DLM       A PERIOD RESET NOW FALLS AFTER THE AS-OF
005320*                       DATE OF THE CLOSE'S CONTROL RECORD RATHER
005330*                       THAN AT THE END OF THE CALENDAR MONTH.
005400******************************************************************
005500  IDENTIFICATION DIVISION.
005600  PROGRAM-ID. Mast_rebuild.
005700  ENVIRONMENT DIVISION.
005800  INPUT-OUTPUT SECTION.
005900  FILE-CONTROL.
006000      SELECT HISTMAST ASSIGN TO HISTMAST
006100          ORGANIZATION IS INDEXED
006200          ACCESS MODE IS DYNAMIC
006300          RECORD KEY IS HX-HIST-KEY
006400          FILE STATUS IS WS-HISTMAST-STATUS.
006500      SELECT HWMMAST ASSIGN TO HWMMAST
006600          ORGANIZATION IS INDEXED
006700          ACCESS MODE IS DYNAMIC
006800          RECORD KEY IS HM-MAST-KEY
006900          FILE STATUS IS WS-HWMMAST-STATUS.
007000      SELECT STATMAST ASSIGN TO STATMAST
007100          ORGANIZATION IS INDEXED
007200          ACCESS MODE IS DYNAMIC
007300          RECORD KEY IS ST-STAT-KEY
007400          FILE STATUS IS WS-STATMAST-STATUS.
007500      SELECT PERHIST ASSIGN TO PERHIST
007600          ORGANIZATION IS SEQUENTIAL
007700          ACCESS MODE IS SEQUENTIAL
007800          FILE STATUS IS WS-PERHIST-STATUS.
007900      SELECT AUDITLOG ASSIGN TO AUDITLOG
008000          ORGANIZATION IS SEQUENTIAL
008100          ACCESS MODE IS SEQUENTIAL
008200          FILE STATUS IS WS-AUDITLOG-STATUS.
008300      SELECT NEWHWM ASSIGN TO NEWHWM
008400          ORGANIZATION IS INDEXED
008500          ACCESS MODE IS DYNAMIC
008600          RECORD KEY IS NH-MAST-KEY
008700          FILE STATUS IS WS-NEWHWM-STATUS.
008800      SELECT NEWSTAT ASSIGN TO NEWSTAT
008900          ORGANIZATION IS INDEXED
009000          ACCESS MODE IS DYNAMIC
009100          RECORD KEY IS NS-STAT-KEY
009200          FILE STATUS IS WS-NEWSTAT-STATUS.
009300      SELECT RBLDRPT ASSIGN TO RBLDRPT
009400          ORGANIZATION IS SEQUENTIAL
009500          ACCESS MODE IS SEQUENTIAL
009600          FILE STATUS IS WS-RBLDRPT-STATUS.
009700  DATA DIVISION.
009800  FILE SECTION.
009900  FD  HISTMAST
010000      RECORD CONTAINS 80 CHARACTERS.
010100      COPY DL100HX REPLACING
010200      ==PFX-HIST-RECORD== BY ==HX-HIST-RECORD==
010300      ==PFX-HIST-KEY== BY ==HX-HIST-KEY==
010400      ==PFX-HIST-SOURCE-SYS-ID== BY ==HX-SOURCE-SYS-ID==
010500      ==PFX-HIST-POSITION== BY ==HX-POSITION==
010600      ==PFX-HIST-AS-OF-DATE== BY ==HX-AS-OF-DATE==
010700      ==PFX-HIST-READING-VALUE== BY ==HX-READING-VALUE==
010800      ==PFX-HIST-MARK-VALUE== BY ==HX-MARK-VALUE==
010900      ==PFX-HIST-HELD-SW== BY ==HX-HELD-SW==
011000      ==PFX-HIST-WAS-HELD== BY ==HX-WAS-HELD==
011100      ==PFX-HIST-WAS-TAKEN== BY ==HX-WAS-TAKEN==
011200      ==PFX-HIST-BREAK-SW== BY ==HX-BREAK-SW==
011300      ==PFX-HIST-METER-EXCHANGE== BY ==HX-METER-EXCHANGE==
011400      ==PFX-HIST-OLD-FINAL-READ== BY ==HX-OLD-FINAL-READ==.
011500  FD  HWMMAST
011600      RECORD CONTAINS 80 CHARACTERS.
011700      COPY DL100HM REPLACING
011800      ==PFX-MAST-RECORD== BY ==HM-MAST-RECORD==
011900      ==PFX-MAST-KEY== BY ==HM-MAST-KEY==
012000      ==PFX-MAST-SOURCE-SYS-ID== BY ==HM-SOURCE-SYS-ID==
012100      ==PFX-MAST-POSITION== BY ==HM-POSITION==
012200      ==PFX-MAST-BODY== BY ==HM-MAST-BODY==
012300      ==PFX-MAST-DETAIL-BODY== BY ==HM-DETAIL-BODY==
012400      ==PFX-MAST-VALUE== BY ==HM-VALUE==
012500      ==PFX-MAST-CONTROL-BODY== BY ==HM-CONTROL-BODY==
012600      ==PFX-MAST-AS-OF-DATE== BY ==HM-AS-OF-DATE==
012700      ==PFX-MAST-RECORD-COUNT== BY ==HM-RECORD-COUNT==.
012800  FD  STATMAST
012900      RECORD CONTAINS 80 CHARACTERS.
013000      COPY DL100ST REPLACING
013100      ==PFX-STAT-RECORD== BY ==ST-STAT-RECORD==
013200      ==PFX-STAT-KEY== BY ==ST-STAT-KEY==
013300      ==PFX-STAT-SOURCE-SYS-ID== BY ==ST-SOURCE-SYS-ID==
013400      ==PFX-STAT-POSITION== BY ==ST-POSITION==
013500      ==PFX-STAT-OBS-COUNT== BY ==ST-OBS-COUNT==
013600      ==PFX-STAT-SUM== BY ==ST-SUM==
013700      ==PFX-STAT-SUM-SQUARES== BY ==ST-SUM-SQUARES==
013800      ==PFX-STAT-LAST-VALUE== BY ==ST-LAST-VALUE==
013900      ==PFX-STAT-AS-OF-DATE== BY ==ST-AS-OF-DATE==.
014000  FD  PERHIST
014100      RECORDING MODE IS F
014200      LABEL RECORDS ARE STANDARD.
014300      COPY DL100PH REPLACING
014400      ==PFX-PERHIST-RECORD== BY ==PH-PERHIST-RECORD==
014500      ==PFX-PH-PERIOD== BY ==PH-PERIOD==
014600      ==PFX-PH-SOURCE-SYS-ID== BY ==PH-SOURCE-SYS-ID==
014700      ==PFX-PH-POSITION== BY ==PH-POSITION==
014800      ==PFX-PH-VALUE== BY ==PH-VALUE==
014900      ==PFX-PH-AS-OF-DATE== BY ==PH-AS-OF-DATE==
015000      ==PFX-PH-RECORD-COUNT== BY ==PH-RECORD-COUNT==.
015100  FD  AUDITLOG
015200      RECORDING MODE IS F
015300      LABEL RECORDS ARE OMITTED.
015400  01  AL-AUDIT-LINE                   PIC X(80).
015500  FD  NEWHWM
015600      RECORD CONTAINS 80 CHARACTERS.
015700      COPY DL100HM REPLACING
015800      ==PFX-MAST-RECORD== BY ==NH-MAST-RECORD==
015900      ==PFX-MAST-KEY== BY ==NH-MAST-KEY==
016000      ==PFX-MAST-SOURCE-SYS-ID== BY ==NH-SOURCE-SYS-ID==
016100      ==PFX-MAST-POSITION== BY ==NH-POSITION==
016200      ==PFX-MAST-BODY== BY ==NH-MAST-BODY==
016300      ==PFX-MAST-DETAIL-BODY== BY ==NH-DETAIL-BODY==
016400      ==PFX-MAST-VALUE== BY ==NH-VALUE==
016500      ==PFX-MAST-CONTROL-BODY== BY ==NH-CONTROL-BODY==
016600      ==PFX-MAST-AS-OF-DATE== BY ==NH-AS-OF-DATE==
016700      ==PFX-MAST-RECORD-COUNT== BY ==NH-RECORD-COUNT==.
016800  FD  NEWSTAT
016900      RECORD CONTAINS 80 CHARACTERS.
017000      COPY DL100ST REPLACING
017100      ==PFX-STAT-RECORD== BY ==NS-STAT-RECORD==
017200      ==PFX-STAT-KEY== BY ==NS-STAT-KEY==
017300      ==PFX-STAT-SOURCE-SYS-ID== BY ==NS-SOURCE-SYS-ID==
017400      ==PFX-STAT-POSITION== BY ==NS-POSITION==
017500      ==PFX-STAT-OBS-COUNT== BY ==NS-OBS-COUNT==
017600      ==PFX-STAT-SUM== BY ==NS-SUM==
017700      ==PFX-STAT-SUM-SQUARES== BY ==NS-SUM-SQUARES==
017800      ==PFX-STAT-LAST-VALUE== BY ==NS-LAST-VALUE==
017900      ==PFX-STAT-AS-OF-DATE== BY ==NS-AS-OF-DATE==.
018000  FD  RBLDRPT
018100      RECORDING MODE IS F
018200      LABEL RECORDS ARE OMITTED.
018300  01  RP-REPORT-LINE                  PIC X(80).
018400  WORKING-STORAGE SECTION.
018500*PARSE AREA FOR AUDIT LOG ROWS, SHARED WITH Max_array AND THE
018600*CORRECTION PROGRAMS VIA COPYBOOK DL100AL.
018700      COPY DL100AL REPLACING
018800      ==PFX-AUDIT-RECORD== BY ==WS-AUDIT-DETAIL==
018900      ==PFX-AUD-RUN-DATE== BY ==WS-AUD-RUN-DATE==
019000      ==PFX-AUD-RUN-TIME== BY ==WS-AUD-RUN-TIME==
019100      ==PFX-AUD-MODE-CD== BY ==WS-AUD-MODE-CD==
019200      ==PFX-AUD-SOURCE-SYS-ID== BY ==WS-AUD-SOURCE-SYS-ID==
019300      ==PFX-AUD-POSITION== BY ==WS-AUD-POSITION==
019400      ==PFX-AUD-OLD-VALUE== BY ==WS-AUD-OLD-VALUE==
019500      ==PFX-AUD-NEW-VALUE== BY ==WS-AUD-NEW-VALUE==
019600      ==PFX-AUD-ACTION-CD== BY ==WS-AUD-ACTION-CD==
019700      ==PFX-AUD-OVERRIDE== BY ==WS-AUD-OVERRIDE==
019800      ==PFX-AUD-REVERSAL== BY ==WS-AUD-REVERSAL==
019900      ==PFX-AUD-PERIOD-RESET== BY ==WS-AUD-PERIOD-RESET==
020000      ==PFX-AUD-FORCED== BY ==WS-AUD-FORCED==
020100      ==PFX-AUD-CORRECTION== BY ==WS-AUD-CORRECTION==
020200      ==PFX-AUD-EXCHANGE== BY ==WS-AUD-EXCHANGE==
020250      ==PFX-AUD-SIGNOFF== BY ==WS-AUD-SIGNOFF==
020300      ==PFX-AUD-AS-OF-DATE== BY ==WS-AUD-AS-OF-DATE==
020350      ==PFX-AUD-USER-ID== BY ==WS-AUD-USER-ID==.
020400  01  WS-FILE-STATUS-GROUP.
020500      05  WS-HISTMAST-STATUS          PIC X(02) VALUE '00'.
020600          88  WS-HISTMAST-OK                VALUE '00'.
020700          88  WS-HISTMAST-AT-END            VALUE '10'.
020800          88  WS-HISTMAST-NOT-FND           VALUE '23'.
020900      05  WS-HWMMAST-STATUS           PIC X(02) VALUE '00'.
021000          88  WS-HWMMAST-OK                 VALUE '00'.
021100          88  WS-HWMMAST-AT-END             VALUE '10'.
021200          88  WS-HWMMAST-NOT-FND            VALUE '23'.
021300          88  WS-HWMMAST-NOT-FOUND          VALUE '35'.
021400      05  WS-STATMAST-STATUS          PIC X(02) VALUE '00'.
021500          88  WS-STATMAST-OK                VALUE '00'.
021600          88  WS-STATMAST-NOT-FND           VALUE '23'.
021700          88  WS-STATMAST-NOT-FOUND         VALUE '35'.
021800      05  WS-PERHIST-STATUS           PIC X(02) VALUE '00'.
021900          88  WS-PERHIST-OK                 VALUE '00'.
022000          88  WS-PERHIST-AT-END             VALUE '10'.
022100          88  WS-PERHIST-NOT-FOUND          VALUE '35'.
022200      05  WS-AUDITLOG-STATUS          PIC X(02) VALUE '00'.
022300          88  WS-AUDITLOG-OK                VALUE '00'.
022400          88  WS-AUDITLOG-AT-END            VALUE '10'.
022500          88  WS-AUDITLOG-NOT-FOUND         VALUE '35'.
022600      05  WS-NEWHWM-STATUS            PIC X(02) VALUE '00'.
022700          88  WS-NEWHWM-OK                  VALUE '00'.
022800      05  WS-NEWSTAT-STATUS           PIC X(02) VALUE '00'.
022900          88  WS-NEWSTAT-OK                 VALUE '00'.
023000      05  WS-RBLDRPT-STATUS           PIC X(02) VALUE '00'.
023100          88  WS-RBLDRPT-OK                 VALUE '00'.
023200  01  WS-SWITCHES.
023300      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
023400          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
023500          88  WS-RUN-MUST-STOP              VALUE 'N'.
023600      05  WS-RUN-MODE-SW              PIC X(01) VALUE 'R'.
023700          88  WS-REBUILD-RUN                VALUE 'R'.
023800          88  WS-COMPARE-ONLY               VALUE 'C'.
023900      05  WS-ALL-SOURCES-SW           PIC X(01) VALUE 'N'.
024000          88  WS-ALL-SOURCES                VALUE 'Y'.
024100          88  WS-ONE-SOURCE                 VALUE 'N'.
024200      05  WS-HIST-SCAN-SW             PIC X(01) VALUE 'N'.
024300          88  WS-HIST-SCAN-DONE             VALUE 'Y'.
024400          88  WS-HIST-SCAN-OPEN             VALUE 'N'.
024500      05  WS-MAST-SCAN-SW             PIC X(01) VALUE 'N'.
024600          88  WS-MAST-SCAN-DONE             VALUE 'Y'.
024700          88  WS-MAST-SCAN-OPEN             VALUE 'N'.
024800      05  WS-LIVE-HWM-SW              PIC X(01) VALUE 'N'.
024900          88  WS-LIVE-HWM-PRESENT           VALUE 'Y'.
025000          88  WS-LIVE-HWM-ABSENT            VALUE 'N'.
025100      05  WS-LIVE-STAT-SW             PIC X(01) VALUE 'N'.
025200          88  WS-LIVE-STAT-PRESENT          VALUE 'Y'.
025300          88  WS-LIVE-STAT-ABSENT           VALUE 'N'.
025400      05  WS-SOURCE-OPEN-SW           PIC X(01) VALUE 'N'.
025500          88  WS-SOURCE-IS-OPEN             VALUE 'Y'.
025600          88  WS-SOURCE-IS-SHUT             VALUE 'N'.
025700      05  WS-POSITION-OPEN-SW         PIC X(01) VALUE 'N'.
025800          88  WS-POSITION-IS-OPEN           VALUE 'Y'.
025900          88  WS-POSITION-IS-SHUT           VALUE 'N'.
026000      05  WS-SKIP-SW                  PIC X(01) VALUE 'N'.
026100          88  WS-SKIP-DONE                  VALUE 'Y'.
026200          88  WS-SKIP-OPEN                  VALUE 'N'.
026300      05  WS-DIF-LIVE-SW              PIC X(01) VALUE 'V'.
026400          88  WS-DIF-LIVE-MISSING           VALUE 'M'.
026500          88  WS-DIF-LIVE-VALUED            VALUE 'V'.
026600      05  WS-DIF-REBUILT-SW           PIC X(01) VALUE 'V'.
026700          88  WS-DIF-REBUILT-MISSING        VALUE 'M'.
026800          88  WS-DIF-REBUILT-VALUED         VALUE 'V'.
026900      05  WS-INSERT-SW                PIC X(01) VALUE 'N'.
027000          88  WS-INSERT-DONE                VALUE 'Y'.
027100          88  WS-INSERT-OPEN                VALUE 'N'.
027200      05  WS-CATCH-UP-SW              PIC X(01) VALUE 'N'.
027300          88  WS-CATCH-UP-DONE              VALUE 'Y'.
027400          88  WS-CATCH-UP-OPEN              VALUE 'N'.
027500      05  WS-CLS-DUP-SW               PIC X(01) VALUE 'N'.
027600          88  WS-CLS-IS-DUPLICATE           VALUE 'Y'.
027700          88  WS-CLS-IS-NEW                 VALUE 'N'.
027800      05  WS-RBS-FOUND-SW             PIC X(01) VALUE 'N'.
027900          88  WS-RBS-WAS-FOUND              VALUE 'Y'.
028000          88  WS-RBS-NOT-FOUND              VALUE 'N'.
028100*THE MASTERS ARE OPENED IN 1000, BUT AN EARLY STOP CAN LEAVE
028200*THE LATER FILES UNOPENED; THESE SWITCHES LET 9000 CLOSE ONLY
028300*WHAT WAS ACTUALLY OPENED.
028400      05  WS-HISTMAST-OPEN-SW         PIC X(01) VALUE 'N'.
028500          88  WS-HISTMAST-IS-OPEN           VALUE 'Y'.
028600      05  WS-NEW-MASTERS-OPEN-SW      PIC X(01) VALUE 'N'.
028700          88  WS-NEW-MASTERS-ARE-OPEN       VALUE 'Y'.
028800      05  WS-RBLDRPT-OPEN-SW          PIC X(01) VALUE 'N'.
028900          88  WS-RBLDRPT-WAS-OPENED         VALUE 'Y'.
029000  01  WS-COUNTERS-AND-WORK-FIELDS.
029100      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
029200      05  WS-K                 PIC S9(08) COMP VALUE ZERO.
029300      05  WS-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
029400      05  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
029500      05  WS-SELECT-SOURCE     PIC X(08) VALUE SPACES.
029600      05  WS-THROUGH-DATE      PIC 9(08) VALUE ZERO.
029700      05  WS-THROUGH-PERIOD REDEFINES WS-THROUGH-DATE.
029800          10  WS-THROUGH-YYYYMM    PIC 9(06).
029900          10  FILLER               PIC 9(02).
030000      05  WS-CATCH-DATE        PIC 9(08) VALUE ZERO.
030100      05  WS-NEXT-EVENT-DATE   PIC 9(08) VALUE ZERO.
030200      05  WS-NEXT-RESET-DATE   PIC 9(08) VALUE ZERO.
030300      05  WS-ROW-OLD-VALUE     PIC S9(08) COMP VALUE ZERO.
030400      05  WS-ROW-NEW-VALUE     PIC S9(08) COMP VALUE ZERO.
030500      05  WS-OLD-SQUARE        PIC S9(18) COMP VALUE ZERO.
030600      05  WS-NEW-SQUARE        PIC S9(18) COMP VALUE ZERO.
030700      05  WS-ROWS-REPLAYED     PIC S9(09) COMP VALUE ZERO.
030800      05  WS-EVENTS-APPLIED    PIC S9(08) COMP VALUE ZERO.
030900      05  WS-RESETS-APPLIED    PIC S9(08) COMP VALUE ZERO.
031000      05  WS-POSITIONS-BUILT   PIC S9(08) COMP VALUE ZERO.
031100      05  WS-DIFF-COUNT        PIC S9(08) COMP VALUE ZERO.
031200      05  WS-DIFF-POSITIONS    PIC S9(08) COMP VALUE ZERO.
031300      05  WS-POSITION-DIFFS    PIC S9(04) COMP VALUE ZERO.
031400*THE SOURCE AND POSITION BEING REPLAYED, AND THEIR REBUILT
031500*STATE.  THE MAXIMUM DATE IS THE LAST DAY POSTED FOR THE
031600*SOURCE, WHICH BECOMES ITS CONTROL RECORD AS-OF DATE.
031700  01  WS-REPLAY-STATE.
031800      05  WS-CUR-SOURCE-SYS-ID PIC X(08) VALUE SPACES.
031900      05  WS-CUR-POSITION      PIC 9(08) VALUE ZERO.
032000      05  WS-CUR-MAX-DATE      PIC 9(08) VALUE ZERO.
032100      05  WS-RB-MARK           PIC S9(08) VALUE ZERO.
032200      05  WS-RB-PREV-DATE      PIC 9(08) VALUE ZERO.
032300      05  WS-RB-OBS-COUNT      PIC 9(08) VALUE ZERO.
032400      05  WS-RB-SUM            PIC S9(15) VALUE ZERO.
032500      05  WS-RB-SUM-SQUARES    PIC S9(18) VALUE ZERO.
032600      05  WS-RB-LAST-VALUE     PIC S9(08) VALUE ZERO.
032700      05  WS-RB-STAT-AS-OF     PIC 9(08) VALUE ZERO.
032800*PERIODS CLOSED ON PERHIST, ONE ENTRY PER SOURCE AND PERIOD
032900*(FROM THE SNAPSHOT OF EACH CONTROL RECORD), KEPT IN SOURCE AND
033000*PERIOD ORDER BY INSERTION.  A RESET TAKES EFFECT AFTER THE
033100*LAST DAY THE CLOSE COVERED -- THE AS-OF DATE OF ITS CONTROL
033200*RECORD SNAPSHOT -- SO THAT DAY'S ROW GOES IN FIRST.
033300  01  WS-CLOSE-CONTROL.
033400      05  WS-CLS-COUNT         PIC S9(08) COMP VALUE ZERO.
033500      05  WS-CLS-MAX           PIC S9(08) COMP VALUE 6000.
033600      05  WS-CLS-PTR           PIC S9(08) COMP VALUE ZERO.
033700      05  WS-CLS-FIRST         PIC S9(08) COMP VALUE ZERO.
033800      05  WS-CLS-ENTRY OCCURS 6000 TIMES.
033900          10  WS-CLS-SOURCE-SYS-ID    PIC X(08).
034000          10  WS-CLS-PERIOD           PIC 9(06).
034100          10  WS-CLS-RESET-DATE       PIC 9(08).
034200*CORRECTIONS AND APPROVALS FROM AUDITLOG, IN SOURCE, POSITION,
034300*AND AS-OF ORDER BY INSERTION; ROWS FOR THE SAME DAY KEEP
034400*THEIR LOG ORDER.  THE REPLAY WALKS THIS TABLE ALONGSIDE THE
034500*HISTORY, WHICH COMES IN THE SAME ORDER.
034600  01  WS-EVENT-CONTROL.
034700      05  WS-EVT-COUNT         PIC S9(08) COMP VALUE ZERO.
034800      05  WS-EVT-MAX           PIC S9(08) COMP VALUE 5000.
034900      05  WS-EVT-PTR           PIC S9(08) COMP VALUE ZERO.
035000      05  WS-EVT-ENTRY OCCURS 5000 TIMES.
035100          10  WS-EVT-SOURCE-SYS-ID    PIC X(08).
035200          10  WS-EVT-POSITION         PIC 9(08) COMP.
035300          10  WS-EVT-AS-OF-DATE       PIC 9(08).
035400          10  WS-EVT-ACTION-CD        PIC X(01).
035500              88  WS-EVT-IS-CORRECTION     VALUE 'C'.
035600              88  WS-EVT-IS-FORCED         VALUE 'F'.
035700          10  WS-EVT-OLD-VALUE        PIC S9(08) COMP.
035800          10  WS-EVT-NEW-VALUE        PIC S9(08) COMP.
035900*SOURCES REBUILT, WITH THEIR REBUILT POSITION COUNT, SO THE
036000*CLOSING SCAN OF THE LIVE MARK MASTER CAN NAME ANY SOURCE THE
036100*HISTORY NEVER MENTIONED.
036200  01  WS-REBUILT-SOURCES.
036300      05  WS-RBS-COUNT         PIC S9(04) COMP VALUE ZERO.
036400      05  WS-RBS-MAX           PIC S9(04) COMP VALUE 200.
036500      05  WS-RBS-SUB           PIC S9(04) COMP VALUE ZERO.
036600      05  WS-RBS-ENTRY OCCURS 200 TIMES.
036700          10  WS-RBS-SOURCE-SYS-ID    PIC X(08).
036800          10  WS-RBS-RECORD-COUNT     PIC 9(08).
036900  01  WS-REPORT-AREAS.
037000      05  WS-HDG-LINE-1.
037100          10  FILLER                  PIC X(20)
037200              VALUE 'MAST-REBUILD RECONCI'.
037300          10  FILLER                  PIC X(12)
037400              VALUE 'LIATION     '.
037500          10  FILLER             PIC X(08) VALUE 'SOURCE '.
037600          10  WS-HDG-SOURCE           PIC X(08).
037700          10  FILLER             PIC X(09) VALUE ' THROUGH '.
037800          10  WS-HDG-THROUGH          PIC 9(08).
037900          10  FILLER             PIC X(02) VALUE SPACES.
038000          10  WS-HDG-MODE             PIC X(12).
038100          10  FILLER             PIC X(01) VALUE SPACES.
038200      05  WS-HDG-LINE-2.
038300          10  FILLER                  PIC X(40) VALUE
038400              'SOURCE    POSITION  FIELD'.
038500          10  FILLER                  PIC X(40) VALUE
038600              '         LIVE              REBUILT'.
038700      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
038800      05  WS-DIFF-LINE.
038900          10  WS-DIF-SOURCE           PIC X(08).
039000          10  FILLER             PIC X(02) VALUE SPACES.
039100          10  WS-DIF-POSITION         PIC ZZZZZZZ9.
039200          10  FILLER             PIC X(02) VALUE SPACES.
039300          10  WS-DIF-FIELD            PIC X(12).
039400          10  FILLER             PIC X(02) VALUE SPACES.
039500          10  WS-DIF-LIVE             PIC -(18)9.
039600          10  WS-DIF-LIVE-X REDEFINES WS-DIF-LIVE
039700                                      PIC X(19).
039800          10  FILLER             PIC X(02) VALUE SPACES.
039900          10  WS-DIF-REBUILT          PIC -(18)9.
040000          10  WS-DIF-REBUILT-X REDEFINES WS-DIF-REBUILT
040100                                      PIC X(19).
040200          10  FILLER             PIC X(06) VALUE SPACES.
040300      05  WS-DIF-POS-VALUE     PIC 9(08) VALUE ZERO.
040400      05  WS-DIF-LIVE-VALUE    PIC S9(18) VALUE ZERO.
040500      05  WS-DIF-REBUILT-VALUE PIC S9(18) VALUE ZERO.
040600      05  WS-TOTAL-LINE-1.
040700          10  FILLER                  PIC X(20)
040800              VALUE 'HISTORY ROWS USED..-'.
040900          10  WS-TOT-ROWS             PIC ZZZZZZZZ9.
041000          10  FILLER             PIC X(51) VALUE SPACES.
041100      05  WS-TOTAL-LINE-2.
041200          10  FILLER                  PIC X(20)
041300              VALUE 'LOG ROWS APPLIED...-'.
041400          10  WS-TOT-EVENTS           PIC ZZZZZZZZ9.
041500          10  FILLER             PIC X(51) VALUE SPACES.
041600      05  WS-TOTAL-LINE-3.
041700          10  FILLER                  PIC X(20)
041800              VALUE 'PERIOD RESETS......-'.
041900          10  WS-TOT-RESETS           PIC ZZZZZZZZ9.
042000          10  FILLER             PIC X(51) VALUE SPACES.
042100      05  WS-TOTAL-LINE-4.
042200          10  FILLER                  PIC X(20)
042300              VALUE 'POSITIONS REBUILT..-'.
042400          10  WS-TOT-POSITIONS        PIC ZZZZZZZZ9.
042500          10  FILLER             PIC X(51) VALUE SPACES.
042600      05  WS-TOTAL-LINE-5.
042700          10  FILLER                  PIC X(20)
042800              VALUE 'POSITIONS DIFFERING-'.
042900          10  WS-TOT-DIFF-POSITIONS   PIC ZZZZZZZZ9.
043000          10  FILLER             PIC X(51) VALUE SPACES.
043100      05  WS-TOTAL-LINE-6.
043200          10  FILLER                  PIC X(20)
043300              VALUE 'FIELDS DIFFERING...-'.
043400          10  WS-TOT-DIFFS            PIC ZZZZZZZZ9.
043500          10  FILLER             PIC X(51) VALUE SPACES.
043600  LINKAGE SECTION.
043700  01  LS-PARM-AREA.
043800      05  LS-PARM-LEN                 PIC S9(04) COMP.
043900      05  LS-PARM-TEXT                PIC X(17).
044000  PROCEDURE DIVISION USING LS-PARM-AREA.
044100*---------------------------------------------------------
044200  0000-MAINLINE.
044300      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
044400      IF WS-RUN-CAN-PROCEED
044500          PERFORM 1500-LOAD-CLOSES THRU 1500-EXIT
044600      END-IF.
044700      IF WS-RUN-CAN-PROCEED
044800          PERFORM 1700-LOAD-EVENTS THRU 1700-EXIT
044900      END-IF.
045000      IF WS-RUN-CAN-PROCEED
045100          PERFORM 2000-REPLAY-HISTORY THRU 2000-EXIT
045200      END-IF.
045300      IF WS-RUN-CAN-PROCEED
045400          AND WS-ALL-SOURCES
045500          AND WS-LIVE-HWM-PRESENT
045600          PERFORM 7000-SCAN-LIVE-SOURCES THRU 7000-EXIT
045700      END-IF.
045800      IF WS-RUN-CAN-PROCEED
045900          AND WS-RBS-COUNT = ZERO
046000          DISPLAY 'MAST-RBLD: NO HISTORY FOR SOURCE '
046100              WS-SELECT-SOURCE ' THROUGH ' WS-THROUGH-DATE
046200          MOVE 8 TO WS-RETURN-CODE
046300      END-IF.
046400      IF WS-RUN-CAN-PROCEED
046500          AND WS-DIFF-COUNT > ZERO
046600          AND WS-RETURN-CODE = ZERO
046700          DISPLAY 'MAST-RBLD: ' WS-DIFF-COUNT
046800              ' DIFFERENCES FROM THE LIVE MASTERS, SETTING RC 4'
046900          MOVE 4 TO WS-RETURN-CODE
047000      END-IF.
047100      PERFORM 9000-TERMINATE THRU 9000-EXIT.
047200      MOVE WS-RETURN-CODE TO RETURN-CODE.
047300      GOBACK.
047400*---------------------------------------------------------
047500*1000-INITIALIZE -- CHECK THE PARM AND OPEN EVERYTHING.  THE
047600*LIVE MASTERS ARE READ ONLY, AND EITHER MAY BE ABSENT (A
047700*REBUILD AFTER LOSING ONE); THE RECONCILIATION AGAINST A
047800*MISSING MASTER IS SKIPPED.  THE NEW MASTERS ARE OPENED ONLY
047900*FOR A REBUILD.
048000*---------------------------------------------------------
048100  1000-INITIALIZE.
048200      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
048300      IF LS-PARM-LEN < 16
048400          DISPLAY 'MAST-RBLD: PARM MUST BE SOURCE OR ALL,'
048500              ' THROUGH DATE (YYYYMMDD), OPTIONAL C'
048600          MOVE 16 TO WS-RETURN-CODE
048700          SET WS-RUN-MUST-STOP TO TRUE
048800          GO TO 1000-EXIT
048900      END-IF.
049000      IF LS-PARM-TEXT(1:8) = SPACES
049100          OR LS-PARM-TEXT(9:8) IS NOT NUMERIC
049200          DISPLAY 'MAST-RBLD: PARM IS NOT VALID '
049300              LS-PARM-TEXT
049400          MOVE 16 TO WS-RETURN-CODE
049500          SET WS-RUN-MUST-STOP TO TRUE
049600          GO TO 1000-EXIT
049700      END-IF.
049800      MOVE LS-PARM-TEXT(1:8) TO WS-SELECT-SOURCE.
049900      MOVE LS-PARM-TEXT(9:8) TO WS-THROUGH-DATE.
050000      IF WS-THROUGH-DATE > WS-RUN-DATE
050100          DISPLAY 'MAST-RBLD: THROUGH DATE ' WS-THROUGH-DATE
050200              ' IS IN THE FUTURE'
050300          MOVE 16 TO WS-RETURN-CODE
050400          SET WS-RUN-MUST-STOP TO TRUE
050500          GO TO 1000-EXIT
050600      END-IF.
050700      IF WS-SELECT-SOURCE = 'ALL'
050800          SET WS-ALL-SOURCES TO TRUE
050900      END-IF.
051000      IF LS-PARM-LEN > 16
051100          AND LS-PARM-TEXT(17:1) = 'C'
051200          SET WS-COMPARE-ONLY TO TRUE
051300          MOVE 'COMPARE ONLY' TO WS-HDG-MODE
051400      ELSE
051500          MOVE 'REBUILD' TO WS-HDG-MODE
051600      END-IF.
051700      MOVE WS-SELECT-SOURCE TO WS-HDG-SOURCE.
051800      MOVE WS-THROUGH-DATE  TO WS-HDG-THROUGH.
051900      OPEN INPUT HISTMAST.
052000      IF NOT WS-HISTMAST-OK
052100          DISPLAY 'MAST-RBLD: CANNOT OPEN HISTORY MASTER'
052200              WS-HISTMAST-STATUS
052300          MOVE 16 TO WS-RETURN-CODE
052400          SET WS-RUN-MUST-STOP TO TRUE
052500          GO TO 1000-EXIT
052600      END-IF.
052700      SET WS-HISTMAST-IS-OPEN TO TRUE.
052800      OPEN INPUT HWMMAST.
052900      IF WS-HWMMAST-NOT-FOUND
053000          DISPLAY 'MAST-RBLD: NO LIVE HWMMAST, MARKS NOT'
053100              ' RECONCILED'
053200      ELSE
053300          IF NOT WS-HWMMAST-OK
053400              DISPLAY 'MAST-RBLD: CANNOT OPEN HWMMAST'
053500                  WS-HWMMAST-STATUS
053600              MOVE 16 TO WS-RETURN-CODE
053700              SET WS-RUN-MUST-STOP TO TRUE
053800              GO TO 1000-EXIT
053900          END-IF
054000          SET WS-LIVE-HWM-PRESENT TO TRUE
054100      END-IF.
054200      OPEN INPUT STATMAST.
054300      IF WS-STATMAST-NOT-FOUND
054400          DISPLAY 'MAST-RBLD: NO LIVE STATMAST, STATISTICS NOT'
054500              ' RECONCILED'
054600      ELSE
054700          IF NOT WS-STATMAST-OK
054800              DISPLAY 'MAST-RBLD: CANNOT OPEN STATISTICS'
054900                  ' MASTER ' WS-STATMAST-STATUS
055000              MOVE 16 TO WS-RETURN-CODE
055100              SET WS-RUN-MUST-STOP TO TRUE
055200              GO TO 1000-EXIT
055300          END-IF
055400          SET WS-LIVE-STAT-PRESENT TO TRUE
055500      END-IF.
055600      IF WS-REBUILD-RUN
055700          PERFORM 1100-OPEN-NEW-MASTERS THRU 1100-EXIT
055800          IF WS-RUN-MUST-STOP
055900              GO TO 1000-EXIT
056000          END-IF
056100      END-IF.
056200      OPEN OUTPUT RBLDRPT.
056300      IF NOT WS-RBLDRPT-OK
056400          DISPLAY 'MAST-RBLD: CANNOT OPEN RBLDRPT'
056500              WS-RBLDRPT-STATUS
056600          MOVE 16 TO WS-RETURN-CODE
056700          SET WS-RUN-MUST-STOP TO TRUE
056800          GO TO 1000-EXIT
056900      END-IF.
057000      SET WS-RBLDRPT-WAS-OPENED TO TRUE.
057100      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-1.
057200      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-2.
057300      IF NOT WS-RBLDRPT-OK
057400          DISPLAY 'MAST-RBLD: ERROR WRITING REPORT HEADING'
057500              WS-RBLDRPT-STATUS
057600          MOVE 16 TO WS-RETURN-CODE
057700          SET WS-RUN-MUST-STOP TO TRUE
057800      END-IF.
057900  1000-EXIT.
058000      EXIT.
058100  1100-OPEN-NEW-MASTERS.
058200      OPEN OUTPUT NEWHWM.
058300      IF NOT WS-NEWHWM-OK
058400          DISPLAY 'MAST-RBLD: CANNOT OPEN NEWHWM'
058500              WS-NEWHWM-STATUS
058600          MOVE 16 TO WS-RETURN-CODE
058700          SET WS-RUN-MUST-STOP TO TRUE
058800          GO TO 1100-EXIT
058900      END-IF.
059000      OPEN OUTPUT NEWSTAT.
059100      IF NOT WS-NEWSTAT-OK
059200          DISPLAY 'MAST-RBLD: CANNOT OPEN NEWSTAT'
059300              WS-NEWSTAT-STATUS
059400          CLOSE NEWHWM
059500          MOVE 16 TO WS-RETURN-CODE
059600          SET WS-RUN-MUST-STOP TO TRUE
059700          GO TO 1100-EXIT
059800      END-IF.
059900      SET WS-NEW-MASTERS-ARE-OPEN TO TRUE.
060000  1100-EXIT.
060100      EXIT.
060200*---------------------------------------------------------
060300*1500-LOAD-CLOSES -- ONE ENTRY PER SOURCE AND PERIOD FROM THE
060400*CONTROL-RECORD SNAPSHOTS ON PERHIST.  A CLOSE IS HONOURED
060500*ONLY IF THE LAST DAY IT COVERED FALLS ON OR BEFORE THE
060600*THROUGH DATE; A SNAPSHOT SEEN TWICE (A RERUN CLOSE, OR A
060700*GENERATION CONCATENATED TWICE) COUNTS ONCE.  NO PERHIST
060800*SIMPLY MEANS NO PERIOD HAS BEEN CLOSED.
060900*---------------------------------------------------------
061000  1500-LOAD-CLOSES.
061100      OPEN INPUT PERHIST.
061200      IF WS-PERHIST-NOT-FOUND
061300          DISPLAY 'MAST-RBLD: NO PERHIST, NO PERIOD RESETS'
061400              ' APPLIED'
061500          GO TO 1500-EXIT
061600      END-IF.
061700      IF NOT WS-PERHIST-OK
061800          DISPLAY 'MAST-RBLD: CANNOT OPEN PERHIST'
061900              WS-PERHIST-STATUS
062000          MOVE 16 TO WS-RETURN-CODE
062100          SET WS-RUN-MUST-STOP TO TRUE
062200          GO TO 1500-EXIT
062300      END-IF.
062400      PERFORM 1510-LOAD-ONE-CLOSE THRU 1510-EXIT
062500          UNTIL WS-PERHIST-AT-END
062600              OR WS-RUN-MUST-STOP.
062700      CLOSE PERHIST.
062800  1500-EXIT.
062900      EXIT.
063000  1510-LOAD-ONE-CLOSE.
063100      READ PERHIST.
063200      IF WS-PERHIST-AT-END
063300          GO TO 1510-EXIT
063400      END-IF.
063500      IF NOT WS-PERHIST-OK
063600          DISPLAY 'MAST-RBLD: ERROR READING PERHIST'
063700              WS-PERHIST-STATUS
063800          MOVE 16 TO WS-RETURN-CODE
063900          SET WS-RUN-MUST-STOP TO TRUE
064000          GO TO 1510-EXIT
064100      END-IF.
064200      IF PH-POSITION NOT = ZERO
064300          GO TO 1510-EXIT
064400      END-IF.
064500      IF WS-ONE-SOURCE
064600          AND PH-SOURCE-SYS-ID NOT = WS-SELECT-SOURCE
064700          GO TO 1510-EXIT
064800      END-IF.
064900      IF PH-AS-OF-DATE > WS-THROUGH-DATE
065000          GO TO 1510-EXIT
065100      END-IF.
065200      PERFORM 1520-BANK-ONE-CLOSE THRU 1520-EXIT.
065300  1510-EXIT.
065400      EXIT.
065500  1520-BANK-ONE-CLOSE.
065600      SET WS-CLS-IS-NEW TO TRUE.
065700      PERFORM 1525-CHECK-ONE-CLOSE THRU 1525-EXIT
065800          VARYING WS-K FROM 1 BY 1
065900          UNTIL WS-K > WS-CLS-COUNT
066000              OR WS-CLS-IS-DUPLICATE.
066100      IF WS-CLS-IS-DUPLICATE
066200          GO TO 1520-EXIT
066300      END-IF.
066400      IF WS-CLS-COUNT >= WS-CLS-MAX
066500          DISPLAY 'MAST-RBLD: MORE PERIOD CLOSES THAN THE'
066600              ' TABLE HOLDS'
066700          MOVE 16 TO WS-RETURN-CODE
066800          SET WS-RUN-MUST-STOP TO TRUE
066900          GO TO 1520-EXIT
067000      END-IF.
067100      ADD 1 TO WS-CLS-COUNT.
067200      MOVE WS-CLS-COUNT TO WS-J.
067300      SET WS-INSERT-OPEN TO TRUE.
067400      PERFORM 1530-SHIFT-FOR-CLOSE THRU 1530-EXIT
067500          UNTIL WS-INSERT-DONE.
067600      MOVE PH-SOURCE-SYS-ID TO WS-CLS-SOURCE-SYS-ID(WS-J).
067700      MOVE PH-PERIOD        TO WS-CLS-PERIOD(WS-J).
067800      MOVE PH-AS-OF-DATE    TO WS-CLS-RESET-DATE(WS-J).
067900  1520-EXIT.
068000      EXIT.
068100  1525-CHECK-ONE-CLOSE.
068200      IF WS-CLS-SOURCE-SYS-ID(WS-K) = PH-SOURCE-SYS-ID
068300          AND WS-CLS-PERIOD(WS-K) = PH-PERIOD
068400          SET WS-CLS-IS-DUPLICATE TO TRUE
068500      END-IF.
068600  1525-EXIT.
068700      EXIT.
068800  1530-SHIFT-FOR-CLOSE.
068900      IF WS-J = 1
069000          SET WS-INSERT-DONE TO TRUE
069100          GO TO 1530-EXIT
069200      END-IF.
069300      COMPUTE WS-K = WS-J - 1.
069400      IF WS-CLS-SOURCE-SYS-ID(WS-K) < PH-SOURCE-SYS-ID
069500          OR (WS-CLS-SOURCE-SYS-ID(WS-K) = PH-SOURCE-SYS-ID
069600              AND WS-CLS-PERIOD(WS-K) < PH-PERIOD)
069700          SET WS-INSERT-DONE TO TRUE
069800          GO TO 1530-EXIT
069900      END-IF.
070000      MOVE WS-CLS-ENTRY(WS-K) TO WS-CLS-ENTRY(WS-J).
070100      MOVE WS-K TO WS-J.
070200  1530-EXIT.
070300      EXIT.
070400*---------------------------------------------------------
070500*1700-LOAD-EVENTS -- EVERY CORRECTION AND EVERY APPROVED HELD
070600*READING ON AUDITLOG FOR THE SOURCE, DATED ON OR BEFORE THE
070700*THROUGH DATE.  OVERRIDES, BACKOUTS, RESETS AND EXCHANGES ARE
070800*NOT REPLAYED: THE HISTORY ROWS AND PERHIST ALREADY CARRY
070900*THEM.  NO AUDITLOG MEANS NOTHING WAS EVER CORRECTED.
071000*---------------------------------------------------------
071100  1700-LOAD-EVENTS.
071200      OPEN INPUT AUDITLOG.
071300      IF WS-AUDITLOG-NOT-FOUND
071400          DISPLAY 'MAST-RBLD: NO AUDITLOG, NO CORRECTIONS'
071500              ' APPLIED'
071600          GO TO 1700-EXIT
071700      END-IF.
071800      IF NOT WS-AUDITLOG-OK
071900          DISPLAY 'MAST-RBLD: CANNOT OPEN AUDITLOG'
072000              WS-AUDITLOG-STATUS
072100          MOVE 16 TO WS-RETURN-CODE
072200          SET WS-RUN-MUST-STOP TO TRUE
072300          GO TO 1700-EXIT
072400      END-IF.
072500      PERFORM 1710-LOAD-ONE-EVENT THRU 1710-EXIT
072600          UNTIL WS-AUDITLOG-AT-END
072700              OR WS-RUN-MUST-STOP.
072800      CLOSE AUDITLOG.
072900  1700-EXIT.
073000      EXIT.
073100  1710-LOAD-ONE-EVENT.
073200      READ AUDITLOG.
073300      IF WS-AUDITLOG-AT-END
073400          GO TO 1710-EXIT
073500      END-IF.
073600      IF NOT WS-AUDITLOG-OK
073700          DISPLAY 'MAST-RBLD: ERROR READING AUDITLOG'
073800              WS-AUDITLOG-STATUS
073900          MOVE 16 TO WS-RETURN-CODE
074000          SET WS-RUN-MUST-STOP TO TRUE
074100          GO TO 1710-EXIT
074200      END-IF.
074300      MOVE AL-AUDIT-LINE TO WS-AUDIT-DETAIL.
074400      IF NOT WS-AUD-CORRECTION
074500          AND NOT WS-AUD-FORCED
074600          GO TO 1710-EXIT
074700      END-IF.
074800      IF WS-ONE-SOURCE
074900          AND WS-AUD-SOURCE-SYS-ID NOT = WS-SELECT-SOURCE
075000          GO TO 1710-EXIT
075100      END-IF.
075200      IF WS-AUD-AS-OF-DATE IS NOT NUMERIC
075300          OR WS-AUD-POSITION IS NOT NUMERIC
075400          GO TO 1710-EXIT
075500      END-IF.
075600      IF WS-AUD-AS-OF-DATE > WS-THROUGH-DATE
075700          GO TO 1710-EXIT
075800      END-IF.
075900      MOVE WS-AUD-OLD-VALUE TO WS-ROW-OLD-VALUE.
076000      MOVE WS-AUD-NEW-VALUE TO WS-ROW-NEW-VALUE.
076100      PERFORM 1720-BANK-ONE-EVENT THRU 1720-EXIT.
076200  1710-EXIT.
076300      EXIT.
076400  1720-BANK-ONE-EVENT.
076500      IF WS-EVT-COUNT >= WS-EVT-MAX
076600          DISPLAY 'MAST-RBLD: MORE CORRECTIONS THAN THE'
076700              ' TABLE HOLDS'
076800          MOVE 16 TO WS-RETURN-CODE
076900          SET WS-RUN-MUST-STOP TO TRUE
077000          GO TO 1720-EXIT
077100      END-IF.
077200      ADD 1 TO WS-EVT-COUNT.
077300      MOVE WS-EVT-COUNT TO WS-J.
077400      SET WS-INSERT-OPEN TO TRUE.
077500      PERFORM 1730-SHIFT-FOR-EVENT THRU 1730-EXIT
077600          UNTIL WS-INSERT-DONE.
077700      MOVE WS-AUD-SOURCE-SYS-ID TO WS-EVT-SOURCE-SYS-ID(WS-J).
077800      MOVE WS-AUD-POSITION      TO WS-EVT-POSITION(WS-J).
077900      MOVE WS-AUD-AS-OF-DATE    TO WS-EVT-AS-OF-DATE(WS-J).
078000      MOVE WS-AUD-ACTION-CD     TO WS-EVT-ACTION-CD(WS-J).
078100      MOVE WS-ROW-OLD-VALUE     TO WS-EVT-OLD-VALUE(WS-J).
078200      MOVE WS-ROW-NEW-VALUE     TO WS-EVT-NEW-VALUE(WS-J).
078300  1720-EXIT.
078400      EXIT.
078500*AN EQUAL KEY STOPS THE SHIFT, SO ROWS FOR THE SAME DAY STAY
078600*IN THE ORDER THEY WERE LOGGED.
078700  1730-SHIFT-FOR-EVENT.
078800      IF WS-J = 1
078900          SET WS-INSERT-DONE TO TRUE
079000          GO TO 1730-EXIT
079100      END-IF.
079200      COMPUTE WS-K = WS-J - 1.
079300      IF WS-EVT-SOURCE-SYS-ID(WS-K) < WS-AUD-SOURCE-SYS-ID
079400          OR (WS-EVT-SOURCE-SYS-ID(WS-K) = WS-AUD-SOURCE-SYS-ID
079500              AND WS-EVT-POSITION(WS-K) < WS-AUD-POSITION)
079600          OR (WS-EVT-SOURCE-SYS-ID(WS-K) = WS-AUD-SOURCE-SYS-ID
079700              AND WS-EVT-POSITION(WS-K) = WS-AUD-POSITION
079800              AND WS-EVT-AS-OF-DATE(WS-K) <= WS-AUD-AS-OF-DATE)
079900          SET WS-INSERT-DONE TO TRUE
080000          GO TO 1730-EXIT
080100      END-IF.
080200      MOVE WS-EVT-ENTRY(WS-K) TO WS-EVT-ENTRY(WS-J).
080300      MOVE WS-K TO WS-J.
080400  1730-EXIT.
080500      EXIT.
080600*---------------------------------------------------------
080700*2000-REPLAY-HISTORY -- WALK HISTMAST IN KEY ORDER (SOURCE,
080800*POSITION, DATE).  A POSITION IS FINISHED WHEN THE NEXT ONE
080900*STARTS, AND A SOURCE WHEN THE NEXT SOURCE DOES; POSITIONS THE
081000*HISTORY SKIPS OVER ARE BUILT EMPTY SO THE NEW MASTER HAS
081100*EVERY SLOT UP TO THE HIGHEST ONE READ.
081200*---------------------------------------------------------
081300  2000-REPLAY-HISTORY.
081400      MOVE 1 TO WS-CLS-FIRST.
081500      MOVE 1 TO WS-EVT-PTR.
081600      IF WS-ALL-SOURCES
081700          MOVE LOW-VALUES TO HX-HIST-KEY
081800      ELSE
081900          MOVE WS-SELECT-SOURCE TO HX-SOURCE-SYS-ID
082000          MOVE ZERO             TO HX-POSITION
082100          MOVE ZERO             TO HX-AS-OF-DATE
082200      END-IF.
082300      START HISTMAST KEY IS NOT LESS THAN HX-HIST-KEY.
082400      IF WS-HISTMAST-NOT-FND
082500          GO TO 2000-EXIT
082600      END-IF.
082700      IF NOT WS-HISTMAST-OK
082800          DISPLAY 'MAST-RBLD: ERROR POSITIONING HISTORY MASTER'
082900              WS-HISTMAST-STATUS
083000          MOVE 16 TO WS-RETURN-CODE
083100          SET WS-RUN-MUST-STOP TO TRUE
083200          GO TO 2000-EXIT
083300      END-IF.
083400      PERFORM 2100-REPLAY-ONE-ROW THRU 2100-EXIT
083500          UNTIL WS-HIST-SCAN-DONE
083600              OR WS-RUN-MUST-STOP.
083700      IF WS-RUN-CAN-PROCEED
083800          AND WS-SOURCE-IS-OPEN
083900          PERFORM 3500-FINISH-SOURCE THRU 3500-EXIT
084000      END-IF.
084100  2000-EXIT.
084200      EXIT.
084300  2100-REPLAY-ONE-ROW.
084400      READ HISTMAST NEXT RECORD.
084500      IF WS-HISTMAST-AT-END
084600          SET WS-HIST-SCAN-DONE TO TRUE
084700          GO TO 2100-EXIT
084800      END-IF.
084900      IF NOT WS-HISTMAST-OK
085000          DISPLAY 'MAST-RBLD: ERROR READING HISTORY MASTER'
085100              WS-HISTMAST-STATUS
085200          MOVE 16 TO WS-RETURN-CODE
085300          SET WS-RUN-MUST-STOP TO TRUE
085400          GO TO 2100-EXIT
085500      END-IF.
085600      IF WS-ONE-SOURCE
085700          AND HX-SOURCE-SYS-ID NOT = WS-SELECT-SOURCE
085800          SET WS-HIST-SCAN-DONE TO TRUE
085900          GO TO 2100-EXIT
086000      END-IF.
086100      IF WS-SOURCE-IS-OPEN
086200          AND HX-SOURCE-SYS-ID NOT = WS-CUR-SOURCE-SYS-ID
086300          PERFORM 3500-FINISH-SOURCE THRU 3500-EXIT
086400          IF WS-RUN-MUST-STOP
086500              GO TO 2100-EXIT
086600          END-IF
086700      END-IF.
086800      IF WS-SOURCE-IS-SHUT
086900          PERFORM 2200-START-SOURCE THRU 2200-EXIT
087000      END-IF.
087100      IF HX-POSITION = ZERO
087200          GO TO 2100-EXIT
087300      END-IF.
087400      IF HX-POSITION NOT = WS-CUR-POSITION
087500          PERFORM 2300-START-POSITION THRU 2300-EXIT
087600          IF WS-RUN-MUST-STOP
087700              GO TO 2100-EXIT
087800          END-IF
087900      END-IF.
088000      IF HX-AS-OF-DATE > WS-THROUGH-DATE
088100          GO TO 2100-EXIT
088200      END-IF.
088300      MOVE HX-AS-OF-DATE TO WS-CATCH-DATE.
088400      PERFORM 2500-CATCH-UP THRU 2500-EXIT.
088500      PERFORM 2400-REPLAY-HISTORY-ROW THRU 2400-EXIT.
088600  2100-EXIT.
088700      EXIT.
088800*THE CLOSE TABLE IS IN SOURCE ORDER, AS IS THE HISTORY: MOVE
088900*THE FIRST-CLOSE POINTER PAST EVERY EARLIER SOURCE.
089000  2200-START-SOURCE.
089100      MOVE HX-SOURCE-SYS-ID TO WS-CUR-SOURCE-SYS-ID.
089200      MOVE ZERO             TO WS-CUR-POSITION.
089300      MOVE ZERO             TO WS-CUR-MAX-DATE.
089400      SET WS-SOURCE-IS-OPEN   TO TRUE.
089500      SET WS-POSITION-IS-SHUT TO TRUE.
089600      SET WS-SKIP-OPEN TO TRUE.
089700      PERFORM 2210-SKIP-ONE-CLOSE THRU 2210-EXIT
089800          UNTIL WS-SKIP-DONE.
089900  2200-EXIT.
090000      EXIT.
090100  2210-SKIP-ONE-CLOSE.
090200      IF WS-CLS-FIRST > WS-CLS-COUNT
090300          SET WS-SKIP-DONE TO TRUE
090400          GO TO 2210-EXIT
090500      END-IF.
090600      IF WS-CLS-SOURCE-SYS-ID(WS-CLS-FIRST)
090700          < WS-CUR-SOURCE-SYS-ID
090800          ADD 1 TO WS-CLS-FIRST
090900          GO TO 2210-EXIT
091000      END-IF.
091100      SET WS-SKIP-DONE TO TRUE.
091200  2210-EXIT.
091300      EXIT.
091400  2300-START-POSITION.
091500      IF WS-POSITION-IS-OPEN
091600          PERFORM 3000-FINISH-POSITION THRU 3000-EXIT
091700      END-IF.
091800      PERFORM 2310-BUILD-EMPTY-POSITION THRU 2310-EXIT
091900          UNTIL WS-CUR-POSITION + 1 >= HX-POSITION
092000              OR WS-RUN-MUST-STOP.
092100      IF WS-RUN-MUST-STOP
092200          GO TO 2300-EXIT
092300      END-IF.
092400      MOVE HX-POSITION TO WS-CUR-POSITION.
092500      PERFORM 2320-OPEN-POSITION THRU 2320-EXIT.
092600  2300-EXIT.
092700      EXIT.
092800  2310-BUILD-EMPTY-POSITION.
092900      ADD 1 TO WS-CUR-POSITION.
093000      PERFORM 2320-OPEN-POSITION THRU 2320-EXIT.
093100      PERFORM 3000-FINISH-POSITION THRU 3000-EXIT.
093200  2310-EXIT.
093300      EXIT.
093400*A POSITION STARTS FROM NOTHING: NO MARK, NO STATISTICS.  THE
093500*EVENT POINTER IS MOVED PAST ANY EARLIER POSITION'S EVENTS
093600*(ONES FOR POSITIONS THE HISTORY NEVER REACHED), AND THE
093700*CLOSES ARE REPLAYED FROM THE SOURCE'S FIRST.
093800  2320-OPEN-POSITION.
093900      MOVE ZERO TO WS-RB-MARK.
094000      MOVE ZERO TO WS-RB-PREV-DATE.
094100      MOVE ZERO TO WS-RB-OBS-COUNT.
094200      MOVE ZERO TO WS-RB-SUM.
094300      MOVE ZERO TO WS-RB-SUM-SQUARES.
094400      MOVE ZERO TO WS-RB-LAST-VALUE.
094500      MOVE ZERO TO WS-RB-STAT-AS-OF.
094600      MOVE WS-CLS-FIRST TO WS-CLS-PTR.
094700      SET WS-POSITION-IS-OPEN TO TRUE.
094800      SET WS-SKIP-OPEN TO TRUE.
094900      PERFORM 2330-SKIP-ONE-EVENT THRU 2330-EXIT
095000          UNTIL WS-SKIP-DONE.
095100  2320-EXIT.
095200      EXIT.
095300  2330-SKIP-ONE-EVENT.
095400      IF WS-EVT-PTR > WS-EVT-COUNT
095500          SET WS-SKIP-DONE TO TRUE
095600          GO TO 2330-EXIT
095700      END-IF.
095800      IF WS-EVT-SOURCE-SYS-ID(WS-EVT-PTR) < WS-CUR-SOURCE-SYS-ID
095900          OR (WS-EVT-SOURCE-SYS-ID(WS-EVT-PTR)
096000                  = WS-CUR-SOURCE-SYS-ID
096100              AND WS-EVT-POSITION(WS-EVT-PTR) < WS-CUR-POSITION)
096200          ADD 1 TO WS-EVT-PTR
096300          GO TO 2330-EXIT
096400      END-IF.
096500      SET WS-SKIP-DONE TO TRUE.
096600  2330-EXIT.
096700      EXIT.
096800*---------------------------------------------------------
096900*2400-REPLAY-HISTORY-ROW -- ONE DAY OF ONE POSITION.  THE
097000*MARK IS TAKEN AS THAT DAY'S RUN LEFT IT.  A TAKEN READING IS
097100*COUNTED INTO THE STATISTICS ONCE PER DAY, AS 4500 OF
097200*Max_array COUNTS IT.  A METER EXCHANGE EMPTIES THE STATISTICS
097300*FIRST, AS Meter_exchange DID; ITS BREAK MARKER IS NOT A DAY
097400*UNTIL A DAILY RUN HAS POSTED OVER IT.
097500*---------------------------------------------------------
097600  2400-REPLAY-HISTORY-ROW.
097700      ADD 1 TO WS-ROWS-REPLAYED.
097800      IF HX-METER-EXCHANGE
097900          MOVE ZERO            TO WS-RB-OBS-COUNT
098000          MOVE ZERO            TO WS-RB-SUM
098100          MOVE ZERO            TO WS-RB-SUM-SQUARES
098200          MOVE HX-MARK-VALUE   TO WS-RB-LAST-VALUE
098300          MOVE WS-RB-PREV-DATE TO WS-RB-STAT-AS-OF
098400      END-IF.
098500      MOVE HX-MARK-VALUE TO WS-RB-MARK.
098600      IF NOT HX-WAS-HELD
098700          AND NOT HX-WAS-TAKEN
098800          GO TO 2400-EXIT
098900      END-IF.
099000      MOVE HX-AS-OF-DATE TO WS-RB-PREV-DATE.
099100      IF HX-AS-OF-DATE > WS-CUR-MAX-DATE
099200          MOVE HX-AS-OF-DATE TO WS-CUR-MAX-DATE
099300      END-IF.
099400      IF HX-WAS-HELD
099500          OR WS-RB-STAT-AS-OF = HX-AS-OF-DATE
099600          GO TO 2400-EXIT
099700      END-IF.
099800      ADD 1 TO WS-RB-OBS-COUNT.
099900      ADD HX-READING-VALUE TO WS-RB-SUM.
100000      COMPUTE WS-RB-SUM-SQUARES = WS-RB-SUM-SQUARES
100100          + (HX-READING-VALUE * HX-READING-VALUE).
100200      MOVE HX-READING-VALUE TO WS-RB-LAST-VALUE.
100300      MOVE HX-AS-OF-DATE    TO WS-RB-STAT-AS-OF.
100400  2400-EXIT.
100500      EXIT.
100600*---------------------------------------------------------
100700*2500-CATCH-UP -- APPLY, OLDEST FIRST, EVERY LOGGED EVENT AND
100800*EVERY PERIOD RESET FOR THE POSITION DATED BEFORE WS-CATCH-
100900*DATE.  AN EVENT DATED D WAS KEYED AFTER THE RUN FOR D, SO IT
101000*GOES IN AFTER D'S ROW AND BEFORE THE NEXT DAY'S.
101100*---------------------------------------------------------
101200  2500-CATCH-UP.
101300      SET WS-CATCH-UP-OPEN TO TRUE.
101400      PERFORM 2510-APPLY-NEXT-ITEM THRU 2510-EXIT
101500          UNTIL WS-CATCH-UP-DONE.
101600  2500-EXIT.
101700      EXIT.
101800  2510-APPLY-NEXT-ITEM.
101900      MOVE 99999999 TO WS-NEXT-EVENT-DATE.
102000      MOVE 99999999 TO WS-NEXT-RESET-DATE.
102100      IF WS-EVT-PTR NOT > WS-EVT-COUNT
102200          IF WS-EVT-SOURCE-SYS-ID(WS-EVT-PTR)
102300                  = WS-CUR-SOURCE-SYS-ID
102400              AND WS-EVT-POSITION(WS-EVT-PTR) = WS-CUR-POSITION
102500              MOVE WS-EVT-AS-OF-DATE(WS-EVT-PTR)
102600                  TO WS-NEXT-EVENT-DATE
102700          END-IF
102800      END-IF.
102900      IF WS-CLS-PTR NOT > WS-CLS-COUNT
103000          IF WS-CLS-SOURCE-SYS-ID(WS-CLS-PTR)
103100                  = WS-CUR-SOURCE-SYS-ID
103200              MOVE WS-CLS-RESET-DATE(WS-CLS-PTR)
103300                  TO WS-NEXT-RESET-DATE
103400          END-IF
103500      END-IF.
103600      IF WS-NEXT-EVENT-DATE >= WS-CATCH-DATE
103700          AND WS-NEXT-RESET-DATE >= WS-CATCH-DATE
103800          SET WS-CATCH-UP-DONE TO TRUE
103900          GO TO 2510-EXIT
104000      END-IF.
104100      IF WS-NEXT-EVENT-DATE <= WS-NEXT-RESET-DATE
104200          PERFORM 2600-APPLY-EVENT THRU 2600-EXIT
104300          ADD 1 TO WS-EVT-PTR
104400      ELSE
104500          PERFORM 2700-APPLY-RESET THRU 2700-EXIT
104600          ADD 1 TO WS-CLS-PTR
104700      END-IF.
104800  2510-EXIT.
104900      EXIT.
105000*A CORRECTION MOVES THE MARK AND SWAPS THE OLD VALUE FOR THE
105100*NEW IN THE RUNNING SUMS, AS 3500 OF Mark_correct DOES; AN
105200*APPROVED HELD READING MOVES THE MARK AND IS COUNTED AS A NEW
105300*OBSERVATION, AS 3500 OF Susp_review DOES.
105400  2600-APPLY-EVENT.
105500      ADD 1 TO WS-EVENTS-APPLIED.
105600      MOVE WS-EVT-OLD-VALUE(WS-EVT-PTR) TO WS-ROW-OLD-VALUE.
105700      MOVE WS-EVT-NEW-VALUE(WS-EVT-PTR) TO WS-ROW-NEW-VALUE.
105800      MOVE WS-ROW-NEW-VALUE TO WS-RB-MARK.
105900      IF WS-EVT-IS-FORCED(WS-EVT-PTR)
106000          ADD 1 TO WS-RB-OBS-COUNT
106100          ADD WS-ROW-NEW-VALUE TO WS-RB-SUM
106200          COMPUTE WS-RB-SUM-SQUARES = WS-RB-SUM-SQUARES
106300              + (WS-ROW-NEW-VALUE * WS-ROW-NEW-VALUE)
106400          MOVE WS-ROW-NEW-VALUE TO WS-RB-LAST-VALUE
106500          IF WS-EVT-AS-OF-DATE(WS-EVT-PTR) > WS-RB-STAT-AS-OF
106600              MOVE WS-EVT-AS-OF-DATE(WS-EVT-PTR)
106700                  TO WS-RB-STAT-AS-OF
106800          END-IF
106900          GO TO 2600-EXIT
107000      END-IF.
107100      SUBTRACT WS-ROW-OLD-VALUE FROM WS-RB-SUM.
107200      ADD WS-ROW-NEW-VALUE TO WS-RB-SUM.
107300      COMPUTE WS-OLD-SQUARE = WS-ROW-OLD-VALUE * WS-ROW-OLD-VALUE.
107400      COMPUTE WS-NEW-SQUARE = WS-ROW-NEW-VALUE * WS-ROW-NEW-VALUE.
107500      COMPUTE WS-RB-SUM-SQUARES = WS-RB-SUM-SQUARES
107600          - WS-OLD-SQUARE + WS-NEW-SQUARE.
107700      IF WS-RB-STAT-AS-OF = WS-EVT-AS-OF-DATE(WS-EVT-PTR)
107800          MOVE WS-ROW-NEW-VALUE TO WS-RB-LAST-VALUE
107900      END-IF.
108000  2600-EXIT.
108100      EXIT.
108200*A PERIOD CLOSE RESTARTS THE MARK FROM THE LAST ACCEPTED
108300*READING, AS 4300 OF Period_close DOES.
108400  2700-APPLY-RESET.
108500      ADD 1 TO WS-RESETS-APPLIED.
108600      MOVE WS-RB-LAST-VALUE TO WS-RB-MARK.
108700  2700-EXIT.
108800      EXIT.
108900*---------------------------------------------------------
109000*3000-FINISH-POSITION -- APPLY WHATEVER EVENTS AND RESETS ARE
109100*LEFT AFTER THE LAST DAY, WRITE THE REBUILT RECORDS, AND
109200*RECONCILE THEM AGAINST THE LIVE MASTERS.
109300*---------------------------------------------------------
109400  3000-FINISH-POSITION.
109500      MOVE 99999999 TO WS-CATCH-DATE.
109600      PERFORM 2500-CATCH-UP THRU 2500-EXIT.
109700      ADD 1 TO WS-POSITIONS-BUILT.
109800      SET WS-POSITION-IS-SHUT TO TRUE.
109900      IF WS-NEW-MASTERS-ARE-OPEN
110000          PERFORM 3100-WRITE-NEW-RECORDS THRU 3100-EXIT
110100      END-IF.
110200      MOVE ZERO                 TO WS-POSITION-DIFFS.
110300      MOVE WS-CUR-SOURCE-SYS-ID TO WS-DIF-SOURCE.
110400      MOVE WS-CUR-POSITION      TO WS-DIF-POS-VALUE.
110500      IF WS-RUN-CAN-PROCEED
110600          AND WS-LIVE-HWM-PRESENT
110700          PERFORM 3200-RECONCILE-MARK THRU 3200-EXIT
110800      END-IF.
110900      IF WS-RUN-CAN-PROCEED
111000          AND WS-LIVE-STAT-PRESENT
111100          PERFORM 3300-RECONCILE-STATS THRU 3300-EXIT
111200      END-IF.
111300      IF WS-POSITION-DIFFS > ZERO
111400          ADD 1 TO WS-DIFF-POSITIONS
111500      END-IF.
111600  3000-EXIT.
111700      EXIT.
111800  3100-WRITE-NEW-RECORDS.
111900      MOVE SPACES               TO NH-MAST-RECORD.
112000      MOVE WS-CUR-SOURCE-SYS-ID TO NH-SOURCE-SYS-ID.
112100      MOVE WS-CUR-POSITION      TO NH-POSITION.
112200      MOVE WS-RB-MARK           TO NH-VALUE.
112300      WRITE NH-MAST-RECORD.
112400      IF NOT WS-NEWHWM-OK
112500          DISPLAY 'MAST-RBLD: ERROR WRITING NEWHWM AT '
112600              WS-CUR-SOURCE-SYS-ID ' ' WS-CUR-POSITION ' '
112700              WS-NEWHWM-STATUS
112800          MOVE 16 TO WS-RETURN-CODE
112900          SET WS-RUN-MUST-STOP TO TRUE
113000          GO TO 3100-EXIT
113100      END-IF.
113200      MOVE SPACES               TO NS-STAT-RECORD.
113300      MOVE WS-CUR-SOURCE-SYS-ID TO NS-SOURCE-SYS-ID.
113400      MOVE WS-CUR-POSITION      TO NS-POSITION.
113500      MOVE WS-RB-OBS-COUNT      TO NS-OBS-COUNT.
113600      MOVE WS-RB-SUM            TO NS-SUM.
113700      MOVE WS-RB-SUM-SQUARES    TO NS-SUM-SQUARES.
113800      MOVE WS-RB-LAST-VALUE     TO NS-LAST-VALUE.
113900      MOVE WS-RB-STAT-AS-OF     TO NS-AS-OF-DATE.
114000      WRITE NS-STAT-RECORD.
114100      IF NOT WS-NEWSTAT-OK
114200          DISPLAY 'MAST-RBLD: ERROR WRITING NEWSTAT AT '
114300              WS-CUR-SOURCE-SYS-ID ' ' WS-CUR-POSITION ' '
114400              WS-NEWSTAT-STATUS
114500          MOVE 16 TO WS-RETURN-CODE
114600          SET WS-RUN-MUST-STOP TO TRUE
114700      END-IF.
114800  3100-EXIT.
114900      EXIT.
115000  3200-RECONCILE-MARK.
115100      MOVE WS-CUR-SOURCE-SYS-ID TO HM-SOURCE-SYS-ID.
115200      MOVE WS-CUR-POSITION      TO HM-POSITION.
115300      READ HWMMAST.
115400      IF WS-HWMMAST-NOT-FND
115500          MOVE 'MARK'     TO WS-DIF-FIELD
115600          SET WS-DIF-LIVE-MISSING TO TRUE
115700          MOVE WS-RB-MARK TO WS-DIF-REBUILT-VALUE
115800          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
115900          GO TO 3200-EXIT
116000      END-IF.
116100      IF NOT WS-HWMMAST-OK
116200          DISPLAY 'MAST-RBLD: ERROR READING HWMMAST'
116300              WS-HWMMAST-STATUS
116400          MOVE 16 TO WS-RETURN-CODE
116500          SET WS-RUN-MUST-STOP TO TRUE
116600          GO TO 3200-EXIT
116700      END-IF.
116800      IF HM-VALUE NOT = WS-RB-MARK
116900          MOVE 'MARK'     TO WS-DIF-FIELD
117000          MOVE HM-VALUE   TO WS-DIF-LIVE-VALUE
117100          MOVE WS-RB-MARK TO WS-DIF-REBUILT-VALUE
117200          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
117300      END-IF.
117400  3200-EXIT.
117500      EXIT.
117600*A POSITION NEVER READ MAY HAVE NO LIVE STATISTICS ROW AT
117700*ALL; THAT IS ONLY A DIFFERENCE IF THE REBUILD COUNTED
117800*SOMETHING.
117900  3300-RECONCILE-STATS.
118000      MOVE WS-CUR-SOURCE-SYS-ID TO ST-SOURCE-SYS-ID.
118100      MOVE WS-CUR-POSITION      TO ST-POSITION.
118200      READ STATMAST.
118300      IF WS-STATMAST-NOT-FND
118400          IF WS-RB-OBS-COUNT > ZERO
118500              MOVE 'OBS COUNT'     TO WS-DIF-FIELD
118600              SET WS-DIF-LIVE-MISSING TO TRUE
118700              MOVE WS-RB-OBS-COUNT TO WS-DIF-REBUILT-VALUE
118800              PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
118900          END-IF
119000          GO TO 3300-EXIT
119100      END-IF.
119200      IF NOT WS-STATMAST-OK
119300          DISPLAY 'MAST-RBLD: ERROR READING STATMAST'
119400              WS-STATMAST-STATUS
119500          MOVE 16 TO WS-RETURN-CODE
119600          SET WS-RUN-MUST-STOP TO TRUE
119700          GO TO 3300-EXIT
119800      END-IF.
119900      IF ST-OBS-COUNT NOT = WS-RB-OBS-COUNT
120000          MOVE 'OBS COUNT'     TO WS-DIF-FIELD
120100          MOVE ST-OBS-COUNT    TO WS-DIF-LIVE-VALUE
120200          MOVE WS-RB-OBS-COUNT TO WS-DIF-REBUILT-VALUE
120300          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
120400      END-IF.
120500      IF ST-SUM NOT = WS-RB-SUM
120600          MOVE 'SUM'           TO WS-DIF-FIELD
120700          MOVE ST-SUM          TO WS-DIF-LIVE-VALUE
120800          MOVE WS-RB-SUM       TO WS-DIF-REBUILT-VALUE
120900          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
121000      END-IF.
121100      IF ST-SUM-SQUARES NOT = WS-RB-SUM-SQUARES
121200          MOVE 'SUM SQUARES'     TO WS-DIF-FIELD
121300          MOVE ST-SUM-SQUARES    TO WS-DIF-LIVE-VALUE
121400          MOVE WS-RB-SUM-SQUARES TO WS-DIF-REBUILT-VALUE
121500          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
121600      END-IF.
121700      IF ST-LAST-VALUE NOT = WS-RB-LAST-VALUE
121800          MOVE 'LAST VALUE'     TO WS-DIF-FIELD
121900          MOVE ST-LAST-VALUE    TO WS-DIF-LIVE-VALUE
122000          MOVE WS-RB-LAST-VALUE TO WS-DIF-REBUILT-VALUE
122100          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
122200      END-IF.
122300      IF ST-AS-OF-DATE NOT = WS-RB-STAT-AS-OF
122400          MOVE 'STAT AS-OF'     TO WS-DIF-FIELD
122500          MOVE ST-AS-OF-DATE    TO WS-DIF-LIVE-VALUE
122600          MOVE WS-RB-STAT-AS-OF TO WS-DIF-REBUILT-VALUE
122700          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
122800      END-IF.
122900  3300-EXIT.
123000      EXIT.
123100*---------------------------------------------------------
123200*3500-FINISH-SOURCE -- CLOSE OFF THE LAST POSITION, WRITE THE
123300*CONTROL RECORD (AS OF THE LAST DAY POSTED, SIZED TO THE
123400*HIGHEST POSITION READ), RECONCILE IT, AND LIST ANY LIVE
123500*POSITION BEYOND THAT SIZE, WHICH THE HISTORY CANNOT
123600*ACCOUNT FOR.
123700*---------------------------------------------------------
123800  3500-FINISH-SOURCE.
123900      IF WS-POSITION-IS-OPEN
124000          PERFORM 3000-FINISH-POSITION THRU 3000-EXIT
124100      END-IF.
124200      SET WS-SOURCE-IS-SHUT TO TRUE.
124300      IF WS-RUN-MUST-STOP
124400          GO TO 3500-EXIT
124500      END-IF.
124600      IF WS-RBS-COUNT >= WS-RBS-MAX
124700          DISPLAY 'MAST-RBLD: MORE SOURCES THAN THE TABLE HOLDS'
124800          MOVE 16 TO WS-RETURN-CODE
124900          SET WS-RUN-MUST-STOP TO TRUE
125000          GO TO 3500-EXIT
125100      END-IF.
125200      ADD 1 TO WS-RBS-COUNT.
125300      MOVE WS-CUR-SOURCE-SYS-ID
125400          TO WS-RBS-SOURCE-SYS-ID(WS-RBS-COUNT).
125500      MOVE WS-CUR-POSITION
125600          TO WS-RBS-RECORD-COUNT(WS-RBS-COUNT).
125700      IF WS-NEW-MASTERS-ARE-OPEN
125800          PERFORM 3600-WRITE-NEW-CONTROL THRU 3600-EXIT
125900      END-IF.
126000      IF WS-RUN-CAN-PROCEED
126100          AND WS-LIVE-HWM-PRESENT
126200          PERFORM 3700-RECONCILE-CONTROL THRU 3700-EXIT
126300      END-IF.
126400      IF WS-RUN-CAN-PROCEED
126500          AND WS-LIVE-HWM-PRESENT
126600          PERFORM 3800-LIST-LIVE-EXTRAS THRU 3800-EXIT
126700      END-IF.
126800  3500-EXIT.
126900      EXIT.
127000  3600-WRITE-NEW-CONTROL.
127100      MOVE SPACES               TO NH-MAST-RECORD.
127200      MOVE WS-CUR-SOURCE-SYS-ID TO NH-SOURCE-SYS-ID.
127300      MOVE ZERO                 TO NH-POSITION.
127400      MOVE WS-CUR-MAX-DATE      TO NH-AS-OF-DATE.
127500      MOVE WS-CUR-POSITION      TO NH-RECORD-COUNT.
127600      WRITE NH-MAST-RECORD.
127700      IF NOT WS-NEWHWM-OK
127800          DISPLAY 'MAST-RBLD: ERROR WRITING NEWHWM CONTROL FOR '
127900              WS-CUR-SOURCE-SYS-ID ' ' WS-NEWHWM-STATUS
128000          MOVE 16 TO WS-RETURN-CODE
128100          SET WS-RUN-MUST-STOP TO TRUE
128200      END-IF.
128300  3600-EXIT.
128400      EXIT.
128500  3700-RECONCILE-CONTROL.
128600      MOVE ZERO                 TO WS-POSITION-DIFFS.
128700      MOVE WS-CUR-SOURCE-SYS-ID TO WS-DIF-SOURCE.
128800      MOVE ZERO                 TO WS-DIF-POS-VALUE.
128900      MOVE WS-CUR-SOURCE-SYS-ID TO HM-SOURCE-SYS-ID.
129000      MOVE ZERO                 TO HM-POSITION.
129100      READ HWMMAST.
129200      IF WS-HWMMAST-NOT-FND
129300          MOVE 'CONTROL'       TO WS-DIF-FIELD
129400          SET WS-DIF-LIVE-MISSING TO TRUE
129500          MOVE WS-CUR-POSITION TO WS-DIF-REBUILT-VALUE
129600          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
129700          ADD 1 TO WS-DIFF-POSITIONS
129800          GO TO 3700-EXIT
129900      END-IF.
130000      IF NOT WS-HWMMAST-OK
130100          DISPLAY 'MAST-RBLD: ERROR READING HWMMAST'
130200              WS-HWMMAST-STATUS
130300          MOVE 16 TO WS-RETURN-CODE
130400          SET WS-RUN-MUST-STOP TO TRUE
130500          GO TO 3700-EXIT
130600      END-IF.
130700      IF HM-AS-OF-DATE NOT = WS-CUR-MAX-DATE
130800          MOVE 'CTL AS-OF'     TO WS-DIF-FIELD
130900          MOVE HM-AS-OF-DATE   TO WS-DIF-LIVE-VALUE
131000          MOVE WS-CUR-MAX-DATE TO WS-DIF-REBUILT-VALUE
131100          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
131200      END-IF.
131300      IF HM-RECORD-COUNT NOT = WS-CUR-POSITION
131400          MOVE 'CTL COUNT'     TO WS-DIF-FIELD
131500          MOVE HM-RECORD-COUNT TO WS-DIF-LIVE-VALUE
131600          MOVE WS-CUR-POSITION TO WS-DIF-REBUILT-VALUE
131700          PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT
131800      END-IF.
131900      IF WS-POSITION-DIFFS > ZERO
132000          ADD 1 TO WS-DIFF-POSITIONS
132100      END-IF.
132200  3700-EXIT.
132300      EXIT.
132400  3800-LIST-LIVE-EXTRAS.
132500      MOVE WS-CUR-SOURCE-SYS-ID TO HM-SOURCE-SYS-ID.
132600      MOVE WS-CUR-POSITION      TO HM-POSITION.
132700      START HWMMAST KEY IS GREATER THAN HM-MAST-KEY.
132800      IF WS-HWMMAST-NOT-FND
132900          GO TO 3800-EXIT
133000      END-IF.
133100      IF NOT WS-HWMMAST-OK
133200          DISPLAY 'MAST-RBLD: ERROR POSITIONING HWMMAST'
133300              WS-HWMMAST-STATUS
133400          MOVE 16 TO WS-RETURN-CODE
133500          SET WS-RUN-MUST-STOP TO TRUE
133600          GO TO 3800-EXIT
133700      END-IF.
133800      SET WS-MAST-SCAN-OPEN TO TRUE.
133900      PERFORM 3810-LIST-ONE-EXTRA THRU 3810-EXIT
134000          UNTIL WS-MAST-SCAN-DONE
134100              OR WS-RUN-MUST-STOP.
134200  3800-EXIT.
134300      EXIT.
134400  3810-LIST-ONE-EXTRA.
134500      READ HWMMAST NEXT RECORD.
134600      IF WS-HWMMAST-AT-END
134700          SET WS-MAST-SCAN-DONE TO TRUE
134800          GO TO 3810-EXIT
134900      END-IF.
135000      IF NOT WS-HWMMAST-OK
135100          DISPLAY 'MAST-RBLD: ERROR READING HWMMAST'
135200              WS-HWMMAST-STATUS
135300          MOVE 16 TO WS-RETURN-CODE
135400          SET WS-RUN-MUST-STOP TO TRUE
135500          GO TO 3810-EXIT
135600      END-IF.
135700      IF HM-SOURCE-SYS-ID NOT = WS-CUR-SOURCE-SYS-ID
135800          SET WS-MAST-SCAN-DONE TO TRUE
135900          GO TO 3810-EXIT
136000      END-IF.
136100      MOVE HM-POSITION TO WS-DIF-POS-VALUE.
136200      MOVE 'MARK'      TO WS-DIF-FIELD.
136300      MOVE HM-VALUE    TO WS-DIF-LIVE-VALUE.
136400      SET WS-DIF-REBUILT-MISSING TO TRUE.
136500      PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT.
136600      ADD 1 TO WS-DIFF-POSITIONS.
136700  3810-EXIT.
136800      EXIT.
136900*---------------------------------------------------------
137000*4900-PRINT-DIFFERENCE -- ONE REPORT LINE PER FIELD THAT
137100*DIFFERS.  THE CALLER SETS THE SOURCE, POSITION, FIELD NAME,
137200*AND BOTH VALUES, OR MARKS A SIDE AS MISSING.
137300*---------------------------------------------------------
137400  4900-PRINT-DIFFERENCE.
137500      MOVE WS-DIF-POS-VALUE TO WS-DIF-POSITION.
137600      IF WS-DIF-LIVE-MISSING
137700          MOVE '      NOT ON MASTER' TO WS-DIF-LIVE-X
137800      ELSE
137900          MOVE WS-DIF-LIVE-VALUE TO WS-DIF-LIVE
138000      END-IF.
138100      IF WS-DIF-REBUILT-MISSING
138200          MOVE '     NOT IN HISTORY' TO WS-DIF-REBUILT-X
138300      ELSE
138400          MOVE WS-DIF-REBUILT-VALUE TO WS-DIF-REBUILT
138500      END-IF.
138600      SET WS-DIF-LIVE-VALUED    TO TRUE.
138700      SET WS-DIF-REBUILT-VALUED TO TRUE.
138800      ADD 1 TO WS-DIFF-COUNT.
138900      ADD 1 TO WS-POSITION-DIFFS.
139000      WRITE RP-REPORT-LINE FROM WS-DIFF-LINE.
139100      IF NOT WS-RBLDRPT-OK
139200          DISPLAY 'MAST-RBLD: ERROR WRITING REPORT DETAIL'
139300              WS-RBLDRPT-STATUS
139400          MOVE 16 TO WS-RETURN-CODE
139500          SET WS-RUN-MUST-STOP TO TRUE
139600      END-IF.
139700  4900-EXIT.
139800      EXIT.
139900*---------------------------------------------------------
140000*7000-SCAN-LIVE-SOURCES -- FOR AN ALL-SOURCES RUN, NAME EVERY
140100*SOURCE ON THE LIVE MARK MASTER THAT THE HISTORY NEVER
140200*MENTIONED; A REBUILD WOULD DROP IT.
140300*---------------------------------------------------------
140400  7000-SCAN-LIVE-SOURCES.
140500      MOVE LOW-VALUES TO HM-MAST-KEY.
140600      START HWMMAST KEY IS NOT LESS THAN HM-MAST-KEY.
140700      IF WS-HWMMAST-NOT-FND
140800          GO TO 7000-EXIT
140900      END-IF.
141000      IF NOT WS-HWMMAST-OK
141100          DISPLAY 'MAST-RBLD: ERROR POSITIONING HWMMAST'
141200              WS-HWMMAST-STATUS
141300          MOVE 16 TO WS-RETURN-CODE
141400          SET WS-RUN-MUST-STOP TO TRUE
141500          GO TO 7000-EXIT
141600      END-IF.
141700      SET WS-MAST-SCAN-OPEN TO TRUE.
141800      PERFORM 7100-CHECK-ONE-LIVE-RECORD THRU 7100-EXIT
141900          UNTIL WS-MAST-SCAN-DONE
142000              OR WS-RUN-MUST-STOP.
142100  7000-EXIT.
142200      EXIT.
142300  7100-CHECK-ONE-LIVE-RECORD.
142400      READ HWMMAST NEXT RECORD.
142500      IF WS-HWMMAST-AT-END
142600          SET WS-MAST-SCAN-DONE TO TRUE
142700          GO TO 7100-EXIT
142800      END-IF.
142900      IF NOT WS-HWMMAST-OK
143000          DISPLAY 'MAST-RBLD: ERROR READING HWMMAST'
143100              WS-HWMMAST-STATUS
143200          MOVE 16 TO WS-RETURN-CODE
143300          SET WS-RUN-MUST-STOP TO TRUE
143400          GO TO 7100-EXIT
143500      END-IF.
143600      IF HM-POSITION NOT = ZERO
143700          GO TO 7100-EXIT
143800      END-IF.
143900      SET WS-RBS-NOT-FOUND TO TRUE.
144000      PERFORM 7110-MATCH-ONE-SOURCE THRU 7110-EXIT
144100          VARYING WS-RBS-SUB FROM 1 BY 1
144200          UNTIL WS-RBS-SUB > WS-RBS-COUNT
144300              OR WS-RBS-WAS-FOUND.
144400      IF WS-RBS-WAS-FOUND
144500          GO TO 7100-EXIT
144600      END-IF.
144700      MOVE HM-SOURCE-SYS-ID TO WS-DIF-SOURCE.
144800      MOVE ZERO             TO WS-DIF-POS-VALUE.
144900      MOVE 'CONTROL'        TO WS-DIF-FIELD.
145000      MOVE HM-RECORD-COUNT  TO WS-DIF-LIVE-VALUE.
145100      SET WS-DIF-REBUILT-MISSING TO TRUE.
145200      PERFORM 4900-PRINT-DIFFERENCE THRU 4900-EXIT.
145300      ADD 1 TO WS-DIFF-POSITIONS.
145400  7100-EXIT.
145500      EXIT.
145600  7110-MATCH-ONE-SOURCE.
145700      IF WS-RBS-SOURCE-SYS-ID(WS-RBS-SUB) = HM-SOURCE-SYS-ID
145800          SET WS-RBS-WAS-FOUND TO TRUE
145900      END-IF.
146000  7110-EXIT.
146100      EXIT.
146200*---------------------------------------------------------
146300*9000-TERMINATE -- TOTALS AND CLOSES.
146400*---------------------------------------------------------
146500  9000-TERMINATE.
146600      IF WS-RBLDRPT-WAS-OPENED AND WS-RBLDRPT-OK
146700          MOVE WS-ROWS-REPLAYED   TO WS-TOT-ROWS
146800          MOVE WS-EVENTS-APPLIED  TO WS-TOT-EVENTS
146900          MOVE WS-RESETS-APPLIED  TO WS-TOT-RESETS
147000          MOVE WS-POSITIONS-BUILT TO WS-TOT-POSITIONS
147100          MOVE WS-DIFF-POSITIONS  TO WS-TOT-DIFF-POSITIONS
147200          MOVE WS-DIFF-COUNT      TO WS-TOT-DIFFS
147300          WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
147400          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-1
147500          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-2
147600          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-3
147700          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-4
147800          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-5
147900          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-6
148000      END-IF.
148100      IF WS-HISTMAST-IS-OPEN
148200          CLOSE HISTMAST
148300      END-IF.
148400      IF WS-LIVE-HWM-PRESENT
148500          CLOSE HWMMAST
148600      END-IF.
148700      IF WS-LIVE-STAT-PRESENT
148800          CLOSE STATMAST
148900      END-IF.
149000      IF WS-NEW-MASTERS-ARE-OPEN
149100          CLOSE NEWHWM
149200          CLOSE NEWSTAT
149300      END-IF.
149400      IF WS-RBLDRPT-WAS-OPENED
149500          CLOSE RBLDRPT
149600      END-IF.
149700  9000-EXIT.
149800      EXIT.
