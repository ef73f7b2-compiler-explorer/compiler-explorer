000100******************************************************************
000200*PROGRAM-ID.. Ops_status
000300*AUTHOR...... D. L. MERCER
000400*INSTALLATION DAILY LOADS BATCH GROUP
000500*DATE-WRITTEN 2026-10-15
000600*DATE-COMPILED
000700*
000800*REMARKS..... READ-ONLY MORNING STATUS SHEET FOR THE WHOLE DL100
000900*             JOB FAMILY, SCHEDULED AS THE FIRST JOB OF THE DAY
001000*             SHIFT.  ONE LINE PER SOURCE, GRADED RED, AMBER OR
001100*             GREEN FROM A REPLAY OF THE RUN-CONTROL LEDGER
001200*             (RUNCTL, COPYBOOK DL100RC) AGAINST THE DUE DAY, THE
001300*             BUSINESS DAY BEFORE THE RUN DATE:
001400*               RED    A BACKED-OUT DAY NOT RERUN, A BUSINESS DAY
001500*                      MISSED INSIDE THE LOOKBACK, TWO OR MORE
001600*                      DAYS NOT YET RUN, OR NO SUCCESSFUL RUN AT
001700*                      ALL;
001800*               AMBER  A DEFERRED DAY NOT PICKED UP, OR THE DUE
001900*                      DAY ALONE NOT YET RUN;
002000*               GREEN  RUN UP TO THE DUE DAY.
002100*             EVERY LIVE SOURCE ON THE REGISTRY (SRCMAST, DL100SM)
002200*             IS LISTED EVEN IF THE LEDGER NEVER SAW IT; ONE NOT
002300*             YET STARTED IS GREEN.  A SOURCE DECOMMISSIONED BY
002400*             THE RUN DATE IS LEFT OFF IF IT RAN THROUGH THE
002410*             BUSINESS DAY BEFORE ITS END DATE, AND IS RED IF IT
002420*             STOPPED SHORT OF THAT DAY (Period_close WILL NOT
002430*             CLOSE OVER IT).  FIVE JOB CHECKS FOLLOW:
002500*               CHECKPOINT   A Max_array CHECKPOINT (CKPTFILE)
002600*                            LEFT PART-WAY BY AN ABENDED RUN, OR
002700*                            UNREADABLE, IS RED;
002800*               SUSPENSE     ROWS WAITING ON SUSPFILE (DL100SP)
002900*                            AND THE OLDEST; ANY OLDER THAN THE
003000*                            AGEING DAYS IS AMBER;
003100*               ARCHIVE      THE LAST Audit_archive RUN ON ARCCTL
003200*                            (DL100AC); OLDER THAN THE INTERVAL,
003300*                            OR NONE, IS AMBER;
003400*               PERIOD CLOSE THE LATEST PERIOD ON PERHIST
003500*                            (DL100PH); THE PRIOR MONTH STILL OPEN
003600*                            IS AMBER UP TO THE GRACE DAY AND RED
003700*                            AFTER IT, OR WHEN AN EARLIER MONTH IS
003800*                            OPEN TOO;
003900*               CROSS-CHECK  THE LAST Master_xcheck REPORT
004000*                            (XCHKRPT); NOT CLEAN IS RED, OLDER
004100*                            THAN THE INTERVAL, OR MISSING, IS
004200*                            AMBER.
004300*             EVERY CONDITION BEHIND A RED OR AMBER ALSO GOES ON
004400*             THE ACTION LIST, REDS FIRST.  NOTHING IS WRITTEN
004500*             BUT THE SHEET (OPSRPT).
004600*
004700*             PARM: (1:3) SUSPENSE AGEING IN BUSINESS DAYS,
004800*             DEFAULT 005; (4:3) ARCHIVE INTERVAL IN CALENDAR
004900*             DAYS, DEFAULT 031; (7:2) CLOSE GRACE, THE LAST DAY
005000*             OF THE MONTH THE PRIOR PERIOD MAY STAY OPEN, DEFAULT
005100*             05; (9:3) CROSS-CHECK INTERVAL IN CALENDAR DAYS,
005200*             DEFAULT 008; (12:3) MISSED-DAY LOOKBACK IN BUSINESS
005300*             DAYS BEFORE THE DUE DAY, DEFAULT 010.  A FIELD LEFT
005400*             BLANK OR ZERO TAKES ITS DEFAULT.
005500*
005600*             RETURN CODES: 0 NOTHING RED (AMBER IS ADVISORY), 8
005700*             ANYTHING RED, 16 FILE ERROR.
005800*
005900*MODIFICATION HISTORY.
006000*DATE-------- INIT----  DESCRIPTION------------------------
006100*2026-10-15   DLM       ORIGINAL VERSION.
006110*2026-10-15   DLM       A DECOMMISSIONED SOURCE THAT STOPPED SHORT
006120*                       OF ITS LAST DUE DAY IS RED, NOT LEFT OFF;
006130*                       SHORTER SUSPENSE AGEING ACTION TEXT.
006200******************************************************************
006300  IDENTIFICATION DIVISION.
006400  PROGRAM-ID. Ops_status.
006500  ENVIRONMENT DIVISION.
006600  INPUT-OUTPUT SECTION.
006700  FILE-CONTROL.
006800      SELECT RUNCTL ASSIGN TO RUNCTL
006900          ORGANIZATION IS SEQUENTIAL
007000          ACCESS MODE IS SEQUENTIAL
007100          FILE STATUS IS WS-RUNCTL-STATUS.
007200      SELECT SRCMAST ASSIGN TO SRCMAST
007300          ORGANIZATION IS INDEXED
007400          ACCESS MODE IS DYNAMIC
007500          RECORD KEY IS SM-SOURCE-SYS-ID
007600          FILE STATUS IS WS-SRCMAST-STATUS.
007700      SELECT CKPTFILE ASSIGN TO CKPTFILE
007800          ORGANIZATION IS SEQUENTIAL
007900          ACCESS MODE IS SEQUENTIAL
008000          FILE STATUS IS WS-CKPTFILE-STATUS.
008100      SELECT SUSPFILE ASSIGN TO SUSPFILE
008200          ORGANIZATION IS SEQUENTIAL
008300          ACCESS MODE IS SEQUENTIAL
008400          FILE STATUS IS WS-SUSPFILE-STATUS.
008500      SELECT ARCCTL ASSIGN TO ARCCTL
008600          ORGANIZATION IS SEQUENTIAL
008700          ACCESS MODE IS SEQUENTIAL
008800          FILE STATUS IS WS-ARCCTL-STATUS.
008900      SELECT PERHIST ASSIGN TO PERHIST
009000          ORGANIZATION IS SEQUENTIAL
009100          ACCESS MODE IS SEQUENTIAL
009200          FILE STATUS IS WS-PERHIST-STATUS.
009300      SELECT XCHKRPT ASSIGN TO XCHKRPT
009400          ORGANIZATION IS SEQUENTIAL
009500          ACCESS MODE IS SEQUENTIAL
009600          FILE STATUS IS WS-XCHKRPT-STATUS.
009700      SELECT OPSRPT ASSIGN TO OPSRPT
009800          ORGANIZATION IS SEQUENTIAL
009900          ACCESS MODE IS SEQUENTIAL
010000          FILE STATUS IS WS-OPSRPT-STATUS.
010100  DATA DIVISION.
010200  FILE SECTION.
010300  FD  RUNCTL
010400      RECORDING MODE IS F
010500      LABEL RECORDS ARE OMITTED.
010600  01  RC-RUNCTL-LINE                  PIC X(80).
010700  FD  SRCMAST
010800      RECORD CONTAINS 80 CHARACTERS.
010900      COPY DL100SM REPLACING
011000      ==PFX-SRCMAST-RECORD== BY ==SM-SRCMAST-RECORD==
011100      ==PFX-SRC-SOURCE-SYS-ID== BY ==SM-SOURCE-SYS-ID==
011200      ==PFX-SRC-START-DATE== BY ==SM-START-DATE==
011300      ==PFX-SRC-END-DATE== BY ==SM-END-DATE==
011400      ==PFX-SRC-POSITION-COUNT== BY ==SM-POSITION-COUNT==
011500      ==PFX-SRC-OWNER-CONTACT== BY ==SM-OWNER-CONTACT==
011600      ==PFX-SRC-STATUS-CD== BY ==SM-STATUS-CD==
011700      ==PFX-SRC-ACTIVE== BY ==SM-ACTIVE==
011800      ==PFX-SRC-DECOMMISSIONED== BY ==SM-DECOMMISSIONED==
011900      ==PFX-SRC-MAINT-DATE== BY ==SM-MAINT-DATE==.
012000  FD  CKPTFILE
012100      RECORDING MODE IS F
012200      LABEL RECORDS ARE STANDARD.
012300      COPY DL100WS REPLACING
012400      ==PFX-TABLE== BY ==CK-TABLE==
012500      ==PFX-AS-OF-DATE== BY ==CK-AS-OF-DATE==
012600      ==PFX-SOURCE-SYS-ID== BY ==CK-SOURCE-SYS-ID==
012700      ==PFX-RECORD-COUNT== BY ==CK-RECORD-COUNT==
012800      ==PFX-CHANGED-COUNT== BY ==CK-CHANGED-COUNT==
012900      ==PFX-EXCP-COUNT== BY ==CK-EXCP-COUNT==
013000      ==PFX-DETAIL== BY ==CK-DETAIL==
013100      ==PFX-IDX== BY ==CK-IDX==
013200      ==PFX-VALUE== BY ==CK-VALUE==.
013300  FD  SUSPFILE
013400      RECORDING MODE IS F
013500      LABEL RECORDS ARE OMITTED.
013600      COPY DL100SP REPLACING
013700      ==PFX-SUSP-RECORD== BY ==SU-SUSP-RECORD==
013800      ==PFX-SUS-AS-OF-DATE== BY ==SU-AS-OF-DATE==
013900      ==PFX-SUS-SOURCE-SYS-ID== BY ==SU-SOURCE-SYS-ID==
014000      ==PFX-SUS-POSITION== BY ==SU-POSITION==
014100      ==PFX-SUS-READING-VALUE== BY ==SU-READING-VALUE==
014200      ==PFX-SUS-MARK-VALUE== BY ==SU-MARK-VALUE==
014300      ==PFX-SUS-REASON== BY ==SU-REASON==
014400      ==PFX-SUS-LIMIT-VALUE== BY ==SU-LIMIT-VALUE==
014500      ==PFX-SUS-MODE-CD== BY ==SU-MODE-CD==
014600      ==PFX-SUS-RUN-DATE== BY ==SU-RUN-DATE==
014700      ==PFX-SUS-RUN-TIME== BY ==SU-RUN-TIME==.
014800  FD  ARCCTL
014900      RECORDING MODE IS F
015000      LABEL RECORDS ARE OMITTED.
015100  01  AC-ARCCTL-LINE                  PIC X(80).
015200  FD  PERHIST
015300      RECORDING MODE IS F
015400      LABEL RECORDS ARE STANDARD.
015500      COPY DL100PH REPLACING
015600      ==PFX-PERHIST-RECORD== BY ==PH-PERHIST-RECORD==
015700      ==PFX-PH-PERIOD== BY ==PH-PERIOD==
015800      ==PFX-PH-SOURCE-SYS-ID== BY ==PH-SOURCE-SYS-ID==
015900      ==PFX-PH-POSITION== BY ==PH-POSITION==
016000      ==PFX-PH-VALUE== BY ==PH-VALUE==
016100      ==PFX-PH-AS-OF-DATE== BY ==PH-AS-OF-DATE==
016200      ==PFX-PH-RECORD-COUNT== BY ==PH-RECORD-COUNT==.
016300  FD  XCHKRPT
016400      RECORDING MODE IS F
016500      LABEL RECORDS ARE OMITTED.
016600  01  XR-REPORT-LINE                  PIC X(80).
016700  FD  OPSRPT
016800      RECORDING MODE IS F
016900      LABEL RECORDS ARE OMITTED.
017000  01  RP-REPORT-LINE                  PIC X(80).
017100  WORKING-STORAGE SECTION.
017200*PARSE AREA FOR RUN-CONTROL LEDGER ROWS (COPYBOOK DL100RC).
017300      COPY DL100RC REPLACING
017400      ==PFX-RUNCTL-RECORD== BY ==WS-RCT-RECORD==
017500      ==PFX-RC-AS-OF-DATE== BY ==WS-RCT-AS-OF-DATE==
017600      ==PFX-RC-SOURCE-SYS-ID== BY ==WS-RCT-SOURCE-SYS-ID==
017700      ==PFX-RC-MODE-CD== BY ==WS-RCT-MODE-CD==
017800      ==PFX-RC-IS-BACKOUT== BY ==WS-RCT-IS-BACKOUT==
017900      ==PFX-RC-IS-DEFERRAL== BY ==WS-RCT-IS-DEFERRAL==
018000      ==PFX-RC-RECORD-COUNT== BY ==WS-RCT-RECORD-COUNT==
018100      ==PFX-RC-CHANGED-COUNT== BY ==WS-RCT-CHANGED-COUNT==
018200      ==PFX-RC-RETURN-CODE== BY ==WS-RCT-RETURN-CODE==
018300      ==PFX-RC-RUN-DATE== BY ==WS-RCT-RUN-DATE==
018400      ==PFX-RC-RUN-TIME== BY ==WS-RCT-RUN-TIME==
018500      ==PFX-RC-DEFER-REASON== BY ==WS-RCT-DEFER-REASON==.
018600*PARSE AREA FOR ARCHIVE CONTROL LEDGER ROWS (COPYBOOK DL100AC).
018700      COPY DL100AC REPLACING
018800      ==PFX-ARCCTL-RECORD== BY ==WS-ARC-RECORD==
018900      ==PFX-ARC-RUN-DATE== BY ==WS-ARC-RUN-DATE==
019000      ==PFX-ARC-RUN-TIME== BY ==WS-ARC-RUN-TIME==
019100      ==PFX-ARC-THRU-DATE== BY ==WS-ARC-THRU-DATE==
019200      ==PFX-ARC-FILE-NAME== BY ==WS-ARC-FILE-NAME==
019300      ==PFX-ARC-ROW-COUNT== BY ==WS-ARC-ROW-COUNT==
019400      ==PFX-ARC-HASH-TOTAL== BY ==WS-ARC-HASH-TOTAL==.
019500  01  WS-FILE-STATUS-GROUP.
019600      05  WS-RUNCTL-STATUS            PIC X(02) VALUE '00'.
019700          88  WS-RUNCTL-OK                  VALUE '00'.
019800          88  WS-RUNCTL-AT-END              VALUE '10'.
019900      05  WS-SRCMAST-STATUS           PIC X(02) VALUE '00'.
020000          88  WS-SRCMAST-OK                 VALUE '00'.
020100          88  WS-SRCMAST-AT-END             VALUE '10'.
020200          88  WS-SRCMAST-NOT-FOUND          VALUE '35'.
020300      05  WS-CKPTFILE-STATUS          PIC X(02) VALUE '00'.
020400          88  WS-CKPTFILE-OK                VALUE '00'.
020500          88  WS-CKPTFILE-AT-END            VALUE '10'.
020600          88  WS-CKPTFILE-NOT-FOUND         VALUE '35'.
020700      05  WS-SUSPFILE-STATUS          PIC X(02) VALUE '00'.
020800          88  WS-SUSPFILE-OK                VALUE '00'.
020900          88  WS-SUSPFILE-AT-END            VALUE '10'.
021000          88  WS-SUSPFILE-NOT-FOUND         VALUE '35'.
021100      05  WS-ARCCTL-STATUS            PIC X(02) VALUE '00'.
021200          88  WS-ARCCTL-OK                  VALUE '00'.
021300          88  WS-ARCCTL-AT-END              VALUE '10'.
021400          88  WS-ARCCTL-NOT-FOUND           VALUE '35'.
021500      05  WS-PERHIST-STATUS           PIC X(02) VALUE '00'.
021600          88  WS-PERHIST-OK                 VALUE '00'.
021700          88  WS-PERHIST-AT-END             VALUE '10'.
021800          88  WS-PERHIST-NOT-FOUND          VALUE '35'.
021900      05  WS-XCHKRPT-STATUS           PIC X(02) VALUE '00'.
022000          88  WS-XCHKRPT-OK                 VALUE '00'.
022100          88  WS-XCHKRPT-AT-END             VALUE '10'.
022200          88  WS-XCHKRPT-NOT-FOUND          VALUE '35'.
022300      05  WS-OPSRPT-STATUS            PIC X(02) VALUE '00'.
022400          88  WS-OPSRPT-OK                  VALUE '00'.
022500  01  WS-SWITCHES.
022600      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
022700          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
022800          88  WS-RUN-MUST-STOP              VALUE 'N'.
022900      05  WS-OPSRPT-OPEN-SW           PIC X(01) VALUE 'N'.
023000          88  WS-OPSRPT-WAS-OPENED          VALUE 'Y'.
023100      05  WS-RUNCTL-OPEN-SW           PIC X(01) VALUE 'N'.
023200          88  WS-RUNCTL-IS-OPEN             VALUE 'Y'.
023300          88  WS-RUNCTL-IS-SHUT             VALUE 'N'.
023400      05  WS-XCK-HEAD-SW              PIC X(01) VALUE 'N'.
023500          88  WS-XCK-HEAD-SEEN              VALUE 'Y'.
023600          88  WS-XCK-HEAD-MISSING           VALUE 'N'.
023700      05  WS-XCK-CLEAN-SW             PIC X(01) VALUE 'N'.
023800          88  WS-XCK-WAS-CLEAN              VALUE 'Y'.
023900          88  WS-XCK-NOT-CLEAN              VALUE 'N'.
024000*GRADE OF THE CONDITION BEING RAISED.  THE GRADES ARE ORDERED
024100*SO THE WORSE OF TWO IS THE HIGHER.
024200      05  WS-NEW-RAG                  PIC 9(01) VALUE ZERO.
024300          88  WS-NEW-GREEN                  VALUE 0.
024400          88  WS-NEW-AMBER                  VALUE 1.
024500          88  WS-NEW-RED                    VALUE 2.
024600  01  WS-COUNTERS-AND-WORK-FIELDS.
024700      05  WS-I                 PIC S9(08) COMP VALUE ZERO.
024800      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
024900      05  WS-K                 PIC S9(08) COMP VALUE ZERO.
025000      05  WS-WORD-SUB          PIC S9(04) COMP VALUE ZERO.
025100      05  WS-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
025200      05  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
025300      05  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
025400          10  WS-RUN-YEAR      PIC 9(04).
025500          10  WS-RUN-MONTH     PIC 9(02).
025600          10  WS-RUN-DAY       PIC 9(02).
025700      05  WS-PARM-DAYS         PIC 9(03) VALUE ZERO.
025800      05  WS-PARM-GRACE        PIC 9(02) VALUE ZERO.
025900      05  WS-AGE-DAYS          PIC S9(04) COMP VALUE 5.
026000      05  WS-ARC-DAYS          PIC S9(04) COMP VALUE 31.
026100      05  WS-GRACE-DAY         PIC S9(04) COMP VALUE 5.
026200      05  WS-XCK-DAYS          PIC S9(04) COMP VALUE 8.
026300      05  WS-LOOKBACK-DAYS     PIC S9(04) COMP VALUE 10.
026400*THE DUE DAY IS THE BUSINESS DAY BEFORE THE RUN DATE, THE LAST
026500*ONE THE OVERNIGHT RUN SHOULD HAVE PROCESSED.  THE OTHER DATES
026600*ARE THE CUT-OFFS THE PARM DAYS COUNT BACK TO.
026700      05  WS-DUE-DATE          PIC 9(08) VALUE ZERO.
026800      05  WS-GAP-FROM-DATE     PIC 9(08) VALUE ZERO.
026900      05  WS-AGE-CUTOFF        PIC 9(08) VALUE ZERO.
027000      05  WS-ARC-DUE-DATE      PIC 9(08) VALUE ZERO.
027100      05  WS-XCK-DUE-DATE      PIC 9(08) VALUE ZERO.
027200      05  WS-PRIOR-PERIOD      PIC 9(06) VALUE ZERO.
027300      05  WS-PRIOR-PERIOD-R REDEFINES WS-PRIOR-PERIOD.
027400          10  WS-PRI-YEAR      PIC 9(04).
027500          10  WS-PRI-MONTH     PIC 9(02).
027600      05  WS-PRIOR-PERIOD-2    PIC 9(06) VALUE ZERO.
027700      05  WS-PRIOR-PERIOD-2-R REDEFINES WS-PRIOR-PERIOD-2.
027800          10  WS-PR2-YEAR      PIC 9(04).
027900          10  WS-PR2-MONTH     PIC 9(02).
028000      05  WS-LOOKUP-SOURCE     PIC X(08) VALUE SPACES.
028100      05  WS-BASE-DATE         PIC 9(08) VALUE ZERO.
028200      05  WS-BEHIND            PIC S9(04) COMP VALUE ZERO.
028300      05  WS-BEHIND-MAX        PIC S9(04) COMP VALUE 999.
028400      05  WS-SOURCES-OMITTED   PIC S9(04) COMP VALUE ZERO.
028500      05  WS-RED-COUNT         PIC S9(04) COMP VALUE ZERO.
028600      05  WS-AMBER-COUNT       PIC S9(04) COMP VALUE ZERO.
028700      05  WS-GREEN-COUNT       PIC S9(04) COMP VALUE ZERO.
028800      05  WS-JOB-RED-COUNT     PIC S9(04) COMP VALUE ZERO.
028900      05  WS-JOB-AMBER-COUNT   PIC S9(04) COMP VALUE ZERO.
029000      05  WS-RED-TOTAL         PIC S9(04) COMP VALUE ZERO.
029100      05  WS-SUSP-COUNT        PIC S9(08) COMP VALUE ZERO.
029200      05  WS-SUSP-AGEING       PIC S9(08) COMP VALUE ZERO.
029300      05  WS-SUSP-OLDEST       PIC 9(08) VALUE ZERO.
029400      05  WS-LAST-ARC-RUN-DATE PIC 9(08) VALUE ZERO.
029500      05  WS-LAST-ARC-THRU     PIC 9(08) VALUE ZERO.
029600      05  WS-LAST-PERIOD       PIC 9(06) VALUE ZERO.
029700      05  WS-PERIOD-DISPLAY    PIC X(06) VALUE SPACES.
029800      05  WS-XCK-LINES         PIC S9(08) COMP VALUE ZERO.
029900      05  WS-XCK-RUN-DATE      PIC 9(08) VALUE ZERO.
030000      05  WS-COUNT-DISPLAY     PIC 9(08) VALUE ZERO.
030100      05  WS-COUNT-DISPLAY-2   PIC 9(08) VALUE ZERO.
030200      05  WS-DAYS-DISPLAY      PIC 9(03) VALUE ZERO.
030300      05  WS-GRACE-DISPLAY     PIC 9(02) VALUE ZERO.
030400      05  WS-DATE-IN           PIC 9(08) VALUE ZERO.
030500      05  WS-DATE-OUT          PIC 9(08) VALUE ZERO.
030600      05  WS-DATE-WORK.
030700          10  WS-DD-YEAR       PIC 9(04).
030800          10  WS-DD-MONTH      PIC 9(02).
030900          10  WS-DD-DAY        PIC 9(02).
031000      05  WS-DD-MONTH-DAYS     PIC S9(04) COMP VALUE ZERO.
031100      05  WS-DOW               PIC S9(04) COMP VALUE ZERO.
031200      05  WS-ZC-FIELDS.
031300          10  WS-ZC-Q          PIC S9(04) COMP.
031400          10  WS-ZC-M          PIC S9(04) COMP.
031500          10  WS-ZC-Y          PIC S9(08) COMP.
031600          10  WS-ZC-K          PIC S9(04) COMP.
031700          10  WS-ZC-J          PIC S9(04) COMP.
031800          10  WS-ZC-H          PIC S9(08) COMP.
031900          10  WS-ZC-T1         PIC S9(08) COMP.
032000          10  WS-ZC-T2         PIC S9(08) COMP.
032100          10  WS-ZC-T3         PIC S9(08) COMP.
032200*THE CONDITION BEING RAISED: ITS SOURCE (SPACES FOR A JOB
032300*CHECK), THE NOTE FOR THE SOURCE LINE, THE DETAIL FOR THE JOB
032400*CHECK LINE, AND THE TEXT FOR THE ACTION LIST.
032500  01  WS-NEW-CONDITION.
032600      05  WS-NEW-SOURCE        PIC X(08) VALUE SPACES.
032700      05  WS-NEW-NOTE          PIC X(40) VALUE SPACES.
032800      05  WS-NEW-DETAIL        PIC X(59) VALUE SPACES.
032900      05  WS-NEW-TEXT          PIC X(63) VALUE SPACES.
033000*ONE ENTRY PER SOURCE SEEN ON THE LEDGER OR LIVE ON THE
033100*REGISTRY.  THE EFFECTIVE DATE ROLLS FORWARD WITH SUCCESSFUL
033200*ROWS AND BACK WITH BKO ROWS; THE MAXIMUM ONLY EVER ROLLS
033300*FORWARD, SO AN EFFECTIVE DATE LEFT BELOW IT MEANS A BACKED-OUT
033400*DAY WAS NEVER RERUN, AS Period_close JUDGES IT.
033500  01  WS-SOURCE-CONTROL.
033600      05  WS-SRC-COUNT         PIC S9(04) COMP VALUE ZERO.
033700      05  WS-SRC-MAX           PIC S9(04) COMP VALUE 100.
033800      05  WS-SRC-ENTRY OCCURS 100 TIMES.
033900          10  WS-SRC-SOURCE-SYS-ID    PIC X(08).
034000          10  WS-SRC-EFF-DATE         PIC 9(08).
034100          10  WS-SRC-MAX-DATE         PIC 9(08).
034200          10  WS-SRC-GAP-SW           PIC X(01).
034300              88  WS-SRC-HAS-GAP           VALUE 'Y'.
034400              88  WS-SRC-NO-GAP            VALUE 'N'.
034500          10  WS-SRC-GAP-AFTER        PIC 9(08).
034600          10  WS-SRC-DFR-COUNT        PIC S9(04) COMP.
034700          10  WS-SRC-DFR-DATE         PIC 9(08).
034800          10  WS-SRC-BEHIND           PIC S9(04) COMP.
034900          10  WS-SRC-RAG              PIC 9(01).
035000              88  WS-SRC-GREEN             VALUE 0.
035100              88  WS-SRC-AMBER             VALUE 1.
035200              88  WS-SRC-RED               VALUE 2.
035300              88  WS-SRC-LEFT-OFF          VALUE 9.
035400          10  WS-SRC-NOTE             PIC X(40).
035500*DEFERRED DAYS STILL WAITING FOR A PICKUP RUN.  A CLOSED ENTRY
035600*IS REUSED, AS IN Period_close.
035700  01  WS-DEFERRAL-CONTROL.
035800      05  WS-DFR-COUNT         PIC S9(04) COMP VALUE ZERO.
035900      05  WS-DFR-MAX           PIC S9(04) COMP VALUE 200.
036000      05  WS-DFR-SUB           PIC S9(04) COMP VALUE ZERO.
036100      05  WS-DFR-ENTRY OCCURS 200 TIMES.
036200          10  WS-DFR-SOURCE-SYS-ID    PIC X(08).
036300          10  WS-DFR-AS-OF-DATE       PIC 9(08).
036400          10  WS-DFR-REASON           PIC X(08).
036500          10  WS-DFR-STATE-SW         PIC X(01).
036600              88  WS-DFR-IS-OPEN           VALUE 'O'.
036700              88  WS-DFR-IS-CLOSED         VALUE 'C'.
036800*THE WHOLE SOURCE REGISTRY.  WITH NO REGISTRY THE LEDGER ALONE
036900*SAYS WHICH SOURCES THERE ARE.
037000  01  WS-REGISTRY-CONTROL.
037100      05  WS-REG-COUNT         PIC S9(04) COMP VALUE ZERO.
037200      05  WS-REG-MAX           PIC S9(04) COMP VALUE 100.
037300      05  WS-REG-SUB           PIC S9(04) COMP VALUE ZERO.
037400      05  WS-REG-FOUND         PIC S9(04) COMP VALUE ZERO.
037500      05  WS-REG-ENTRY OCCURS 100 TIMES.
037600          10  WS-REG-SOURCE-SYS-ID    PIC X(08).
037700          10  WS-REG-START-DATE       PIC 9(08).
037800          10  WS-REG-END-DATE         PIC 9(08).
037900          10  WS-REG-STATUS-CD        PIC X(01).
038000              88  WS-REG-IS-DECOMMISSIONED  VALUE 'D'.
038100*THE FIVE JOB CHECKS, IN THE ORDER THEY PRINT.
038200  01  WS-JOB-CONTROL.
038300      05  WS-JOB-SUB           PIC S9(04) COMP VALUE ZERO.
038400      05  WS-JOB-MAX           PIC S9(04) COMP VALUE 5.
038500      05  WS-JOB-ENTRY OCCURS 5 TIMES.
038600          10  WS-JOB-NAME             PIC X(12).
038700          10  WS-JOB-RAG              PIC 9(01).
038800              88  WS-JOB-GREEN             VALUE 0.
038900              88  WS-JOB-AMBER             VALUE 1.
039000              88  WS-JOB-RED               VALUE 2.
039100          10  WS-JOB-DETAIL           PIC X(59).
039200*THE ACTION LIST, IN THE ORDER THE CONDITIONS WERE RAISED; IT
039300*PRINTS IN TWO PASSES, REDS THEN AMBERS.
039400  01  WS-ACTION-CONTROL.
039500      05  WS-ACT-COUNT         PIC S9(04) COMP VALUE ZERO.
039600      05  WS-ACT-MAX           PIC S9(04) COMP VALUE 200.
039700      05  WS-ACT-DROPPED       PIC S9(04) COMP VALUE ZERO.
039800      05  WS-PRINT-RAG         PIC 9(01) VALUE ZERO.
039900      05  WS-ACT-ENTRY OCCURS 200 TIMES.
040000          10  WS-ACT-RAG              PIC 9(01).
040100          10  WS-ACT-SOURCE-SYS-ID    PIC X(08).
040200          10  WS-ACT-TEXT             PIC X(63).
040300  01  WS-RAG-WORDS.
040400      05  FILLER               PIC X(15) VALUE 'GREENAMBERRED  '.
040500  01  WS-RAG-WORD-TABLE REDEFINES WS-RAG-WORDS.
040600      05  WS-RAG-WORD          PIC X(05) OCCURS 3 TIMES.
040700*THE LAST CROSS-CHECK REPORT, LINE BY LINE.  THE HEADING AND
040800*CLEAN-RUN LINES ARE THE ONES Master_xcheck PRINTS.
040900  01  WS-XCK-LINE.
041000      05  WS-XCK-TITLE                PIC X(40).
041100      05  WS-XCK-RUN-LABEL            PIC X(04).
041200      05  WS-XCK-HDG-DATE             PIC 9(08).
041300      05  FILLER                      PIC X(28).
041400  01  WS-REPORT-AREAS.
041500      05  WS-HDG-LINE-1.
041600          10  FILLER                  PIC X(20)
041700              VALUE 'OPS-STATUS DL100 MOR'.
041800          10  FILLER                  PIC X(20)
041900              VALUE 'NING STATUS SHEET   '.
042000          10  FILLER             PIC X(04) VALUE 'RUN '.
042100          10  WS-HDG-RUN-DATE         PIC 9(08).
042200          10  FILLER             PIC X(06) VALUE '  DUE '.
042300          10  WS-HDG-DUE-DATE         PIC 9(08).
042400          10  FILLER             PIC X(14) VALUE SPACES.
042500      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
042600      05  WS-SECTION-LINE-1           PIC X(80) VALUE
042700          'SOURCES'.
042800      05  WS-SECTION-LINE-2           PIC X(80) VALUE
042900          'JOB CHECKS'.
043000      05  WS-SECTION-LINE-3           PIC X(80) VALUE
043100          'ACTION TODAY'.
043200      05  WS-SRC-HDG-LINE.
043300          10  FILLER                  PIC X(41) VALUE
043400              'SOURCE    STATUS LAST DAY  BHND  DFR NOTE'.
043500          10  FILLER                  PIC X(39) VALUE SPACES.
043600      05  WS-SRC-LINE.
043700          10  WS-SRL-SOURCE           PIC X(08).
043800          10  FILLER             PIC X(02) VALUE SPACES.
043900          10  WS-SRL-STATUS           PIC X(05).
044000          10  FILLER             PIC X(02) VALUE SPACES.
044100          10  WS-SRL-LAST-DAY         PIC 9(08).
044200          10  WS-SRL-LAST-DAY-X REDEFINES WS-SRL-LAST-DAY
044300                                      PIC X(08).
044400          10  FILLER             PIC X(02) VALUE SPACES.
044500          10  WS-SRL-BEHIND           PIC ZZZ9.
044600          10  FILLER             PIC X(02) VALUE SPACES.
044700          10  WS-SRL-DEFERRED         PIC ZZ9.
044800          10  FILLER             PIC X(01) VALUE SPACES.
044900          10  WS-SRL-NOTE             PIC X(40).
045000          10  FILLER             PIC X(03) VALUE SPACES.
045100      05  WS-JOB-LINE.
045200          10  WS-JBL-NAME             PIC X(12).
045300          10  FILLER             PIC X(02) VALUE SPACES.
045400          10  WS-JBL-STATUS           PIC X(05).
045500          10  FILLER             PIC X(02) VALUE SPACES.
045600          10  WS-JBL-DETAIL           PIC X(59).
045700      05  WS-ACTION-LINE.
045800          10  WS-ACL-STATUS           PIC X(05).
045900          10  FILLER             PIC X(02) VALUE SPACES.
046000          10  WS-ACL-SOURCE           PIC X(08).
046100          10  FILLER             PIC X(02) VALUE SPACES.
046200          10  WS-ACL-TEXT             PIC X(63).
046300      05  WS-NO-ACTION-LINE           PIC X(80) VALUE
046400          'NOTHING NEEDS ACTION TODAY'.
046500      05  WS-TOTAL-LINE-1.
046600          10  FILLER                  PIC X(20)
046700              VALUE 'SOURCES RED........-'.
046800          10  WS-TOT-RED              PIC ZZZZZZZ9.
046900          10  FILLER             PIC X(52) VALUE SPACES.
047000      05  WS-TOTAL-LINE-2.
047100          10  FILLER                  PIC X(20)
047200              VALUE 'SOURCES AMBER......-'.
047300          10  WS-TOT-AMBER            PIC ZZZZZZZ9.
047400          10  FILLER             PIC X(52) VALUE SPACES.
047500      05  WS-TOTAL-LINE-3.
047600          10  FILLER                  PIC X(20)
047700              VALUE 'SOURCES GREEN......-'.
047800          10  WS-TOT-GREEN            PIC ZZZZZZZ9.
047900          10  FILLER             PIC X(52) VALUE SPACES.
048000      05  WS-TOTAL-LINE-4.
048100          10  FILLER                  PIC X(20)
048200              VALUE 'DECOMMISSIONED.....-'.
048300          10  WS-TOT-LEFT-OFF         PIC ZZZZZZZ9.
048400          10  FILLER             PIC X(52) VALUE SPACES.
048500      05  WS-TOTAL-LINE-5.
048600          10  FILLER                  PIC X(20)
048700              VALUE 'JOB CHECKS RED.....-'.
048800          10  WS-TOT-JOB-RED          PIC ZZZZZZZ9.
048900          10  FILLER             PIC X(52) VALUE SPACES.
049000      05  WS-TOTAL-LINE-6.
049100          10  FILLER                  PIC X(20)
049200              VALUE 'JOB CHECKS AMBER...-'.
049300          10  WS-TOT-JOB-AMBER        PIC ZZZZZZZ9.
049400          10  FILLER             PIC X(52) VALUE SPACES.
049500      05  WS-TOTAL-LINE-7.
049600          10  FILLER                  PIC X(20)
049700              VALUE 'ACTIONS NOT LISTED.-'.
049800          10  WS-TOT-DROPPED          PIC ZZZZZZZ9.
049900          10  FILLER             PIC X(52) VALUE SPACES.
050000  LINKAGE SECTION.
050100  01  LS-PARM-AREA.
050200      05  LS-PARM-LEN                 PIC S9(04) COMP.
050300      05  LS-PARM-TEXT                PIC X(14).
050400  PROCEDURE DIVISION USING LS-PARM-AREA.
050500*---------------------------------------------------------
050600  0000-MAINLINE.
050700      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
050800      IF WS-RUN-CAN-PROCEED
050900          PERFORM 1500-LOAD-REGISTRY THRU 1500-EXIT
051000      END-IF.
051100      IF WS-RUN-CAN-PROCEED
051200          PERFORM 2000-REPLAY-RUN-CONTROL THRU 2000-EXIT
051300      END-IF.
051400      IF WS-RUN-CAN-PROCEED
051500          PERFORM 2500-ADD-REGISTERED THRU 2500-EXIT
051600      END-IF.
051700      IF WS-RUN-CAN-PROCEED
051800          PERFORM 3000-JUDGE-SOURCES THRU 3000-EXIT
051900      END-IF.
052000      IF WS-RUN-CAN-PROCEED
052100          PERFORM 4000-CHECK-CHECKPOINT THRU 4000-EXIT
052200      END-IF.
052300      IF WS-RUN-CAN-PROCEED
052400          PERFORM 4100-CHECK-SUSPENSE THRU 4100-EXIT
052500      END-IF.
052600      IF WS-RUN-CAN-PROCEED
052700          PERFORM 4200-CHECK-ARCHIVE THRU 4200-EXIT
052800      END-IF.
052900      IF WS-RUN-CAN-PROCEED
053000          PERFORM 4300-CHECK-CLOSE THRU 4300-EXIT
053100      END-IF.
053200      IF WS-RUN-CAN-PROCEED
053300          PERFORM 4400-CHECK-XCHECK THRU 4400-EXIT
053400      END-IF.
053500      IF WS-RUN-CAN-PROCEED
053600          PERFORM 5000-PRINT-SHEET THRU 5000-EXIT
053700      END-IF.
053800      COMPUTE WS-RED-TOTAL = WS-RED-COUNT + WS-JOB-RED-COUNT.
053900      IF WS-RUN-CAN-PROCEED
054000          AND WS-RED-TOTAL > ZERO
054100          AND WS-RETURN-CODE = ZERO
054200          DISPLAY 'OPS-STATUS: ' WS-RED-TOTAL
054300              ' ITEMS RED, SETTING RC 8'
054400          MOVE 8 TO WS-RETURN-CODE
054500      END-IF.
054600      PERFORM 9000-TERMINATE THRU 9000-EXIT.
054700      MOVE WS-RETURN-CODE TO RETURN-CODE.
054800      GOBACK.
054900*---------------------------------------------------------
055000*1000-INITIALIZE -- PICK UP THE PARM, WORK OUT THE DUE DAY AND
055100*THE CUT-OFFS, AND OPEN THE SHEET.
055200*---------------------------------------------------------
055300  1000-INITIALIZE.
055400      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
055500      IF LS-PARM-LEN > 2
055600          AND LS-PARM-TEXT(1:3) IS NUMERIC
055700          MOVE LS-PARM-TEXT(1:3) TO WS-PARM-DAYS
055800          IF WS-PARM-DAYS > ZERO
055900              MOVE WS-PARM-DAYS TO WS-AGE-DAYS
056000          END-IF
056100      END-IF.
056200      IF LS-PARM-LEN > 5
056300          AND LS-PARM-TEXT(4:3) IS NUMERIC
056400          MOVE LS-PARM-TEXT(4:3) TO WS-PARM-DAYS
056500          IF WS-PARM-DAYS > ZERO
056600              MOVE WS-PARM-DAYS TO WS-ARC-DAYS
056700          END-IF
056800      END-IF.
056900      IF LS-PARM-LEN > 7
057000          AND LS-PARM-TEXT(7:2) IS NUMERIC
057100          MOVE LS-PARM-TEXT(7:2) TO WS-PARM-GRACE
057200          IF WS-PARM-GRACE > ZERO
057300              MOVE WS-PARM-GRACE TO WS-GRACE-DAY
057400          END-IF
057500      END-IF.
057600      IF LS-PARM-LEN > 10
057700          AND LS-PARM-TEXT(9:3) IS NUMERIC
057800          MOVE LS-PARM-TEXT(9:3) TO WS-PARM-DAYS
057900          IF WS-PARM-DAYS > ZERO
058000              MOVE WS-PARM-DAYS TO WS-XCK-DAYS
058100          END-IF
058200      END-IF.
058300      IF LS-PARM-LEN > 13
058400          AND LS-PARM-TEXT(12:3) IS NUMERIC
058500          MOVE LS-PARM-TEXT(12:3) TO WS-PARM-DAYS
058600          IF WS-PARM-DAYS > ZERO
058700              MOVE WS-PARM-DAYS TO WS-LOOKBACK-DAYS
058800          END-IF
058900      END-IF.
059000      PERFORM 1100-SET-CUTOFF-DATES THRU 1100-EXIT.
059100      MOVE 'CHECKPOINT'   TO WS-JOB-NAME(1).
059200      MOVE 'SUSPENSE'     TO WS-JOB-NAME(2).
059300      MOVE 'ARCHIVE'      TO WS-JOB-NAME(3).
059400      MOVE 'PERIOD CLOSE' TO WS-JOB-NAME(4).
059500      MOVE 'CROSS-CHECK'  TO WS-JOB-NAME(5).
059600      MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
059700      MOVE WS-DUE-DATE TO WS-HDG-DUE-DATE.
059800      OPEN OUTPUT OPSRPT.
059900      IF NOT WS-OPSRPT-OK
060000          DISPLAY 'OPS-STATUS: CANNOT OPEN OPSRPT'
060100              WS-OPSRPT-STATUS
060200          MOVE 16 TO WS-RETURN-CODE
060300          SET WS-RUN-MUST-STOP TO TRUE
060400          GO TO 1000-EXIT
060500      END-IF.
060600      SET WS-OPSRPT-WAS-OPENED TO TRUE.
060700      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-1.
060800      IF NOT WS-OPSRPT-OK
060900          DISPLAY 'OPS-STATUS: ERROR WRITING REPORT HEADING'
061000              WS-OPSRPT-STATUS
061100          MOVE 16 TO WS-RETURN-CODE
061200          SET WS-RUN-MUST-STOP TO TRUE
061300      END-IF.
061400  1000-EXIT.
061500      EXIT.
061600*---------------------------------------------------------
061700*1100-SET-CUTOFF-DATES -- THE DUE DAY, THE START OF THE
061800*MISSED-DAY LOOKBACK, THE SUSPENSE AGEING CUT-OFF, THE DATES
061900*BEFORE WHICH THE ARCHIVE AND THE CROSS-CHECK ARE OVERDUE, AND
062000*THE TWO MONTHS BEFORE THE RUN DATE'S.
062100*---------------------------------------------------------
062200  1100-SET-CUTOFF-DATES.
062300      MOVE WS-RUN-DATE TO WS-DATE-IN.
062400      PERFORM 9450-PREV-BUSINESS-DAY THRU 9450-EXIT.
062500      MOVE WS-DATE-OUT TO WS-DUE-DATE.
062600      PERFORM 9470-STEP-BACK-BUSINESS THRU 9470-EXIT
062700          WS-LOOKBACK-DAYS TIMES.
062800      MOVE WS-DATE-OUT TO WS-GAP-FROM-DATE.
062900      MOVE WS-RUN-DATE TO WS-DATE-OUT.
063000      PERFORM 9470-STEP-BACK-BUSINESS THRU 9470-EXIT
063100          WS-AGE-DAYS TIMES.
063200      MOVE WS-DATE-OUT TO WS-AGE-CUTOFF.
063300      MOVE WS-RUN-DATE TO WS-DATE-OUT.
063400      PERFORM 9480-STEP-BACK-CALENDAR THRU 9480-EXIT
063500          WS-ARC-DAYS TIMES.
063600      MOVE WS-DATE-OUT TO WS-ARC-DUE-DATE.
063700      MOVE WS-RUN-DATE TO WS-DATE-OUT.
063800      PERFORM 9480-STEP-BACK-CALENDAR THRU 9480-EXIT
063900          WS-XCK-DAYS TIMES.
064000      MOVE WS-DATE-OUT TO WS-XCK-DUE-DATE.
064100      MOVE WS-RUN-YEAR  TO WS-PRI-YEAR.
064200      MOVE WS-RUN-MONTH TO WS-PRI-MONTH.
064300      IF WS-PRI-MONTH = 1
064400          MOVE 12 TO WS-PRI-MONTH
064500          SUBTRACT 1 FROM WS-PRI-YEAR
064600      ELSE
064700          SUBTRACT 1 FROM WS-PRI-MONTH
064800      END-IF.
064900      MOVE WS-PRIOR-PERIOD TO WS-PRIOR-PERIOD-2.
065000      IF WS-PR2-MONTH = 1
065100          MOVE 12 TO WS-PR2-MONTH
065200          SUBTRACT 1 FROM WS-PR2-YEAR
065300      ELSE
065400          SUBTRACT 1 FROM WS-PR2-MONTH
065500      END-IF.
065600  1100-EXIT.
065700      EXIT.
065800*---------------------------------------------------------
065900*1500-LOAD-REGISTRY -- THE WHOLE SOURCE REGISTRY, IF THERE IS
066000*ONE.
066100*---------------------------------------------------------
066200  1500-LOAD-REGISTRY.
066300      MOVE ZERO TO WS-REG-COUNT.
066400      OPEN INPUT SRCMAST.
066500      IF WS-SRCMAST-NOT-FOUND
066600          GO TO 1500-EXIT
066700      END-IF.
066800      IF NOT WS-SRCMAST-OK
066900          DISPLAY 'OPS-STATUS: CANNOT OPEN SOURCE REGISTRY'
067000              WS-SRCMAST-STATUS
067100          MOVE 16 TO WS-RETURN-CODE
067200          SET WS-RUN-MUST-STOP TO TRUE
067300          GO TO 1500-EXIT
067400      END-IF.
067500      PERFORM 1510-LOAD-ONE-REGISTRY THRU 1510-EXIT
067600          UNTIL WS-SRCMAST-AT-END
067700              OR WS-RUN-MUST-STOP.
067800      CLOSE SRCMAST.
067900  1500-EXIT.
068000      EXIT.
068100  1510-LOAD-ONE-REGISTRY.
068200      READ SRCMAST NEXT RECORD.
068300      IF WS-SRCMAST-AT-END
068400          GO TO 1510-EXIT
068500      END-IF.
068600      IF NOT WS-SRCMAST-OK
068700          DISPLAY 'OPS-STATUS: ERROR READING SOURCE REGISTRY'
068800              WS-SRCMAST-STATUS
068900          MOVE 16 TO WS-RETURN-CODE
069000          SET WS-RUN-MUST-STOP TO TRUE
069100          GO TO 1510-EXIT
069200      END-IF.
069300      IF WS-REG-COUNT >= WS-REG-MAX
069400          DISPLAY 'OPS-STATUS: SOURCE REGISTRY EXCEEDS TABLE'
069500          MOVE 16 TO WS-RETURN-CODE
069600          SET WS-RUN-MUST-STOP TO TRUE
069700          GO TO 1510-EXIT
069800      END-IF.
069900      ADD 1 TO WS-REG-COUNT.
070000      MOVE SM-SOURCE-SYS-ID
070100          TO WS-REG-SOURCE-SYS-ID(WS-REG-COUNT).
070200      MOVE SM-START-DATE TO WS-REG-START-DATE(WS-REG-COUNT).
070300      MOVE SM-END-DATE   TO WS-REG-END-DATE(WS-REG-COUNT).
070400      MOVE SM-STATUS-CD  TO WS-REG-STATUS-CD(WS-REG-COUNT).
070500  1510-EXIT.
070600      EXIT.
070700*---------------------------------------------------------
070800*2000-REPLAY-RUN-CONTROL -- REPLAY THE WHOLE LEDGER INTO THE
070900*SOURCE AND DEFERRAL TABLES, AS Period_close DOES.
071000*---------------------------------------------------------
071100  2000-REPLAY-RUN-CONTROL.
071200      OPEN INPUT RUNCTL.
071300      IF NOT WS-RUNCTL-OK
071400          DISPLAY 'OPS-STATUS: CANNOT OPEN RUNCTL'
071500              WS-RUNCTL-STATUS
071600          MOVE 16 TO WS-RETURN-CODE
071700          SET WS-RUN-MUST-STOP TO TRUE
071800          GO TO 2000-EXIT
071900      END-IF.
072000      SET WS-RUNCTL-IS-OPEN TO TRUE.
072100      PERFORM 2100-REPLAY-ONE-ROW THRU 2100-EXIT
072200          UNTIL WS-RUNCTL-AT-END
072300              OR WS-RUN-MUST-STOP.
072400      CLOSE RUNCTL.
072500      SET WS-RUNCTL-IS-SHUT TO TRUE.
072600  2000-EXIT.
072700      EXIT.
072800  2100-REPLAY-ONE-ROW.
072900      READ RUNCTL.
073000      IF WS-RUNCTL-AT-END
073100          GO TO 2100-EXIT
073200      END-IF.
073300      IF NOT WS-RUNCTL-OK
073400          DISPLAY 'OPS-STATUS: ERROR READING RUNCTL'
073500              WS-RUNCTL-STATUS
073600          MOVE 16 TO WS-RETURN-CODE
073700          SET WS-RUN-MUST-STOP TO TRUE
073800          GO TO 2100-EXIT
073900      END-IF.
074000      MOVE RC-RUNCTL-LINE TO WS-RCT-RECORD.
074100      MOVE WS-RCT-SOURCE-SYS-ID TO WS-LOOKUP-SOURCE.
074200      PERFORM 2200-FIND-OR-ADD-SOURCE THRU 2200-EXIT.
074300      IF WS-RUN-MUST-STOP
074400          GO TO 2100-EXIT
074500      END-IF.
074600      IF WS-RCT-IS-DEFERRAL
074700          PERFORM 2400-OPEN-DEFERRAL THRU 2400-EXIT
074800          GO TO 2100-EXIT
074900      END-IF.
075000      IF WS-RCT-IS-BACKOUT
075100          MOVE WS-RCT-AS-OF-DATE TO WS-SRC-EFF-DATE(WS-J)
075200          GO TO 2100-EXIT
075300      END-IF.
075400      IF WS-RCT-RETURN-CODE > 4
075500          GO TO 2100-EXIT
075600      END-IF.
075700      PERFORM 2450-CLOSE-DEFERRAL THRU 2450-EXIT
075800          VARYING WS-K FROM 1 BY 1
075900          UNTIL WS-K > WS-DFR-COUNT.
076000      PERFORM 2300-TRACK-GAP THRU 2300-EXIT.
076100      MOVE WS-RCT-AS-OF-DATE TO WS-SRC-EFF-DATE(WS-J).
076200  2100-EXIT.
076300      EXIT.
076400  2200-FIND-OR-ADD-SOURCE.
076500      MOVE ZERO TO WS-J.
076600      PERFORM 2210-MATCH-ONE-SOURCE THRU 2210-EXIT
076700          VARYING WS-K FROM 1 BY 1
076800          UNTIL WS-K > WS-SRC-COUNT.
076900      IF WS-J > ZERO
077000          GO TO 2200-EXIT
077100      END-IF.
077200      IF WS-SRC-COUNT >= WS-SRC-MAX
077300          DISPLAY 'OPS-STATUS: MORE SOURCES THAN'
077400              ' THE TABLE HOLDS'
077500          MOVE 16 TO WS-RETURN-CODE
077600          SET WS-RUN-MUST-STOP TO TRUE
077700          GO TO 2200-EXIT
077800      END-IF.
077900      ADD 1 TO WS-SRC-COUNT.
078000      MOVE WS-LOOKUP-SOURCE
078100          TO WS-SRC-SOURCE-SYS-ID(WS-SRC-COUNT).
078200      MOVE ZERO TO WS-SRC-EFF-DATE(WS-SRC-COUNT).
078300      MOVE ZERO TO WS-SRC-MAX-DATE(WS-SRC-COUNT).
078400      SET WS-SRC-NO-GAP(WS-SRC-COUNT) TO TRUE.
078500      MOVE ZERO TO WS-SRC-GAP-AFTER(WS-SRC-COUNT).
078600      MOVE ZERO TO WS-SRC-DFR-COUNT(WS-SRC-COUNT).
078700      MOVE ZERO TO WS-SRC-DFR-DATE(WS-SRC-COUNT).
078800      MOVE ZERO TO WS-SRC-BEHIND(WS-SRC-COUNT).
078900      SET WS-SRC-GREEN(WS-SRC-COUNT) TO TRUE.
079000      MOVE SPACES TO WS-SRC-NOTE(WS-SRC-COUNT).
079100      MOVE WS-SRC-COUNT TO WS-J.
079200  2200-EXIT.
079300      EXIT.
079400  2210-MATCH-ONE-SOURCE.
079500      IF WS-SRC-SOURCE-SYS-ID(WS-K) = WS-LOOKUP-SOURCE
079600          MOVE WS-K TO WS-J
079700      END-IF.
079800  2210-EXIT.
079900      EXIT.
080000*---------------------------------------------------------
080100*2300-TRACK-GAP -- A SUCCESSFUL DAY MUST BE THE NEXT BUSINESS
080200*DAY AFTER THE EFFECTIVE DATE.  A SKIPPED DAY COUNTS ONLY IF IT
080300*FALLS INSIDE THE LOOKBACK; AN OLDER ONE IS HISTORY THE PERIOD
080400*CLOSE HAS ALREADY DEALT WITH.
080500*---------------------------------------------------------
080600  2300-TRACK-GAP.
080700      IF WS-SRC-EFF-DATE(WS-J) > ZERO
080800          AND WS-RCT-AS-OF-DATE > WS-SRC-EFF-DATE(WS-J)
080900          MOVE WS-SRC-EFF-DATE(WS-J) TO WS-DATE-IN
081000          PERFORM 9100-NEXT-BUSINESS-DAY THRU 9100-EXIT
081100          IF WS-RCT-AS-OF-DATE > WS-DATE-OUT
081200              AND WS-DATE-OUT NOT < WS-GAP-FROM-DATE
081300              SET WS-SRC-HAS-GAP(WS-J) TO TRUE
081400              MOVE WS-SRC-EFF-DATE(WS-J) TO WS-SRC-GAP-AFTER(WS-J)
081500          END-IF
081600      END-IF.
081700      IF WS-RCT-AS-OF-DATE > WS-SRC-MAX-DATE(WS-J)
081800          MOVE WS-RCT-AS-OF-DATE TO WS-SRC-MAX-DATE(WS-J)
081900      END-IF.
082000  2300-EXIT.
082100      EXIT.
082200*---------------------------------------------------------
082300*2400-OPEN-DEFERRAL -- A DEFERRED DAY.  THE SAME SOURCE AND
082400*DAY DEFERRED AGAIN BY A LATER RUN KEEPS ONE ENTRY.
082500*---------------------------------------------------------
082600  2400-OPEN-DEFERRAL.
082700      MOVE ZERO TO WS-DFR-SUB.
082800      PERFORM 2410-MATCH-DEFERRAL THRU 2410-EXIT
082900          VARYING WS-K FROM 1 BY 1
083000          UNTIL WS-K > WS-DFR-COUNT.
083100      IF WS-DFR-SUB = ZERO
083200          IF WS-DFR-COUNT >= WS-DFR-MAX
083300              DISPLAY 'OPS-STATUS: MORE OPEN DEFERRALS THAN'
083400                  ' THE TABLE HOLDS'
083500              MOVE 16 TO WS-RETURN-CODE
083600              SET WS-RUN-MUST-STOP TO TRUE
083700              GO TO 2400-EXIT
083800          END-IF
083900          ADD 1 TO WS-DFR-COUNT
084000          MOVE WS-DFR-COUNT TO WS-DFR-SUB
084100      END-IF.
084200      MOVE WS-RCT-SOURCE-SYS-ID
084300          TO WS-DFR-SOURCE-SYS-ID(WS-DFR-SUB).
084400      MOVE WS-RCT-AS-OF-DATE TO WS-DFR-AS-OF-DATE(WS-DFR-SUB).
084500      MOVE WS-RCT-DEFER-REASON TO WS-DFR-REASON(WS-DFR-SUB).
084600      SET WS-DFR-IS-OPEN(WS-DFR-SUB) TO TRUE.
084700  2400-EXIT.
084800      EXIT.
084900  2410-MATCH-DEFERRAL.
085000      IF WS-DFR-IS-OPEN(WS-K)
085100          AND WS-DFR-SOURCE-SYS-ID(WS-K) = WS-RCT-SOURCE-SYS-ID
085200          AND WS-DFR-AS-OF-DATE(WS-K) = WS-RCT-AS-OF-DATE
085300          MOVE WS-K TO WS-DFR-SUB
085400      END-IF.
085500      IF WS-DFR-SUB = ZERO
085600          AND WS-DFR-IS-CLOSED(WS-K)
085700          MOVE WS-K TO WS-DFR-SUB
085800      END-IF.
085900  2410-EXIT.
086000      EXIT.
086100  2450-CLOSE-DEFERRAL.
086200      IF WS-DFR-IS-OPEN(WS-K)
086300          AND WS-DFR-SOURCE-SYS-ID(WS-K) = WS-RCT-SOURCE-SYS-ID
086400          AND WS-DFR-AS-OF-DATE(WS-K) NOT > WS-RCT-AS-OF-DATE
086500          SET WS-DFR-IS-CLOSED(WS-K) TO TRUE
086600      END-IF.
086700  2450-EXIT.
086800      EXIT.
086900*---------------------------------------------------------
087000*2500-ADD-REGISTERED -- A LIVE REGISTERED SOURCE THE LEDGER
087100*NEVER SAW STILL GETS A LINE.
087200*---------------------------------------------------------
087300  2500-ADD-REGISTERED.
087400      PERFORM 2510-ADD-ONE-REGISTERED THRU 2510-EXIT
087500          VARYING WS-REG-SUB FROM 1 BY 1
087600          UNTIL WS-REG-SUB > WS-REG-COUNT
087700              OR WS-RUN-MUST-STOP.
087800  2500-EXIT.
087900      EXIT.
088000  2510-ADD-ONE-REGISTERED.
088100      IF WS-REG-IS-DECOMMISSIONED(WS-REG-SUB)
088200          GO TO 2510-EXIT
088300      END-IF.
088400      MOVE WS-REG-SOURCE-SYS-ID(WS-REG-SUB) TO WS-LOOKUP-SOURCE.
088500      PERFORM 2200-FIND-OR-ADD-SOURCE THRU 2200-EXIT.
088600  2510-EXIT.
088700      EXIT.
088800*---------------------------------------------------------
088900*3000-JUDGE-SOURCES -- GRADE EVERY SOURCE, THEN TALLY THE
089000*GRADES.
089100*---------------------------------------------------------
089200  3000-JUDGE-SOURCES.
089300      PERFORM 3100-JUDGE-ONE-SOURCE THRU 3100-EXIT
089400          VARYING WS-I FROM 1 BY 1
089500          UNTIL WS-I > WS-SRC-COUNT.
089600      PERFORM 3090-TALLY-ONE-SOURCE THRU 3090-EXIT
089700          VARYING WS-I FROM 1 BY 1
089800          UNTIL WS-I > WS-SRC-COUNT.
089900  3000-EXIT.
090000      EXIT.
090100  3090-TALLY-ONE-SOURCE.
090200      IF WS-SRC-LEFT-OFF(WS-I)
090300          ADD 1 TO WS-SOURCES-OMITTED
090400      END-IF.
090500      IF WS-SRC-RED(WS-I)
090600          ADD 1 TO WS-RED-COUNT
090700      END-IF.
090800      IF WS-SRC-AMBER(WS-I)
090900          ADD 1 TO WS-AMBER-COUNT
091000      END-IF.
091100      IF WS-SRC-GREEN(WS-I)
091200          ADD 1 TO WS-GREEN-COUNT
091300      END-IF.
091400  3090-EXIT.
091500      EXIT.
091600*---------------------------------------------------------
091700*3100-JUDGE-ONE-SOURCE -- OPEN DEFERRALS FIRST, THEN HOW FAR
091800*SHORT OF THE DUE DAY THE SOURCE STANDS.  A DEFERRED DAY IS
091900*ACCOUNTED FOR, SO THE COUNT OF DAYS NOT RUN STARTS AFTER THE
092000*LATEST ONE.  EACH CONDITION GOES ON THE ACTION LIST; THE
092100*SOURCE LINE CARRIES THE NOTE OF THE WORST.
092200*---------------------------------------------------------
092300  3100-JUDGE-ONE-SOURCE.
092400      MOVE WS-SRC-SOURCE-SYS-ID(WS-I) TO WS-LOOKUP-SOURCE.
092500      PERFORM 3300-FIND-REGISTERED THRU 3300-EXIT.
092600      IF WS-REG-FOUND > ZERO
092700          IF WS-REG-IS-DECOMMISSIONED(WS-REG-FOUND)
092800              AND WS-REG-END-DATE(WS-REG-FOUND) NOT > WS-RUN-DATE
092900              PERFORM 3150-JUDGE-DECOMMISSIONED THRU 3150-EXIT
093000              GO TO 3100-EXIT
093100          END-IF
093200      END-IF.
093300      PERFORM 3200-JUDGE-ONE-DEFERRAL THRU 3200-EXIT
093400          VARYING WS-K FROM 1 BY 1
093500          UNTIL WS-K > WS-DFR-COUNT.
093600      MOVE WS-SRC-EFF-DATE(WS-I) TO WS-BASE-DATE.
093700      IF WS-SRC-DFR-DATE(WS-I) > WS-BASE-DATE
093800          MOVE WS-SRC-DFR-DATE(WS-I) TO WS-BASE-DATE
093900      END-IF.
094000      IF WS-BASE-DATE = ZERO
094100          PERFORM 3400-JUDGE-NEVER-RUN THRU 3400-EXIT
094200          GO TO 3100-EXIT
094300      END-IF.
094400      IF WS-SRC-EFF-DATE(WS-I) < WS-SRC-MAX-DATE(WS-I)
094500          SET WS-NEW-RED TO TRUE
094600          MOVE SPACES TO WS-NEW-NOTE
094700          MOVE SPACES TO WS-NEW-TEXT
094800          STRING 'BACKED OUT TO ' WS-SRC-EFF-DATE(WS-I)
094900              ', NOT RERUN'
095000              DELIMITED BY SIZE INTO WS-NEW-NOTE
095100          STRING 'BACKED OUT TO ' WS-SRC-EFF-DATE(WS-I)
095200              ', LATER DAYS NOT RERUN'
095300              DELIMITED BY SIZE INTO WS-NEW-TEXT
095400          PERFORM 3900-RAISE-SOURCE THRU 3900-EXIT
095500      ELSE
095600          PERFORM 3500-JUDGE-DAYS-BEHIND THRU 3500-EXIT
095700      END-IF.
095800      IF WS-SRC-HAS-GAP(WS-I)
095900          SET WS-NEW-RED TO TRUE
096000          MOVE SPACES TO WS-NEW-NOTE
096100          MOVE SPACES TO WS-NEW-TEXT
096200          STRING 'MISSED DAY AFTER ' WS-SRC-GAP-AFTER(WS-I)
096300              DELIMITED BY SIZE INTO WS-NEW-NOTE
096400          STRING 'BUSINESS DAY MISSED AFTER '
096500              WS-SRC-GAP-AFTER(WS-I)
096600              ', NOT RECOVERABLE BY A RERUN'
096700              DELIMITED BY SIZE INTO WS-NEW-TEXT
096800          PERFORM 3900-RAISE-SOURCE THRU 3900-EXIT
096900      END-IF.
097000      IF WS-SRC-GREEN(WS-I)
097100          MOVE 'UP TO DATE' TO WS-SRC-NOTE(WS-I)
097200      END-IF.
097300  3100-EXIT.
097400      EXIT.
097402*---------------------------------------------------------
097404*3150-JUDGE-DECOMMISSIONED -- THE END DATE IS THE FIRST DAY
097406*THE SOURCE NO LONGER FEEDS, SO ITS LAST DUE DAY IS THE
097408*BUSINESS DAY BEFORE, AS Period_close JUDGES IT.  RUN
097410*THROUGH THAT DAY, OR NEVER RUN AT ALL, IT IS LEFT OFF;
097412*STOPPED SHORT OF IT, THE CLOSE WILL BE REFUSED, SO IT IS
097414*RED.
097416*---------------------------------------------------------
097418  3150-JUDGE-DECOMMISSIONED.
097420      MOVE WS-REG-END-DATE(WS-REG-FOUND) TO WS-DATE-IN.
097422      PERFORM 9450-PREV-BUSINESS-DAY THRU 9450-EXIT.
097424      IF WS-SRC-MAX-DATE(WS-I) = ZERO
097426          OR WS-SRC-EFF-DATE(WS-I) NOT < WS-DATE-OUT
097428          SET WS-SRC-LEFT-OFF(WS-I) TO TRUE
097430          GO TO 3150-EXIT
097432      END-IF.
097434      SET WS-NEW-RED TO TRUE.
097436      MOVE 'STOPPED SHORT OF DECOMMISSION' TO WS-NEW-NOTE.
097438      MOVE SPACES TO WS-NEW-TEXT.
097440      STRING 'STOPPED AT ' WS-SRC-EFF-DATE(WS-I)
097442          ', SHORT OF DECOMMISSION '
097444          WS-REG-END-DATE(WS-REG-FOUND)
097446          DELIMITED BY SIZE INTO WS-NEW-TEXT.
097448      PERFORM 3900-RAISE-SOURCE THRU 3900-EXIT.
097450  3150-EXIT.
097452      EXIT.
097500*---------------------------------------------------------
097600*3200-JUDGE-ONE-DEFERRAL -- EACH DEFERRED DAY STILL OPEN FOR
097700*THE SOURCE IS AMBER UNTIL A PICKUP RUN PROCESSES IT.
097800*---------------------------------------------------------
097900  3200-JUDGE-ONE-DEFERRAL.
098000      IF WS-DFR-IS-CLOSED(WS-K)
098100          OR WS-DFR-SOURCE-SYS-ID(WS-K) NOT = WS-LOOKUP-SOURCE
098200          GO TO 3200-EXIT
098300      END-IF.
098400      ADD 1 TO WS-SRC-DFR-COUNT(WS-I).
098500      IF WS-DFR-AS-OF-DATE(WS-K) > WS-SRC-DFR-DATE(WS-I)
098600          MOVE WS-DFR-AS-OF-DATE(WS-K) TO WS-SRC-DFR-DATE(WS-I)
098700      END-IF.
098800      SET WS-NEW-AMBER TO TRUE.
098900      MOVE 'DEFERRED DAY NOT PICKED UP' TO WS-NEW-NOTE.
099000      MOVE SPACES TO WS-NEW-TEXT.
099100      STRING 'DEFERRED DAY ' WS-DFR-AS-OF-DATE(WS-K)
099200          ' (' DELIMITED BY SIZE
099300          WS-DFR-REASON(WS-K) DELIMITED BY SPACE
099400          ') NOT PICKED UP, RUN THE PICKUP' DELIMITED BY SIZE
099500          INTO WS-NEW-TEXT.
099600      PERFORM 3900-RAISE-SOURCE THRU 3900-EXIT.
099700  3200-EXIT.
099800      EXIT.
099900*---------------------------------------------------------
100000*3300-FIND-REGISTERED -- IS WS-LOOKUP-SOURCE ON THE REGISTRY?
100100*ITS ENTRY IS LEFT IN WS-REG-FOUND, ZERO IF NOT.
100200*---------------------------------------------------------
100300  3300-FIND-REGISTERED.
100400      MOVE ZERO TO WS-REG-FOUND.
100500      PERFORM 3310-MATCH-REGISTERED THRU 3310-EXIT
100600          VARYING WS-REG-SUB FROM 1 BY 1
100700          UNTIL WS-REG-SUB > WS-REG-COUNT
100800              OR WS-REG-FOUND > ZERO.
100900  3300-EXIT.
101000      EXIT.
101100  3310-MATCH-REGISTERED.
101200      IF WS-REG-SOURCE-SYS-ID(WS-REG-SUB) = WS-LOOKUP-SOURCE
101300          MOVE WS-REG-SUB TO WS-REG-FOUND
101400      END-IF.
101500  3310-EXIT.
101600      EXIT.
101700*---------------------------------------------------------
101800*3400-JUDGE-NEVER-RUN -- NO SUCCESSFUL OR DEFERRED DAY ON THE
101900*LEDGER.  A REGISTERED SOURCE THAT IS NOT YET DUE TO START IS
102000*GREEN; ANY OTHER IS RED.
102100*---------------------------------------------------------
102200  3400-JUDGE-NEVER-RUN.
102300      IF WS-REG-FOUND > ZERO
102400          IF WS-REG-START-DATE(WS-REG-FOUND) > WS-DUE-DATE
102500              MOVE SPACES TO WS-SRC-NOTE(WS-I)
102600              STRING 'NOT DUE UNTIL '
102700                  WS-REG-START-DATE(WS-REG-FOUND)
102800                  DELIMITED BY SIZE INTO WS-SRC-NOTE(WS-I)
102900              GO TO 3400-EXIT
103000          END-IF
103100      END-IF.
103200      SET WS-NEW-RED TO TRUE.
103300      MOVE 'NO SUCCESSFUL RUN ON THE LEDGER' TO WS-NEW-NOTE.
103400      MOVE SPACES TO WS-NEW-TEXT.
103500      IF WS-REG-FOUND > ZERO
103600          STRING 'REGISTERED FROM '
103700              WS-REG-START-DATE(WS-REG-FOUND)
103800              ', NO SUCCESSFUL RUN ON THE LEDGER'
103900              DELIMITED BY SIZE INTO WS-NEW-TEXT
104000      ELSE
104100          MOVE 'NO SUCCESSFUL RUN ON THE LEDGER' TO WS-NEW-TEXT
104200      END-IF.
104300      PERFORM 3900-RAISE-SOURCE THRU 3900-EXIT.
104400  3400-EXIT.
104500      EXIT.
104600*---------------------------------------------------------
104700*3500-JUDGE-DAYS-BEHIND -- BUSINESS DAYS AFTER THE BASE DATE UP
104800*TO AND INCLUDING THE DUE DAY.  ONE IS AMBER (THE OVERNIGHT RUN
104900*MAY STILL BE GOING); MORE IS RED.
105000*---------------------------------------------------------
105100  3500-JUDGE-DAYS-BEHIND.
105200      MOVE ZERO TO WS-BEHIND.
105300      MOVE WS-BASE-DATE TO WS-DATE-OUT.
105400      PERFORM 3510-COUNT-ONE-DAY THRU 3510-EXIT
105500          UNTIL WS-DATE-OUT NOT < WS-DUE-DATE
105600              OR WS-BEHIND NOT < WS-BEHIND-MAX.
105700      MOVE WS-BEHIND TO WS-SRC-BEHIND(WS-I).
105800      IF WS-BEHIND = ZERO
105900          GO TO 3500-EXIT
106000      END-IF.
106100      MOVE WS-BEHIND TO WS-DAYS-DISPLAY.
106200      MOVE SPACES TO WS-NEW-NOTE.
106300      MOVE SPACES TO WS-NEW-TEXT.
106400      IF WS-BEHIND = 1
106500          SET WS-NEW-AMBER TO TRUE
106600          MOVE 'DUE DAY NOT YET RUN' TO WS-NEW-NOTE
106700          STRING 'DUE DAY ' WS-DUE-DATE ' NOT YET RUN'
106800              DELIMITED BY SIZE INTO WS-NEW-TEXT
106900      ELSE
107000          SET WS-NEW-RED TO TRUE
107100          STRING 'NOT RUN SINCE ' WS-BASE-DATE
107200              DELIMITED BY SIZE INTO WS-NEW-NOTE
107300          STRING WS-DAYS-DISPLAY ' BUSINESS DAYS NOT RUN SINCE '
107400              WS-BASE-DATE
107500              DELIMITED BY SIZE INTO WS-NEW-TEXT
107600      END-IF.
107700      PERFORM 3900-RAISE-SOURCE THRU 3900-EXIT.
107800  3500-EXIT.
107900      EXIT.
108000  3510-COUNT-ONE-DAY.
108100      MOVE WS-DATE-OUT TO WS-DATE-IN.
108200      PERFORM 9100-NEXT-BUSINESS-DAY THRU 9100-EXIT.
108300      ADD 1 TO WS-BEHIND.
108400  3510-EXIT.
108500      EXIT.
108600*---------------------------------------------------------
108700*3900-RAISE-SOURCE -- GRADE THE SOURCE AT LEAST AS BAD AS THE
108800*CONDITION, TAKING ITS NOTE WHEN IT IS THE WORST SO FAR, AND
108900*PUT THE CONDITION ON THE ACTION LIST.
109000*---------------------------------------------------------
109100  3900-RAISE-SOURCE.
109200      IF WS-NEW-RAG > WS-SRC-RAG(WS-I)
109300          MOVE WS-NEW-RAG  TO WS-SRC-RAG(WS-I)
109400          MOVE WS-NEW-NOTE TO WS-SRC-NOTE(WS-I)
109500      END-IF.
109600      MOVE WS-SRC-SOURCE-SYS-ID(WS-I) TO WS-NEW-SOURCE.
109700      PERFORM 3950-ADD-ACTION THRU 3950-EXIT.
109800  3900-EXIT.
109900      EXIT.
110000  3950-ADD-ACTION.
110100      IF WS-ACT-COUNT >= WS-ACT-MAX
110200          ADD 1 TO WS-ACT-DROPPED
110300          GO TO 3950-EXIT
110400      END-IF.
110500      ADD 1 TO WS-ACT-COUNT.
110600      MOVE WS-NEW-RAG    TO WS-ACT-RAG(WS-ACT-COUNT).
110700      MOVE WS-NEW-SOURCE TO WS-ACT-SOURCE-SYS-ID(WS-ACT-COUNT).
110800      MOVE WS-NEW-TEXT   TO WS-ACT-TEXT(WS-ACT-COUNT).
110900  3950-EXIT.
111000      EXIT.
111100*---------------------------------------------------------
111200*4000-CHECK-CHECKPOINT -- A CLEAN Max_array RUN LEAVES ONE
111300*CHECKPOINT RECORD WITH A ZERO COUNT.  A NON-ZERO COUNT IS
111400*LEFT BY A RUN THAT ABENDED PART-WAY THROUGH A GROUP.
111500*---------------------------------------------------------
111600  4000-CHECK-CHECKPOINT.
111700      MOVE 1 TO WS-JOB-SUB.
111800      SET WS-NEW-GREEN TO TRUE.
111900      MOVE SPACES TO WS-NEW-SOURCE.
112000      MOVE SPACES TO WS-NEW-DETAIL.
112100      MOVE SPACES TO WS-NEW-TEXT.
112200      OPEN INPUT CKPTFILE.
112300      IF WS-CKPTFILE-NOT-FOUND
112400          MOVE 'NO CHECKPOINT FILE' TO WS-NEW-DETAIL
112500          PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT
112600          GO TO 4000-EXIT
112700      END-IF.
112800      IF NOT WS-CKPTFILE-OK
112900          DISPLAY 'OPS-STATUS: CANNOT OPEN CKPTFILE'
113000              WS-CKPTFILE-STATUS
113100          MOVE 16 TO WS-RETURN-CODE
113200          SET WS-RUN-MUST-STOP TO TRUE
113300          GO TO 4000-EXIT
113400      END-IF.
113500      READ CKPTFILE.
113600      MOVE 'CLEAR, NEXT RUN STARTS COLD' TO WS-NEW-DETAIL.
113700      IF WS-CKPTFILE-AT-END
113800          MOVE 'EMPTY, NEXT RUN STARTS COLD' TO WS-NEW-DETAIL
113900      END-IF.
114000      IF NOT WS-CKPTFILE-OK
114100          AND NOT WS-CKPTFILE-AT-END
114200          SET WS-NEW-RED TO TRUE
114300          MOVE SPACES TO WS-NEW-DETAIL
114400          STRING 'UNREADABLE, FILE STATUS ' WS-CKPTFILE-STATUS
114500              DELIMITED BY SIZE INTO WS-NEW-DETAIL
114600          STRING 'CHECKPOINT FILE UNREADABLE, '
114700              'RESET IT BEFORE THE NEXT RUN'
114800              DELIMITED BY SIZE INTO WS-NEW-TEXT
114900      END-IF.
115000      IF WS-CKPTFILE-OK
115100          AND CK-RECORD-COUNT > ZERO
115200          SET WS-NEW-RED TO TRUE
115300          MOVE CK-SOURCE-SYS-ID TO WS-NEW-SOURCE
115400          MOVE CK-RECORD-COUNT TO WS-COUNT-DISPLAY
115500          MOVE SPACES TO WS-NEW-DETAIL
115600          STRING 'LEFT BY ' CK-SOURCE-SYS-ID ' ' CK-AS-OF-DATE
115700              ' AT POSITION ' WS-COUNT-DISPLAY
115800              DELIMITED BY SIZE INTO WS-NEW-DETAIL
115900          STRING 'CHECKPOINT LEFT BY AN ABENDED RUN FOR '
116000              CK-AS-OF-DATE ', RESTART IT'
116100              DELIMITED BY SIZE INTO WS-NEW-TEXT
116200      END-IF.
116300      CLOSE CKPTFILE.
116400      PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT.
116500  4000-EXIT.
116600      EXIT.
116700*---------------------------------------------------------
116800*4100-CHECK-SUSPENSE -- ROWS WAITING ON THE CURRENT SUSPENSE
116900*GENERATION, THE OLDEST, AND HOW MANY ARE OLDER THAN THE
117000*AGEING CUT-OFF.
117100*---------------------------------------------------------
117200  4100-CHECK-SUSPENSE.
117300      MOVE 2 TO WS-JOB-SUB.
117400      SET WS-NEW-GREEN TO TRUE.
117500      MOVE SPACES TO WS-NEW-SOURCE.
117600      MOVE SPACES TO WS-NEW-DETAIL.
117700      MOVE SPACES TO WS-NEW-TEXT.
117800      OPEN INPUT SUSPFILE.
117900      IF WS-SUSPFILE-NOT-FOUND
118000          MOVE 'NO SUSPENSE FILE, NONE WAITING' TO WS-NEW-DETAIL
118100          PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT
118200          GO TO 4100-EXIT
118300      END-IF.
118400      IF NOT WS-SUSPFILE-OK
118500          DISPLAY 'OPS-STATUS: CANNOT OPEN SUSPFILE'
118600              WS-SUSPFILE-STATUS
118700          MOVE 16 TO WS-RETURN-CODE
118800          SET WS-RUN-MUST-STOP TO TRUE
118900          GO TO 4100-EXIT
119000      END-IF.
119100      PERFORM 4110-READ-ONE-SUSPENSE THRU 4110-EXIT
119200          UNTIL WS-SUSPFILE-AT-END
119300              OR WS-RUN-MUST-STOP.
119400      CLOSE SUSPFILE.
119500      IF WS-RUN-MUST-STOP
119600          GO TO 4100-EXIT
119700      END-IF.
119800      IF WS-SUSP-COUNT = ZERO
119900          MOVE 'NONE WAITING' TO WS-NEW-DETAIL
120000          PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT
120100          GO TO 4100-EXIT
120200      END-IF.
120300      MOVE WS-SUSP-COUNT  TO WS-COUNT-DISPLAY.
120400      MOVE WS-SUSP-AGEING TO WS-COUNT-DISPLAY-2.
120500      STRING WS-COUNT-DISPLAY ' WAITING, OLDEST ' WS-SUSP-OLDEST
120600          ', ' WS-COUNT-DISPLAY-2 ' AGEING'
120700          DELIMITED BY SIZE INTO WS-NEW-DETAIL.
120800      IF WS-SUSP-AGEING > ZERO
120900          SET WS-NEW-AMBER TO TRUE
121000          MOVE WS-AGE-DAYS TO WS-DAYS-DISPLAY
121100          STRING WS-COUNT-DISPLAY-2
121200              ' SUSPENSE ROWS OLDER THAN ' WS-DAYS-DISPLAY
121300              ' BUSINESS DAYS, REVIEW'
121400              DELIMITED BY SIZE INTO WS-NEW-TEXT
121500      END-IF.
121600      PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT.
121700  4100-EXIT.
121800      EXIT.
121900  4110-READ-ONE-SUSPENSE.
122000      READ SUSPFILE.
122100      IF WS-SUSPFILE-AT-END
122200          GO TO 4110-EXIT
122300      END-IF.
122400      IF NOT WS-SUSPFILE-OK
122500          DISPLAY 'OPS-STATUS: ERROR READING SUSPFILE'
122600              WS-SUSPFILE-STATUS
122700          MOVE 16 TO WS-RETURN-CODE
122800          SET WS-RUN-MUST-STOP TO TRUE
122900          GO TO 4110-EXIT
123000      END-IF.
123100      ADD 1 TO WS-SUSP-COUNT.
123200      IF WS-SUSP-OLDEST = ZERO
123300          OR SU-AS-OF-DATE < WS-SUSP-OLDEST
123400          MOVE SU-AS-OF-DATE TO WS-SUSP-OLDEST
123500      END-IF.
123600      IF SU-AS-OF-DATE < WS-AGE-CUTOFF
123700          ADD 1 TO WS-SUSP-AGEING
123800      END-IF.
123900  4110-EXIT.
124000      EXIT.
124100*---------------------------------------------------------
124200*4200-CHECK-ARCHIVE -- THE LATEST Audit_archive RUN ON THE
124300*ARCHIVE CONTROL LEDGER.
124400*---------------------------------------------------------
124500  4200-CHECK-ARCHIVE.
124600      MOVE 3 TO WS-JOB-SUB.
124700      SET WS-NEW-GREEN TO TRUE.
124800      MOVE SPACES TO WS-NEW-SOURCE.
124900      MOVE SPACES TO WS-NEW-DETAIL.
125000      MOVE SPACES TO WS-NEW-TEXT.
125100      OPEN INPUT ARCCTL.
125200      IF WS-ARCCTL-OK
125300          PERFORM 4210-READ-ONE-ARCHIVE THRU 4210-EXIT
125400              UNTIL WS-ARCCTL-AT-END
125500                  OR WS-RUN-MUST-STOP
125600          CLOSE ARCCTL
125700      ELSE
125800          IF NOT WS-ARCCTL-NOT-FOUND
125900              DISPLAY 'OPS-STATUS: CANNOT OPEN ARCCTL'
126000                  WS-ARCCTL-STATUS
126100              MOVE 16 TO WS-RETURN-CODE
126200              SET WS-RUN-MUST-STOP TO TRUE
126300          END-IF
126400      END-IF.
126500      IF WS-RUN-MUST-STOP
126600          GO TO 4200-EXIT
126700      END-IF.
126800      IF WS-LAST-ARC-RUN-DATE = ZERO
126900          SET WS-NEW-AMBER TO TRUE
127000          MOVE 'NEVER RUN, NOTHING ON ARCCTL' TO WS-NEW-DETAIL
127100          MOVE 'AUDIT ARCHIVE HAS NEVER RUN' TO WS-NEW-TEXT
127200          PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT
127300          GO TO 4200-EXIT
127400      END-IF.
127500      IF WS-LAST-ARC-RUN-DATE < WS-ARC-DUE-DATE
127600          SET WS-NEW-AMBER TO TRUE
127700          STRING 'AUDIT ARCHIVE OVERDUE, LAST RUN '
127800              WS-LAST-ARC-RUN-DATE
127900              DELIMITED BY SIZE INTO WS-NEW-TEXT
128000      END-IF.
128100      STRING 'LAST RUN ' WS-LAST-ARC-RUN-DATE
128200          ', ARCHIVED THRU ' WS-LAST-ARC-THRU
128300          DELIMITED BY SIZE INTO WS-NEW-DETAIL.
128400      IF WS-NEW-AMBER
128500          MOVE ', OVERDUE' TO WS-NEW-DETAIL(42:9)
128600      END-IF.
128700      PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT.
128800  4200-EXIT.
128900      EXIT.
129000  4210-READ-ONE-ARCHIVE.
129100      READ ARCCTL.
129200      IF WS-ARCCTL-AT-END
129300          GO TO 4210-EXIT
129400      END-IF.
129500      IF NOT WS-ARCCTL-OK
129600          DISPLAY 'OPS-STATUS: ERROR READING ARCCTL'
129700              WS-ARCCTL-STATUS
129800          MOVE 16 TO WS-RETURN-CODE
129900          SET WS-RUN-MUST-STOP TO TRUE
130000          GO TO 4210-EXIT
130100      END-IF.
130200      MOVE AC-ARCCTL-LINE TO WS-ARC-RECORD.
130300      IF WS-ARC-RUN-DATE > WS-LAST-ARC-RUN-DATE
130400          MOVE WS-ARC-RUN-DATE  TO WS-LAST-ARC-RUN-DATE
130500          MOVE WS-ARC-THRU-DATE TO WS-LAST-ARC-THRU
130600      END-IF.
130700  4210-EXIT.
130800      EXIT.
130900*---------------------------------------------------------
131000*4300-CHECK-CLOSE -- THE LATEST PERIOD ON THE PERIOD HISTORY
131100*(THE PERHIST DD CONCATENATES THE CLOSE GENERATIONS) AGAINST
131200*THE MONTH BEFORE THE RUN DATE'S.
131300*---------------------------------------------------------
131400  4300-CHECK-CLOSE.
131500      MOVE 4 TO WS-JOB-SUB.
131600      SET WS-NEW-GREEN TO TRUE.
131700      MOVE SPACES TO WS-NEW-SOURCE.
131800      MOVE SPACES TO WS-NEW-DETAIL.
131900      MOVE SPACES TO WS-NEW-TEXT.
132000      OPEN INPUT PERHIST.
132100      IF WS-PERHIST-OK
132200          PERFORM 4310-READ-ONE-PERHIST THRU 4310-EXIT
132300              UNTIL WS-PERHIST-AT-END
132400                  OR WS-RUN-MUST-STOP
132500          CLOSE PERHIST
132600      ELSE
132700          IF NOT WS-PERHIST-NOT-FOUND
132800              DISPLAY 'OPS-STATUS: CANNOT OPEN PERHIST'
132900                  WS-PERHIST-STATUS
133000              MOVE 16 TO WS-RETURN-CODE
133100              SET WS-RUN-MUST-STOP TO TRUE
133200          END-IF
133300      END-IF.
133400      IF WS-RUN-MUST-STOP
133500          GO TO 4300-EXIT
133600      END-IF.
133700      IF WS-LAST-PERIOD = ZERO
133800          MOVE 'NONE' TO WS-PERIOD-DISPLAY
133900      ELSE
134000          MOVE WS-LAST-PERIOD TO WS-PERIOD-DISPLAY
134100      END-IF.
134200      IF WS-LAST-PERIOD NOT < WS-PRIOR-PERIOD
134300          STRING 'LAST CLOSED ' WS-PERIOD-DISPLAY
134400              DELIMITED BY SIZE INTO WS-NEW-DETAIL
134500          PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT
134600          GO TO 4300-EXIT
134700      END-IF.
134800      MOVE WS-GRACE-DAY TO WS-GRACE-DISPLAY.
134900      IF WS-LAST-PERIOD < WS-PRIOR-PERIOD-2
135000          OR WS-RUN-DAY > WS-GRACE-DAY
135100          SET WS-NEW-RED TO TRUE
135200          STRING WS-PRIOR-PERIOD
135300              ' NOT CLOSED, OVERDUE, LAST CLOSED '
135400              WS-PERIOD-DISPLAY
135500              DELIMITED BY SIZE INTO WS-NEW-DETAIL
135600          STRING 'PERIOD ' WS-PRIOR-PERIOD
135700              ' CLOSE OVERDUE, LAST CLOSED ' WS-PERIOD-DISPLAY
135800              DELIMITED BY SIZE INTO WS-NEW-TEXT
135900      ELSE
136000          SET WS-NEW-AMBER TO TRUE
136100          STRING WS-PRIOR-PERIOD ' NOT CLOSED, DUE BY DAY '
136200              WS-GRACE-DISPLAY
136300              DELIMITED BY SIZE INTO WS-NEW-DETAIL
136400          STRING 'PERIOD ' WS-PRIOR-PERIOD
136500              ' CLOSE DUE BY DAY ' WS-GRACE-DISPLAY
136600              ' OF THE MONTH'
136700              DELIMITED BY SIZE INTO WS-NEW-TEXT
136800      END-IF.
136900      PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT.
137000  4300-EXIT.
137100      EXIT.
137200  4310-READ-ONE-PERHIST.
137300      READ PERHIST.
137400      IF WS-PERHIST-AT-END
137500          GO TO 4310-EXIT
137600      END-IF.
137700      IF NOT WS-PERHIST-OK
137800          DISPLAY 'OPS-STATUS: ERROR READING PERHIST'
137900              WS-PERHIST-STATUS
138000          MOVE 16 TO WS-RETURN-CODE
138100          SET WS-RUN-MUST-STOP TO TRUE
138200          GO TO 4310-EXIT
138300      END-IF.
138400      IF PH-PERIOD > WS-LAST-PERIOD
138500          MOVE PH-PERIOD TO WS-LAST-PERIOD
138600      END-IF.
138700  4310-EXIT.
138800      EXIT.
138900*---------------------------------------------------------
139000*4400-CHECK-XCHECK -- THE LAST Master_xcheck REPORT.  ITS
139100*HEADING DATES THE RUN; A RUN THAT FOUND NOTHING OUT OF LINE
139200*ENDS WITH THE CLEAN LINE.
139300*---------------------------------------------------------
139400  4400-CHECK-XCHECK.
139500      MOVE 5 TO WS-JOB-SUB.
139600      SET WS-NEW-GREEN TO TRUE.
139700      MOVE SPACES TO WS-NEW-SOURCE.
139800      MOVE SPACES TO WS-NEW-DETAIL.
139900      MOVE SPACES TO WS-NEW-TEXT.
140000      OPEN INPUT XCHKRPT.
140100      IF WS-XCHKRPT-NOT-FOUND
140200          SET WS-NEW-AMBER TO TRUE
140300          MOVE 'NO REPORT ON FILE' TO WS-NEW-DETAIL
140400          STRING 'NO MASTER CROSS-CHECK REPORT ON FILE, RUN '
140500              'Master_xcheck'
140600              DELIMITED BY SIZE INTO WS-NEW-TEXT
140700          PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT
140800          GO TO 4400-EXIT
140900      END-IF.
141000      IF NOT WS-XCHKRPT-OK
141100          DISPLAY 'OPS-STATUS: CANNOT OPEN XCHKRPT'
141200              WS-XCHKRPT-STATUS
141300          MOVE 16 TO WS-RETURN-CODE
141400          SET WS-RUN-MUST-STOP TO TRUE
141500          GO TO 4400-EXIT
141600      END-IF.
141700      PERFORM 4410-READ-ONE-XCHECK-LINE THRU 4410-EXIT
141800          UNTIL WS-XCHKRPT-AT-END
141900              OR WS-RUN-MUST-STOP.
142000      CLOSE XCHKRPT.
142100      IF WS-RUN-MUST-STOP
142200          GO TO 4400-EXIT
142300      END-IF.
142400      PERFORM 4450-JUDGE-XCHECK THRU 4450-EXIT.
142500      PERFORM 4900-SET-JOB-CHECK THRU 4900-EXIT.
142600  4400-EXIT.
142700      EXIT.
142800  4410-READ-ONE-XCHECK-LINE.
142900      READ XCHKRPT.
143000      IF WS-XCHKRPT-AT-END
143100          GO TO 4410-EXIT
143200      END-IF.
143300      IF NOT WS-XCHKRPT-OK
143400          DISPLAY 'OPS-STATUS: ERROR READING XCHKRPT'
143500              WS-XCHKRPT-STATUS
143600          MOVE 16 TO WS-RETURN-CODE
143700          SET WS-RUN-MUST-STOP TO TRUE
143800          GO TO 4410-EXIT
143900      END-IF.
144000      ADD 1 TO WS-XCK-LINES.
144100      MOVE XR-REPORT-LINE TO WS-XCK-LINE.
144200      IF WS-XCK-LINES = 1
144300          AND WS-XCK-TITLE = 'MAST-XCHECK INTEGRITY CROSS-CHECK'
144400          AND WS-XCK-HDG-DATE IS NUMERIC
144500          SET WS-XCK-HEAD-SEEN TO TRUE
144600          MOVE WS-XCK-HDG-DATE TO WS-XCK-RUN-DATE
144700      END-IF.
144800      IF WS-XCK-LINE = 'ALL THREE MASTERS ARE IN LINE'
144900          SET WS-XCK-WAS-CLEAN TO TRUE
145000      END-IF.
145100  4410-EXIT.
145200      EXIT.
145300*---------------------------------------------------------
145400*4450-JUDGE-XCHECK -- NOT CLEAN IS RED HOWEVER OLD; A CLEAN
145500*REPORT OLDER THAN THE INTERVAL, OR ONE THAT CANNOT BE DATED,
145600*IS AMBER.
145700*---------------------------------------------------------
145800  4450-JUDGE-XCHECK.
145900      IF WS-XCK-HEAD-MISSING
146000          SET WS-NEW-AMBER TO TRUE
146100          MOVE 'REPORT HAS NO HEADING, CANNOT BE DATED'
146200              TO WS-NEW-DETAIL
146300          MOVE 'MASTER CROSS-CHECK REPORT CANNOT BE DATED, RERUN'
146400              TO WS-NEW-TEXT
146500          GO TO 4450-EXIT
146600      END-IF.
146700      IF WS-XCK-NOT-CLEAN
146800          SET WS-NEW-RED TO TRUE
146900          STRING 'RUN ' WS-XCK-RUN-DATE ', EXCEPTIONS REPORTED'
147000              DELIMITED BY SIZE INTO WS-NEW-DETAIL
147100          STRING 'MASTER CROSS-CHECK OF ' WS-XCK-RUN-DATE
147200              ' NOT CLEAN, SEE XCHKRPT'
147300              DELIMITED BY SIZE INTO WS-NEW-TEXT
147400          GO TO 4450-EXIT
147500      END-IF.
147600      IF WS-XCK-RUN-DATE < WS-XCK-DUE-DATE
147700          SET WS-NEW-AMBER TO TRUE
147800          STRING 'RUN ' WS-XCK-RUN-DATE ', CLEAN BUT OVERDUE'
147900              DELIMITED BY SIZE INTO WS-NEW-DETAIL
148000          STRING 'MASTER CROSS-CHECK OVERDUE, LAST RUN '
148100              WS-XCK-RUN-DATE
148200              DELIMITED BY SIZE INTO WS-NEW-TEXT
148300          GO TO 4450-EXIT
148400      END-IF.
148500      STRING 'RUN ' WS-XCK-RUN-DATE ', CLEAN'
148600          DELIMITED BY SIZE INTO WS-NEW-DETAIL.
148700  4450-EXIT.
148800      EXIT.
148900*---------------------------------------------------------
149000*4900-SET-JOB-CHECK -- RECORD THE JOB CHECK IN WS-JOB-SUB AND,
149100*UNLESS IT IS GREEN, PUT IT ON THE ACTION LIST.
149200*---------------------------------------------------------
149300  4900-SET-JOB-CHECK.
149400      MOVE WS-NEW-RAG    TO WS-JOB-RAG(WS-JOB-SUB).
149500      MOVE WS-NEW-DETAIL TO WS-JOB-DETAIL(WS-JOB-SUB).
149600      IF WS-NEW-RED
149700          ADD 1 TO WS-JOB-RED-COUNT
149800      END-IF.
149900      IF WS-NEW-AMBER
150000          ADD 1 TO WS-JOB-AMBER-COUNT
150100      END-IF.
150200      IF NOT WS-NEW-GREEN
150300          PERFORM 3950-ADD-ACTION THRU 3950-EXIT
150400      END-IF.
150500  4900-EXIT.
150600      EXIT.
150700*---------------------------------------------------------
150800*5000-PRINT-SHEET -- THE SOURCES, THE JOB CHECKS, AND THE
150900*ACTION LIST, REDS FIRST.
151000*---------------------------------------------------------
151100  5000-PRINT-SHEET.
151200      WRITE RP-REPORT-LINE FROM WS-BLANK-LINE.
151300      WRITE RP-REPORT-LINE FROM WS-SECTION-LINE-1.
151400      WRITE RP-REPORT-LINE FROM WS-SRC-HDG-LINE.
151500      PERFORM 5100-PRINT-ONE-SOURCE THRU 5100-EXIT
151600          VARYING WS-I FROM 1 BY 1
151700          UNTIL WS-I > WS-SRC-COUNT
151800              OR WS-RUN-MUST-STOP.
151900      WRITE RP-REPORT-LINE FROM WS-BLANK-LINE.
152000      WRITE RP-REPORT-LINE FROM WS-SECTION-LINE-2.
152100      PERFORM 5200-PRINT-ONE-JOB THRU 5200-EXIT
152200          VARYING WS-JOB-SUB FROM 1 BY 1
152300          UNTIL WS-JOB-SUB > WS-JOB-MAX
152400              OR WS-RUN-MUST-STOP.
152500      WRITE RP-REPORT-LINE FROM WS-BLANK-LINE.
152600      WRITE RP-REPORT-LINE FROM WS-SECTION-LINE-3.
152700      IF WS-ACT-COUNT = ZERO
152800          WRITE RP-REPORT-LINE FROM WS-NO-ACTION-LINE
152900      END-IF.
153000      MOVE 2 TO WS-PRINT-RAG.
153100      PERFORM 5300-PRINT-ONE-ACTION THRU 5300-EXIT
153200          VARYING WS-K FROM 1 BY 1
153300          UNTIL WS-K > WS-ACT-COUNT
153400              OR WS-RUN-MUST-STOP.
153500      MOVE 1 TO WS-PRINT-RAG.
153600      PERFORM 5300-PRINT-ONE-ACTION THRU 5300-EXIT
153700          VARYING WS-K FROM 1 BY 1
153800          UNTIL WS-K > WS-ACT-COUNT
153900              OR WS-RUN-MUST-STOP.
154000      IF NOT WS-OPSRPT-OK
154100          DISPLAY 'OPS-STATUS: ERROR WRITING STATUS SHEET'
154200              WS-OPSRPT-STATUS
154300          MOVE 16 TO WS-RETURN-CODE
154400          SET WS-RUN-MUST-STOP TO TRUE
154500      END-IF.
154600  5000-EXIT.
154700      EXIT.
154800  5100-PRINT-ONE-SOURCE.
154900      IF WS-SRC-LEFT-OFF(WS-I)
155000          GO TO 5100-EXIT
155100      END-IF.
155200      COMPUTE WS-WORD-SUB = WS-SRC-RAG(WS-I) + 1.
155300      MOVE WS-SRC-SOURCE-SYS-ID(WS-I) TO WS-SRL-SOURCE.
155400      MOVE WS-RAG-WORD(WS-WORD-SUB)   TO WS-SRL-STATUS.
155500      IF WS-SRC-EFF-DATE(WS-I) = ZERO
155600          MOVE SPACES TO WS-SRL-LAST-DAY-X
155700      ELSE
155800          MOVE WS-SRC-EFF-DATE(WS-I) TO WS-SRL-LAST-DAY
155900      END-IF.
156000      MOVE WS-SRC-BEHIND(WS-I)    TO WS-SRL-BEHIND.
156100      MOVE WS-SRC-DFR-COUNT(WS-I) TO WS-SRL-DEFERRED.
156200      MOVE WS-SRC-NOTE(WS-I)      TO WS-SRL-NOTE.
156300      WRITE RP-REPORT-LINE FROM WS-SRC-LINE.
156400      IF NOT WS-OPSRPT-OK
156500          DISPLAY 'OPS-STATUS: ERROR WRITING SOURCE LINE'
156600              WS-OPSRPT-STATUS
156700          MOVE 16 TO WS-RETURN-CODE
156800          SET WS-RUN-MUST-STOP TO TRUE
156900      END-IF.
157000  5100-EXIT.
157100      EXIT.
157200  5200-PRINT-ONE-JOB.
157300      COMPUTE WS-WORD-SUB = WS-JOB-RAG(WS-JOB-SUB) + 1.
157400      MOVE WS-JOB-NAME(WS-JOB-SUB)   TO WS-JBL-NAME.
157500      MOVE WS-RAG-WORD(WS-WORD-SUB)  TO WS-JBL-STATUS.
157600      MOVE WS-JOB-DETAIL(WS-JOB-SUB) TO WS-JBL-DETAIL.
157700      WRITE RP-REPORT-LINE FROM WS-JOB-LINE.
157800      IF NOT WS-OPSRPT-OK
157900          DISPLAY 'OPS-STATUS: ERROR WRITING JOB CHECK LINE'
158000              WS-OPSRPT-STATUS
158100          MOVE 16 TO WS-RETURN-CODE
158200          SET WS-RUN-MUST-STOP TO TRUE
158300      END-IF.
158400  5200-EXIT.
158500      EXIT.
158600  5300-PRINT-ONE-ACTION.
158700      IF WS-ACT-RAG(WS-K) NOT = WS-PRINT-RAG
158800          GO TO 5300-EXIT
158900      END-IF.
159000      COMPUTE WS-WORD-SUB = WS-ACT-RAG(WS-K) + 1.
159100      MOVE WS-RAG-WORD(WS-WORD-SUB)     TO WS-ACL-STATUS.
159200      MOVE WS-ACT-SOURCE-SYS-ID(WS-K)   TO WS-ACL-SOURCE.
159300      MOVE WS-ACT-TEXT(WS-K)            TO WS-ACL-TEXT.
159400      WRITE RP-REPORT-LINE FROM WS-ACTION-LINE.
159500      IF NOT WS-OPSRPT-OK
159600          DISPLAY 'OPS-STATUS: ERROR WRITING ACTION LINE'
159700              WS-OPSRPT-STATUS
159800          MOVE 16 TO WS-RETURN-CODE
159900          SET WS-RUN-MUST-STOP TO TRUE
160000      END-IF.
160100  5300-EXIT.
160200      EXIT.
160300*---------------------------------------------------------
160400*9000-TERMINATE -- TOTALS AND CLOSES.
160500*---------------------------------------------------------
160600  9000-TERMINATE.
160700      IF WS-OPSRPT-WAS-OPENED AND WS-OPSRPT-OK
160800          MOVE WS-RED-COUNT       TO WS-TOT-RED
160900          MOVE WS-AMBER-COUNT     TO WS-TOT-AMBER
161000          MOVE WS-GREEN-COUNT     TO WS-TOT-GREEN
161100          MOVE WS-SOURCES-OMITTED TO WS-TOT-LEFT-OFF
161200          MOVE WS-JOB-RED-COUNT   TO WS-TOT-JOB-RED
161300          MOVE WS-JOB-AMBER-COUNT TO WS-TOT-JOB-AMBER
161400          MOVE WS-ACT-DROPPED     TO WS-TOT-DROPPED
161500          WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
161600          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-1
161700          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-2
161800          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-3
161900          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-4
162000          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-5
162100          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-6
162200          IF WS-ACT-DROPPED > ZERO
162300              WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-7
162400          END-IF
162500      END-IF.
162600      IF WS-RUNCTL-IS-OPEN
162700          CLOSE RUNCTL
162800      END-IF.
162900      IF WS-OPSRPT-WAS-OPENED
163000          CLOSE OPSRPT
163100      END-IF.
163200  9000-EXIT.
163300      EXIT.
163400*---------------------------------------------------------
163500*9100-NEXT-BUSINESS-DAY -- WS-DATE-IN PLUS ONE CALENDAR
163600*DAY, ROLLED PAST A SATURDAY OR SUNDAY, INTO WS-DATE-OUT,
163700*AS THE DAILY RUN COMPUTES IT.
163800*---------------------------------------------------------
163900  9100-NEXT-BUSINESS-DAY.
164000      MOVE WS-DATE-IN TO WS-DATE-WORK.
164100      PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
164200      PERFORM 9300-DAY-OF-WEEK THRU 9300-EXIT.
164300      IF WS-DOW = 0
164400          PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
164500          PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
164600      END-IF.
164700      IF WS-DOW = 1
164800          PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
164900      END-IF.
165000      MOVE WS-DATE-WORK TO WS-DATE-OUT.
165100  9100-EXIT.
165200      EXIT.
165300  9200-ADD-ONE-DAY.
165400      PERFORM 9250-MONTH-DAYS THRU 9250-EXIT.
165500      ADD 1 TO WS-DD-DAY.
165600      IF WS-DD-DAY > WS-DD-MONTH-DAYS
165700          MOVE 1 TO WS-DD-DAY
165800          ADD 1 TO WS-DD-MONTH
165900          IF WS-DD-MONTH > 12
166000              MOVE 1 TO WS-DD-MONTH
166100              ADD 1 TO WS-DD-YEAR
166200          END-IF
166300      END-IF.
166400  9200-EXIT.
166500      EXIT.
166600  9250-MONTH-DAYS.
166700      MOVE 31 TO WS-DD-MONTH-DAYS.
166800      IF WS-DD-MONTH = 4 OR 6 OR 9 OR 11
166900          MOVE 30 TO WS-DD-MONTH-DAYS
167000      END-IF.
167100      IF WS-DD-MONTH = 2
167200          MOVE 28 TO WS-DD-MONTH-DAYS
167300          DIVIDE WS-DD-YEAR BY 4 GIVING WS-ZC-H
167400              REMAINDER WS-ZC-Q
167500          IF WS-ZC-Q = 0
167600              MOVE 29 TO WS-DD-MONTH-DAYS
167700          END-IF
167800          DIVIDE WS-DD-YEAR BY 100 GIVING WS-ZC-H
167900              REMAINDER WS-ZC-Q
168000          IF WS-ZC-Q = 0
168100              MOVE 28 TO WS-DD-MONTH-DAYS
168200              DIVIDE WS-DD-YEAR BY 400 GIVING WS-ZC-H
168300                  REMAINDER WS-ZC-Q
168400              IF WS-ZC-Q = 0
168500                  MOVE 29 TO WS-DD-MONTH-DAYS
168600              END-IF
168700          END-IF
168800      END-IF.
168900  9250-EXIT.
169000      EXIT.
169100*---------------------------------------------------------
169200*9300-DAY-OF-WEEK -- ZELLER'S CONGRUENCE OVER THE DATE IN
169300*WS-DATE-WORK.  0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY, AND
169400*SO ON, AS THE DAILY RUN COMPUTES IT.
169500*---------------------------------------------------------
169600  9300-DAY-OF-WEEK.
169700      MOVE WS-DD-DAY TO WS-ZC-Q.
169800      MOVE WS-DD-MONTH TO WS-ZC-M.
169900      MOVE WS-DD-YEAR TO WS-ZC-Y.
170000      IF WS-ZC-M < 3
170100          ADD 12 TO WS-ZC-M
170200          SUBTRACT 1 FROM WS-ZC-Y
170300      END-IF.
170400      DIVIDE WS-ZC-Y BY 100 GIVING WS-ZC-J
170500          REMAINDER WS-ZC-K.
170600      COMPUTE WS-ZC-H = 13 * (WS-ZC-M + 1).
170700      DIVIDE WS-ZC-H BY 5 GIVING WS-ZC-T1.
170800      DIVIDE WS-ZC-K BY 4 GIVING WS-ZC-T2.
170900      DIVIDE WS-ZC-J BY 4 GIVING WS-ZC-T3.
171000      COMPUTE WS-ZC-H = WS-ZC-Q + WS-ZC-T1 + WS-ZC-K
171100          + WS-ZC-T2 + WS-ZC-T3 + (5 * WS-ZC-J).
171200      DIVIDE WS-ZC-H BY 7 GIVING WS-ZC-T1
171300          REMAINDER WS-DOW.
171400  9300-EXIT.
171500      EXIT.
171600*---------------------------------------------------------
171700*9400-BACK-ONE-DAY -- WS-DATE-WORK LESS ONE CALENDAR DAY.
171800*---------------------------------------------------------
171900  9400-BACK-ONE-DAY.
172000      IF WS-DD-DAY > 1
172100          SUBTRACT 1 FROM WS-DD-DAY
172200          GO TO 9400-EXIT
172300      END-IF.
172400      IF WS-DD-MONTH > 1
172500          SUBTRACT 1 FROM WS-DD-MONTH
172600      ELSE
172700          MOVE 12 TO WS-DD-MONTH
172800          SUBTRACT 1 FROM WS-DD-YEAR
172900      END-IF.
173000      PERFORM 9250-MONTH-DAYS THRU 9250-EXIT.
173100      MOVE WS-DD-MONTH-DAYS TO WS-DD-DAY.
173200  9400-EXIT.
173300      EXIT.
173400*---------------------------------------------------------
173500*9450-PREV-BUSINESS-DAY -- WS-DATE-IN LESS ONE CALENDAR DAY,
173600*BACKED UP PAST A SATURDAY OR SUNDAY, INTO WS-DATE-OUT.
173700*---------------------------------------------------------
173800  9450-PREV-BUSINESS-DAY.
173900      MOVE WS-DATE-IN TO WS-DATE-WORK.
174000      MOVE ZERO TO WS-DOW.
174100      PERFORM 9460-BACK-AND-TEST THRU 9460-EXIT
174200          UNTIL WS-DOW > 1.
174300      MOVE WS-DATE-WORK TO WS-DATE-OUT.
174400  9450-EXIT.
174500      EXIT.
174600  9460-BACK-AND-TEST.
174700      PERFORM 9400-BACK-ONE-DAY THRU 9400-EXIT.
174800      PERFORM 9300-DAY-OF-WEEK THRU 9300-EXIT.
174900  9460-EXIT.
175000      EXIT.
175100*---------------------------------------------------------
175200*9470-STEP-BACK-BUSINESS -- ONE BUSINESS DAY BACK FROM
175300*WS-DATE-OUT, LEFT IN WS-DATE-OUT.
175400*---------------------------------------------------------
175500  9470-STEP-BACK-BUSINESS.
175600      MOVE WS-DATE-OUT TO WS-DATE-IN.
175700      PERFORM 9450-PREV-BUSINESS-DAY THRU 9450-EXIT.
175800  9470-EXIT.
175900      EXIT.
176000*---------------------------------------------------------
176100*9480-STEP-BACK-CALENDAR -- ONE CALENDAR DAY BACK FROM
176200*WS-DATE-OUT, LEFT IN WS-DATE-OUT.
176300*---------------------------------------------------------
176400  9480-STEP-BACK-CALENDAR.
176500      MOVE WS-DATE-OUT TO WS-DATE-WORK.
176600      PERFORM 9400-BACK-ONE-DAY THRU 9400-EXIT.
176700      MOVE WS-DATE-WORK TO WS-DATE-OUT.
176800  9480-EXIT.
176900      EXIT.
