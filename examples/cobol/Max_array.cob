010287*                       SUSPENSE -- THERE IS NOTHING TO
010288*                       APPROVE ON A RETIRED METER.  AN EDIT
010289*                       PASS WRITES NO SUSPENSE ROWS.
010290*2026-10-15   DLM       ADDED THE SOURCE REGISTRY (SRCMAST,
010291*                       COPYBOOK DL100SM).  A REGISTERED
010292*                       SOURCE'S GROUPS MUST FALL INSIDE ITS
010293*                       START/END DATES AND CARRY ITS POSITION
010294*                       COUNT, AND A DECOMMISSIONED SOURCE NO
010295*                       LONGER FAILS THE EXTRA-SOURCE SCAN.
010296*                       NO REGISTRY MEANS NO REGISTRY CHECKS.
010297*2026-10-15   DLM       ADDED DEFERRAL MODE (6TH PARM
010298*                       CHARACTER 'D'): A SOURCE WHOSE GROUP
010299*                       FAILS ITS TRAILER BALANCE, OR WHOSE
010300*                       GROUP NEVER ARRIVED, IS HELD BACK AND
010301*                       RECORDED ON RUNCTL AS A 'DFR' ROW WITH
010302*                       A REASON INSTEAD OF FAILING THE RUN;
010303*                       THE CLEAN SOURCES ARE PROCESSED AND
010304*                       THE RUN ENDS RC 4.  LATER DAYS OF A
010305*                       DEFERRED SOURCE ARE HELD TOO.  A
010306*                       PICKUP RUN (6TH CHARACTER 'P') TAKES
010307*                       ONLY THE SOURCES STILL DEFERRED ON THE
010308*                       LEDGER, AND ITS ROWS CLOSE THEM.  A
010309*                       NORMAL RUN REFUSES A SOURCE WITH AN
010310*                       OPEN DEFERRAL.  THE EXCEPTION REPORT
010311*                       LISTS DEFERRED SOURCES AT THE TOP.
010312*2026-10-15   DLM       A MAX-MODE READING BELOW ITS FLOOR AND
010313*                       UNDER HALF THE STANDING MARK IS NOW
010314*                       HELD AS A PROBABLE REGISTER ROLLOVER
010315*                       (REASON 'ROLLOVER') INSTEAD OF A FLOOR
010316*                       BREACH.  A HISTORY ROW REWRITTEN ON A
010317*                       DUPLICATE KEY NOW KEEPS THE METER-
010318*                       EXCHANGE BREAK MARKER Meter_exchange
010319*                       POSTED FOR THE DAY.
010320*2026-10-15   DLM       ADDED CALCULATED POSITIONS.  A FORMULA
010321*                       FILE (CALCFORM, COPYBOOK DL100CF) DEFINES
010322*                       EACH POSITION OF A CALCULATED SOURCE AS A
010323*                       SUM OR DIFFERENCE OF REAL POSITIONS.
010324*                       AFTER THE GROUPS ARE COMPARED THE MEMBERS
010325*                       ARE SUMMED, ONE DAY AT A TIME, AND RUN
010326*                       THROUGH THE ORDINARY COMPARE FOR THEIR OWN
010327*                       MARKS, STATISTICS, HISTORY, AND EXTRACT
010328*                       GROUP (DETAILS FLAGGED 'C').  A TOTAL WITH
010329*                       A HELD OR MISSING MEMBER IS HELD AS
010330*                       'MEMBER'; CALCULATED HOLDS STAY OFF THE
010331*                       SUSPENSE FILE.
010332*2026-10-15   DLM       EVERY LIMIT EXCEPTION AND EVERY DEFERRED
010333*                       SOURCE DAY IS NOW ALSO APPENDED TO THE
010334*                       OPERATIONS ALERT FEED (ALERTS, COPYBOOK
010335*                       DL100AE) AS A WARNING EVENT WITH ITS
010336*                       REASON, SO MONITORING CAN PAGE WITHOUT
010337*                       READING THE REPORT.  AN EDIT PASS RAISES
010338*                       NOTHING.
010339*2026-10-15   DLM       THE ROLLOVER TEST NOW RUNS BEFORE THE
010340*                       FLOOR AND DELTA LIMITS AND FOR POSITIONS
010341*                       WITH NO LIMIT ROW.  A PICKUP RUN TAKES
010342*                       THE OTHER MEMBERS OF A CALCULATED TOTAL
010343*                       FROM THE HISTORY MASTER FOR THE DEFERRED
010344*                       DATE.  IN DEFERRAL MODE A GROUP CUT OFF
010345*                       BY THE END OF THE FILE IS DEFERRED AS
010346*                       'SHORT' WITH RC 4, AND A LATE SOURCE THAT
010347*                       HAS NEVER RUN AND HAS NO REGISTRY START
010348*                       DATE STOPS THE RUN AT RC 12.
010349******************************************************************
010350  IDENTIFICATION DIVISION.
010351  PROGRAM-ID. Max_array.
010352  ENVIRONMENT DIVISION.
010400  INPUT-OUTPUT SECTION.
010500  FILE-CONTROL.
010600      SELECT READINGS-FILE ASSIGN TO READINGS
013400          ORGANIZATION IS SEQUENTIAL
013410          ACCESS MODE IS SEQUENTIAL
013420          FILE STATUS IS WS-RUNCTL-STATUS.
013421      SELECT ALERTS ASSIGN TO ALERTS
013422          ORGANIZATION IS SEQUENTIAL
013423          ACCESS MODE IS SEQUENTIAL
013424          FILE STATUS IS WS-ALERTS-STATUS.
013425      SELECT STATMAST ASSIGN TO STATMAST
013427          ORGANIZATION IS INDEXED
013428          ACCESS MODE IS DYNAMIC
013461          ORGANIZATION IS SEQUENTIAL
013473          ACCESS MODE IS SEQUENTIAL
013485          FILE STATUS IS WS-SUSPFILE-STATUS.
013486      SELECT SRCMAST ASSIGN TO SRCMAST
013487          ORGANIZATION IS INDEXED
013488          ACCESS MODE IS DYNAMIC
013489          RECORD KEY IS SM-SOURCE-SYS-ID
013490          FILE STATUS IS WS-SRCMAST-STATUS.
013491      SELECT CALCFORM ASSIGN TO CALCFORM
013492          ORGANIZATION IS SEQUENTIAL
013493          ACCESS MODE IS SEQUENTIAL
013494          FILE STATUS IS WS-CALCFORM-STATUS.
013497  DATA DIVISION.
013500  FILE SECTION.
013600  FD  READINGS-FILE
015160      ==PFX-MAST-CONTROL-BODY== BY ==HM-CONTROL-BODY==
015170      ==PFX-MAST-AS-OF-DATE== BY ==HM-AS-OF-DATE==
015180      ==PFX-MAST-RECORD-COUNT== BY ==HM-RECORD-COUNT==.
015190  FD  SRCMAST
015200      RECORD CONTAINS 80 CHARACTERS.
015210      COPY DL100SM REPLACING
015220      ==PFX-SRCMAST-RECORD== BY ==SM-SRCMAST-RECORD==
015230      ==PFX-SRC-SOURCE-SYS-ID== BY ==SM-SOURCE-SYS-ID==
015240      ==PFX-SRC-START-DATE== BY ==SM-START-DATE==
015250      ==PFX-SRC-END-DATE== BY ==SM-END-DATE==
015260      ==PFX-SRC-POSITION-COUNT== BY ==SM-POSITION-COUNT==
015270      ==PFX-SRC-OWNER-CONTACT== BY ==SM-OWNER-CONTACT==
015280      ==PFX-SRC-STATUS-CD== BY ==SM-STATUS-CD==
015290      ==PFX-SRC-ACTIVE== BY ==SM-ACTIVE==
015300      ==PFX-SRC-DECOMMISSIONED== BY ==SM-DECOMMISSIONED==
015310      ==PFX-SRC-MAINT-DATE== BY ==SM-MAINT-DATE==.
015320  FD  CALCFORM
015330      RECORDING MODE IS F
015340      LABEL RECORDS ARE STANDARD.
015350      COPY DL100CF REPLACING
015360      ==PFX-FORMULA-RECORD== BY ==CF-FORMULA-RECORD==
015370      ==PFX-CF-CALC-SOURCE-SYS-ID== BY ==CF-CALC-SOURCE-SYS-ID==
015380      ==PFX-CF-CALC-POSITION== BY ==CF-CALC-POSITION==
015390      ==PFX-CF-SIGN== BY ==CF-SIGN==
015400      ==PFX-CF-ADD== BY ==CF-ADD==
015410      ==PFX-CF-SUBTRACT== BY ==CF-SUBTRACT==
015420      ==PFX-CF-MEMBER-SOURCE-SYS-ID==
015430          BY ==CF-MEMBER-SOURCE-SYS-ID==
015440      ==PFX-CF-MEMBER-POSITION== BY ==CF-MEMBER-POSITION==.
018400  FD  RPTFILE
018500      RECORDING MODE IS F
018600      LABEL RECORDS ARE OMITTED.
021800      ==PFX-DETAIL-BODY== BY ==XR-DETAIL-BODY==
021900      ==PFX-SEQ-NBR== BY ==XR-SEQ-NBR==
021910      ==PFX-HWM-VALUE== BY ==XR-HWM-VALUE==
021912      ==PFX-CALC-SW== BY ==XR-CALC-SW==
021914      ==PFX-CALCULATED== BY ==XR-CALCULATED==
021915      ==PFX-METER-NAME== BY ==XR-METER-NAME==
021917      ==PFX-UOM== BY ==XR-UOM==
021918      ==PFX-MEAN-VALUE== BY ==XR-MEAN-VALUE==
022270      ==PFX-HIST-MARK-VALUE== BY ==HX-MARK-VALUE==
022271      ==PFX-HIST-HELD-SW== BY ==HX-HELD-SW==
022272      ==PFX-HIST-WAS-HELD== BY ==HX-WAS-HELD==
022273      ==PFX-HIST-WAS-TAKEN== BY ==HX-WAS-TAKEN==
022274      ==PFX-HIST-BREAK-SW== BY ==HX-BREAK-SW==
022275      ==PFX-HIST-METER-EXCHANGE== BY ==HX-METER-EXCHANGE==
022276      ==PFX-HIST-OLD-FINAL-READ== BY ==HX-OLD-FINAL-READ==.
022280  FD  SUSPFILE
022287      RECORDING MODE IS F
022294      LABEL RECORDS ARE OMITTED.
022364      ==PFX-SUS-MODE-CD== BY ==SU-MODE-CD==
022371      ==PFX-SUS-RUN-DATE== BY ==SU-RUN-DATE==
022378      ==PFX-SUS-RUN-TIME== BY ==SU-RUN-TIME==.
022379  FD  ALERTS
022380      RECORDING MODE IS F
022381      LABEL RECORDS ARE OMITTED.
022382  01  AE-ALERT-LINE                   PIC X(80).
022385  WORKING-STORAGE SECTION.
022392*WS1-xxxxx HOLDS THE CURRENT GROUP'S READINGS (FORMERLY
022399*WS-ARRAY-1).
027531          88  WS-HISTMAST-OK                VALUE '00'.
027542          88  WS-HISTMAST-DUP-KEY           VALUE '22'.
027553          88  WS-HISTMAST-NOT-FOUND         VALUE '35'.
027554      05  WS-CALCFORM-STATUS          PIC X(02) VALUE '00'.
027555          88  WS-CALCFORM-OK                VALUE '00'.
027556          88  WS-CALCFORM-AT-END            VALUE '10'.
027557          88  WS-CALCFORM-NOT-FOUND         VALUE '35'.
027558      05  WS-ALERTS-STATUS            PIC X(02) VALUE '00'.
027559          88  WS-ALERTS-OK                  VALUE '00'.
027560          88  WS-ALERTS-NOT-FOUND           VALUE '35'.
027564      05  WS-SUSPFILE-STATUS          PIC X(02) VALUE '00'.
027575          88  WS-SUSPFILE-OK                VALUE '00'.
027586          88  WS-SUSPFILE-NOT-FOUND         VALUE '35'.
027588      05  WS-SRCMAST-STATUS           PIC X(02) VALUE '00'.
027590          88  WS-SRCMAST-OK                 VALUE '00'.
027592          88  WS-SRCMAST-AT-END             VALUE '10'.
027594          88  WS-SRCMAST-NOT-FOUND          VALUE '35'.
027597  01  WS-SWITCHES.
027600      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
027700          88  WS-DATA-IS-VALID              VALUE 'Y'.
028562      05  WS-EDIT-SW                  PIC X(01) VALUE 'N'.
028573          88  WS-EDIT-MODE                  VALUE 'Y'.
028584          88  WS-UPDATE-RUN                 VALUE 'N'.
028585*DEFERRAL MODE HOLDS BACK A LATE OR UNBALANCED SOURCE INSTEAD
028586*OF FAILING THE RUN; A PICKUP RUN TAKES ONLY THE SOURCES STILL
028587*DEFERRED ON THE LEDGER.
028588      05  WS-DEFER-SW                 PIC X(01) VALUE 'N'.
028589          88  WS-DEFERRAL-MODE              VALUE 'D'.
028590          88  WS-PICKUP-RUN                 VALUE 'P'.
028591          88  WS-NO-DEFERRAL                VALUE 'N'.
028592      05  WS-PASS-SW                  PIC X(01) VALUE 'G'.
028593          88  WS-GROUP-PASS                 VALUE 'G'.
028594          88  WS-CALC-PASS                  VALUE 'C'.
028595  01  WS-COUNTERS-AND-WORK-FIELDS.
028600      05  WS-I                 PIC S9(08) COMP VALUE ZERO.
028700      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
029450      05  WS-EXCEPTION-COUNT   PIC S9(08) COMP VALUE ZERO.
029455      05  WS-LOOKUP-POSITION   PIC S9(08) COMP VALUE ZERO.
029460      05  WS-DELTA             PIC S9(09) COMP VALUE ZERO.
029470      05  WS-HXS-READING-VALUE PIC S9(08) VALUE ZERO.
029480      05  WS-HXS-MARK-VALUE    PIC S9(08) VALUE ZERO.
029490      05  WS-HXS-HELD-SW       PIC X(01) VALUE SPACE.
029500      05  WS-OLD-VALUE         PIC S9(08) VALUE ZERO.
029600      05  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
029700      05  WS-RUN-TIME          PIC 9(08) VALUE ZERO.
030900          10  WS-GRP-SOURCE-SYS-ID    PIC X(08).
031000          10  WS-GRP-RECORD-COUNT     PIC 9(08) COMP.
031005          10  WS-GRP-CHANGED-COUNT    PIC 9(08) COMP.
031006*GROUPS HELD BACK IN THE FILE JUST AHEAD OF THIS ONE, WHICH
031007*5000-PROCESS-ONE-GROUP READS PAST UNPROCESSED.
031008          10  WS-GRP-HELD-BEFORE      PIC 9(04) COMP.
031010*PER-POSITION TOLERANCE LIMITS, LOADED ONCE AT INITIALIZE
031020*AND BINARY-SEARCHED FROM THE COMPARE LOOP.  AN ABSENT
031030*LIMITS FILE SIMPLY MEANS NO TOLERANCE CHECKING.
032400          10  WS-HDG-SOURCE           PIC X(08).
032500          10  FILLER             PIC X(08) VALUE '  AS OF '.
032600          10  WS-HDG-AS-OF            PIC 9(08).
032700          10  WS-HDG-CALC-FLAG   PIC X(12) VALUE SPACES.
032750          10  FILLER             PIC X(37) VALUE SPACES.
032800      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
032900      05  WS-DETAIL-LINE.
033000          10  FILLER             PIC X(05) VALUE SPACES.
034361      ==PFX-AUD-PERIOD-RESET== BY ==WS-AUD-PERIOD-RESET==
034362      ==PFX-AUD-FORCED== BY ==WS-AUD-FORCED==
034363      ==PFX-AUD-CORRECTION== BY ==WS-AUD-CORRECTION==
034365      ==PFX-AUD-AS-OF-DATE== BY ==WS-AUD-AS-OF-DATE==
034366      ==PFX-AUD-EXCHANGE== BY ==WS-AUD-EXCHANGE==
034367      ==PFX-AUD-SIGNOFF== BY ==WS-AUD-SIGNOFF==
034368      ==PFX-AUD-USER-ID== BY ==WS-AUD-USER-ID==.
034370*PARSE/BUILD AREA FOR RUN-CONTROL LEDGER ROWS (COPYBOOK
034380*DL100RC).
034390      COPY DL100RC REPLACING
034420      ==PFX-RC-SOURCE-SYS-ID== BY ==WS-RCT-SOURCE-SYS-ID==
034430      ==PFX-RC-MODE-CD== BY ==WS-RCT-MODE-CD==
034440      ==PFX-RC-IS-BACKOUT== BY ==WS-RCT-IS-BACKOUT==
034445      ==PFX-RC-IS-DEFERRAL== BY ==WS-RCT-IS-DEFERRAL==
034450      ==PFX-RC-RECORD-COUNT== BY ==WS-RCT-RECORD-COUNT==
034460      ==PFX-RC-CHANGED-COUNT== BY ==WS-RCT-CHANGED-COUNT==
034470      ==PFX-RC-RETURN-CODE== BY ==WS-RCT-RETURN-CODE==
034480      ==PFX-RC-RUN-DATE== BY ==WS-RCT-RUN-DATE==
034485      ==PFX-RC-RUN-TIME== BY ==WS-RCT-RUN-TIME==
034490      ==PFX-RC-DEFER-REASON== BY ==WS-RCT-DEFER-REASON==.
034495*THE SOURCE REGISTRY, LOADED ONCE AT INITIALIZE.  A SOURCE
034500*NOT FOUND HERE IS JUDGED ON ITS CONTROL RECORD ALONE.
034505  01  WS-REGISTRY-CONTROL.
034510      05  WS-REG-COUNT         PIC S9(04) COMP VALUE ZERO.
034515      05  WS-REG-MAX           PIC S9(04) COMP VALUE 100.
034520      05  WS-REG-NBR           PIC S9(04) COMP VALUE ZERO.
034525      05  WS-REG-SUB           PIC S9(04) COMP VALUE ZERO.
034530      05  WS-REG-LOOKUP-SOURCE PIC X(08) VALUE SPACES.
034535      05  WS-REG-ENTRY OCCURS 100 TIMES.
034540          10  WS-REG-SOURCE-SYS-ID    PIC X(08).
034545          10  WS-REG-START-DATE       PIC 9(08).
034550          10  WS-REG-END-DATE         PIC 9(08).
034555          10  WS-REG-POSITION-COUNT   PIC 9(08) COMP.
034560          10  WS-REG-STATUS-CD        PIC X(01).
034565              88  WS-REG-IS-DECOMMISSIONED  VALUE 'D'.
034570*DEFERRALS.  THE DFR TABLE HOLDS THE DEFERRALS STILL OPEN ON
034575*THE RUN-CONTROL LEDGER (A 'DFR' ROW OPENS ONE; A LATER
034580*SUCCESSFUL ROW FOR THE SAME SOURCE DATED ON OR AFTER IT
034585*CLOSES IT, AND ITS SLOT IS REUSED).  THE HLD TABLE HOLDS THE
034590*GROUPS THIS RUN HOLDS BACK, EACH WRITTEN TO THE LEDGER AS A
034595*'DFR' ROW AT END OF JOB.
034600  01  WS-DEFERRAL-CONTROL.
034605      05  WS-DFR-COUNT         PIC S9(04) COMP VALUE ZERO.
034610      05  WS-DFR-MAX           PIC S9(04) COMP VALUE 200.
034615      05  WS-DFR-SUB           PIC S9(04) COMP VALUE ZERO.
034620      05  WS-DFR-SLOT          PIC S9(04) COMP VALUE ZERO.
034625      05  WS-DFR-OPEN-COUNT    PIC S9(04) COMP VALUE ZERO.
034630      05  WS-DFR-ENTRY OCCURS 200 TIMES.
034635          10  WS-DFR-SOURCE-SYS-ID    PIC X(08).
034640          10  WS-DFR-AS-OF-DATE       PIC 9(08).
034645          10  WS-DFR-REASON           PIC X(08).
034650          10  WS-DFR-OPEN-SW          PIC X(01).
034655              88  WS-DFR-IS-OPEN           VALUE 'Y'.
034660              88  WS-DFR-IS-CLOSED         VALUE 'N'.
034665      05  WS-HLD-COUNT         PIC S9(04) COMP VALUE ZERO.
034670      05  WS-HLD-MAX           PIC S9(04) COMP VALUE 100.
034675      05  WS-HLD-SUB           PIC S9(04) COMP VALUE ZERO.
034680      05  WS-HLD-ENTRY OCCURS 100 TIMES.
034685          10  WS-HLD-SOURCE-SYS-ID    PIC X(08).
034690          10  WS-HLD-AS-OF-DATE       PIC 9(08).
034695          10  WS-HLD-RECORD-COUNT     PIC 9(08) COMP.
034700          10  WS-HLD-REASON           PIC X(08).
034705      05  WS-HELD-RUN-COUNT    PIC S9(04) COMP VALUE ZERO.
034710      05  WS-PICKUP-SKIP-COUNT PIC S9(04) COMP VALUE ZERO.
034715      05  WS-HOLD-LOOKUP-SOURCE
034720                               PIC X(08) VALUE SPACES.
034725      05  WS-HOLD-OPEN-DATE    PIC 9(08) VALUE ZERO.
034730      05  WS-HOLD-SOURCE-SYS-ID
034735                               PIC X(08) VALUE SPACES.
034740      05  WS-HOLD-AS-OF-DATE   PIC 9(08) VALUE ZERO.
034745      05  WS-HOLD-RECORD-COUNT PIC 9(08) COMP VALUE ZERO.
034750      05  WS-HOLD-REASON       PIC X(08) VALUE SPACES.
034755      05  WS-HOLD-SW                  PIC X(01) VALUE 'N'.
034760          88  WS-HOLD-THIS-GROUP            VALUE 'Y'.
034765          88  WS-GROUP-GOES-AHEAD           VALUE 'N'.
034770      05  WS-HELD-FOUND-SW            PIC X(01) VALUE 'N'.
034775          88  WS-HELD-SOURCE-FOUND          VALUE 'Y'.
034780          88  WS-HELD-SOURCE-NOT-FOUND      VALUE 'N'.
034785      05  WS-OPEN-FOUND-SW            PIC X(01) VALUE 'N'.
034790          88  WS-DEFERRAL-IS-OPEN           VALUE 'Y'.
034795          88  WS-DEFERRAL-NOT-OPEN          VALUE 'N'.
034800      05  WS-HELD-PASS-SW             PIC X(01) VALUE 'N'.
034805          88  WS-HELD-PASSED                VALUE 'Y'.
034810          88  WS-HELD-PASSING               VALUE 'N'.
034815*DEFERRED-SOURCE SECTION AT THE TOP OF THE EXCEPTION REPORT.
034820      05  WS-DFR-HDG-LINE             PIC X(80) VALUE
034825          'DEFERRED SOURCES - NOT PROCESSED UNTIL A PICKUP RUN'.
034830      05  WS-DFR-DETAIL-LINE.
034835          10  FILLER             PIC X(05) VALUE SPACES.
034840          10  WS-DFD-SOURCE           PIC X(08).
034845          10  FILLER             PIC X(08) VALUE '  AS OF '.
034850          10  WS-DFD-AS-OF            PIC 9(08).
034855          10  FILLER             PIC X(02) VALUE SPACES.
034860          10  WS-DFD-REASON           PIC X(08).
034865          10  FILLER             PIC X(02) VALUE SPACES.
034870          10  WS-DFD-STATUS           PIC X(24).
034875          10  FILLER             PIC X(15) VALUE SPACES.
034880*CALCULATED POSITIONS.  ONE CFM ENTRY PER FORMULA MEMBER, IN
034885*FILE ORDER, SO EACH CALCULATED SOURCE'S MEMBERS LIE TOGETHER
034890*BETWEEN ITS CSR FIRST AND LAST MEMBER.  CDT HOLDS TODAY'S
034895*DISTINCT GROUP DATES, ASCENDING.  EACH MEMBER CARRIES ONE DAY
034900*SLOT PER CDT DATE: THE READING AND HELD FLAG ('Y' HELD, 'N'
034905*TAKEN) CAPTURED WHEN ITS GROUP WAS COMPARED, OR A SPACE IF
034910*ITS SOURCE NEVER CAME THROUGH FOR THAT DATE.
034915  01  WS-CALC-CONTROL.
034920      05  WS-CFM-COUNT         PIC S9(04) COMP VALUE ZERO.
034925      05  WS-CFM-MAX           PIC S9(04) COMP VALUE 2000.
034930      05  WS-CFM-SUB           PIC S9(04) COMP VALUE ZERO.
034935      05  WS-CSR-COUNT         PIC S9(04) COMP VALUE ZERO.
034940      05  WS-CSR-MAX           PIC S9(04) COMP VALUE 20.
034945      05  WS-CSR-SUB           PIC S9(04) COMP VALUE ZERO.
034950      05  WS-CSR-SRCH          PIC S9(04) COMP VALUE ZERO.
034955      05  WS-CSR-NBR           PIC S9(04) COMP VALUE ZERO.
034960      05  WS-CDT-COUNT         PIC S9(04) COMP VALUE ZERO.
034965      05  WS-CDT-MAX           PIC S9(04) COMP VALUE 31.
034970      05  WS-CDT-SUB           PIC S9(04) COMP VALUE ZERO.
034975      05  WS-CDT-SLOT          PIC S9(04) COMP VALUE ZERO.
034980      05  WS-CALC-CAPTURED     PIC S9(04) COMP VALUE ZERO.
034985      05  WS-CALC-POSITION     PIC S9(08) COMP VALUE ZERO.
034990      05  WS-CALC-DATE         PIC 9(08) VALUE ZERO.
034995      05  WS-CALC-LOOKUP-SOURCE
035000                           PIC X(08) VALUE SPACES.
035005      05  WS-CALC-LAST-SOURCE  PIC X(08) VALUE SPACES.
035010      05  WS-CALC-LAST-POSITION
035015                           PIC 9(08) VALUE ZERO.
035020      05  WS-CFM-ENTRY OCCURS 2000 TIMES.
035025          10  WS-CFM-CALC-SOURCE-SYS-ID   PIC X(08).
035030          10  WS-CFM-CALC-POSITION        PIC 9(08) COMP.
035035          10  WS-CFM-SIGN                 PIC X(01).
035040              88  WS-CFM-IS-SUBTRACT            VALUE '-'.
035045          10  WS-CFM-MEMBER-SOURCE-SYS-ID PIC X(08).
035050          10  WS-CFM-MEMBER-POSITION      PIC 9(08) COMP.
035055          10  WS-CFM-DAY OCCURS 31 TIMES.
035060              15  WS-CFM-VALUE            PIC S9(08) COMP.
035065              15  WS-CFM-STATE            PIC X(01).
035070                  88  WS-CFM-WAS-TAKEN          VALUE 'N'.
035075                  88  WS-CFM-NOT-RECEIVED       VALUE ' '.
035080      05  WS-CSR-ENTRY OCCURS 20 TIMES.
035085          10  WS-CSR-SOURCE-SYS-ID        PIC X(08).
035090          10  WS-CSR-FIRST-MEMBER         PIC S9(04) COMP.
035095          10  WS-CSR-LAST-MEMBER          PIC S9(04) COMP.
035100          10  WS-CSR-POSITION-COUNT       PIC 9(08) COMP.
035105      05  WS-CDT-ENTRY OCCURS 31 TIMES.
035110          10  WS-CDT-AS-OF-DATE           PIC 9(08).
035115*HELD FLAG OF EVERY POSITION OF THE GROUP JUST COMPARED ('Y'
035120*HELD, 'N' TAKEN, 'U' NOT COMPARED THIS RUN -- AHEAD OF THE
035125*RESTART POINT OF A CHECKPOINTED GROUP).  ON THE CALCULATED
035130*PASS 'M' MARKS A TOTAL WITH A HELD OR MISSING MEMBER AND 'O'
035135*ONE THAT OVERFLOWED THE MARK.
035140  01  WS-POSITION-FLAGS.
035145      05  WS-PHF-SW OCCURS 65535 TIMES PIC X(01).
035150*BUILD AREA FOR OPERATIONS ALERT EVENTS (COPYBOOK DL100AE).
035155      COPY DL100AE REPLACING
035160      ==PFX-ALERT-RECORD== BY ==WS-ALERT-RECORD==
035165      ==PFX-ALR-RUN-DATE== BY ==WS-ALR-RUN-DATE==
035170      ==PFX-ALR-RUN-TIME== BY ==WS-ALR-RUN-TIME==
035175      ==PFX-ALR-SEVERITY== BY ==WS-ALR-SEVERITY==
035180      ==PFX-ALR-WARNING== BY ==WS-ALR-WARNING==
035185      ==PFX-ALR-ERROR== BY ==WS-ALR-ERROR==
035190      ==PFX-ALR-SEVERE== BY ==WS-ALR-SEVERE==
035195      ==PFX-ALR-RETURN-CODE== BY ==WS-ALR-RETURN-CODE==
035200      ==PFX-ALR-PROGRAM== BY ==WS-ALR-PROGRAM==
035205      ==PFX-ALR-EVENT-CD== BY ==WS-ALR-EVENT-CD==
035210      ==PFX-ALR-REASON-CD== BY ==WS-ALR-REASON-CD==
035215      ==PFX-ALR-SOURCE-SYS-ID== BY ==WS-ALR-SOURCE-SYS-ID==
035220      ==PFX-ALR-POSITION== BY ==WS-ALR-POSITION==
035225      ==PFX-ALR-AS-OF-DATE== BY ==WS-ALR-AS-OF-DATE==.
035900  LINKAGE SECTION.
036000  01  LS-PARM-AREA.
036100      05  LS-PARM-LEN                 PIC S9(04) COMP.
036200      05  LS-PARM-TEXT                PIC X(06).
036300  PROCEDURE DIVISION USING LS-PARM-AREA.
036400*---------------------------------------------------------
036500  0000-MAINLINE.
036700      IF WS-DATA-IS-VALID
036800          PERFORM 1300-PRESCAN-FILES THRU 1300-EXIT
036900      END-IF.
036910      IF WS-DATA-IS-VALID
036920          PERFORM 1380-CHECK-REGISTRY THRU 1380-EXIT
036930      END-IF.
036950*AN EDIT PASS IGNORES ANY LEFTOVER CHECKPOINT -- IT JUDGES
036960*THE READINGS FILE WHOLE, AND WRITES NO CHECKPOINT OF ITS
036970*OWN.
037300      IF WS-DATA-IS-VALID
037310          PERFORM 1350-VERIFY-MAST-SOURCES THRU 1350-EXIT
037320      END-IF.
037322      IF WS-DATA-IS-VALID
037324          PERFORM 6030-VERIFY-CALC-SOURCES THRU 6030-EXIT
037326      END-IF.
037330      IF WS-DATA-IS-VALID
037340          PERFORM 1700-CHECK-RUN-CONTROL THRU 1700-EXIT
037350      END-IF.
037700              UNTIL WS-GROUP-NBR > WS-GROUP-COUNT
037800                  OR WS-DATA-IS-INVALID
037900      END-IF.
037925      IF WS-DATA-IS-VALID AND WS-CSR-COUNT > ZERO
037950          PERFORM 6200-PROCESS-CALCULATIONS THRU 6200-EXIT
037975      END-IF.
038000      IF WS-DATA-IS-VALID
038100          PERFORM 4020-WRITE-REPORT-TOTAL THRU 4020-EXIT
038110          PERFORM 4025-WRITE-EXCP-TOTAL THRU 4025-EXIT
038160              ' SETTING RC 4'
038170          MOVE 4 TO WS-RETURN-CODE
038200      END-IF.
038210      IF WS-DATA-IS-VALID AND WS-HLD-COUNT > ZERO
038220          AND WS-RETURN-CODE = ZERO
038230          DISPLAY 'MAX-ARRAY: SOURCES DEFERRED, SETTING RC 4'
038240          MOVE 4 TO WS-RETURN-CODE
038250      END-IF.
038300      PERFORM 9000-TERMINATE THRU 9000-EXIT.
038400      MOVE WS-RETURN-CODE TO RETURN-CODE.
038500      GOBACK.
040130          DISPLAY 'MAX-ARRAY: EDIT-ONLY PASS, MASTERS'
040140              ' READ-ONLY, NOTHING WILL BE WRITTEN'
040150      END-IF.
040155      IF LS-PARM-LEN > 5 AND LS-PARM-TEXT(6:1) = 'D'
040160          SET WS-DEFERRAL-MODE TO TRUE
040165          DISPLAY 'MAX-ARRAY: DEFERRAL MODE, A LATE OR'
040170              ' UNBALANCED SOURCE IS HELD BACK'
040175      END-IF.
040180      IF LS-PARM-LEN > 5 AND LS-PARM-TEXT(6:1) = 'P'
040185          SET WS-PICKUP-RUN TO TRUE
040190          DISPLAY 'MAX-ARRAY: PICKUP RUN, DEFERRED SOURCES ONLY'
040195      END-IF.
040200      MOVE WS-MODE-CD TO WS-HDG-MODE.
040300      OPEN INPUT READINGS-FILE.
040400      IF NOT WS-READINGS-OK
044525              GO TO 1000-EXIT
044545          END-IF
044565      END-IF.
044566*SO DOES THE OPERATIONS ALERT FEED.
044567      IF WS-UPDATE-RUN
044568          OPEN EXTEND ALERTS
044569          IF WS-ALERTS-NOT-FOUND
044570              OPEN OUTPUT ALERTS
044571          END-IF
044572          IF NOT WS-ALERTS-OK
044573              DISPLAY 'MAX-ARRAY: CANNOT OPEN ALERTS'
044574                  WS-ALERTS-STATUS
044575              MOVE 16 TO WS-RETURN-CODE
044576              SET WS-DATA-IS-INVALID TO TRUE
044577              GO TO 1000-EXIT
044578          END-IF
044579          MOVE SPACES TO WS-ALERT-RECORD
044580      END-IF.
044585      IF WS-EDIT-MODE
044605          OPEN INPUT AUDITLOG
044625          IF WS-AUDITLOG-NOT-FOUND
045337      IF WS-DATA-IS-VALID
045338          PERFORM 1600-LOAD-RUNCTL THRU 1600-EXIT
045340      END-IF.
045345      IF WS-DATA-IS-VALID
045350          PERFORM 1390-LOAD-REGISTRY THRU 1390-EXIT
045355      END-IF.
045360      IF WS-DATA-IS-VALID
045365          PERFORM 6000-LOAD-FORMULAS THRU 6000-EXIT
045370      END-IF.
045400  1000-EXIT.
045500      EXIT.
045600*---------------------------------------------------------
055600          GO TO 1210-EXIT
055700      END-IF.
055710      MOVE HM-VALUE TO WS2-VALUE(WS-I).
055712  1210-EXIT.
055714      EXIT.
055716*---------------------------------------------------------
055718*1800-CHECK-HELD-SOURCE -- DECIDE, AT EACH GROUP HEADER IN
055720*THE PRESCAN, WHETHER THE GROUP IS HELD BACK.  AN ORDINARY
055722*RUN REFUSES A SOURCE THE LEDGER STILL SHOWS DEFERRED; A
055724*PICKUP RUN PASSES OVER EVERY SOURCE IT DOES NOT; DEFERRAL
055726*MODE HOLDS A GROUP WHOSE SOURCE IS ALREADY HELD IN THIS
055728*FILE OR STILL DEFERRED, SO ITS DAYS STAY IN ORDER.  A HELD
055730*GROUP NEVER ENTERS THE GROUP TABLE; THE NEXT GROUP THAT
055732*DOES COUNTS HOW MANY WERE HELD AHEAD OF IT SO THE LOAD PASS
055734*CAN READ PAST THEM.
055736*---------------------------------------------------------
055738  1800-CHECK-HELD-SOURCE.
055740      SET WS-GROUP-GOES-AHEAD TO TRUE.
055742      MOVE RD-SOURCE-SYS-ID TO WS-HOLD-LOOKUP-SOURCE.
055744      PERFORM 1805-FIND-OPEN-DEFERRAL THRU 1805-EXIT.
055746      IF WS-NO-DEFERRAL
055748          IF WS-DEFERRAL-IS-OPEN
055750              DISPLAY 'MAX-ARRAY: SOURCE ' RD-SOURCE-SYS-ID
055752                  ' HAS AN OPEN DEFERRAL FROM ' WS-HOLD-OPEN-DATE
055754              DISPLAY 'MAX-ARRAY: RUN THE PICKUP FIRST'
055756              MOVE 16 TO WS-RETURN-CODE
055758              SET WS-DATA-IS-INVALID TO TRUE
055760          END-IF
055762          GO TO 1800-EXIT
055764      END-IF.
055766      IF WS-PICKUP-RUN AND WS-DEFERRAL-NOT-OPEN
055768          ADD 1 TO WS-HELD-RUN-COUNT
055770          ADD 1 TO WS-PICKUP-SKIP-COUNT
055772          SET WS-HOLD-THIS-GROUP TO TRUE
055774          GO TO 1800-EXIT
055776      END-IF.
055778      PERFORM 1807-FIND-HELD-SOURCE THRU 1807-EXIT.
055780      IF WS-DEFERRAL-MODE AND WS-DEFERRAL-IS-OPEN
055782          SET WS-HELD-SOURCE-FOUND TO TRUE
055784      END-IF.
055786      IF WS-HELD-SOURCE-NOT-FOUND
055788          GO TO 1800-EXIT
055790      END-IF.
055792      MOVE RD-SOURCE-SYS-ID TO WS-HOLD-SOURCE-SYS-ID.
055794      MOVE RD-AS-OF-DATE    TO WS-HOLD-AS-OF-DATE.
055796      MOVE RD-RECORD-COUNT  TO WS-HOLD-RECORD-COUNT.
055798      MOVE 'BEHIND'         TO WS-HOLD-REASON.
055800      PERFORM 1820-HOLD-GROUP THRU 1820-EXIT.
055802      ADD 1 TO WS-HELD-RUN-COUNT.
055804      SET WS-HOLD-THIS-GROUP TO TRUE.
055806  1800-EXIT.
055808      EXIT.
055810  1805-FIND-OPEN-DEFERRAL.
055812      SET WS-DEFERRAL-NOT-OPEN TO TRUE.
055814      MOVE ZERO TO WS-HOLD-OPEN-DATE.
055816      PERFORM 1806-MATCH-OPEN-DEFERRAL THRU 1806-EXIT
055818          VARYING WS-DFR-SUB FROM 1 BY 1
055820          UNTIL WS-DFR-SUB > WS-DFR-COUNT.
055822  1805-EXIT.
055824      EXIT.
055826  1806-MATCH-OPEN-DEFERRAL.
055828      IF WS-DFR-IS-OPEN(WS-DFR-SUB)
055830          AND WS-DFR-SOURCE-SYS-ID(WS-DFR-SUB)
055832              = WS-HOLD-LOOKUP-SOURCE
055834          IF WS-DEFERRAL-NOT-OPEN
055836              OR WS-DFR-AS-OF-DATE(WS-DFR-SUB) < WS-HOLD-OPEN-DATE
055838              MOVE WS-DFR-AS-OF-DATE(WS-DFR-SUB)
055840                  TO WS-HOLD-OPEN-DATE
055842          END-IF
055844          SET WS-DEFERRAL-IS-OPEN TO TRUE
055846      END-IF.
055848  1806-EXIT.
055850      EXIT.
055852  1807-FIND-HELD-SOURCE.
055854      SET WS-HELD-SOURCE-NOT-FOUND TO TRUE.
055856      PERFORM 1808-MATCH-HELD-SOURCE THRU 1808-EXIT
055858          VARYING WS-HLD-SUB FROM 1 BY 1
055860          UNTIL WS-HLD-SUB > WS-HLD-COUNT
055862              OR WS-HELD-SOURCE-FOUND.
055864  1807-EXIT.
055866      EXIT.
055868  1808-MATCH-HELD-SOURCE.
055870      IF WS-HLD-SOURCE-SYS-ID(WS-HLD-SUB) = WS-HOLD-LOOKUP-SOURCE
055872          SET WS-HELD-SOURCE-FOUND TO TRUE
055874      END-IF.
055876  1808-EXIT.
055878      EXIT.
055880*---------------------------------------------------------
055882*1810-BALANCE-PRESCAN-GROUP -- PROVE THE GROUP JUST SKIPPED
055884*AGAINST ITS TRAILER.  OUT OF BALANCE FAILS THE RUN, OR IN
055886*DEFERRAL MODE HOLDS THE GROUP BACK.
055888*---------------------------------------------------------
055890  1810-BALANCE-PRESCAN-GROUP.
055892      IF RD-TRL-RECORD-COUNT
055894              NOT = WS-GRP-RECORD-COUNT(WS-GROUP-COUNT)
055896          DISPLAY 'MAX-ARRAY: READINGS TRAILER COUNT OFF,'
055898              ' TRAILER=' RD-TRL-RECORD-COUNT ' READ='
055900              WS-GRP-RECORD-COUNT(WS-GROUP-COUNT)
055902          MOVE 'COUNT' TO WS-HOLD-REASON
055904          PERFORM 1815-HOLD-OR-FAIL THRU 1815-EXIT
055906          GO TO 1810-EXIT
055908      END-IF.
055910      IF RD-TRL-HASH-TOTAL NOT = WS-RD-HASH-TOTAL
055912          DISPLAY 'MAX-ARRAY: READINGS TRAILER HASH OFF'
055914          MOVE 'HASH' TO WS-HOLD-REASON
055916          PERFORM 1815-HOLD-OR-FAIL THRU 1815-EXIT
055918      END-IF.
055920  1810-EXIT.
055922      EXIT.
055924  1815-HOLD-OR-FAIL.
055926      IF WS-NO-DEFERRAL
055928          MOVE 16 TO WS-RETURN-CODE
055930          SET WS-DATA-IS-INVALID TO TRUE
055932          GO TO 1815-EXIT
055934      END-IF.
055936      MOVE WS-GRP-SOURCE-SYS-ID(WS-GROUP-COUNT)
055938          TO WS-HOLD-SOURCE-SYS-ID.
055940      MOVE WS-GRP-AS-OF-DATE(WS-GROUP-COUNT)
055942          TO WS-HOLD-AS-OF-DATE.
055944      MOVE WS-GRP-RECORD-COUNT(WS-GROUP-COUNT)
055946          TO WS-HOLD-RECORD-COUNT.
055948      MOVE WS-GRP-HELD-BEFORE(WS-GROUP-COUNT)
055950          TO WS-HELD-RUN-COUNT.
055952      SUBTRACT 1 FROM WS-GROUP-COUNT.
055954      PERFORM 1820-HOLD-GROUP THRU 1820-EXIT.
055956      ADD 1 TO WS-HELD-RUN-COUNT.
055958  1815-EXIT.
055960      EXIT.
055962  1820-HOLD-GROUP.
055964      IF WS-HLD-COUNT >= WS-HLD-MAX
055966          DISPLAY 'MAX-ARRAY: MORE DEFERRED GROUPS THAN THE TABLE'
055968              ' HOLDS'
055970          MOVE 16 TO WS-RETURN-CODE
055972          SET WS-DATA-IS-INVALID TO TRUE
055974          GO TO 1820-EXIT
055976      END-IF.
055978      ADD 1 TO WS-HLD-COUNT.
055980      MOVE WS-HOLD-SOURCE-SYS-ID
055982          TO WS-HLD-SOURCE-SYS-ID(WS-HLD-COUNT).
055984      MOVE WS-HOLD-AS-OF-DATE  TO WS-HLD-AS-OF-DATE(WS-HLD-COUNT).
055986      MOVE WS-HOLD-RECORD-COUNT
055988          TO WS-HLD-RECORD-COUNT(WS-HLD-COUNT).
055990      MOVE WS-HOLD-REASON      TO WS-HLD-REASON(WS-HLD-COUNT).
055992      DISPLAY 'MAX-ARRAY: DEFERRING ' WS-HOLD-SOURCE-SYS-ID ' '
055994          WS-HOLD-AS-OF-DATE ' ' WS-HOLD-REASON.
055996  1820-EXIT.
055998      EXIT.
056000*---------------------------------------------------------
056002*1830-PASS-HELD-GROUP -- IN THE LOAD PASS, READ PAST ONE
056004*GROUP THE PRESCAN HELD BACK, HEADER THROUGH TRAILER.
056006*---------------------------------------------------------
056008  1830-PASS-HELD-GROUP.
056010      IF WS-DATA-IS-INVALID
056012          GO TO 1830-EXIT
056014      END-IF.
056016      READ READINGS-FILE.
056018      IF NOT WS-READINGS-OK
056020          DISPLAY 'MAX-ARRAY: READINGS FILE SHORT AT A DEFERRED'
056022              ' GROUP ' WS-READINGS-STATUS
056024          MOVE 16 TO WS-RETURN-CODE
056026          SET WS-DATA-IS-INVALID TO TRUE
056028          GO TO 1830-EXIT
056030      END-IF.
056032      IF NOT RD-HEADER-REC
056034          DISPLAY 'MAX-ARRAY: DEFERRED GROUP NOT ON A HEADER'
056036          MOVE 16 TO WS-RETURN-CODE
056038          SET WS-DATA-IS-INVALID TO TRUE
056040          GO TO 1830-EXIT
056042      END-IF.
056044      PERFORM 1835-PASS-TO-TRAILER THRU 1835-EXIT.
056046  1830-EXIT.
056048      EXIT.
056050  1835-PASS-TO-TRAILER.
056052      SET WS-HELD-PASSING TO TRUE.
056054      PERFORM 1837-PASS-ONE-HELD-RECORD THRU 1837-EXIT
056056          UNTIL WS-HELD-PASSED
056058              OR WS-DATA-IS-INVALID.
056060  1835-EXIT.
056062      EXIT.
056064  1837-PASS-ONE-HELD-RECORD.
056066      READ READINGS-FILE.
056068      IF NOT WS-READINGS-OK
056070          DISPLAY 'MAX-ARRAY: READINGS FILE SHORT IN A DEFERRED'
056072              ' GROUP ' WS-READINGS-STATUS
056074          MOVE 16 TO WS-RETURN-CODE
056076          SET WS-DATA-IS-INVALID TO TRUE
056078          GO TO 1837-EXIT
056080      END-IF.
056082      IF RD-HEADER-REC
056084          DISPLAY 'MAX-ARRAY: DEFERRED GROUP NOT CLOSED BY A'
056086              ' TRAILER'
056088          MOVE 16 TO WS-RETURN-CODE
056090          SET WS-DATA-IS-INVALID TO TRUE
056092          GO TO 1837-EXIT
056094      END-IF.
056096      IF RD-TRAILER-REC
056098          SET WS-HELD-PASSED TO TRUE
056100      END-IF.
056102  1837-EXIT.
056104      EXIT.
056106*---------------------------------------------------------
056108*1840-OPEN-DEFERRAL -- CARRY A LEDGER 'DFR' ROW INTO THE
056110*OPEN-DEFERRAL TABLE.  THE SAME SOURCE AND DATE DEFERRED
056112*AGAIN KEEPS ONE ENTRY WITH THE LATEST REASON; A CLOSED
056114*SLOT IS REUSED BEFORE THE TABLE GROWS.
056116*---------------------------------------------------------
056118  1840-OPEN-DEFERRAL.
056120      MOVE ZERO TO WS-DFR-SLOT.
056122      PERFORM 1842-MATCH-SAME-DEFERRAL THRU 1842-EXIT
056124          VARYING WS-DFR-SUB FROM 1 BY 1
056126          UNTIL WS-DFR-SUB > WS-DFR-COUNT
056128              OR WS-DFR-SLOT > ZERO.
056130      IF WS-DFR-SLOT > ZERO
056132          MOVE WS-RCT-DEFER-REASON TO WS-DFR-REASON(WS-DFR-SLOT)
056134          GO TO 1840-EXIT
056136      END-IF.
056138      PERFORM 1844-FIND-CLOSED-SLOT THRU 1844-EXIT
056140          VARYING WS-DFR-SUB FROM 1 BY 1
056142          UNTIL WS-DFR-SUB > WS-DFR-COUNT
056144              OR WS-DFR-SLOT > ZERO.
056146      IF WS-DFR-SLOT = ZERO
056148          IF WS-DFR-COUNT >= WS-DFR-MAX
056150              DISPLAY 'MAX-ARRAY: MORE OPEN DEFERRALS THAN THE'
056152                  ' TABLE HOLDS'
056154              MOVE 16 TO WS-RETURN-CODE
056156              SET WS-DATA-IS-INVALID TO TRUE
056158              GO TO 1840-EXIT
056160          END-IF
056162          ADD 1 TO WS-DFR-COUNT
056164          MOVE WS-DFR-COUNT TO WS-DFR-SLOT
056166      END-IF.
056168      MOVE WS-RCT-SOURCE-SYS-ID
056170          TO WS-DFR-SOURCE-SYS-ID(WS-DFR-SLOT).
056172      MOVE WS-RCT-AS-OF-DATE   TO WS-DFR-AS-OF-DATE(WS-DFR-SLOT).
056174      MOVE WS-RCT-DEFER-REASON TO WS-DFR-REASON(WS-DFR-SLOT).
056176      SET WS-DFR-IS-OPEN(WS-DFR-SLOT) TO TRUE.
056178      ADD 1 TO WS-DFR-OPEN-COUNT.
056180  1840-EXIT.
056182      EXIT.
056184  1842-MATCH-SAME-DEFERRAL.
056186      IF WS-DFR-IS-OPEN(WS-DFR-SUB)
056188          AND WS-DFR-SOURCE-SYS-ID(WS-DFR-SUB)
056190              = WS-RCT-SOURCE-SYS-ID
056192          AND WS-DFR-AS-OF-DATE(WS-DFR-SUB) = WS-RCT-AS-OF-DATE
056194          MOVE WS-DFR-SUB TO WS-DFR-SLOT
056196      END-IF.
056198  1842-EXIT.
056200      EXIT.
056202  1844-FIND-CLOSED-SLOT.
056204      IF WS-DFR-IS-CLOSED(WS-DFR-SUB)
056206          MOVE WS-DFR-SUB TO WS-DFR-SLOT
056208      END-IF.
056210  1844-EXIT.
056212      EXIT.
056214*A SUCCESSFUL ROW FOR THE SOURCE DATED ON OR AFTER A
056216*DEFERRED DAY MEANS THAT DAY HAS SINCE BEEN PICKED UP.
056218  1845-CLOSE-DEFERRAL.
056220      IF WS-DFR-IS-OPEN(WS-DFR-SUB)
056222          AND WS-DFR-SOURCE-SYS-ID(WS-DFR-SUB)
056224              = WS-RCT-SOURCE-SYS-ID
056226          AND WS-DFR-AS-OF-DATE(WS-DFR-SUB)
056228              NOT > WS-RCT-AS-OF-DATE
056230          SET WS-DFR-IS-CLOSED(WS-DFR-SUB) TO TRUE
056232          SUBTRACT 1 FROM WS-DFR-OPEN-COUNT
056234      END-IF.
056236  1845-EXIT.
056238      EXIT.
056240*A DEFERRAL ROW PROCESSED NOTHING; IT ONLY OPENS A DEFERRAL.
056242*ANY OTHER SUCCESSFUL ROW CLOSES THE SOURCE'S DEFERRALS UP TO
056244*ITS DATE BEFORE IT ROLLS THE SOURCE'S LATEST DATE.
056246  1847-APPLY-LEDGER-ROW.
056248      IF WS-RCT-IS-DEFERRAL
056250          PERFORM 1840-OPEN-DEFERRAL THRU 1840-EXIT
056252          GO TO 1847-EXIT
056254      END-IF.
056256      IF NOT WS-RCT-IS-BACKOUT
056258          PERFORM 1845-CLOSE-DEFERRAL THRU 1845-EXIT
056260              VARYING WS-DFR-SUB FROM 1 BY 1
056262              UNTIL WS-DFR-SUB > WS-DFR-COUNT
056264      END-IF.
056266      PERFORM 1620-TRACK-RUN-SOURCE THRU 1620-EXIT.
056268  1847-EXIT.
056270      EXIT.
056272*---------------------------------------------------------
056274*1850-HOLD-LATE-SOURCE -- IN DEFERRAL MODE A SOURCE ON THE
056276*MARK MASTER WITH NO GROUP IN THE READINGS FILE IS LATE,
056278*NOT AN ERROR: IT IS DEFERRED FOR THE BUSINESS DAY AFTER ITS
056280*CONTROL RECORD'S DATE (OR FROM ITS REGISTRY START DATE IF
056282*IT HAS NEVER RUN; WITH NO START DATE EITHER THE RUN STOPS
056284*AT RC 12).  A SOURCE ALREADY HELD OR STILL DEFERRED
056286*NEEDS NO SECOND ROW, AND A PICKUP RUN EXPECTS ONLY THE
056288*DEFERRED SOURCES.
056290*---------------------------------------------------------
056292  1850-HOLD-LATE-SOURCE.
056294      MOVE HM-SOURCE-SYS-ID TO WS-HOLD-LOOKUP-SOURCE.
056296      PERFORM 1807-FIND-HELD-SOURCE THRU 1807-EXIT.
056298      PERFORM 1805-FIND-OPEN-DEFERRAL THRU 1805-EXIT.
056300      IF WS-HELD-SOURCE-FOUND
056302          OR WS-DEFERRAL-IS-OPEN
056304          OR WS-PICKUP-RUN
056306          SET WS-SCAN-SOURCE-KNOWN TO TRUE
056308          GO TO 1850-EXIT
056310      END-IF.
056312      IF HM-AS-OF-DATE = ZERO
056314          MOVE ZERO TO WS-HOLD-AS-OF-DATE
056316          MOVE HM-SOURCE-SYS-ID TO WS-REG-LOOKUP-SOURCE
056318          PERFORM 1393-FIND-REGISTRY-SOURCE THRU 1393-EXIT
056320          IF WS-REG-NBR > ZERO
056322              MOVE WS-REG-START-DATE(WS-REG-NBR)
056324                  TO WS-HOLD-AS-OF-DATE
056326          END-IF
056328          IF WS-HOLD-AS-OF-DATE = ZERO
056330              DISPLAY 'MAX-ARRAY: SOURCE ' HM-SOURCE-SYS-ID
056332                  ' HAS NEVER RUN AND HAS NO REGISTRY START'
056334                  ' DATE, CANNOT DEFER IT'
056336              MOVE 12 TO WS-RETURN-CODE
056338              SET WS-DATA-IS-INVALID TO TRUE
056340              SET WS-SCAN-SOURCE-KNOWN TO TRUE
056342              GO TO 1850-EXIT
056344          END-IF
056346      ELSE
056348          MOVE HM-AS-OF-DATE TO WS-DATE-IN
056350          PERFORM 9100-NEXT-BUSINESS-DAY THRU 9100-EXIT
056352          MOVE WS-DATE-OUT TO WS-HOLD-AS-OF-DATE
056354      END-IF.
056356      MOVE HM-SOURCE-SYS-ID TO WS-HOLD-SOURCE-SYS-ID.
056358      MOVE HM-RECORD-COUNT  TO WS-HOLD-RECORD-COUNT.
056360      MOVE 'LATE'           TO WS-HOLD-REASON.
056362      PERFORM 1820-HOLD-GROUP THRU 1820-EXIT.
056364      SET WS-SCAN-SOURCE-KNOWN TO TRUE.
056366  1850-EXIT.
056368      EXIT.
056370*---------------------------------------------------------
057130*1300-PRESCAN-FILES -- WALK THE READINGS FILE HEADER TO
057140*HEADER BEFORE ANYTHING IS LOADED OR WRITTEN, BUILDING
057150*THE GROUP TABLE AND BALANCING EVERY GROUP'S TRAILER
057170*EVERY TRANSMISSION CHECK HAS TO PASS UP FRONT, BEFORE
057180*THE FIRST REWRITE -- NOT JUST BEFORE ITS OWN GROUP'S
057190*COMPARE.  THE FILE IS THEN REOPENED FOR THE REAL LOAD
057200*PASS.  IN DEFERRAL MODE A GROUP THAT FAILS ITS BALANCE
057210*IS HELD BACK WITH ITS SOURCE INSTEAD OF STOPPING THE
057220*RUN, AND A PICKUP RUN TAKES ONLY THE SOURCES THE LEDGER
057230*STILL SHOWS DEFERRED.
058100*---------------------------------------------------------
058200  1300-PRESCAN-FILES.
058300      MOVE ZERO TO WS-GROUP-COUNT.
058700      IF WS-DATA-IS-INVALID
058800          GO TO 1300-EXIT
058900      END-IF.
058905      IF WS-PICKUP-SKIP-COUNT > ZERO
058910          DISPLAY 'MAX-ARRAY: PICKUP RUN PASSED OVER '
058915              WS-PICKUP-SKIP-COUNT ' GROUP(S) NOT DEFERRED'
058920      END-IF.
058925      IF WS-GROUP-COUNT = ZERO AND WS-HLD-COUNT > ZERO
058930          DISPLAY 'MAX-ARRAY: EVERY GROUP IN THE READINGS FILE'
058935              ' IS DEFERRED'
058940          GO TO 1300-EXIT
058945      END-IF.
058950      IF WS-GROUP-COUNT = ZERO AND WS-PICKUP-RUN
058955          DISPLAY 'MAX-ARRAY: NOTHING IN THE READINGS FILE IS'
058960              ' DEFERRED ON THE LEDGER'
058965          MOVE 16 TO WS-RETURN-CODE
058970          SET WS-DATA-IS-INVALID TO TRUE
058975          GO TO 1300-EXIT
058980      END-IF.
059000      IF WS-GROUP-COUNT = ZERO
059100          DISPLAY 'MAX-ARRAY: READINGS FILE CARRIES NO GROUPS'
059200          MOVE 16 TO WS-RETURN-CODE
066500      IF WS-DATA-IS-INVALID
066600          GO TO 1310-EXIT
066700      END-IF.
066710      PERFORM 1800-CHECK-HELD-SOURCE THRU 1800-EXIT.
066720      IF WS-DATA-IS-INVALID
066730          GO TO 1310-EXIT
066740      END-IF.
066750      IF WS-HOLD-THIS-GROUP
066760          PERFORM 1835-PASS-TO-TRAILER THRU 1835-EXIT
066770          GO TO 1310-EXIT
066780      END-IF.
066800      ADD 1 TO WS-GROUP-COUNT.
066900      MOVE RD-AS-OF-DATE TO WS-GRP-AS-OF-DATE(WS-GROUP-COUNT).
067000      MOVE RD-SOURCE-SYS-ID
067100          TO WS-GRP-SOURCE-SYS-ID(WS-GROUP-COUNT).
067200      MOVE RD-RECORD-COUNT
067300          TO WS-GRP-RECORD-COUNT(WS-GROUP-COUNT).
067302      MOVE WS-HELD-RUN-COUNT
067304          TO WS-GRP-HELD-BEFORE(WS-GROUP-COUNT).
067306      MOVE ZERO TO WS-HELD-RUN-COUNT.
067310      MOVE ZERO TO WS-RD-HASH-TOTAL.
067400      PERFORM 1320-PRESCAN-RD-SKIP THRU 1320-EXIT
067500          VARYING WS-I FROM 1 BY 1
067600          UNTIL WS-I > WS-GRP-RECORD-COUNT(WS-GROUP-COUNT)
067650              OR WS-DATA-IS-INVALID
067700              OR WS-READINGS-AT-END.
067710      IF WS-DATA-IS-INVALID
067720          GO TO 1310-EXIT
067730      END-IF.
067731*A GROUP CUT OFF BY THE END OF THE FILE IS ONLY REACHED IN
067732*DEFERRAL MODE; IT IS HELD BACK LIKE ANY OTHER SHORT GROUP.
067733      IF WS-READINGS-AT-END
067734          MOVE 'SHORT' TO WS-HOLD-REASON
067735          PERFORM 1815-HOLD-OR-FAIL THRU 1815-EXIT
067736          GO TO 1310-EXIT
067737      END-IF.
067740      READ READINGS-FILE.
067750      IF NOT WS-READINGS-OK
067760          DISPLAY 'MAX-ARRAY: READINGS TRAILER MISSING'
067805          SET WS-DATA-IS-INVALID TO TRUE
067807          GO TO 1310-EXIT
067808      END-IF.
067810      PERFORM 1810-BALANCE-PRESCAN-GROUP THRU 1810-EXIT.
067860  1310-EXIT.
067900      EXIT.
068000  1315-CHECK-DUPLICATE-SOURCE.
069100      IF NOT WS-READINGS-OK
069200          DISPLAY 'MAX-ARRAY: READINGS FILE SHORT IN PRESCAN AT'
069300              WS-I
069325          IF WS-READINGS-AT-END AND NOT WS-NO-DEFERRAL
069350              GO TO 1320-EXIT
069375          END-IF
069400          MOVE 16 TO WS-RETURN-CODE
069500          SET WS-DATA-IS-INVALID TO TRUE
069510          GO TO 1320-EXIT
075700      END-IF.
075710      ADD RD-VALUE TO WS-RD-HASH-TOTAL.
075720  1320-EXIT.
075721      EXIT.
075722*---------------------------------------------------------
075723*1380-CHECK-REGISTRY -- HOLD EVERY GROUP OF A REGISTERED
075724*SOURCE TO ITS REGISTRY ENTRY BEFORE THE FIRST REWRITE: THE
075725*GROUP MUST BE DATED ON OR AFTER THE START DATE AND BEFORE
075726*ANY END DATE, AND MUST CARRY THE REGISTERED POSITION
075727*COUNT.  A SOURCE NOT YET REGISTERED IS LEFT TO THE
075728*CONTROL-RECORD CHECKS ALONE.
075729*---------------------------------------------------------
075730  1380-CHECK-REGISTRY.
075731      IF WS-REG-COUNT = ZERO
075732          GO TO 1380-EXIT
075733      END-IF.
075734      PERFORM 1385-CHECK-ONE-GROUP-REG THRU 1385-EXIT
075735          VARYING WS-J FROM 1 BY 1
075736          UNTIL WS-J > WS-GROUP-COUNT
075737              OR WS-DATA-IS-INVALID.
075738  1380-EXIT.
075739      EXIT.
075740  1385-CHECK-ONE-GROUP-REG.
075741      MOVE WS-GRP-SOURCE-SYS-ID(WS-J) TO WS-REG-LOOKUP-SOURCE.
075742      PERFORM 1393-FIND-REGISTRY-SOURCE THRU 1393-EXIT.
075743      IF WS-REG-NBR = ZERO
075744          DISPLAY 'MAX-ARRAY: SOURCE NOT IN THE REGISTRY '
075745              WS-GRP-SOURCE-SYS-ID(WS-J)
075746          GO TO 1385-EXIT
075747      END-IF.
075748      IF WS-GRP-AS-OF-DATE(WS-J) < WS-REG-START-DATE(WS-REG-NBR)
075749          DISPLAY 'MAX-ARRAY: GROUP BEFORE REGISTRY START FOR '
075750              WS-GRP-SOURCE-SYS-ID(WS-J) ' '
075751              WS-GRP-AS-OF-DATE(WS-J)
075752          MOVE 16 TO WS-RETURN-CODE
075753          SET WS-DATA-IS-INVALID TO TRUE
075754          GO TO 1385-EXIT
075755      END-IF.
075756      IF WS-REG-IS-DECOMMISSIONED(WS-REG-NBR)
075757          AND WS-GRP-AS-OF-DATE(WS-J)
075758              NOT < WS-REG-END-DATE(WS-REG-NBR)
075759          DISPLAY 'MAX-ARRAY: SOURCE DECOMMISSIONED FROM '
075760              WS-REG-END-DATE(WS-REG-NBR) ': '
075761              WS-GRP-SOURCE-SYS-ID(WS-J) ' '
075762              WS-GRP-AS-OF-DATE(WS-J)
075763          MOVE 16 TO WS-RETURN-CODE
075764          SET WS-DATA-IS-INVALID TO TRUE
075765          GO TO 1385-EXIT
075766      END-IF.
075767      IF WS-GRP-RECORD-COUNT(WS-J)
075768              NOT = WS-REG-POSITION-COUNT(WS-REG-NBR)
075769          DISPLAY 'MAX-ARRAY: RECORD COUNT NOT AS REGISTERED '
075770              WS-GRP-SOURCE-SYS-ID(WS-J) ' READINGS='
075771              WS-GRP-RECORD-COUNT(WS-J) ' REGISTRY='
075772              WS-REG-POSITION-COUNT(WS-REG-NBR)
075773          IF WS-GRP-RECORD-COUNT(WS-J)
075774                  > WS-REG-POSITION-COUNT(WS-REG-NBR)
075775              DISPLAY 'MAX-ARRAY: RESIZE THE SOURCE WITH'
075776                  ' Src_maint BEFORE RERUNNING'
075777          END-IF
075778          MOVE 16 TO WS-RETURN-CODE
075779          SET WS-DATA-IS-INVALID TO TRUE
075780      END-IF.
075781  1385-EXIT.
075782      EXIT.
075783*A SOURCE DECOMMISSIONED ON OR BEFORE THE FILE'S FIRST DATE
075784*IS NO LONGER EXPECTED, SO ITS CONTROL RECORD MAY STAY ON
075785*THE MASTER FOR THE HISTORY WITHOUT FAILING THE SCAN.
075786  1388-EXCUSE-DECOMMISSIONED.
075787      IF WS-GROUP-COUNT = ZERO
075788          GO TO 1388-EXIT
075789      END-IF.
075790      MOVE HM-SOURCE-SYS-ID TO WS-REG-LOOKUP-SOURCE.
075791      PERFORM 1393-FIND-REGISTRY-SOURCE THRU 1393-EXIT.
075792      IF WS-REG-NBR > ZERO
075793          IF WS-REG-IS-DECOMMISSIONED(WS-REG-NBR)
075794              AND WS-REG-END-DATE(WS-REG-NBR)
075795                  NOT > WS-GRP-AS-OF-DATE(1)
075796              SET WS-SCAN-SOURCE-KNOWN TO TRUE
075797          END-IF
075798      END-IF.
075799  1388-EXIT.
075800      EXIT.
075801*---------------------------------------------------------
075802*1390-LOAD-REGISTRY -- LOAD THE SOURCE REGISTRY INTO A
075803*TABLE.  NO REGISTRY YET SIMPLY MEANS NO REGISTRY CHECKS,
075804*WHICH IS HOW EVERY RUN BEHAVED BEFORE THE FILE EXISTED.
075805*---------------------------------------------------------
075806  1390-LOAD-REGISTRY.
075807      MOVE ZERO TO WS-REG-COUNT.
075808      OPEN INPUT SRCMAST.
075809      IF WS-SRCMAST-NOT-FOUND
075810          DISPLAY 'MAX-ARRAY: NO SOURCE REGISTRY YET'
075811          GO TO 1390-EXIT
075812      END-IF.
075813      IF NOT WS-SRCMAST-OK
075814          DISPLAY 'MAX-ARRAY: CANNOT OPEN SRCMAST'
075815              WS-SRCMAST-STATUS
075816          MOVE 16 TO WS-RETURN-CODE
075817          SET WS-DATA-IS-INVALID TO TRUE
075818          GO TO 1390-EXIT
075819      END-IF.
075820      PERFORM 1391-LOAD-ONE-REGISTRY THRU 1391-EXIT
075821          UNTIL WS-SRCMAST-AT-END
075822              OR WS-DATA-IS-INVALID.
075823      CLOSE SRCMAST.
075824  1390-EXIT.
075825      EXIT.
075826  1391-LOAD-ONE-REGISTRY.
075827      READ SRCMAST NEXT RECORD.
075828      IF WS-SRCMAST-AT-END
075829          GO TO 1391-EXIT
075830      END-IF.
075831      IF NOT WS-SRCMAST-OK
075832          DISPLAY 'MAX-ARRAY: ERROR READING SRCMAST'
075833              WS-SRCMAST-STATUS
075834          MOVE 16 TO WS-RETURN-CODE
075835          SET WS-DATA-IS-INVALID TO TRUE
075836          GO TO 1391-EXIT
075837      END-IF.
075838      IF WS-REG-COUNT >= WS-REG-MAX
075839          DISPLAY 'MAX-ARRAY: MORE REGISTERED SOURCES THAN THE'
075840              ' TABLE HOLDS'
075841          MOVE 16 TO WS-RETURN-CODE
075842          SET WS-DATA-IS-INVALID TO TRUE
075843          GO TO 1391-EXIT
075844      END-IF.
075845      ADD 1 TO WS-REG-COUNT.
075846      MOVE SM-SOURCE-SYS-ID
075847          TO WS-REG-SOURCE-SYS-ID(WS-REG-COUNT).
075848      MOVE SM-START-DATE TO WS-REG-START-DATE(WS-REG-COUNT).
075849      MOVE SM-END-DATE   TO WS-REG-END-DATE(WS-REG-COUNT).
075850      MOVE SM-POSITION-COUNT
075851          TO WS-REG-POSITION-COUNT(WS-REG-COUNT).
075852      MOVE SM-STATUS-CD  TO WS-REG-STATUS-CD(WS-REG-COUNT).
075853  1391-EXIT.
075854      EXIT.
075855  1393-FIND-REGISTRY-SOURCE.
075856      MOVE ZERO TO WS-REG-NBR.
075857      PERFORM 1395-MATCH-REGISTRY-SOURCE THRU 1395-EXIT
075858          VARYING WS-REG-SUB FROM 1 BY 1
075859          UNTIL WS-REG-SUB > WS-REG-COUNT
075860              OR WS-REG-NBR > ZERO.
075861  1393-EXIT.
075862      EXIT.
075863  1395-MATCH-REGISTRY-SOURCE.
075864      IF WS-REG-SOURCE-SYS-ID(WS-REG-SUB) = WS-REG-LOOKUP-SOURCE
075865          MOVE WS-REG-SUB TO WS-REG-NBR
075866      END-IF.
075867  1395-EXIT.
075868      EXIT.
075869*---------------------------------------------------------
076010*1400-LOAD-LIMITS -- LOAD THE PER-POSITION TOLERANCE
076020*LIMITS INTO A TABLE ORDERED BY SOURCE SYSTEM AND
076030*POSITION.  NO LIMITS FILE MEANS NO TOLERANCE CHECKING,
076979      MOVE RC-RUNCTL-LINE
076980          TO WS-LASTRUN-LINE(WS-LASTRUN-SLOT).
076982      MOVE RC-RUNCTL-LINE TO WS-RCT-RECORD.
076983*A FAILED RUN NEVER WROTE A ROW, SO EVERY ROW BUT A BACKOUT
076984*OR A DEFERRAL MARKS ITS DATE SUCCESSFULLY PROCESSED.  ROWS
076985*ARRIVE IN TIME ORDER, SO THE LAST ONE PER SOURCE WINS, AND
076986*A BACKOUT ROW DELIBERATELY SETS THE DATE BACK.
076987      IF WS-RCT-IS-DEFERRAL OR WS-RCT-IS-BACKOUT
076988          OR WS-RCT-RETURN-CODE <= 4
076989          PERFORM 1847-APPLY-LEDGER-ROW THRU 1847-EXIT
076990      END-IF.
076991  1610-EXIT.
076992      EXIT.
077420          VARYING WS-I FROM 1 BY 1
077430          UNTIL WS-I > WS-GROUP-COUNT
077440              OR WS-SCAN-SOURCE-KNOWN.
077441      IF WS-SCAN-SOURCE-UNKNOWN
077442          PERFORM 1388-EXCUSE-DECOMMISSIONED THRU 1388-EXIT
077443          PERFORM 6050-EXCUSE-CALC-SOURCE THRU 6050-EXIT
077444      END-IF.
077445      IF WS-SCAN-SOURCE-UNKNOWN AND NOT WS-NO-DEFERRAL
077446          PERFORM 1850-HOLD-LATE-SOURCE THRU 1850-EXIT
077447      END-IF.
077450      IF WS-SCAN-SOURCE-UNKNOWN
077460          DISPLAY 'MAX-ARRAY: MARK MASTER CARRIES A SOURCE'
077470              ' READINGS DOES NOT: ' HM-SOURCE-SYS-ID
087210  4012-WRITE-EXCP-HEADING.
087220      MOVE WS-MODE-CD TO WS-EXCP-HDG-MODE.
087230      WRITE EX-REPORT-LINE FROM WS-EXCP-HDG-LINE-1.
087235      PERFORM 4050-WRITE-DEFERRAL-SECTION THRU 4050-EXIT.
087240      WRITE EX-REPORT-LINE FROM WS-EXCP-HDG-LINE-2.
087250      IF NOT WS-EXCPRPT-OK
087260          DISPLAY 'MAX-ARRAY: ERROR WRITING EXCPRPT HEADING'
087300  4015-WRITE-GROUP-HEADING.
087400      MOVE WS2-SOURCE-SYS-ID TO WS-HDG-SOURCE.
087500      MOVE WS2-AS-OF-DATE    TO WS-HDG-AS-OF.
087510      IF WS-CALC-PASS
087520          MOVE '  CALCULATED' TO WS-HDG-CALC-FLAG
087530      ELSE
087540          MOVE SPACES TO WS-HDG-CALC-FLAG
087550      END-IF.
087600      WRITE RP-REPORT-LINE FROM WS-BLANK-LINE.
087700      WRITE RP-REPORT-LINE FROM WS-HDG-GROUP-LINE.
087800      IF NOT WS-RPTFILE-OK
089658  4035-EXIT.
089659      EXIT.
089660*---------------------------------------------------------
089661*4050-WRITE-DEFERRAL-SECTION -- LEAD THE EXCEPTION REPORT
089662*WITH EVERY SOURCE THIS RUN DEFERRED AND EVERY DEFERRAL THE
089663*LEDGER STILL SHOWS OPEN, SO THE PICKUP IS NOT FORGOTTEN.
089664*---------------------------------------------------------
089665  4050-WRITE-DEFERRAL-SECTION.
089666      IF WS-HLD-COUNT = ZERO AND WS-DFR-OPEN-COUNT = ZERO
089667          GO TO 4050-EXIT
089668      END-IF.
089669      WRITE EX-REPORT-LINE FROM WS-BLANK-LINE.
089670      WRITE EX-REPORT-LINE FROM WS-DFR-HDG-LINE.
089671      PERFORM 4055-WRITE-ONE-HELD-LINE THRU 4055-EXIT
089672          VARYING WS-HLD-SUB FROM 1 BY 1
089673          UNTIL WS-HLD-SUB > WS-HLD-COUNT.
089674      PERFORM 4057-WRITE-ONE-OPEN-LINE THRU 4057-EXIT
089675          VARYING WS-DFR-SUB FROM 1 BY 1
089676          UNTIL WS-DFR-SUB > WS-DFR-COUNT.
089677      WRITE EX-REPORT-LINE FROM WS-BLANK-LINE.
089678      IF NOT WS-EXCPRPT-OK
089679          DISPLAY 'MAX-ARRAY: ERROR WRITING DEFERRAL SECTION'
089680              WS-EXCPRPT-STATUS
089681          MOVE 16 TO WS-RETURN-CODE
089682          SET WS-DATA-IS-INVALID TO TRUE
089683      END-IF.
089684  4050-EXIT.
089685      EXIT.
089686  4055-WRITE-ONE-HELD-LINE.
089687      MOVE WS-HLD-SOURCE-SYS-ID(WS-HLD-SUB) TO WS-DFD-SOURCE.
089688      MOVE WS-HLD-AS-OF-DATE(WS-HLD-SUB)    TO WS-DFD-AS-OF.
089689      MOVE WS-HLD-REASON(WS-HLD-SUB)        TO WS-DFD-REASON.
089690      MOVE 'DEFERRED THIS RUN'              TO WS-DFD-STATUS.
089691      WRITE EX-REPORT-LINE FROM WS-DFR-DETAIL-LINE.
089692  4055-EXIT.
089693      EXIT.
089694*AN OPEN DEFERRAL WHOSE SOURCE HAS A GROUP IN A PICKUP RUN
089695*IS CLOSED BY THIS RUN'S OWN LEDGER ROW.
089696  4057-WRITE-ONE-OPEN-LINE.
089697      IF WS-DFR-IS-CLOSED(WS-DFR-SUB)
089698          GO TO 4057-EXIT
089699      END-IF.
089700      MOVE WS-DFR-SOURCE-SYS-ID(WS-DFR-SUB) TO WS-DFD-SOURCE.
089701      MOVE WS-DFR-AS-OF-DATE(WS-DFR-SUB)    TO WS-DFD-AS-OF.
089702      MOVE WS-DFR-REASON(WS-DFR-SUB)        TO WS-DFD-REASON.
089703      SET WS-SCAN-SOURCE-UNKNOWN TO TRUE.
089704      IF WS-PICKUP-RUN
089705          PERFORM 4059-MATCH-PICKUP-GROUP THRU 4059-EXIT
089706              VARYING WS-I FROM 1 BY 1
089707              UNTIL WS-I > WS-GROUP-COUNT
089708                  OR WS-SCAN-SOURCE-KNOWN
089709      END-IF.
089710      IF WS-SCAN-SOURCE-KNOWN
089711          MOVE 'PICKED UP THIS RUN'       TO WS-DFD-STATUS
089712      ELSE
089713          MOVE 'OPEN FROM AN EARLIER RUN' TO WS-DFD-STATUS
089714      END-IF.
089715      WRITE EX-REPORT-LINE FROM WS-DFR-DETAIL-LINE.
089716  4057-EXIT.
089717      EXIT.
089718  4059-MATCH-PICKUP-GROUP.
089719      IF WS-GRP-SOURCE-SYS-ID(WS-I)
089720              = WS-DFR-SOURCE-SYS-ID(WS-DFR-SUB)
089721          SET WS-SCAN-SOURCE-KNOWN TO TRUE
089722      END-IF.
089723  4059-EXIT.
089724      EXIT.
089725*---------------------------------------------------------
089726*4040-WRITE-EDIT-SECTION -- THE EDIT PASS'S DELIVERABLE:
089727*THE CHANGES EACH SOURCE'S GROUP WOULD MAKE WHEN THE REAL
089728*RUN TAKES THE SAME FILE.
089732*---------------------------------------------------------
089750  4040-WRITE-EDIT-SECTION.
089768      WRITE RP-REPORT-LINE FROM WS-BLANK-LINE.
090164      IF WS-POSITION-NOT-HELD
090182          PERFORM 4150-CHECK-POSITION-LIMITS THRU 4150-EXIT
090200      END-IF.
090205      IF WS-POSITION-NOT-HELD AND WS-CALC-PASS
090210          PERFORM 6400-CHECK-CALC-MEMBERS THRU 6400-EXIT
090215      END-IF.
090218      IF WS-POSITION-NOT-HELD
090236          IF WS-MODE-IS-MIN
090254              IF WS1-VALUE(WS-I) < WS2-VALUE(WS-I)
090700          REMAINDER WS-CKPT-REMAINDER.
090800      IF WS-CKPT-REMAINDER = ZERO AND WS-LIVE-MODE
090850          AND WS-UPDATE-RUN
090875          AND WS-GROUP-PASS
090900          PERFORM 4900-WRITE-CHECKPOINT THRU 4900-EXIT
091000      END-IF.
091050      MOVE WS-POSITION-HELD-SW TO WS-PHF-SW(WS-I).
091100  4100-EXIT.
091105      EXIT.
091107*---------------------------------------------------------
091180*---------------------------------------------------------
091190  4150-CHECK-POSITION-LIMITS.
091195      SET WS-POSITION-NOT-HELD TO TRUE.
091196      PERFORM 4152-CHECK-ROLLOVER THRU 4152-EXIT.
091197      IF WS-POSITION-IS-HELD OR WS-LIMIT-COUNT = ZERO
091198          GO TO 4150-EXIT
091199      END-IF.
091200      SET WS-LIMIT-NOT-FOUND TO TRUE.
091580      END-IF.
091590      IF WS-LIVE-MODE
091595          ADD 1 TO WS-EXCEPTION-COUNT
091596          PERFORM 7810-ALERT-ONE-EXCEPTION THRU 7810-EXIT
091597      END-IF.
091598*A HELD READING A HUMAN MIGHT STILL APPROVE GOES TO THE
091599*SUSPENSE FILE TOO.  A RETIRED OR A CALCULATED POSITION
091600*DOES NOT, AND AN EDIT PASS OR A REPLAY WRITES NOTHING.
091601      IF WS-LIVE-MODE AND WS-UPDATE-RUN AND WS-GROUP-PASS
091602          AND WS-EXC-REASON NOT = 'RETIRED'
091603          PERFORM 4165-WRITE-SUSPENSE-ROW THRU 4165-EXIT
091604      END-IF.
091646      END-SEARCH.
091647  4170-EXIT.
091648      EXIT.
091649*---------------------------------------------------------
091650*4152-CHECK-ROLLOVER -- A MAX-MODE READING THAT HAS FALLEN
091651*TO UNDER HALF THE STANDING MARK IS MOST LIKELY A
091652*CUMULATIVE REGISTER THAT WRAPPED PAST ZERO, OR A METER
091653*SWAPPED WITH NO EXCHANGE ON FILE, NOT A BAD READ.  IT IS
091654*HELD AND REPORTED AS A ROLLOVER SO THE ANALYST RECORDS A
091655*METER EXCHANGE FOR IT RATHER THAN APPROVING IT ONTO THE
091656*MARK.  THE TEST RUNS AHEAD OF THE FLOOR AND DELTA LIMITS
091657*AND FOR POSITIONS WITH NO LIMIT ROW; A CALCULATED TOTAL
091658*HAS NO REGISTER TO WRAP.
091659*---------------------------------------------------------
091660  4152-CHECK-ROLLOVER.
091661      IF WS-MODE-IS-MIN OR WS-CALC-PASS
091662          GO TO 4152-EXIT
091663      END-IF.
091664      IF WS1-VALUE(WS-I) < ZERO
091665          OR WS2-VALUE(WS-I) NOT > ZERO
091666          GO TO 4152-EXIT
091667      END-IF.
091668      IF WS1-VALUE(WS-I) * 2 < WS2-VALUE(WS-I)
091669          MOVE 'ROLLOVER' TO WS-EXC-REASON
091670          MOVE ZERO TO WS-EXC-LIMIT
091671          PERFORM 4160-WRITE-EXCEPTION-LINE THRU 4160-EXIT
091672      END-IF.
091673  4152-EXIT.
091674      EXIT.
091675*---------------------------------------------------------
091695*4200-APPLY-CHANGE -- OVERRIDE ONE MARK.  IN REPLAY MODE
091697*(A RESTART WALKING GROUPS ALREADY COMPLETED BEFORE THE
091698*ABEND) THE MARK AND THE REPORT ARE REBUILT BUT THE AUDIT
096203*4700-POST-HISTORY -- ONE HISTORY ROW PER POSITION PER
096206*DAY: THE READING AS RECEIVED, THE MARK AS IT STANDS
096209*AFTER THE COMPARE, AND THE HELD FLAG.  A RESTARTED GROUP
096210*FINDS ITS OWN ROW ALREADY THERE AND REWRITES IT, AS DOES
096211*THE FIRST DAY OF A METER EXCHANGE (SEE 4710).
096215*---------------------------------------------------------
096218  4700-POST-HISTORY.
096221      MOVE SPACES            TO HX-HIST-RECORD.
096251      END-IF.
096254      WRITE HX-HIST-RECORD.
096257      IF WS-HISTMAST-DUP-KEY
096260          PERFORM 4710-REWRITE-HISTORY THRU 4710-EXIT
096263      END-IF.
096266      IF NOT WS-HISTMAST-OK
096269          DISPLAY 'MAX-ARRAY: ERROR POSTING HISTORY AT'
096362      COMPUTE WS-SQRT-Y = (WS-SQRT-X + WS-SQRT-Y) / 2.
096365  4610-EXIT.
096368      EXIT.
096369*---------------------------------------------------------
096370*4710-REWRITE-HISTORY -- THE DAY'S ROW IS ALREADY ON FILE:
096371*EITHER A RESTARTED GROUP POSTED IT BEFORE THE ABEND, OR
096372*Meter_exchange LEFT A BREAK MARKER FOR THE FIRST DAY OF
096373*A NEW METER.  THE ROW IS READ BACK SO THE MARKER AND THE
096374*OLD METER'S FINAL READ SURVIVE; ONLY THE READING, MARK,
096375*AND HELD FLAG ARE REPLACED.
096376*---------------------------------------------------------
096377  4710-REWRITE-HISTORY.
096378      MOVE HX-READING-VALUE TO WS-HXS-READING-VALUE.
096379      MOVE HX-MARK-VALUE    TO WS-HXS-MARK-VALUE.
096380      MOVE HX-HELD-SW       TO WS-HXS-HELD-SW.
096381      READ HISTMAST.
096382      IF NOT WS-HISTMAST-OK
096383          GO TO 4710-EXIT
096384      END-IF.
096385      MOVE WS-HXS-READING-VALUE TO HX-READING-VALUE.
096386      MOVE WS-HXS-MARK-VALUE    TO HX-MARK-VALUE.
096387      MOVE WS-HXS-HELD-SW       TO HX-HELD-SW.
096388      REWRITE HX-HIST-RECORD.
096389  4710-EXIT.
096390      EXIT.
096391*---------------------------------------------------------
096400*4900-WRITE-CHECKPOINT -- REWRITE THE CHECKPOINT FILE
096410*WITH EVERYTHING PROCESSED SO FAR IN THE CURRENT GROUP SO
096420*A RESTART DOES NOT HAVE TO RESCAN THE WHOLE TABLE.
100030      IF WS-GROUP-NBR < WS-CKPT-GROUP-NBR
100040          SET WS-REPLAY-MODE TO TRUE
100050      END-IF.
100055      PERFORM 1830-PASS-HELD-GROUP THRU 1830-EXIT
100060          WS-GRP-HELD-BEFORE(WS-GROUP-NBR) TIMES.
100065      IF WS-DATA-IS-INVALID
100070          GO TO 5000-EXIT
100075      END-IF.
100100      PERFORM 1100-LOAD-READINGS THRU 1100-EXIT.
100200      IF WS-DATA-IS-INVALID
100300          GO TO 5000-EXIT
101900          PERFORM 5100-RESTORE-GROUP-CHECKPOINT THRU 5100-EXIT
102000      END-IF.
102010      MOVE WS-CHANGED-COUNT TO WS-GROUP-START-CHANGED.
102020      MOVE ALL 'U' TO WS-POSITION-FLAGS.
102100      PERFORM 4000-COMPARE-ARRAYS THRU 4000-EXIT.
102110*A GROUP WHOSE COMPARE FAILED MUST NOT HAVE ITS CONTROL
102120*RECORD ROLLED FORWARD -- THE CHECKPOINT GETS THE RESTART
102140      IF WS-DATA-IS-INVALID
102150          GO TO 5000-EXIT
102160      END-IF.
102162      IF WS-CFM-COUNT > ZERO
102164          PERFORM 6100-CAPTURE-MEMBERS THRU 6100-EXIT
102166      END-IF.
102170*AN EDIT PASS ROLLS NO CONTROL RECORD AND WRITES NO
102180*EXTRACT; THE GROUP'S WOULD-BE CHANGED COUNT IS ALL THAT
102190*COMES OUT OF IT.
103000      MOVE CKH-RECORD-COUNT TO WS-CKPT-RESTART-POS.
103100      ADD 1 TO WS-CKPT-RESTART-POS.
103200  5100-EXIT.
103201      EXIT.
103202  5110-RESTORE-ONE-VALUE.
103203      MOVE CKH-VALUE(WS-J) TO WS2-VALUE(WS-J).
103204  5110-EXIT.
103205      EXIT.
103206*---------------------------------------------------------
103207*6000-LOAD-FORMULAS -- LOAD THE CALCULATED-POSITION FORMULAS.
103208*NO FORMULA FILE SIMPLY MEANS NO CALCULATED POSITIONS, WHICH
103209*IS HOW EVERY RUN BEHAVED BEFORE THE FILE EXISTED.  THE FILE
103210*MUST COME IN CALCULATED SOURCE AND POSITION ORDER, AND EACH
103211*SOURCE'S POSITIONS MUST RUN 1, 2, 3 ... WITHOUT A GAP.
103212*---------------------------------------------------------
103213  6000-LOAD-FORMULAS.
103214      MOVE ZERO TO WS-CFM-COUNT.
103215      MOVE ZERO TO WS-CSR-COUNT.
103216      MOVE SPACES TO WS-CALC-LAST-SOURCE.
103217      MOVE ZERO TO WS-CALC-LAST-POSITION.
103218      OPEN INPUT CALCFORM.
103219      IF WS-CALCFORM-NOT-FOUND
103220          GO TO 6000-EXIT
103221      END-IF.
103222      IF NOT WS-CALCFORM-OK
103223          DISPLAY 'MAX-ARRAY: CANNOT OPEN CALCFORM'
103224              WS-CALCFORM-STATUS
103225          MOVE 16 TO WS-RETURN-CODE
103226          SET WS-DATA-IS-INVALID TO TRUE
103227          GO TO 6000-EXIT
103228      END-IF.
103229      PERFORM 6010-LOAD-ONE-FORMULA THRU 6010-EXIT
103230          UNTIL WS-CALCFORM-AT-END
103231              OR WS-DATA-IS-INVALID.
103232      CLOSE CALCFORM.
103233  6000-EXIT.
103234      EXIT.
103235  6010-LOAD-ONE-FORMULA.
103236      READ CALCFORM.
103237      IF WS-CALCFORM-AT-END
103238          GO TO 6010-EXIT
103239      END-IF.
103240      IF NOT WS-CALCFORM-OK
103241          DISPLAY 'MAX-ARRAY: ERROR READING CALCFORM'
103242              WS-CALCFORM-STATUS
103243          MOVE 16 TO WS-RETURN-CODE
103244          SET WS-DATA-IS-INVALID TO TRUE
103245          GO TO 6010-EXIT
103246      END-IF.
103247      IF CF-CALC-POSITION NOT NUMERIC
103248          OR CF-MEMBER-POSITION NOT NUMERIC
103249          OR CF-CALC-POSITION = ZERO
103250          OR CF-MEMBER-POSITION = ZERO
103251          OR NOT (CF-ADD OR CF-SUBTRACT)
103252          DISPLAY 'MAX-ARRAY: BAD FORMULA RECORD FOR '
103253              CF-CALC-SOURCE-SYS-ID ' ' CF-CALC-POSITION
103254          MOVE 16 TO WS-RETURN-CODE
103255          SET WS-DATA-IS-INVALID TO TRUE
103256          GO TO 6010-EXIT
103257      END-IF.
103258      IF WS-CFM-COUNT >= WS-CFM-MAX
103259          DISPLAY 'MAX-ARRAY: MORE FORMULA MEMBERS THAN THE'
103260              ' TABLE HOLDS'
103261          MOVE 16 TO WS-RETURN-CODE
103262          SET WS-DATA-IS-INVALID TO TRUE
103263          GO TO 6010-EXIT
103264      END-IF.
103265      IF CF-CALC-SOURCE-SYS-ID NOT = WS-CALC-LAST-SOURCE
103266          PERFORM 6020-START-CALC-SOURCE THRU 6020-EXIT
103267          IF WS-DATA-IS-INVALID
103268              GO TO 6010-EXIT
103269          END-IF
103270      ELSE
103271          IF CF-CALC-POSITION < WS-CALC-LAST-POSITION
103272              OR CF-CALC-POSITION > WS-CALC-LAST-POSITION + 1
103273              DISPLAY 'MAX-ARRAY: FORMULA FILE OUT OF ORDER OR'
103274                  ' A POSITION MISSING AT ' CF-CALC-SOURCE-SYS-ID
103275                  ' ' CF-CALC-POSITION
103276              MOVE 16 TO WS-RETURN-CODE
103277              SET WS-DATA-IS-INVALID TO TRUE
103278              GO TO 6010-EXIT
103279          END-IF
103280      END-IF.
103281      ADD 1 TO WS-CFM-COUNT.
103282      MOVE SPACES TO WS-CFM-ENTRY(WS-CFM-COUNT).
103283      MOVE CF-CALC-SOURCE-SYS-ID
103284          TO WS-CFM-CALC-SOURCE-SYS-ID(WS-CFM-COUNT).
103285      MOVE CF-CALC-POSITION
103286          TO WS-CFM-CALC-POSITION(WS-CFM-COUNT).
103287      MOVE CF-SIGN TO WS-CFM-SIGN(WS-CFM-COUNT).
103288      MOVE CF-MEMBER-SOURCE-SYS-ID
103289          TO WS-CFM-MEMBER-SOURCE-SYS-ID(WS-CFM-COUNT).
103290      MOVE CF-MEMBER-POSITION
103291          TO WS-CFM-MEMBER-POSITION(WS-CFM-COUNT).
103292      MOVE WS-CFM-COUNT TO WS-CSR-LAST-MEMBER(WS-CSR-COUNT).
103293      MOVE CF-CALC-POSITION
103294          TO WS-CSR-POSITION-COUNT(WS-CSR-COUNT).
103295      MOVE CF-CALC-SOURCE-SYS-ID TO WS-CALC-LAST-SOURCE.
103296      MOVE CF-CALC-POSITION TO WS-CALC-LAST-POSITION.
103297  6010-EXIT.
103298      EXIT.
103299  6020-START-CALC-SOURCE.
103300      IF CF-CALC-SOURCE-SYS-ID < WS-CALC-LAST-SOURCE
103301          DISPLAY 'MAX-ARRAY: FORMULA FILE OUT OF SOURCE ORDER'
103302              ' AT ' CF-CALC-SOURCE-SYS-ID
103303          MOVE 16 TO WS-RETURN-CODE
103304          SET WS-DATA-IS-INVALID TO TRUE
103305          GO TO 6020-EXIT
103306      END-IF.
103307      IF CF-CALC-POSITION NOT = 1
103308          DISPLAY 'MAX-ARRAY: FORMULAS FOR ' CF-CALC-SOURCE-SYS-ID
103309              ' DO NOT START AT POSITION 1'
103310          MOVE 16 TO WS-RETURN-CODE
103311          SET WS-DATA-IS-INVALID TO TRUE
103312          GO TO 6020-EXIT
103313      END-IF.
103314      IF WS-CSR-COUNT >= WS-CSR-MAX
103315          DISPLAY 'MAX-ARRAY: MORE CALCULATED SOURCES THAN THE'
103316              ' TABLE HOLDS'
103317          MOVE 16 TO WS-RETURN-CODE
103318          SET WS-DATA-IS-INVALID TO TRUE
103319          GO TO 6020-EXIT
103320      END-IF.
103321      ADD 1 TO WS-CSR-COUNT.
103322      MOVE CF-CALC-SOURCE-SYS-ID
103323          TO WS-CSR-SOURCE-SYS-ID(WS-CSR-COUNT).
103324      COMPUTE WS-CSR-FIRST-MEMBER(WS-CSR-COUNT) =
103325          WS-CFM-COUNT + 1.
103326  6020-EXIT.
103327      EXIT.
103328*---------------------------------------------------------
103329*6030-VERIFY-CALC-SOURCES -- BEFORE THE FIRST REWRITE, PROVE
103330*EVERY CALCULATED SOURCE IS ONBOARDED ON THE MARK MASTER WITH
103331*THE POSITION COUNT ITS FORMULAS DEFINE AND DID NOT ARRIVE ON
103332*THE READINGS FILE, AND THAT NO MEMBER IS ITSELF CALCULATED;
103333*THEN LIST TODAY'S DISTINCT GROUP DATES IN ORDER.
103334*---------------------------------------------------------
103335  6030-VERIFY-CALC-SOURCES.
103336      IF WS-CSR-COUNT = ZERO
103337          GO TO 6030-EXIT
103338      END-IF.
103339      PERFORM 6035-VERIFY-ONE-CALC-SOURCE THRU 6035-EXIT
103340          VARYING WS-CSR-SUB FROM 1 BY 1
103341          UNTIL WS-CSR-SUB > WS-CSR-COUNT
103342              OR WS-DATA-IS-INVALID.
103343      IF WS-DATA-IS-INVALID
103344          GO TO 6030-EXIT
103345      END-IF.
103346      PERFORM 6040-CHECK-ONE-MEMBER THRU 6040-EXIT
103347          VARYING WS-CFM-SUB FROM 1 BY 1
103348          UNTIL WS-CFM-SUB > WS-CFM-COUNT
103349              OR WS-DATA-IS-INVALID.
103350      IF WS-DATA-IS-INVALID
103351          GO TO 6030-EXIT
103352      END-IF.
103353      MOVE ZERO TO WS-CDT-COUNT.
103354      PERFORM 6045-ADD-GROUP-DATE THRU 6045-EXIT
103355          VARYING WS-J FROM 1 BY 1
103356          UNTIL WS-J > WS-GROUP-COUNT
103357              OR WS-DATA-IS-INVALID.
103358  6030-EXIT.
103359      EXIT.
103360  6035-VERIFY-ONE-CALC-SOURCE.
103361      MOVE WS-CSR-SOURCE-SYS-ID(WS-CSR-SUB) TO HM-SOURCE-SYS-ID.
103362      MOVE ZERO TO HM-POSITION.
103363      READ HWMMAST.
103364      IF NOT WS-HWMMAST-OK
103365          DISPLAY 'MAX-ARRAY: CALCULATED SOURCE NOT ON THE MARK'
103366              ' MASTER ' HM-SOURCE-SYS-ID ' ' WS-HWMMAST-STATUS
103367          MOVE 16 TO WS-RETURN-CODE
103368          SET WS-DATA-IS-INVALID TO TRUE
103369          GO TO 6035-EXIT
103370      END-IF.
103371      IF HM-RECORD-COUNT NOT = WS-CSR-POSITION-COUNT(WS-CSR-SUB)
103372          OR HM-RECORD-COUNT > WS-MAX-TABLE-SIZE
103373          DISPLAY 'MAX-ARRAY: CALCULATED SOURCE ' HM-SOURCE-SYS-ID
103374              ' FORMULAS=' WS-CSR-POSITION-COUNT(WS-CSR-SUB)
103375              ' MASTER=' HM-RECORD-COUNT
103376          MOVE 16 TO WS-RETURN-CODE
103377          SET WS-DATA-IS-INVALID TO TRUE
103378          GO TO 6035-EXIT
103379      END-IF.
103380      SET WS-SCAN-SOURCE-UNKNOWN TO TRUE.
103381      PERFORM 1377-MATCH-SCAN-SOURCE THRU 1377-EXIT
103382          VARYING WS-I FROM 1 BY 1
103383          UNTIL WS-I > WS-GROUP-COUNT
103384              OR WS-SCAN-SOURCE-KNOWN.
103385      IF WS-SCAN-SOURCE-KNOWN
103386          DISPLAY 'MAX-ARRAY: CALCULATED SOURCE ARRIVED ON THE'
103387              ' READINGS FILE: ' HM-SOURCE-SYS-ID
103388          MOVE 16 TO WS-RETURN-CODE
103389          SET WS-DATA-IS-INVALID TO TRUE
103390      END-IF.
103391  6035-EXIT.
103392      EXIT.
103393  6040-CHECK-ONE-MEMBER.
103394      MOVE WS-CFM-MEMBER-SOURCE-SYS-ID(WS-CFM-SUB)
103395          TO WS-CALC-LOOKUP-SOURCE.
103396      PERFORM 6055-FIND-CALC-SOURCE THRU 6055-EXIT.
103397      IF WS-CSR-NBR > ZERO
103398          DISPLAY 'MAX-ARRAY: FORMULA MEMBER IS CALCULATED, '
103399              WS-CFM-CALC-SOURCE-SYS-ID(WS-CFM-SUB) ' '
103400              WS-CFM-CALC-POSITION(WS-CFM-SUB)
103401          MOVE 16 TO WS-RETURN-CODE
103402          SET WS-DATA-IS-INVALID TO TRUE
103403      END-IF.
103404  6040-EXIT.
103405      EXIT.
103406*KEEP THE DATE TABLE ASCENDING: FIND THE FIRST DATE NOT BELOW
103407*THE GROUP'S, SHIFT THE REST UP ONE, AND SLOT IT IN.
103408  6045-ADD-GROUP-DATE.
103409      MOVE WS-GRP-AS-OF-DATE(WS-J) TO WS-CALC-DATE.
103410      MOVE ZERO TO WS-CDT-SLOT.
103411      PERFORM 6047-FIND-DATE-SLOT THRU 6047-EXIT
103412          VARYING WS-CDT-SUB FROM 1 BY 1
103413          UNTIL WS-CDT-SUB > WS-CDT-COUNT
103414              OR WS-CDT-SLOT > ZERO.
103415      IF WS-CDT-SLOT > ZERO
103416          IF WS-CDT-AS-OF-DATE(WS-CDT-SLOT) = WS-CALC-DATE
103417              GO TO 6045-EXIT
103418          END-IF
103419      END-IF.
103420      IF WS-CDT-COUNT >= WS-CDT-MAX
103421          DISPLAY 'MAX-ARRAY: MORE READINGS DATES THAN THE'
103422              ' CALCULATED PASS CAN CARRY'
103423          MOVE 16 TO WS-RETURN-CODE
103424          SET WS-DATA-IS-INVALID TO TRUE
103425          GO TO 6045-EXIT
103426      END-IF.
103427      IF WS-CDT-SLOT = ZERO
103428          COMPUTE WS-CDT-SLOT = WS-CDT-COUNT + 1
103429      END-IF.
103430      PERFORM 6048-SHIFT-ONE-DATE THRU 6048-EXIT
103431          VARYING WS-CDT-SUB FROM WS-CDT-COUNT BY -1
103432          UNTIL WS-CDT-SUB < WS-CDT-SLOT.
103433      ADD 1 TO WS-CDT-COUNT.
103434      MOVE WS-CALC-DATE TO WS-CDT-AS-OF-DATE(WS-CDT-SLOT).
103435  6045-EXIT.
103436      EXIT.
103437  6047-FIND-DATE-SLOT.
103438      IF WS-CDT-AS-OF-DATE(WS-CDT-SUB) NOT < WS-CALC-DATE
103439          MOVE WS-CDT-SUB TO WS-CDT-SLOT
103440      END-IF.
103441  6047-EXIT.
103442      EXIT.
103443  6048-SHIFT-ONE-DATE.
103444      MOVE WS-CDT-AS-OF-DATE(WS-CDT-SUB)
103445          TO WS-CDT-AS-OF-DATE(WS-CDT-SUB + 1).
103446  6048-EXIT.
103447      EXIT.
103448*---------------------------------------------------------
103449*6050-EXCUSE-CALC-SOURCE -- A CALCULATED SOURCE IS ON THE
103450*MARK MASTER BUT NEVER ON THE READINGS FILE; THE EXTRA-SOURCE
103451*SCAN LETS IT BY.
103452*---------------------------------------------------------
103453  6050-EXCUSE-CALC-SOURCE.
103454      MOVE HM-SOURCE-SYS-ID TO WS-CALC-LOOKUP-SOURCE.
103455      PERFORM 6055-FIND-CALC-SOURCE THRU 6055-EXIT.
103456      IF WS-CSR-NBR > ZERO
103457          SET WS-SCAN-SOURCE-KNOWN TO TRUE
103458      END-IF.
103459  6050-EXIT.
103460      EXIT.
103461  6055-FIND-CALC-SOURCE.
103462      MOVE ZERO TO WS-CSR-NBR.
103463      PERFORM 6057-MATCH-CALC-SOURCE THRU 6057-EXIT
103464          VARYING WS-CSR-SRCH FROM 1 BY 1
103465          UNTIL WS-CSR-SRCH > WS-CSR-COUNT
103466              OR WS-CSR-NBR > ZERO.
103467  6055-EXIT.
103468      EXIT.
103469  6057-MATCH-CALC-SOURCE.
103470      IF WS-CSR-SOURCE-SYS-ID(WS-CSR-SRCH) = WS-CALC-LOOKUP-SOURCE
103471          MOVE WS-CSR-SRCH TO WS-CSR-NBR
103472      END-IF.
103473  6057-EXIT.
103474      EXIT.
103475*---------------------------------------------------------
103476*6100-CAPTURE-MEMBERS -- AS EACH GROUP'S COMPARE FINISHES,
103477*NOTE THE READING AND HELD FLAG OF EVERY FORMULA MEMBER IT
103478*FEEDS AGAINST THE GROUP'S DATE, FOR THE CALCULATED PASS.
103479*---------------------------------------------------------
103480  6100-CAPTURE-MEMBERS.
103481      MOVE WS1-AS-OF-DATE TO WS-CALC-DATE.
103482      MOVE ZERO TO WS-CDT-SLOT.
103483      PERFORM 6047-FIND-DATE-SLOT THRU 6047-EXIT
103484          VARYING WS-CDT-SUB FROM 1 BY 1
103485          UNTIL WS-CDT-SUB > WS-CDT-COUNT
103486              OR WS-CDT-SLOT > ZERO.
103487      IF WS-CDT-SLOT = ZERO
103488          GO TO 6100-EXIT
103489      END-IF.
103490      PERFORM 6110-CAPTURE-ONE-MEMBER THRU 6110-EXIT
103491          VARYING WS-CFM-SUB FROM 1 BY 1
103492          UNTIL WS-CFM-SUB > WS-CFM-COUNT.
103493  6100-EXIT.
103494      EXIT.
103495*A MEMBER BEYOND THE GROUP'S POSITION COUNT IS NEVER CAPTURED,
103496*SO THE TOTAL IT FEEDS IS HELD RATHER THAN SHORT.
103497  6110-CAPTURE-ONE-MEMBER.
103498      IF WS-CFM-MEMBER-SOURCE-SYS-ID(WS-CFM-SUB)
103499          NOT = WS2-SOURCE-SYS-ID
103500          GO TO 6110-EXIT
103501      END-IF.
103502      MOVE WS-CFM-MEMBER-POSITION(WS-CFM-SUB) TO WS-CALC-POSITION.
103503      IF WS-CALC-POSITION > WS2-RECORD-COUNT
103504          GO TO 6110-EXIT
103505      END-IF.
103506      IF WS-PHF-SW(WS-CALC-POSITION) = 'U'
103507          PERFORM 6120-READ-MEMBER-HISTORY THRU 6120-EXIT
103508      END-IF.
103509      MOVE WS1-VALUE(WS-CALC-POSITION)
103510          TO WS-CFM-VALUE(WS-CFM-SUB, WS-CDT-SLOT).
103511      MOVE WS-PHF-SW(WS-CALC-POSITION)
103512          TO WS-CFM-STATE(WS-CFM-SUB, WS-CDT-SLOT).
103513  6110-EXIT.
103514      EXIT.
103515*A POSITION COMPARED BEFORE A RESTART LEFT ITS HELD FLAG ON
103516*ITS HISTORY ROW; WITHOUT ONE THE MEMBER COUNTS AS HELD.
103517  6120-READ-MEMBER-HISTORY.
103518      MOVE WS2-SOURCE-SYS-ID TO HX-SOURCE-SYS-ID.
103519      MOVE WS-CALC-POSITION  TO HX-POSITION.
103520      MOVE WS1-AS-OF-DATE    TO HX-AS-OF-DATE.
103521      READ HISTMAST.
103522      IF WS-HISTMAST-OK
103523          AND (HX-WAS-HELD OR HX-WAS-TAKEN)
103524          MOVE HX-HELD-SW TO WS-PHF-SW(WS-CALC-POSITION)
103525      ELSE
103526          MOVE 'Y' TO WS-PHF-SW(WS-CALC-POSITION)
103527      END-IF.
103528  6120-EXIT.
103529      EXIT.
103530*---------------------------------------------------------
103531*6200-PROCESS-CALCULATIONS -- THE CALCULATED PASS.  FOR EACH
103532*OF TODAY'S DATES IN TURN, EVERY CALCULATED SOURCE WITH A
103533*MEMBER CAPTURED FOR THE DATE IS SUMMED INTO THE READINGS
103534*TABLE AND RUN THROUGH THE ORDINARY COMPARE, SO ITS MARKS,
103535*STATISTICS, HISTORY, AUDIT ROWS, EXCEPTIONS, AND EXTRACT
103536*GROUP COME OUT EXACTLY AS A REAL SOURCE'S DO.  NO CHECKPOINT
103537*IS TAKEN: A RESTART FINDS THE MARKS ALREADY MOVED, THE
103538*STATISTICS ALREADY STAMPED, AND THE HISTORY ROWS TO REWRITE,
103539*SO THE PASS SIMPLY RUNS AGAIN.
103540*---------------------------------------------------------
103541  6200-PROCESS-CALCULATIONS.
103542      SET WS-CALC-PASS TO TRUE.
103543      SET WS-LIVE-MODE TO TRUE.
103544      PERFORM 6210-CALCULATE-ONE-DATE THRU 6210-EXIT
103545          VARYING WS-CDT-SLOT FROM 1 BY 1
103546          UNTIL WS-CDT-SLOT > WS-CDT-COUNT
103547              OR WS-DATA-IS-INVALID.
103548      SET WS-GROUP-PASS TO TRUE.
103549  6200-EXIT.
103550      EXIT.
103551  6210-CALCULATE-ONE-DATE.
103552      PERFORM 6220-CALCULATE-ONE-SOURCE THRU 6220-EXIT
103553          VARYING WS-CSR-SUB FROM 1 BY 1
103554          UNTIL WS-CSR-SUB > WS-CSR-COUNT
103555              OR WS-DATA-IS-INVALID.
103556  6210-EXIT.
103557      EXIT.
103558  6220-CALCULATE-ONE-SOURCE.
103559      MOVE ZERO TO WS-CALC-CAPTURED.
103560      PERFORM 6225-COUNT-ONE-CAPTURE THRU 6225-EXIT
103561          VARYING WS-CFM-SUB FROM WS-CSR-FIRST-MEMBER(WS-CSR-SUB)
103562              BY 1
103563          UNTIL WS-CFM-SUB > WS-CSR-LAST-MEMBER(WS-CSR-SUB).
103564      IF WS-CALC-CAPTURED = ZERO
103565          GO TO 6220-EXIT
103566      END-IF.
103567      IF WS-PICKUP-RUN
103568          PERFORM 6260-FILL-FROM-HISTORY THRU 6260-EXIT
103569              VARYING WS-CFM-SUB
103570                  FROM WS-CSR-FIRST-MEMBER(WS-CSR-SUB) BY 1
103571              UNTIL WS-CFM-SUB > WS-CSR-LAST-MEMBER(WS-CSR-SUB)
103572      END-IF.
103573      PERFORM 6230-LOAD-CALC-MARKS THRU 6230-EXIT.
103574      IF WS-DATA-IS-INVALID
103575          GO TO 6220-EXIT
103576      END-IF.
103577*A CALCULATED SOURCE ALREADY ROLLED PAST THIS DATE IS LEFT
103578*ALONE; THE SAME DATE IS SIMPLY CALCULATED AGAIN.
103579      IF WS-CDT-AS-OF-DATE(WS-CDT-SLOT) < WS2-AS-OF-DATE
103580          DISPLAY 'MAX-ARRAY: CALCULATED SOURCE '
103581              WS2-SOURCE-SYS-ID ' ALREADY PAST '
103582              WS-CDT-AS-OF-DATE(WS-CDT-SLOT) ', NOT RECALCULATED'
103583          GO TO 6220-EXIT
103584      END-IF.
103585      MOVE WS-CDT-AS-OF-DATE(WS-CDT-SLOT) TO WS2-AS-OF-DATE.
103586      MOVE WS2-AS-OF-DATE    TO WS1-AS-OF-DATE.
103587      MOVE WS2-SOURCE-SYS-ID TO WS1-SOURCE-SYS-ID.
103588      MOVE WS2-RECORD-COUNT  TO WS1-RECORD-COUNT.
103589      PERFORM 6240-CLEAR-ONE-TOTAL THRU 6240-EXIT
103590          VARYING WS-I FROM 1 BY 1
103591          UNTIL WS-I > WS1-RECORD-COUNT.
103592      PERFORM 6250-ADD-ONE-MEMBER THRU 6250-EXIT
103593          VARYING WS-CFM-SUB FROM WS-CSR-FIRST-MEMBER(WS-CSR-SUB)
103594              BY 1
103595          UNTIL WS-CFM-SUB > WS-CSR-LAST-MEMBER(WS-CSR-SUB).
103596      MOVE 1 TO WS-CKPT-RESTART-POS.
103597      PERFORM 4000-COMPARE-ARRAYS THRU 4000-EXIT.
103598      IF WS-DATA-IS-INVALID
103599          GO TO 6220-EXIT
103600      END-IF.
103601      IF WS-UPDATE-RUN
103602          PERFORM 8100-UPDATE-MAST-CONTROL THRU 8100-EXIT
103603          IF WS-DATA-IS-VALID
103604              PERFORM 8200-WRITE-XTRACT-HEADER THRU 8200-EXIT
103605          END-IF
103606      END-IF.
103607  6220-EXIT.
103608      EXIT.
103609  6225-COUNT-ONE-CAPTURE.
103610      IF NOT WS-CFM-NOT-RECEIVED(WS-CFM-SUB, WS-CDT-SLOT)
103611          ADD 1 TO WS-CALC-CAPTURED
103612      END-IF.
103613  6225-EXIT.
103614      EXIT.
103615  6230-LOAD-CALC-MARKS.
103616      MOVE WS-CSR-SOURCE-SYS-ID(WS-CSR-SUB) TO HM-SOURCE-SYS-ID.
103617      MOVE ZERO TO HM-POSITION.
103618      READ HWMMAST.
103619      IF NOT WS-HWMMAST-OK
103620          DISPLAY 'MAX-ARRAY: NO MARK MASTER CONTROL FOR '
103621              HM-SOURCE-SYS-ID ' ' WS-HWMMAST-STATUS
103622          MOVE 16 TO WS-RETURN-CODE
103623          SET WS-DATA-IS-INVALID TO TRUE
103624          GO TO 6230-EXIT
103625      END-IF.
103626      MOVE HM-AS-OF-DATE     TO WS2-AS-OF-DATE.
103627      MOVE HM-SOURCE-SYS-ID  TO WS2-SOURCE-SYS-ID.
103628      MOVE HM-RECORD-COUNT   TO WS2-RECORD-COUNT.
103629      PERFORM 1210-LOAD-ONE-MARK THRU 1210-EXIT
103630          VARYING WS-I FROM 1 BY 1
103631          UNTIL WS-I > WS2-RECORD-COUNT
103632              OR WS-DATA-IS-INVALID.
103633  6230-EXIT.
103634      EXIT.
103635  6240-CLEAR-ONE-TOTAL.
103636      MOVE ZERO TO WS1-VALUE(WS-I).
103637      MOVE 'N' TO WS-PHF-SW(WS-I).
103638  6240-EXIT.
103639      EXIT.
103640  6250-ADD-ONE-MEMBER.
103641      MOVE WS-CFM-CALC-POSITION(WS-CFM-SUB) TO WS-CALC-POSITION.
103642      IF NOT WS-CFM-WAS-TAKEN(WS-CFM-SUB, WS-CDT-SLOT)
103643          MOVE 'M' TO WS-PHF-SW(WS-CALC-POSITION)
103644          GO TO 6250-EXIT
103645      END-IF.
103646      IF WS-CFM-IS-SUBTRACT(WS-CFM-SUB)
103647          SUBTRACT WS-CFM-VALUE(WS-CFM-SUB, WS-CDT-SLOT)
103648              FROM WS1-VALUE(WS-CALC-POSITION)
103649              ON SIZE ERROR
103650                  MOVE 'O' TO WS-PHF-SW(WS-CALC-POSITION)
103651          END-SUBTRACT
103652      ELSE
103653          ADD WS-CFM-VALUE(WS-CFM-SUB, WS-CDT-SLOT)
103654              TO WS1-VALUE(WS-CALC-POSITION)
103655              ON SIZE ERROR
103656                  MOVE 'O' TO WS-PHF-SW(WS-CALC-POSITION)
103657          END-ADD
103658      END-IF.
103659  6250-EXIT.
103660      EXIT.
103661*A PICKUP RUN CARRIES ONLY THE DEFERRED SOURCES, SO A MEMBER
103662*WHOSE SOURCE WENT THROUGH ON THE DAY ITSELF IS TAKEN FROM
103663*THE READING ITS HISTORY ROW KEPT FOR THE DATE.  WITHOUT A
103664*ROW IT STAYS NOT RECEIVED AND THE TOTAL IS HELD AS BEFORE.
103665  6260-FILL-FROM-HISTORY.
103666      IF NOT WS-CFM-NOT-RECEIVED(WS-CFM-SUB, WS-CDT-SLOT)
103667          GO TO 6260-EXIT
103668      END-IF.
103669      MOVE WS-CFM-MEMBER-SOURCE-SYS-ID(WS-CFM-SUB)
103670          TO HX-SOURCE-SYS-ID.
103671      MOVE WS-CFM-MEMBER-POSITION(WS-CFM-SUB) TO HX-POSITION.
103672      MOVE WS-CDT-AS-OF-DATE(WS-CDT-SLOT)     TO HX-AS-OF-DATE.
103673      READ HISTMAST.
103674      IF WS-HISTMAST-OK
103675          AND (HX-WAS-HELD OR HX-WAS-TAKEN)
103676          MOVE HX-READING-VALUE
103677              TO WS-CFM-VALUE(WS-CFM-SUB, WS-CDT-SLOT)
103678          MOVE HX-HELD-SW
103679              TO WS-CFM-STATE(WS-CFM-SUB, WS-CDT-SLOT)
103680      END-IF.
103681  6260-EXIT.
103682      EXIT.
103683*---------------------------------------------------------
103684*6400-CHECK-CALC-MEMBERS -- ON THE CALCULATED PASS, HOLD A
103685*TOTAL WITH A HELD OR NEVER-RECEIVED MEMBER, OR ONE TOO BIG
103686*FOR THE MARK, RATHER THAN CARRY A PART-SUM FORWARD.
103687*---------------------------------------------------------
103688  6400-CHECK-CALC-MEMBERS.
103689      IF WS-PHF-SW(WS-I) = 'M'
103690          MOVE 'MEMBER' TO WS-EXC-REASON
103691          MOVE ZERO TO WS-EXC-LIMIT
103692          PERFORM 4160-WRITE-EXCEPTION-LINE THRU 4160-EXIT
103693      END-IF.
103694      IF WS-PHF-SW(WS-I) = 'O'
103695          MOVE 'OVERFLOW' TO WS-EXC-REASON
103696          MOVE ZERO TO WS-EXC-LIMIT
103697          PERFORM 4160-WRITE-EXCEPTION-LINE THRU 4160-EXIT
103698      END-IF.
103699  6400-EXIT.
103700      EXIT.
103701*---------------------------------------------------------
103702*7800-ALERT-ONE-DEFERRAL / 7810-ALERT-ONE-EXCEPTION -- ONE
103703*WARNING EVENT ON THE ALERT FEED PER DEFERRED SOURCE DAY AND
103704*PER HELD READING, CARRYING THE HOLD REASON.  AN EDIT PASS
103705*HAS NO FEED OPEN AND RAISES NOTHING.
103706*---------------------------------------------------------
103707  7800-ALERT-ONE-DEFERRAL.
103708      MOVE 'DEFERRED'                 TO WS-ALR-EVENT-CD.
103709      MOVE WS-HLD-REASON(WS-I)        TO WS-ALR-REASON-CD.
103710      MOVE WS-HLD-SOURCE-SYS-ID(WS-I) TO WS-ALR-SOURCE-SYS-ID.
103711      MOVE ZERO                       TO WS-ALR-POSITION.
103712      MOVE WS-HLD-AS-OF-DATE(WS-I)    TO WS-ALR-AS-OF-DATE.
103713      PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
103714  7800-EXIT.
103715      EXIT.
103716  7810-ALERT-ONE-EXCEPTION.
103717      IF WS-EDIT-MODE
103718          GO TO 7810-EXIT
103719      END-IF.
103720      MOVE 'LIMITEXC'        TO WS-ALR-EVENT-CD.
103721      MOVE WS-EXC-REASON     TO WS-ALR-REASON-CD.
103722      MOVE WS2-SOURCE-SYS-ID TO WS-ALR-SOURCE-SYS-ID.
103723      MOVE WS-I              TO WS-ALR-POSITION.
103724      MOVE WS1-AS-OF-DATE    TO WS-ALR-AS-OF-DATE.
103725      PERFORM 7900-WRITE-ALERT THRU 7900-EXIT.
103726  7810-EXIT.
103727      EXIT.
103728  7900-WRITE-ALERT.
103729      MOVE WS-RUN-DATE   TO WS-ALR-RUN-DATE.
103730      MOVE WS-RUN-TIME   TO WS-ALR-RUN-TIME.
103731      SET WS-ALR-WARNING TO TRUE.
103732      MOVE 4             TO WS-ALR-RETURN-CODE.
103733      MOVE 'Max_array'   TO WS-ALR-PROGRAM.
103734      WRITE AE-ALERT-LINE FROM WS-ALERT-RECORD.
103735      IF NOT WS-ALERTS-OK
103736          DISPLAY 'MAX-ARRAY: ERROR WRITING ALERT'
103737              WS-ALERTS-STATUS
103738          MOVE 16 TO WS-RETURN-CODE
103739          SET WS-DATA-IS-INVALID TO TRUE
103740      END-IF.
103741  7900-EXIT.
103742      EXIT.
103743*---------------------------------------------------------
103810*8000-WRITE-GROUP-OUTPUTS -- ROLL THE GROUP'S CONTROL
103820*RECORD FORWARD ON THE MARK MASTER AND WRITE ITS SECTION
103830*OF THE DOWNSTREAM EXTRACT.  THE DETAIL MARKS WERE
109400      MOVE 'D'             TO XR-REC-TYPE.
109500      MOVE WS-J            TO XR-SEQ-NBR.
109600      MOVE WS2-VALUE(WS-J) TO XR-HWM-VALUE.
109601      IF WS-CALC-PASS
109602          SET XR-CALCULATED TO TRUE
109603      ELSE
109604          MOVE SPACE TO XR-CALC-SW
109605      END-IF.
109610      ADD WS2-VALUE(WS-J)  TO WS-XR-HASH-TOTAL.
109620      MOVE WS-J TO WS-LOOKUP-POSITION.
109630      PERFORM 4170-LOOKUP-POSITION-MASTER THRU 4170-EXIT.
110538*8300-WRITE-RUNCTL-RECORDS -- ONE LEDGER ROW PER GROUP AT
110539*END OF JOB.  A RUN THAT FAILED VALIDATION NEVER GETS
110540*HERE, SO ITS DATES STAY UNPROCESSED AND CAN BE RERUN.
110542*A GROUP HELD BACK IN DEFERRAL MODE GETS A 'DFR' ROW.
110545*---------------------------------------------------------
110550  8300-WRITE-RUNCTL-RECORDS.
110560      OPEN EXTEND RUNCTL.
110620      PERFORM 8310-WRITE-ONE-RUNCTL THRU 8310-EXIT
110630          VARYING WS-I FROM 1 BY 1
110640          UNTIL WS-I > WS-GROUP-COUNT.
110641      PERFORM 8320-WRITE-ONE-DEFERRAL THRU 8320-EXIT
110642          VARYING WS-I FROM 1 BY 1
110643          UNTIL WS-I > WS-HLD-COUNT.
110644      PERFORM 7800-ALERT-ONE-DEFERRAL THRU 7800-EXIT
110645          VARYING WS-I FROM 1 BY 1
110646          UNTIL WS-I > WS-HLD-COUNT.
110650      CLOSE RUNCTL.
110660  8300-EXIT.
110670      EXIT.
110798          SET WS-DATA-IS-INVALID TO TRUE
110799      END-IF.
110800  8310-EXIT.
110801      EXIT.
110802*A HELD GROUP'S ROW CARRIES THE DAY IT DEFERS AND WHY;
110803*IT NEVER COUNTS AS THE SOURCE'S LATEST PROCESSED DATE.
110804  8320-WRITE-ONE-DEFERRAL.
110805      MOVE SPACES TO WS-RCT-RECORD.
110806      MOVE WS-HLD-AS-OF-DATE(WS-I)    TO WS-RCT-AS-OF-DATE.
110807      MOVE WS-HLD-SOURCE-SYS-ID(WS-I)
110808          TO WS-RCT-SOURCE-SYS-ID.
110809      SET WS-RCT-IS-DEFERRAL TO TRUE.
110810      MOVE WS-HLD-RECORD-COUNT(WS-I)
110811          TO WS-RCT-RECORD-COUNT.
110812      MOVE ZERO                       TO WS-RCT-CHANGED-COUNT.
110813      MOVE WS-RETURN-CODE             TO WS-RCT-RETURN-CODE.
110814      MOVE WS-RUN-DATE                TO WS-RCT-RUN-DATE.
110815      MOVE WS-RUN-TIME                TO WS-RCT-RUN-TIME.
110816      MOVE WS-HLD-REASON(WS-I)        TO WS-RCT-DEFER-REASON.
110817      WRITE RC-RUNCTL-LINE FROM WS-RCT-RECORD.
110818      IF NOT WS-RUNCTL-OK
110819          DISPLAY 'MAX-ARRAY: ERROR WRITING RUNCTL DEFERRAL ROW'
110820              WS-RUNCTL-STATUS
110821          MOVE 16 TO WS-RETURN-CODE
110822          SET WS-DATA-IS-INVALID TO TRUE
110823      END-IF.
110824  8320-EXIT.
110825      EXIT.
110826*---------------------------------------------------------
110827*9100-NEXT-BUSINESS-DAY -- WS-DATE-IN PLUS ONE CALENDAR
110830*DAY, ROLLED PAST A SATURDAY OR SUNDAY, INTO WS-DATE-OUT.
110840*HOLIDAYS ARE NOT MODELLED; OPERATIONS SUPPLIES THE
110850*CATCH-UP PARM AFTER ONE.
113027      IF WS-UPDATE-RUN
113054          CLOSE XTRACT-FILE
113081          CLOSE SUSPFILE
113082          CLOSE ALERTS
113108      END-IF.
113110      CLOSE EXCPRPT.
113200      CLOSE AUDITLOG.
