003300*MODIFICATION HISTORY.
003400*DATE-------- INIT----  DESCRIPTION------------------------
003500*2026-09-02   DLM       ORIGINAL VERSION.
003510*2026-10-15   DLM       ADDED THE SOURCE REGISTRY (SRCMAST,
003520*                       COPYBOOK DL100SM).  A SOURCE
003530*                       DECOMMISSIONED IN THE PERIOD IS CLOSED
003540*                       ONCE IT HAS RUN UP TO ITS END DATE
003550*                       RATHER THAN REFUSED FOR STOPPING SHORT
003560*                       OF PERIOD END; ONE DECOMMISSIONED ON OR
003570*                       BEFORE THE PERIOD'S FIRST DAY IS NEITHER
003580*                       SNAPSHOT NOR RESET.
003582*2026-10-15   DLM       DEFERRAL ROWS ON THE RUN-CONTROL
003584*                       LEDGER ARE KEPT APART FROM THE
003586*                       EFFECTIVE DATES AND THE CLOSE IS
003588*                       REFUSED WHILE ANY SOURCE STILL HAS A
003590*                       DEFERRED DAY NOT PICKED UP.
003591*2026-10-15   DLM       EVERY REASON FOR REFUSING THE CLOSE IS
003592*                       NOW ALSO APPENDED TO THE OPERATIONS
003593*                       ALERT FEED (ALERTS, COPYBOOK DL100AE) AS
003594*                       AN ERROR EVENT, ONE PER SOURCE OR
003595*                       DEFERRED DAY CONCERNED.
003600******************************************************************
003700  IDENTIFICATION DIVISION.
003800  PROGRAM-ID. Period_close.
006500          ORGANIZATION IS SEQUENTIAL
006600          ACCESS MODE IS SEQUENTIAL
006700          FILE STATUS IS WS-CLOSERPT-STATUS.
006710      SELECT SRCMAST ASSIGN TO SRCMAST
006720          ORGANIZATION IS INDEXED
006730          ACCESS MODE IS DYNAMIC
006740          RECORD KEY IS SM-SOURCE-SYS-ID
006750          FILE STATUS IS WS-SRCMAST-STATUS.
006760      SELECT ALERTS ASSIGN TO ALERTS
006770          ORGANIZATION IS SEQUENTIAL
006780          ACCESS MODE IS SEQUENTIAL
006790          FILE STATUS IS WS-ALERTS-STATUS.
006800  DATA DIVISION.
006900  FILE SECTION.
007000  FD  RUNCTL
011500      RECORDING MODE IS F
011600      LABEL RECORDS ARE OMITTED.
011700  01  CR-REPORT-LINE                  PIC X(80).
011705  FD  SRCMAST
011710      RECORD CONTAINS 80 CHARACTERS.
011715      COPY DL100SM REPLACING
011720      ==PFX-SRCMAST-RECORD== BY ==SM-SRCMAST-RECORD==
011725      ==PFX-SRC-SOURCE-SYS-ID== BY ==SM-SOURCE-SYS-ID==
011730      ==PFX-SRC-START-DATE== BY ==SM-START-DATE==
011735      ==PFX-SRC-END-DATE== BY ==SM-END-DATE==
011740      ==PFX-SRC-POSITION-COUNT== BY ==SM-POSITION-COUNT==
011745      ==PFX-SRC-OWNER-CONTACT== BY ==SM-OWNER-CONTACT==
011750      ==PFX-SRC-STATUS-CD== BY ==SM-STATUS-CD==
011755      ==PFX-SRC-ACTIVE== BY ==SM-ACTIVE==
011760      ==PFX-SRC-DECOMMISSIONED== BY ==SM-DECOMMISSIONED==
011765      ==PFX-SRC-MAINT-DATE== BY ==SM-MAINT-DATE==.
011770  FD  ALERTS
011775      RECORDING MODE IS F
011780      LABEL RECORDS ARE OMITTED.
011785  01  AE-ALERT-LINE                   PIC X(80).
011800  WORKING-STORAGE SECTION.
011900*PARSE/BUILD AREA FOR AUDIT LOG ROWS, SHARED WITH Max_array
012000*AND Mark_backout VIA COPYBOOK DL100AL.
013300      ==PFX-AUD-PERIOD-RESET== BY ==WS-AUD-PERIOD-RESET==
013302      ==PFX-AUD-FORCED== BY ==WS-AUD-FORCED==
013303      ==PFX-AUD-CORRECTION== BY ==WS-AUD-CORRECTION==
013400      ==PFX-AUD-AS-OF-DATE== BY ==WS-AUD-AS-OF-DATE==
013410      ==PFX-AUD-EXCHANGE== BY ==WS-AUD-EXCHANGE==
013420      ==PFX-AUD-SIGNOFF== BY ==WS-AUD-SIGNOFF==
013430      ==PFX-AUD-USER-ID== BY ==WS-AUD-USER-ID==.
013500*PARSE AREA FOR RUN-CONTROL LEDGER ROWS (COPYBOOK DL100RC).
013600      COPY DL100RC REPLACING
013700      ==PFX-RUNCTL-RECORD== BY ==WS-RCT-RECORD==
013900      ==PFX-RC-SOURCE-SYS-ID== BY ==WS-RCT-SOURCE-SYS-ID==
014000      ==PFX-RC-MODE-CD== BY ==WS-RCT-MODE-CD==
014100      ==PFX-RC-IS-BACKOUT== BY ==WS-RCT-IS-BACKOUT==
014150      ==PFX-RC-IS-DEFERRAL== BY ==WS-RCT-IS-DEFERRAL==
014200      ==PFX-RC-RECORD-COUNT== BY ==WS-RCT-RECORD-COUNT==
014300      ==PFX-RC-CHANGED-COUNT== BY ==WS-RCT-CHANGED-COUNT==
014400      ==PFX-RC-RETURN-CODE== BY ==WS-RCT-RETURN-CODE==
014500      ==PFX-RC-RUN-DATE== BY ==WS-RCT-RUN-DATE==
014600      ==PFX-RC-RUN-TIME== BY ==WS-RCT-RUN-TIME==
014650      ==PFX-RC-DEFER-REASON== BY ==WS-RCT-DEFER-REASON==.
014700  01  WS-FILE-STATUS-GROUP.
014800      05  WS-RUNCTL-STATUS            PIC X(02) VALUE '00'.
014900          88  WS-RUNCTL-OK                  VALUE '00'.
016400          88  WS-PERHIST-OK                 VALUE '00'.
016500      05  WS-CLOSERPT-STATUS          PIC X(02) VALUE '00'.
016600          88  WS-CLOSERPT-OK                VALUE '00'.
016610      05  WS-SRCMAST-STATUS           PIC X(02) VALUE '00'.
016620          88  WS-SRCMAST-OK                 VALUE '00'.
016630          88  WS-SRCMAST-AT-END             VALUE '10'.
016640          88  WS-SRCMAST-NOT-FOUND          VALUE '35'.
016650      05  WS-ALERTS-STATUS            PIC X(02) VALUE '00'.
016660          88  WS-ALERTS-OK                  VALUE '00'.
016670          88  WS-ALERTS-NOT-FOUND           VALUE '35'.
016700  01  WS-SWITCHES.
016800      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
016900          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
018300      05  WS-CLOSERPT-OPEN-SW         PIC X(01) VALUE 'N'.
018400          88  WS-CLOSERPT-WAS-OPENED        VALUE 'Y'.
018500          88  WS-CLOSERPT-NEVER-OPENED      VALUE 'N'.
018502      05  WS-ALERTS-OPEN-SW           PIC X(01) VALUE 'N'.
018504          88  WS-ALERTS-WAS-OPENED          VALUE 'Y'.
018506          88  WS-ALERTS-NEVER-OPENED        VALUE 'N'.
018510*THE LEDGER AND THE LOG ARE OPENED AND CLOSED IN MORE THAN
018520*ONE PLACE; THESE SWITCHES LET 9000 CLOSE WHATEVER AN EARLY
018530*REFUSAL OR FAILURE LEFT OPEN.
018570      05  WS-AUDITLOG-OPEN-SW         PIC X(01) VALUE 'N'.
018580          88  WS-AUDITLOG-IS-OPEN           VALUE 'Y'.
018590          88  WS-AUDITLOG-IS-SHUT           VALUE 'N'.
018592      05  WS-DECOMM-SW                PIC X(01) VALUE 'N'.
018594          88  WS-SOURCE-DECOMMISSIONED      VALUE 'Y'.
018596          88  WS-SOURCE-STILL-LIVE          VALUE 'N'.
018600  01  WS-COUNTERS-AND-WORK-FIELDS.
018700      05  WS-I                 PIC S9(08) COMP VALUE ZERO.
018800      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
019900      05  WS-ROW-VALUE         PIC S9(08) COMP VALUE ZERO.
020000      05  WS-RESET-VALUE       PIC S9(08) COMP VALUE ZERO.
020100      05  WS-OLD-VALUE         PIC S9(08) VALUE ZERO.
020110      05  WS-PERIOD-START-DATE PIC 9(08) VALUE ZERO.
020120      05  WS-DECOMM-END-DATE   PIC 9(08) VALUE ZERO.
020130      05  WS-LAST-MAST-SOURCE  PIC X(08) VALUE SPACES.
020200      05  WS-SNAPSHOT-COUNT    PIC S9(08) COMP VALUE ZERO.
020300      05  WS-RESET-COUNT       PIC S9(08) COMP VALUE ZERO.
020400      05  WS-SOURCES-CLOSED    PIC S9(04) COMP VALUE ZERO.
023600          10  WS-SRC-GAP-SW           PIC X(01).
023700              88  WS-SRC-HAS-GAP           VALUE 'Y'.
023800              88  WS-SRC-NO-GAP            VALUE 'N'.
023810*SOURCE REGISTRY, DECOMMISSIONED SOURCES ONLY -- A LIVE
023820*SOURCE CLOSES ON THE LEDGER'S EVIDENCE ALONE.
023830  01  WS-REGISTRY-CONTROL.
023840      05  WS-REG-COUNT         PIC S9(04) COMP VALUE ZERO.
023850      05  WS-REG-MAX           PIC S9(04) COMP VALUE 100.
023860      05  WS-REG-SUB           PIC S9(04) COMP VALUE ZERO.
023870      05  WS-REG-ENTRY OCCURS 100 TIMES.
023880          10  WS-REG-SOURCE-SYS-ID    PIC X(08).
023890          10  WS-REG-END-DATE         PIC 9(08).
023900*PERIOD HIGH/LOW PER POSITION, TALLIED FROM THE AUDIT
024000*LOG'S AS-OF COLUMN AND KEPT IN KEY ORDER BY INSERTION SO
024100*THE ROW SCAN CAN BINARY-SEARCH, AS Audit_churn DOES.
029300              VALUE 'SOURCES CLOSED.....-'.
029400          10  WS-TOT-SOURCES          PIC ZZZZZZZ9.
029500          10  FILLER             PIC X(52) VALUE SPACES.
029505*DEFERRED DAYS SEEN ON THE LEDGER.  A 'DFR' ROW OPENS AN
029510*ENTRY; A LATER SUCCESSFUL ROW FOR THE SAME SOURCE DATED ON
029515*OR AFTER IT CLOSES IT.  A CLOSED SLOT IS REUSED.
029520  01  WS-DEFERRAL-CONTROL.
029525      05  WS-DFR-COUNT         PIC S9(04) COMP VALUE ZERO.
029530      05  WS-DFR-MAX           PIC S9(04) COMP VALUE 200.
029535      05  WS-DFR-SUB           PIC S9(04) COMP VALUE ZERO.
029540      05  WS-DFR-ENTRY OCCURS 200 TIMES.
029545          10  WS-DFR-SOURCE-SYS-ID    PIC X(08).
029550          10  WS-DFR-AS-OF-DATE       PIC 9(08).
029555          10  WS-DFR-REASON           PIC X(08).
029560          10  WS-DFR-OPEN-SW          PIC X(01).
029565              88  WS-DFR-IS-OPEN           VALUE 'Y'.
029570              88  WS-DFR-IS-CLOSED         VALUE 'N'.
029571*BUILD AREA FOR OPERATIONS ALERT EVENTS (COPYBOOK DL100AE).
029572      COPY DL100AE REPLACING
029573      ==PFX-ALERT-RECORD== BY ==WS-ALERT-RECORD==
029574      ==PFX-ALR-RUN-DATE== BY ==WS-ALR-RUN-DATE==
029575      ==PFX-ALR-RUN-TIME== BY ==WS-ALR-RUN-TIME==
029576      ==PFX-ALR-SEVERITY== BY ==WS-ALR-SEVERITY==
029577      ==PFX-ALR-WARNING== BY ==WS-ALR-WARNING==
029578      ==PFX-ALR-ERROR== BY ==WS-ALR-ERROR==
029579      ==PFX-ALR-SEVERE== BY ==WS-ALR-SEVERE==
029580      ==PFX-ALR-RETURN-CODE== BY ==WS-ALR-RETURN-CODE==
029581      ==PFX-ALR-PROGRAM== BY ==WS-ALR-PROGRAM==
029582      ==PFX-ALR-EVENT-CD== BY ==WS-ALR-EVENT-CD==
029583      ==PFX-ALR-REASON-CD== BY ==WS-ALR-REASON-CD==
029584      ==PFX-ALR-SOURCE-SYS-ID== BY ==WS-ALR-SOURCE-SYS-ID==
029585      ==PFX-ALR-POSITION== BY ==WS-ALR-POSITION==
029586      ==PFX-ALR-AS-OF-DATE== BY ==WS-ALR-AS-OF-DATE==.
029600  LINKAGE SECTION.
029700  01  LS-PARM-AREA.
029800      05  LS-PARM-LEN                 PIC S9(04) COMP.
034600      END-IF.
034700      MOVE WS-PERIOD TO WS-HDG-PERIOD.
034800      PERFORM 9400-PERIOD-END-DAY THRU 9400-EXIT.
034850      COMPUTE WS-PERIOD-START-DATE = WS-PERIOD * 100 + 1.
034852      OPEN EXTEND ALERTS.
034854      IF WS-ALERTS-NOT-FOUND
034856          OPEN OUTPUT ALERTS
034858      END-IF.
034860      IF NOT WS-ALERTS-OK
034862          DISPLAY 'PERIOD-CLOSE: CANNOT OPEN ALERTS'
034864              WS-ALERTS-STATUS
034866          MOVE 16 TO WS-RETURN-CODE
034868          SET WS-RUN-MUST-STOP TO TRUE
034870          GO TO 1000-EXIT
034872      END-IF.
034874      SET WS-ALERTS-WAS-OPENED TO TRUE.
034876      MOVE SPACES TO WS-ALERT-RECORD.
034900      OPEN INPUT RUNCTL.
035000      IF WS-RUNCTL-NOT-FOUND
035100          DISPLAY 'PERIOD-CLOSE: NO RUN-CONTROL LEDGER,'
035200              ' NOTHING TO CLOSE AGAINST'
035300          MOVE 8 TO WS-RETURN-CODE
035310          MOVE 'NOLEDGER' TO WS-ALR-REASON-CD
035320          MOVE SPACES TO WS-ALR-SOURCE-SYS-ID
035330          MOVE ZERO TO WS-ALR-AS-OF-DATE
035340          PERFORM 9500-WRITE-ALERT THRU 9500-EXIT
035400          SET WS-RUN-MUST-STOP TO TRUE
035500          GO TO 1000-EXIT
035600      END-IF.
041400          MOVE 16 TO WS-RETURN-CODE
041500          SET WS-RUN-MUST-STOP TO TRUE
041600      END-IF.
041610      IF WS-RUN-CAN-PROCEED
041620          PERFORM 1600-LOAD-REGISTRY THRU 1600-EXIT
041630      END-IF.
041700  1000-EXIT.
041800      EXIT.
041801*---------------------------------------------------------
041802*1600-LOAD-REGISTRY -- KEEP THE DECOMMISSIONED SOURCES AND
041803*THEIR END DATES.  NO REGISTRY MEANS EVERY SOURCE IS HELD
041804*TO THE PERIOD'S LAST BUSINESS DAY, AS BEFORE.
041805*---------------------------------------------------------
041806  1600-LOAD-REGISTRY.
041807      MOVE ZERO TO WS-REG-COUNT.
041808      OPEN INPUT SRCMAST.
041809      IF WS-SRCMAST-NOT-FOUND
041810          GO TO 1600-EXIT
041811      END-IF.
041812      IF NOT WS-SRCMAST-OK
041813          DISPLAY 'PERIOD-CLOSE: CANNOT OPEN SOURCE REGISTRY'
041814              WS-SRCMAST-STATUS
041815          MOVE 16 TO WS-RETURN-CODE
041816          SET WS-RUN-MUST-STOP TO TRUE
041817          GO TO 1600-EXIT
041818      END-IF.
041819      PERFORM 1610-LOAD-ONE-REGISTRY THRU 1610-EXIT
041820          UNTIL WS-SRCMAST-AT-END
041821              OR WS-RUN-MUST-STOP.
041822      CLOSE SRCMAST.
041823  1600-EXIT.
041824      EXIT.
041825  1610-LOAD-ONE-REGISTRY.
041826      READ SRCMAST NEXT RECORD.
041827      IF WS-SRCMAST-AT-END
041828          GO TO 1610-EXIT
041829      END-IF.
041830      IF NOT WS-SRCMAST-OK
041831          DISPLAY 'PERIOD-CLOSE: ERROR READING SOURCE REGISTRY'
041832              WS-SRCMAST-STATUS
041833          MOVE 16 TO WS-RETURN-CODE
041834          SET WS-RUN-MUST-STOP TO TRUE
041835          GO TO 1610-EXIT
041836      END-IF.
041837      IF NOT SM-DECOMMISSIONED
041838          GO TO 1610-EXIT
041839      END-IF.
041840      IF WS-REG-COUNT >= WS-REG-MAX
041841          DISPLAY 'PERIOD-CLOSE: SOURCE REGISTRY EXCEEDS TABLE'
041842          MOVE 16 TO WS-RETURN-CODE
041843          SET WS-RUN-MUST-STOP TO TRUE
041844          GO TO 1610-EXIT
041845      END-IF.
041846      ADD 1 TO WS-REG-COUNT.
041847      MOVE SM-SOURCE-SYS-ID
041848          TO WS-REG-SOURCE-SYS-ID(WS-REG-COUNT).
041849      MOVE SM-END-DATE
041850          TO WS-REG-END-DATE(WS-REG-COUNT).
041851  1610-EXIT.
041852      EXIT.
041853*---------------------------------------------------------
041854*1760-CHECK-DECOMMISSIONED -- IS WS-LOOKUP-SOURCE ON THE
041855*REGISTRY AS DECOMMISSIONED?  ITS END DATE IS LEFT IN
041856*WS-DECOMM-END-DATE.  THE END DATE IS THE FIRST DAY IT NO
041857*LONGER FEEDS, SO ITS LAST DUE DAY IS THE BUSINESS DAY
041858*BEFORE.
041859*---------------------------------------------------------
041860  1760-CHECK-DECOMMISSIONED.
041861      SET WS-SOURCE-STILL-LIVE TO TRUE.
041862      MOVE ZERO TO WS-DECOMM-END-DATE.
041863      PERFORM 1765-MATCH-DECOMMISSIONED THRU 1765-EXIT
041864          VARYING WS-REG-SUB FROM 1 BY 1
041865          UNTIL WS-REG-SUB > WS-REG-COUNT
041866              OR WS-SOURCE-DECOMMISSIONED.
041867  1760-EXIT.
041868      EXIT.
041869  1765-MATCH-DECOMMISSIONED.
041870      IF WS-REG-SOURCE-SYS-ID(WS-REG-SUB) = WS-LOOKUP-SOURCE
041871          SET WS-SOURCE-DECOMMISSIONED TO TRUE
041872          MOVE WS-REG-END-DATE(WS-REG-SUB) TO WS-DECOMM-END-DATE
041873      END-IF.
041874  1765-EXIT.
041875      EXIT.
041900*---------------------------------------------------------
042000*1700-CHECK-RUN-CONTROL -- REPLAY THE LEDGER AND REFUSE
042100*THE CLOSE IF ANY SOURCE THAT RAN IN THE PERIOD SHOWS A
043500      PERFORM 1750-JUDGE-ONE-SOURCE THRU 1750-EXIT
043600          VARYING WS-I FROM 1 BY 1
043700          UNTIL WS-I > WS-SRC-COUNT.
043710      PERFORM 1770-JUDGE-ONE-DEFERRAL THRU 1770-EXIT
043720          VARYING WS-K FROM 1 BY 1
043730          UNTIL WS-K > WS-DFR-COUNT.
043740      PERFORM 1780-ALERT-ONE-DEFERRAL THRU 1780-EXIT
043750          VARYING WS-K FROM 1 BY 1
043760          UNTIL WS-K > WS-DFR-COUNT.
043800      IF WS-CLOSE-REFUSED
043900          DISPLAY 'PERIOD-CLOSE: CLOSE OF ' WS-PERIOD
044000              ' REFUSED, SEE MESSAGES ABOVE'
044100          IF WS-RETURN-CODE < 8
044110              MOVE 8 TO WS-RETURN-CODE
044120          END-IF
044200          SET WS-RUN-MUST-STOP TO TRUE
044300          GO TO 1700-EXIT
044400      END-IF.
044600          DISPLAY 'PERIOD-CLOSE: LEDGER SHOWS NOTHING RAN'
044700              ' IN ' WS-PERIOD
044800          MOVE 8 TO WS-RETURN-CODE
044810          MOVE 'NORUNS' TO WS-ALR-REASON-CD
044820          MOVE SPACES TO WS-ALR-SOURCE-SYS-ID
044830          MOVE ZERO TO WS-ALR-AS-OF-DATE
044840          PERFORM 9500-WRITE-ALERT THRU 9500-EXIT
044900          SET WS-RUN-MUST-STOP TO TRUE
045000      END-IF.
045100  1700-EXIT.
046800      IF WS-RUN-MUST-STOP
046900          GO TO 1710-EXIT
047000      END-IF.
047010      IF WS-RCT-IS-DEFERRAL
047020          PERFORM 1740-OPEN-DEFERRAL THRU 1740-EXIT
047030          GO TO 1710-EXIT
047040      END-IF.
047100      IF WS-RCT-IS-BACKOUT
047200          MOVE WS-RCT-AS-OF-DATE TO WS-SRC-EFF-DATE(WS-J)
047300          GO TO 1710-EXIT
047500      IF WS-RCT-RETURN-CODE > 4
047600          GO TO 1710-EXIT
047700      END-IF.
047710      PERFORM 1745-CLOSE-DEFERRAL THRU 1745-EXIT
047720          VARYING WS-K FROM 1 BY 1
047730          UNTIL WS-K > WS-DFR-COUNT.
047800      IF WS-RCT-AS-OF-DATE(1:6) = WS-PERIOD
047900          PERFORM 1730-TRACK-PERIOD-DAY THRU 1730-EXIT
048000      END-IF.
050200      END-IF.
050300  1730-EXIT.
050400      EXIT.
050401*---------------------------------------------------------
050402*1740-OPEN-DEFERRAL -- A DEFERRED DAY.  THE SAME SOURCE AND
050403*DAY DEFERRED AGAIN BY A LATER RUN KEEPS ONE ENTRY.
050404*---------------------------------------------------------
050405  1740-OPEN-DEFERRAL.
050406      MOVE ZERO TO WS-DFR-SUB.
050407      PERFORM 1742-MATCH-DEFERRAL THRU 1742-EXIT
050408          VARYING WS-K FROM 1 BY 1
050409          UNTIL WS-K > WS-DFR-COUNT.
050410      IF WS-DFR-SUB = ZERO
050411          IF WS-DFR-COUNT >= WS-DFR-MAX
050412              DISPLAY 'PERIOD-CLOSE: MORE OPEN DEFERRALS THAN'
050413                  ' THE TABLE HOLDS'
050414              MOVE 16 TO WS-RETURN-CODE
050415              SET WS-RUN-MUST-STOP TO TRUE
050416              GO TO 1740-EXIT
050417          END-IF
050418          ADD 1 TO WS-DFR-COUNT
050419          MOVE WS-DFR-COUNT TO WS-DFR-SUB
050420      END-IF.
050421      MOVE WS-RCT-SOURCE-SYS-ID
050422          TO WS-DFR-SOURCE-SYS-ID(WS-DFR-SUB).
050423      MOVE WS-RCT-AS-OF-DATE TO WS-DFR-AS-OF-DATE(WS-DFR-SUB).
050424      MOVE WS-RCT-DEFER-REASON TO WS-DFR-REASON(WS-DFR-SUB).
050425      SET WS-DFR-IS-OPEN(WS-DFR-SUB) TO TRUE.
050426  1740-EXIT.
050427      EXIT.
050428  1742-MATCH-DEFERRAL.
050429      IF WS-DFR-IS-OPEN(WS-K)
050430          AND WS-DFR-SOURCE-SYS-ID(WS-K) = WS-RCT-SOURCE-SYS-ID
050431          AND WS-DFR-AS-OF-DATE(WS-K) = WS-RCT-AS-OF-DATE
050432          MOVE WS-K TO WS-DFR-SUB
050433      END-IF.
050434      IF WS-DFR-SUB = ZERO
050435          AND WS-DFR-IS-CLOSED(WS-K)
050436          MOVE WS-K TO WS-DFR-SUB
050437      END-IF.
050438  1742-EXIT.
050439      EXIT.
050440  1745-CLOSE-DEFERRAL.
050441      IF WS-DFR-IS-OPEN(WS-K)
050442          AND WS-DFR-SOURCE-SYS-ID(WS-K) = WS-RCT-SOURCE-SYS-ID
050443          AND WS-DFR-AS-OF-DATE(WS-K) NOT > WS-RCT-AS-OF-DATE
050444          SET WS-DFR-IS-CLOSED(WS-K) TO TRUE
050445      END-IF.
050446  1745-EXIT.
050447      EXIT.
050448*---------------------------------------------------------
050449*1770-JUDGE-ONE-DEFERRAL -- ANY DEFERRED DAY STILL OPEN
050450*REFUSES THE CLOSE UNTIL A PICKUP RUN HAS PROCESSED IT.
050451*---------------------------------------------------------
050452  1770-JUDGE-ONE-DEFERRAL.
050453      IF WS-DFR-IS-OPEN(WS-K)
050454          DISPLAY 'PERIOD-CLOSE: SOURCE '
050455              WS-DFR-SOURCE-SYS-ID(WS-K)
050456              ' HAS DEFERRED DAY ' WS-DFR-AS-OF-DATE(WS-K)
050457              ' (' WS-DFR-REASON(WS-K) ') NOT PICKED UP'
050458          SET WS-CLOSE-REFUSED TO TRUE
050459      END-IF.
050460  1770-EXIT.
050461      EXIT.
050462*---------------------------------------------------------
050463*1780-ALERT-ONE-DEFERRAL -- ONE ALERT PER DEFERRED DAY THE
050464*JUDGEMENT ABOVE LEFT OPEN.
050465*---------------------------------------------------------
050466  1780-ALERT-ONE-DEFERRAL.
050467      IF WS-DFR-IS-CLOSED(WS-K)
050468          GO TO 1780-EXIT
050469      END-IF.
050470      MOVE 'DEFERRED' TO WS-ALR-REASON-CD.
050471      MOVE WS-DFR-SOURCE-SYS-ID(WS-K) TO WS-ALR-SOURCE-SYS-ID.
050472      MOVE WS-DFR-AS-OF-DATE(WS-K) TO WS-ALR-AS-OF-DATE.
050473      PERFORM 9500-WRITE-ALERT THRU 9500-EXIT.
050474  1780-EXIT.
050475      EXIT.
050500  1720-FIND-OR-ADD-SOURCE.
050600      MOVE ZERO TO WS-J.
050700      PERFORM 1725-MATCH-ONE-SOURCE THRU 1725-EXIT
054000          DISPLAY 'PERIOD-CLOSE: SOURCE '
054100              WS-SRC-SOURCE-SYS-ID(WS-I)
054200              ' HAS A BACKED-OUT DAY NOT RERUN'
054210          MOVE 'BACKOUT' TO WS-ALR-REASON-CD
054220          MOVE WS-SRC-SOURCE-SYS-ID(WS-I) TO WS-ALR-SOURCE-SYS-ID
054230          MOVE WS-SRC-EFF-DATE(WS-I) TO WS-ALR-AS-OF-DATE
054240          PERFORM 9500-WRITE-ALERT THRU 9500-EXIT
054300          SET WS-CLOSE-REFUSED TO TRUE
054400          GO TO 1750-EXIT
054500      END-IF.
054700          DISPLAY 'PERIOD-CLOSE: SOURCE '
054800              WS-SRC-SOURCE-SYS-ID(WS-I)
054900              ' MISSED BUSINESS DAY(S) IN ' WS-PERIOD
054910          MOVE 'MISSDAY' TO WS-ALR-REASON-CD
054920          MOVE WS-SRC-SOURCE-SYS-ID(WS-I) TO WS-ALR-SOURCE-SYS-ID
054930          MOVE WS-SRC-EFF-DATE(WS-I) TO WS-ALR-AS-OF-DATE
054940          PERFORM 9500-WRITE-ALERT THRU 9500-EXIT
055000          SET WS-CLOSE-REFUSED TO TRUE
055100          GO TO 1750-EXIT
055200      END-IF.
055205      MOVE WS-SRC-SOURCE-SYS-ID(WS-I) TO WS-LOOKUP-SOURCE.
055210      PERFORM 1760-CHECK-DECOMMISSIONED THRU 1760-EXIT.
055215      IF WS-SOURCE-DECOMMISSIONED
055220          AND WS-DECOMM-END-DATE NOT > WS-PERIOD-END-DATE
055225          MOVE WS-SRC-EFF-DATE(WS-I) TO WS-DATE-IN
055230          PERFORM 9100-NEXT-BUSINESS-DAY THRU 9100-EXIT
055235          IF WS-DATE-OUT < WS-DECOMM-END-DATE
055240              DISPLAY 'PERIOD-CLOSE: SOURCE '
055245                  WS-SRC-SOURCE-SYS-ID(WS-I)
055250                  ' STOPS AT ' WS-SRC-EFF-DATE(WS-I)
055255                  ' BEFORE DECOMMISSION ' WS-DECOMM-END-DATE
055256              MOVE 'DECOMM' TO WS-ALR-REASON-CD
055257              MOVE WS-LOOKUP-SOURCE TO WS-ALR-SOURCE-SYS-ID
055258              MOVE WS-SRC-EFF-DATE(WS-I) TO WS-ALR-AS-OF-DATE
055259              PERFORM 9500-WRITE-ALERT THRU 9500-EXIT
055260              SET WS-CLOSE-REFUSED TO TRUE
055265              GO TO 1750-EXIT
055270          END-IF
055275          ADD 1 TO WS-SOURCES-CLOSED
055280          GO TO 1750-EXIT
055285      END-IF.
055300      IF WS-SRC-EFF-DATE(WS-I) < WS-PERIOD-END-DATE
055400          DISPLAY 'PERIOD-CLOSE: SOURCE '
055500              WS-SRC-SOURCE-SYS-ID(WS-I)
055600              ' STOPS AT ' WS-SRC-EFF-DATE(WS-I)
055700              ' BEFORE PERIOD END ' WS-PERIOD-END-DATE
055710          MOVE 'SHORT' TO WS-ALR-REASON-CD
055720          MOVE WS-SRC-SOURCE-SYS-ID(WS-I) TO WS-ALR-SOURCE-SYS-ID
055730          MOVE WS-SRC-EFF-DATE(WS-I) TO WS-ALR-AS-OF-DATE
055740          PERFORM 9500-WRITE-ALERT THRU 9500-EXIT
055800          SET WS-CLOSE-REFUSED TO TRUE
055900          GO TO 1750-EXIT
056000      END-IF.
072050      SET WS-AUDITLOG-IS-SHUT TO TRUE.
072100  4000-EXIT.
072200      EXIT.
072205*A SOURCE DECOMMISSIONED ON OR BEFORE THE PERIOD'S FIRST DAY
072210*FED NOTHING IN IT; ITS MARKS STAND AS THEY WERE LEFT AND ARE
072215*NOT CARRIED INTO THE PERIOD HISTORY AGAIN.
072220  4050-CHECK-SOURCE-RETIRED.
072225      MOVE HM-SOURCE-SYS-ID TO WS-LAST-MAST-SOURCE.
072230      MOVE HM-SOURCE-SYS-ID TO WS-LOOKUP-SOURCE.
072235      PERFORM 1760-CHECK-DECOMMISSIONED THRU 1760-EXIT.
072240      IF WS-SOURCE-DECOMMISSIONED
072245          AND WS-DECOMM-END-DATE NOT > WS-PERIOD-START-DATE
072250          DISPLAY 'PERIOD-CLOSE: SOURCE ' HM-SOURCE-SYS-ID
072255              ' DECOMMISSIONED ' WS-DECOMM-END-DATE
072260              ', NOT SNAPSHOT'
072265      END-IF.
072270  4050-EXIT.
072275      EXIT.
072300  4100-CLOSE-ONE-RECORD.
072400      READ HWMMAST NEXT RECORD.
072500      IF WS-HWMMAST-AT-END
073300          SET WS-RUN-MUST-STOP TO TRUE
073400          GO TO 4100-EXIT
073500      END-IF.
073510      IF HM-SOURCE-SYS-ID NOT = WS-LAST-MAST-SOURCE
073520          PERFORM 4050-CHECK-SOURCE-RETIRED THRU 4050-EXIT
073530      END-IF.
073540      IF WS-SOURCE-DECOMMISSIONED
073550          AND WS-DECOMM-END-DATE NOT > WS-PERIOD-START-DATE
073560          GO TO 4100-EXIT
073570      END-IF.
073600      PERFORM 4200-SNAPSHOT-RECORD THRU 4200-EXIT.
073700      IF WS-RUN-MUST-STOP
073800          GO TO 4100-EXIT
093700      PERFORM 9300-DAY-OF-WEEK THRU 9300-EXIT.
093800  9450-EXIT.
093900      EXIT.
093902*---------------------------------------------------------
093904*9500-WRITE-ALERT -- ONE ERROR EVENT ON THE ALERT FEED PER
093906*REASON THE CLOSE IS REFUSED.  THE CALLER HAS SET THE
093908*REASON, SOURCE, AND AS-OF DATE; NO REFUSAL IS SPECIFIC TO
093910*A POSITION.
093912*---------------------------------------------------------
093914  9500-WRITE-ALERT.
093916      MOVE WS-RUN-DATE     TO WS-ALR-RUN-DATE.
093918      MOVE WS-RUN-TIME     TO WS-ALR-RUN-TIME.
093920      SET WS-ALR-ERROR     TO TRUE.
093922      MOVE 8               TO WS-ALR-RETURN-CODE.
093924      MOVE 'Period_close'  TO WS-ALR-PROGRAM.
093926      MOVE 'CLOSEREF'      TO WS-ALR-EVENT-CD.
093928      MOVE ZERO            TO WS-ALR-POSITION.
093930      WRITE AE-ALERT-LINE FROM WS-ALERT-RECORD.
093932      IF NOT WS-ALERTS-OK
093934          DISPLAY 'PERIOD-CLOSE: ERROR WRITING ALERT'
093936              WS-ALERTS-STATUS
093938          MOVE 16 TO WS-RETURN-CODE
093940          SET WS-RUN-MUST-STOP TO TRUE
093942      END-IF.
093944  9500-EXIT.
093946      EXIT.
094000*---------------------------------------------------------
094100*9000-TERMINATE -- CLOSES.
094200*---------------------------------------------------------
094900      IF WS-CLOSERPT-WAS-OPENED
095000          CLOSE CLOSERPT
095100      END-IF.
095110      IF WS-ALERTS-WAS-OPENED
095120          CLOSE ALERTS
095130      END-IF.
095200  9000-EXIT.
095300      EXIT.
