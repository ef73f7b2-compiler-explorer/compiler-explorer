000500*DATE-WRITTEN 2026-09-02
000600*DATE-COMPILED
000700*
000800*REMARKS..... WEEKLY RECONCILIATION OF THE THREE
000900*             DL100 REFERENCE MASTERS.  WALKS THE KEYED
001000*             MARK MASTER (HWMMAST) SOURCE BY SOURCE,
001100*             PROVING EVERY SOURCE'S POSITION-ZERO CONTROL
001900*             BY CATEGORY WITH TOTALS PER SOURCE, AND THE
002000*             RUN ENDS NON-ZERO WHEN ANYTHING IS OUT OF
002100*             LINE, SO IT CAN BE SCHEDULED AHEAD OF THE
002200*             MONDAY RUN.  IT READS THE MASTERS AND NEVER
002300*             WRITES TO ONE; EXCEPTIONS ARE ALSO APPENDED
002350*             TO THE OPERATIONS ALERT FEED (ALERTS).
002400*
002500*             RETURN CODES: 0 ALL IN LINE, 8 EXCEPTIONS
002600*             REPORTED, 16 FILE ERROR.
002800*MODIFICATION HISTORY.
002900*DATE-------- INIT----  DESCRIPTION------------------------
003000*2026-09-02   DLM       ORIGINAL VERSION.
003010*2026-10-15   DLM       ADDED THE SOURCE REGISTRY (SRCMAST,
003020*                       COPYBOOK DL100SM).  A SOURCE
003030*                       DECOMMISSIONED ON OR BEFORE THE RUN
003040*                       DATE DROPS OUT OF EVERY CHECK, AND
003050*                       EVERY LIVE REGISTERED SOURCE MUST
003060*                       CARRY A CONTROL RECORD WITH ITS
003070*                       REGISTERED POSITION COUNT.
003075*2026-10-15   DLM       EVERY EXCEPTION IS NOW ALSO APPENDED TO
003080*                       THE OPERATIONS ALERT FEED (ALERTS,
003085*                       COPYBOOK DL100AE) AS AN ERROR EVENT WITH A
003090*                       REASON CODE FOR ITS CATEGORY.
003100******************************************************************
003200  IDENTIFICATION DIVISION.
003300  PROGRAM-ID. Master_xcheck.
005200          ORGANIZATION IS SEQUENTIAL
005300          ACCESS MODE IS SEQUENTIAL
005400          FILE STATUS IS WS-XCHKRPT-STATUS.
005410      SELECT SRCMAST ASSIGN TO SRCMAST
005420          ORGANIZATION IS INDEXED
005430          ACCESS MODE IS DYNAMIC
005440          RECORD KEY IS SM-SOURCE-SYS-ID
005450          FILE STATUS IS WS-SRCMAST-STATUS.
005460      SELECT ALERTS ASSIGN TO ALERTS
005470          ORGANIZATION IS SEQUENTIAL
005480          ACCESS MODE IS SEQUENTIAL
005490          FILE STATUS IS WS-ALERTS-STATUS.
005500  DATA DIVISION.
005600  FILE SECTION.
005700  FD  HWMMAST
009600      RECORDING MODE IS F
009700      LABEL RECORDS ARE OMITTED.
009800  01  XR-REPORT-LINE                  PIC X(80).
009805  FD  SRCMAST
009810      RECORD CONTAINS 80 CHARACTERS.
009815      COPY DL100SM REPLACING
009820      ==PFX-SRCMAST-RECORD== BY ==SM-SRCMAST-RECORD==
009825      ==PFX-SRC-SOURCE-SYS-ID== BY ==SM-SOURCE-SYS-ID==
009830      ==PFX-SRC-START-DATE== BY ==SM-START-DATE==
009835      ==PFX-SRC-END-DATE== BY ==SM-END-DATE==
009840      ==PFX-SRC-POSITION-COUNT== BY ==SM-POSITION-COUNT==
009845      ==PFX-SRC-OWNER-CONTACT== BY ==SM-OWNER-CONTACT==
009850      ==PFX-SRC-STATUS-CD== BY ==SM-STATUS-CD==
009855      ==PFX-SRC-ACTIVE== BY ==SM-ACTIVE==
009860      ==PFX-SRC-DECOMMISSIONED== BY ==SM-DECOMMISSIONED==
009865      ==PFX-SRC-MAINT-DATE== BY ==SM-MAINT-DATE==.
009870  FD  ALERTS
009875      RECORDING MODE IS F
009880      LABEL RECORDS ARE OMITTED.
009885  01  AE-ALERT-LINE                   PIC X(80).
009900  WORKING-STORAGE SECTION.
010000  01  WS-FILE-STATUS-GROUP.
010100      05  WS-HWMMAST-STATUS           PIC X(02) VALUE '00'.
011200          88  WS-POSMAST-NOT-FOUND          VALUE '35'.
011300      05  WS-XCHKRPT-STATUS           PIC X(02) VALUE '00'.
011400          88  WS-XCHKRPT-OK                 VALUE '00'.
011410      05  WS-SRCMAST-STATUS           PIC X(02) VALUE '00'.
011420          88  WS-SRCMAST-OK                 VALUE '00'.
011430          88  WS-SRCMAST-AT-END             VALUE '10'.
011440          88  WS-SRCMAST-NOT-FOUND          VALUE '35'.
011450      05  WS-ALERTS-STATUS            PIC X(02) VALUE '00'.
011460          88  WS-ALERTS-OK                  VALUE '00'.
011470          88  WS-ALERTS-NOT-FOUND           VALUE '35'.
011500  01  WS-SWITCHES.
011600      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
011700          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
013100      05  WS-XCHKRPT-OPEN-SW          PIC X(01) VALUE 'N'.
013200          88  WS-XCHKRPT-WAS-OPENED         VALUE 'Y'.
013300          88  WS-XCHKRPT-NEVER-OPENED       VALUE 'N'.
013310      05  WS-ALERTS-OPEN-SW           PIC X(01) VALUE 'N'.
013320          88  WS-ALERTS-WAS-OPENED          VALUE 'Y'.
013330          88  WS-ALERTS-NEVER-OPENED        VALUE 'N'.
013400  01  WS-COUNTERS-AND-WORK-FIELDS.
013500      05  WS-I                 PIC S9(08) COMP VALUE ZERO.
013600      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
013700      05  WS-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
013800      05  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
013850      05  WS-RUN-TIME          PIC 9(08) VALUE ZERO.
013900      05  WS-LOOKUP-SOURCE     PIC X(08) VALUE SPACES.
014000      05  WS-LOOKUP-POSITION   PIC S9(08) COMP VALUE ZERO.
014100      05  WS-ORPHAN-STAT-COUNT PIC S9(08) COMP VALUE ZERO.
014600      05  WS-NO-CONTROL-COUNT  PIC S9(08) COMP VALUE ZERO.
014700      05  WS-EXCEPTION-COUNT   PIC S9(08) COMP VALUE ZERO.
014710      05  WS-COUNT-DISPLAY     PIC 9(08) VALUE ZERO.
014720      05  WS-REG-EXCP-COUNT    PIC S9(08) COMP VALUE ZERO.
014800*ONE ENTRY PER SOURCE SYSTEM SEEN ON ANY OF THE THREE
014900*MASTERS, CARRYING THE PER-SOURCE TALLIES FOR THE TOTALS
015000*SECTION.
016100          10  WS-SRC-ORPHAN-STATS     PIC 9(08) COMP.
016200          10  WS-SRC-RETIRED-MARKS    PIC 9(08) COMP.
016300          10  WS-SRC-NOPOSMAST        PIC 9(08) COMP.
016310          10  WS-SRC-DECOMM-SW        PIC X(01).
016320              88  WS-SRC-IS-DECOMMISSIONED VALUE 'Y'.
016330              88  WS-SRC-IS-EXPECTED       VALUE 'N'.
016400*POSITION-MASTER REFERENCE TABLE, LOADED ONCE AT
016500*INITIALIZE, AS THE DAILY RUN LOADS IT.
016600  01  WS-POSMAST-CONTROL.
017600          10  WS-PM-STATUS-CD         PIC X(01).
017700              88  WS-PM-IS-ACTIVE          VALUE 'A'.
017800              88  WS-PM-IS-RETIRED         VALUE 'R'.
017805*SOURCE REGISTRY, LOADED ONCE AT INITIALIZE.  NO REGISTRY
017810*MEANS NO REGISTRY CHECKS AND NO SOURCE IS SKIPPED.
017815  01  WS-REGISTRY-CONTROL.
017820      05  WS-REG-COUNT         PIC S9(04) COMP VALUE ZERO.
017825      05  WS-REG-MAX           PIC S9(04) COMP VALUE 100.
017830      05  WS-REG-SUB           PIC S9(04) COMP VALUE ZERO.
017835      05  WS-REG-ENTRY OCCURS 100 TIMES.
017840          10  WS-REG-SOURCE-SYS-ID    PIC X(08).
017845          10  WS-REG-START-DATE       PIC 9(08).
017850          10  WS-REG-END-DATE         PIC 9(08).
017855          10  WS-REG-POSITION-COUNT   PIC 9(08) COMP.
017860          10  WS-REG-STATUS-CD        PIC X(01).
017865              88  WS-REG-IS-DECOMMISSIONED  VALUE 'D'.
017900  01  WS-REPORT-AREAS.
018000      05  WS-HDG-LINE-1.
018100          10  FILLER                  PIC X(20)
024100              VALUE 'DETAILS NO CONTROL.-'.
024200          10  WS-TOT-NO-CONTROL       PIC ZZZZZZZ9.
024300          10  FILLER             PIC X(52) VALUE SPACES.
024310      05  WS-TOTAL-LINE-6.
024320          10  FILLER                  PIC X(20)
024330              VALUE 'REGISTRY MISMATCHES-'.
024340          10  WS-TOT-REGISTRY         PIC ZZZZZZZ9.
024350          10  FILLER             PIC X(52) VALUE SPACES.
024400      05  WS-CLEAN-LINE               PIC X(80) VALUE
024500          'ALL THREE MASTERS ARE IN LINE'.
024505*BUILD AREA FOR OPERATIONS ALERT EVENTS (COPYBOOK DL100AE).
024510      COPY DL100AE REPLACING
024515      ==PFX-ALERT-RECORD== BY ==WS-ALERT-RECORD==
024520      ==PFX-ALR-RUN-DATE== BY ==WS-ALR-RUN-DATE==
024525      ==PFX-ALR-RUN-TIME== BY ==WS-ALR-RUN-TIME==
024530      ==PFX-ALR-SEVERITY== BY ==WS-ALR-SEVERITY==
024535      ==PFX-ALR-WARNING== BY ==WS-ALR-WARNING==
024540      ==PFX-ALR-ERROR== BY ==WS-ALR-ERROR==
024545      ==PFX-ALR-SEVERE== BY ==WS-ALR-SEVERE==
024550      ==PFX-ALR-RETURN-CODE== BY ==WS-ALR-RETURN-CODE==
024555      ==PFX-ALR-PROGRAM== BY ==WS-ALR-PROGRAM==
024560      ==PFX-ALR-EVENT-CD== BY ==WS-ALR-EVENT-CD==
024565      ==PFX-ALR-REASON-CD== BY ==WS-ALR-REASON-CD==
024570      ==PFX-ALR-SOURCE-SYS-ID== BY ==WS-ALR-SOURCE-SYS-ID==
024575      ==PFX-ALR-POSITION== BY ==WS-ALR-POSITION==
024580      ==PFX-ALR-AS-OF-DATE== BY ==WS-ALR-AS-OF-DATE==.
024600  PROCEDURE DIVISION.
024700*---------------------------------------------------------
024800  0000-MAINLINE.
025300      IF WS-RUN-CAN-PROCEED
025400          PERFORM 3000-JUDGE-CONTROL-COUNTS THRU 3000-EXIT
025500      END-IF.
025510      IF WS-RUN-CAN-PROCEED
025520          PERFORM 3500-JUDGE-REGISTRY THRU 3500-EXIT
025530      END-IF.
025600      IF WS-RUN-CAN-PROCEED
025700          PERFORM 4000-WALK-STAT-MASTER THRU 4000-EXIT
025800      END-IF.
027000      MOVE WS-RETURN-CODE TO RETURN-CODE.
027100      GOBACK.
027200*---------------------------------------------------------
027300*1000-INITIALIZE -- OPEN THE MASTERS READ-ONLY AND THE ALERT
027350*FEED FOR APPEND, AND LOAD THE POSITION MASTER.  A MISSING
027400*POSITION MASTER ONLY DISABLES THE RETIRED AND NOT-ON-FILE
027500*CHECKS, AS IN THE DAILY RUN.
027600*---------------------------------------------------------
027700  1000-INITIALIZE.
027800      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
027850      ACCEPT WS-RUN-TIME FROM TIME.
027900      MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
028000      OPEN INPUT HWMMAST.
028100      IF NOT WS-HWMMAST-OK
030200          GO TO 1000-EXIT
030300      END-IF.
030400      SET WS-XCHKRPT-WAS-OPENED TO TRUE.
030405      OPEN EXTEND ALERTS.
030410      IF WS-ALERTS-NOT-FOUND
030415          OPEN OUTPUT ALERTS
030420      END-IF.
030425      IF NOT WS-ALERTS-OK
030430          DISPLAY 'MAST-XCHECK: CANNOT OPEN ALERTS'
030435              WS-ALERTS-STATUS
030440          MOVE 16 TO WS-RETURN-CODE
030445          SET WS-RUN-MUST-STOP TO TRUE
030450          GO TO 1000-EXIT
030455      END-IF.
030460      SET WS-ALERTS-WAS-OPENED TO TRUE.
030465      MOVE SPACES TO WS-ALERT-RECORD.
030500      PERFORM 1500-LOAD-POSMAST THRU 1500-EXIT.
030600      IF WS-RUN-MUST-STOP
030700          GO TO 1000-EXIT
030800      END-IF.
030810      PERFORM 1600-LOAD-REGISTRY THRU 1600-EXIT.
030820      IF WS-RUN-MUST-STOP
030830          GO TO 1000-EXIT
030840      END-IF.
030900      WRITE XR-REPORT-LINE FROM WS-HDG-LINE-1.
031000      WRITE XR-REPORT-LINE FROM WS-BLANK-LINE.
031100      WRITE XR-REPORT-LINE FROM WS-SECTION-LINE-1.
038600          TO WS-PM-STATUS-CD(WS-POSMAST-COUNT).
038700  1510-EXIT.
038800      EXIT.
038801*---------------------------------------------------------
038802*1600-LOAD-REGISTRY -- THE SOURCE REGISTRY, KEY ORDER.  A
038803*MISSING REGISTRY ONLY DISABLES THE REGISTRY CHECKS.
038804*---------------------------------------------------------
038805  1600-LOAD-REGISTRY.
038806      MOVE ZERO TO WS-REG-COUNT.
038807      OPEN INPUT SRCMAST.
038808      IF WS-SRCMAST-NOT-FOUND
038809          DISPLAY 'MAST-XCHECK: NO SOURCE REGISTRY, REGISTRY'
038810              ' CHECKS BYPASSED'
038811          GO TO 1600-EXIT
038812      END-IF.
038813      IF NOT WS-SRCMAST-OK
038814          DISPLAY 'MAST-XCHECK: CANNOT OPEN SOURCE REGISTRY'
038815              WS-SRCMAST-STATUS
038816          MOVE 16 TO WS-RETURN-CODE
038817          SET WS-RUN-MUST-STOP TO TRUE
038818          GO TO 1600-EXIT
038819      END-IF.
038820      PERFORM 1610-LOAD-ONE-REGISTRY THRU 1610-EXIT
038821          UNTIL WS-SRCMAST-AT-END
038822              OR WS-RUN-MUST-STOP.
038823      CLOSE SRCMAST.
038824  1600-EXIT.
038825      EXIT.
038826  1610-LOAD-ONE-REGISTRY.
038827      READ SRCMAST NEXT RECORD.
038828      IF WS-SRCMAST-AT-END
038829          GO TO 1610-EXIT
038830      END-IF.
038831      IF NOT WS-SRCMAST-OK
038832          DISPLAY 'MAST-XCHECK: ERROR READING SOURCE REGISTRY'
038833              WS-SRCMAST-STATUS
038834          MOVE 16 TO WS-RETURN-CODE
038835          SET WS-RUN-MUST-STOP TO TRUE
038836          GO TO 1610-EXIT
038837      END-IF.
038838      IF WS-REG-COUNT >= WS-REG-MAX
038839          DISPLAY 'MAST-XCHECK: SOURCE REGISTRY EXCEEDS TABLE'
038840          MOVE 16 TO WS-RETURN-CODE
038841          SET WS-RUN-MUST-STOP TO TRUE
038842          GO TO 1610-EXIT
038843      END-IF.
038844      ADD 1 TO WS-REG-COUNT.
038845      MOVE SM-SOURCE-SYS-ID
038846          TO WS-REG-SOURCE-SYS-ID(WS-REG-COUNT).
038847      MOVE SM-START-DATE
038848          TO WS-REG-START-DATE(WS-REG-COUNT).
038849      MOVE SM-END-DATE
038850          TO WS-REG-END-DATE(WS-REG-COUNT).
038851      MOVE SM-POSITION-COUNT
038852          TO WS-REG-POSITION-COUNT(WS-REG-COUNT).
038853      MOVE SM-STATUS-CD
038854          TO WS-REG-STATUS-CD(WS-REG-COUNT).
038855  1610-EXIT.
038856      EXIT.
038900*---------------------------------------------------------
039000*2000-WALK-MARK-MASTER -- EVERY RECORD IN KEY ORDER.  THE
039100*CONTROL RECORD'S COUNT IS BANKED PER SOURCE AND EVERY
042300      IF WS-RUN-MUST-STOP
042400          GO TO 2100-EXIT
042500      END-IF.
042510      IF WS-SRC-IS-DECOMMISSIONED(WS-J)
042520          GO TO 2100-EXIT
042530      END-IF.
042600      IF HM-POSITION = ZERO
042700          SET WS-SRC-HAS-CONTROL(WS-J) TO TRUE
042800          IF HM-RECORD-COUNT IS NUMERIC
048100  3000-EXIT.
048200      EXIT.
048300  3100-JUDGE-ONE-SOURCE.
048310      IF WS-SRC-IS-DECOMMISSIONED(WS-I)
048320          GO TO 3100-EXIT
048330      END-IF.
048400      IF WS-SRC-HAS-CONTROL(WS-I)
048500          AND WS-SRC-CONTROL-COUNT(WS-I)
048600              NOT = WS-SRC-DETAIL-COUNT(WS-I)
049600      END-IF.
049700  3100-EXIT.
049800      EXIT.
049801*---------------------------------------------------------
049802*3500-JUDGE-REGISTRY -- EVERY REGISTERED SOURCE THAT IS LIVE
049803*ON THE RUN DATE MUST HAVE A CONTROL RECORD ON THE MARK
049804*MASTER, AND THAT CONTROL RECORD MUST CARRY THE REGISTERED
049805*POSITION COUNT.
049806*---------------------------------------------------------
049807  3500-JUDGE-REGISTRY.
049808      PERFORM 3510-JUDGE-ONE-REGISTERED THRU 3510-EXIT
049809          VARYING WS-REG-SUB FROM 1 BY 1
049810          UNTIL WS-REG-SUB > WS-REG-COUNT
049811              OR WS-RUN-MUST-STOP.
049812  3500-EXIT.
049813      EXIT.
049814  3510-JUDGE-ONE-REGISTERED.
049815      IF WS-REG-START-DATE(WS-REG-SUB) > WS-RUN-DATE
049816          GO TO 3510-EXIT
049817      END-IF.
049818      IF WS-REG-IS-DECOMMISSIONED(WS-REG-SUB)
049819          AND WS-REG-END-DATE(WS-REG-SUB) NOT > WS-RUN-DATE
049820          GO TO 3510-EXIT
049821      END-IF.
049822      MOVE WS-REG-SOURCE-SYS-ID(WS-REG-SUB) TO WS-LOOKUP-SOURCE.
049823      MOVE ZERO TO WS-J.
049824      PERFORM 6010-MATCH-ONE-SOURCE THRU 6010-EXIT
049825          VARYING WS-I FROM 1 BY 1
049826          UNTIL WS-I > WS-SRC-COUNT.
049827      MOVE WS-LOOKUP-SOURCE TO WS-EXC-SOURCE.
049828      MOVE ZERO TO WS-EXC-POSITION.
049829      MOVE SPACES TO WS-EXC-DETAIL.
049830      IF WS-J = ZERO
049831          MOVE 'REGISTERED NO CONTROL ' TO WS-EXC-CATEGORY
049832          MOVE 'NOTHING ON THE MARK MASTER'
049833              TO WS-EXC-DETAIL
049834          PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
049835          ADD 1 TO WS-REG-EXCP-COUNT
049836          GO TO 3510-EXIT
049837      END-IF.
049838      IF WS-SRC-NO-CONTROL(WS-J)
049839          MOVE 'REGISTERED NO CONTROL ' TO WS-EXC-CATEGORY
049840          MOVE 'NO POSITION-ZERO RECORD'
049841              TO WS-EXC-DETAIL
049842          PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
049843          ADD 1 TO WS-REG-EXCP-COUNT
049844          GO TO 3510-EXIT
049845      END-IF.
049846      IF WS-SRC-CONTROL-COUNT(WS-J)
049847              NOT = WS-REG-POSITION-COUNT(WS-REG-SUB)
049848          MOVE 'REGISTRY COUNT DIFFERS' TO WS-EXC-CATEGORY
049849          MOVE WS-REG-POSITION-COUNT(WS-REG-SUB)
049850              TO WS-COUNT-DISPLAY
049851          STRING 'REGISTRY SAYS '
049852              WS-COUNT-DISPLAY
049853              DELIMITED BY SIZE INTO WS-EXC-DETAIL
049854          PERFORM 7000-WRITE-EXCEPTION-LINE THRU 7000-EXIT
049855          ADD 1 TO WS-REG-EXCP-COUNT
049856      END-IF.
049857  3510-EXIT.
049858      EXIT.
049900*---------------------------------------------------------
050000*4000-WALK-STAT-MASTER -- EVERY STATISTICS ROW MUST STILL
050100*HAVE ITS POSITION ON THE MARK MASTER.  KEYED READS ARE
054400      IF WS-RUN-MUST-STOP
054500          GO TO 4100-EXIT
054600      END-IF.
054610      IF WS-SRC-IS-DECOMMISSIONED(WS-J)
054620          GO TO 4100-EXIT
054630      END-IF.
054700      ADD 1 TO WS-SRC-ORPHAN-STATS(WS-J).
054800      ADD 1 TO WS-ORPHAN-STAT-COUNT.
054900      MOVE 'ORPHAN STAT ROW       ' TO WS-EXC-CATEGORY.
056900      MOVE WS-NOPOSMAST-COUNT    TO WS-TOT-NOPOSMAST.
057000      MOVE WS-MISMATCH-COUNT     TO WS-TOT-MISMATCH.
057100      MOVE WS-NO-CONTROL-COUNT   TO WS-TOT-NO-CONTROL.
057150      MOVE WS-REG-EXCP-COUNT     TO WS-TOT-REGISTRY.
057200      WRITE XR-REPORT-LINE FROM WS-BLANK-LINE.
057300      WRITE XR-REPORT-LINE FROM WS-TOTAL-LINE-1.
057400      WRITE XR-REPORT-LINE FROM WS-TOTAL-LINE-2.
057500      WRITE XR-REPORT-LINE FROM WS-TOTAL-LINE-3.
057600      WRITE XR-REPORT-LINE FROM WS-TOTAL-LINE-4.
057700      WRITE XR-REPORT-LINE FROM WS-TOTAL-LINE-5.
057750      WRITE XR-REPORT-LINE FROM WS-TOTAL-LINE-6.
057800      IF WS-EXCEPTION-COUNT = ZERO
057900          WRITE XR-REPORT-LINE FROM WS-BLANK-LINE
058000          WRITE XR-REPORT-LINE FROM WS-CLEAN-LINE
058700  5000-EXIT.
058800      EXIT.
058900  5100-WRITE-ONE-SOURCE.
058910      IF WS-SRC-IS-DECOMMISSIONED(WS-I)
058920          GO TO 5100-EXIT
058930      END-IF.
059000      MOVE WS-SRC-SOURCE-SYS-ID(WS-I)  TO WS-STL-SOURCE.
059100      MOVE WS-SRC-DETAIL-COUNT(WS-I)   TO WS-STL-DETAILS.
059200      MOVE WS-SRC-CONTROL-COUNT(WS-I)  TO WS-STL-CONTROL.
062900      MOVE ZERO TO WS-SRC-ORPHAN-STATS(WS-SRC-COUNT).
063000      MOVE ZERO TO WS-SRC-RETIRED-MARKS(WS-SRC-COUNT).
063100      MOVE ZERO TO WS-SRC-NOPOSMAST(WS-SRC-COUNT).
063110      SET WS-SRC-IS-EXPECTED(WS-SRC-COUNT) TO TRUE.
063120      PERFORM 6200-CHECK-DECOMMISSIONED THRU 6200-EXIT
063130          VARYING WS-REG-SUB FROM 1 BY 1
063140          UNTIL WS-REG-SUB > WS-REG-COUNT.
063200      MOVE WS-SRC-COUNT TO WS-J.
063300  6000-EXIT.
063400      EXIT.
065800      END-SEARCH.
065900  6100-EXIT.
066000      EXIT.
066005*---------------------------------------------------------
066010*6200-CHECK-DECOMMISSIONED -- A NEWLY ADDED SOURCE THAT THE
066015*REGISTRY SHOWS DECOMMISSIONED ON OR BEFORE THE RUN DATE IS
066020*FLAGGED SO ITS MARKS AND STATISTICS ROWS ARE PASSED OVER.
066025*---------------------------------------------------------
066030  6200-CHECK-DECOMMISSIONED.
066035      IF WS-REG-SOURCE-SYS-ID(WS-REG-SUB) = WS-LOOKUP-SOURCE
066040          AND WS-REG-IS-DECOMMISSIONED(WS-REG-SUB)
066045          AND WS-REG-END-DATE(WS-REG-SUB) NOT > WS-RUN-DATE
066050          SET WS-SRC-IS-DECOMMISSIONED(WS-SRC-COUNT) TO TRUE
066055          DISPLAY 'MAST-XCHECK: DECOMMISSIONED SOURCE SKIPPED '
066060              WS-LOOKUP-SOURCE
066065      END-IF.
066070  6200-EXIT.
066075      EXIT.
066100  7000-WRITE-EXCEPTION-LINE.
066200      WRITE XR-REPORT-LINE FROM WS-EXCP-LINE.
066300      IF NOT WS-XCHKRPT-OK
066800          GO TO 7000-EXIT
066900      END-IF.
067000      ADD 1 TO WS-EXCEPTION-COUNT.
067050      PERFORM 7100-WRITE-ALERT THRU 7100-EXIT.
067100  7000-EXIT.
067200      EXIT.
067202*---------------------------------------------------------
067204*7100-WRITE-ALERT -- ONE ERROR EVENT ON THE ALERT FEED PER
067206*EXCEPTION LINE, THE CATEGORY CARRIED AS A REASON CODE.
067208*---------------------------------------------------------
067210  7100-WRITE-ALERT.
067212      MOVE WS-RUN-DATE     TO WS-ALR-RUN-DATE.
067214      MOVE WS-RUN-TIME     TO WS-ALR-RUN-TIME.
067216      SET WS-ALR-ERROR     TO TRUE.
067218      MOVE 8               TO WS-ALR-RETURN-CODE.
067220      MOVE 'Master_xcheck' TO WS-ALR-PROGRAM.
067222      MOVE 'XCHKEXC'       TO WS-ALR-EVENT-CD.
067224      MOVE SPACES          TO WS-ALR-REASON-CD.
067226      IF WS-EXC-CATEGORY = 'DETAIL WITHOUT CONTROL'
067228          MOVE 'NOCNTRL'  TO WS-ALR-REASON-CD
067230      END-IF.
067232      IF WS-EXC-CATEGORY = 'MARK NOT ON POSMAST'
067234          MOVE 'NOPOSMST' TO WS-ALR-REASON-CD
067236      END-IF.
067238      IF WS-EXC-CATEGORY = 'MARK ON RETIRED POS'
067240          MOVE 'RETIRED'  TO WS-ALR-REASON-CD
067242      END-IF.
067244      IF WS-EXC-CATEGORY = 'CONTROL COUNT MISMATCH'
067246          MOVE 'CTLCOUNT' TO WS-ALR-REASON-CD
067248      END-IF.
067250      IF WS-EXC-CATEGORY = 'REGISTERED NO CONTROL'
067252          MOVE 'REGNOCTL' TO WS-ALR-REASON-CD
067254      END-IF.
067256      IF WS-EXC-CATEGORY = 'REGISTRY COUNT DIFFERS'
067258          MOVE 'REGCOUNT' TO WS-ALR-REASON-CD
067260      END-IF.
067262      IF WS-EXC-CATEGORY = 'ORPHAN STAT ROW'
067264          MOVE 'ORPHSTAT' TO WS-ALR-REASON-CD
067266      END-IF.
067268      MOVE WS-EXC-SOURCE   TO WS-ALR-SOURCE-SYS-ID.
067270      MOVE WS-EXC-POSITION TO WS-ALR-POSITION.
067272      MOVE ZERO            TO WS-ALR-AS-OF-DATE.
067274      WRITE AE-ALERT-LINE FROM WS-ALERT-RECORD.
067276      IF NOT WS-ALERTS-OK
067278          DISPLAY 'MAST-XCHECK: ERROR WRITING ALERT'
067280              WS-ALERTS-STATUS
067282          MOVE 16 TO WS-RETURN-CODE
067284          SET WS-RUN-MUST-STOP TO TRUE
067286      END-IF.
067288  7100-EXIT.
067290      EXIT.
067300*---------------------------------------------------------
067400*9000-TERMINATE -- CLOSES ONLY; NO MASTER WAS OPENED FOR
067500*UPDATE.
067600*---------------------------------------------------------
067700  9000-TERMINATE.
068000      IF WS-XCHKRPT-WAS-OPENED
068100          CLOSE XCHKRPT
068200      END-IF.
068210      IF WS-ALERTS-WAS-OPENED
068220          CLOSE ALERTS
068230      END-IF.
068300  9000-EXIT.
068400      EXIT.
