002500*             ACTION 'C' ROW TO AUDITLOG WITH BEFORE AND
002600*             AFTER VALUES.  RUNCTL IS LEFT UNTOUCHED --
002700*             THE DAY ITSELF REMAINS VALID.
002705*             A CORRECTION IS APPLIED ONLY FOR A USER THE
002710*             AUTHORITY FILE (AUTHFILE, COPYBOOK DL100AU) LETS
002715*             CORRECT THE SOURCE; ANY OTHER IS REFUSED.  ONE
002720*             FURTHER FROM THE MARK THAN THE USER'S LIMIT IS
002725*             HELD ON THE PENDING FILE (PENDIN IN, PENDOUT OUT,
002730*             COPYBOOK DL100PN) UNTIL A SECOND, DIFFERENT
002735*             AUTHORISED USER KEYS THE SAME CORRECTION ON A
002740*             LATER RUN; THE 'C' ROW THEN CARRIES THE KEYING
002745*             USER AND IS FOLLOWED BY A 'K' SIGN-OFF ROW
002750*             CARRYING THE CONFIRMING USER.  A LATER
002755*             TRANSACTION WITH A DIFFERENT VALUE SUPERSEDES A
002760*             PENDING ONE.  EVERY PENDING ITEM PRINTS EACH RUN.
002800*
002900*             RETURN CODES: 0 ALL CORRECTED, 8 NO
003000*             TRANSACTIONS, 12 ONE OR MORE CORRECTIONS
003100*             REFUSED (THE REST STILL APPLIED), 16 PARM OR
003200*             FILE ERROR.
003210*             WITH NOTHING REFUSED, ONE OR MORE CORRECTIONS
003220*             PENDING CONFIRMATION SETS RC 4.
003300*
003400*MODIFICATION HISTORY.
003500*DATE-------- INIT----  DESCRIPTION------------------------
003600*2026-09-02   DLM       ORIGINAL VERSION.
003610*2026-10-15   DLM       A POSITION WHOSE LAST LOG ROW IS A
003620*                       METER EXCHANGE (ACTION 'X') IS NOW
003630*                       REFUSED -- THE MARK WAS RESTARTED FROM
003640*                       THE NEW METER'S OPENING READ.
003650*2026-10-15   DLM       EVERY REFUSED CORRECTION IS NOW ALSO
003660*                       APPENDED TO THE OPERATIONS ALERT FEED
003670*                       (ALERTS, COPYBOOK DL100AE) AS A SEVERE
003680*                       EVENT WITH A REASON CODE FOR ITS
003690*                       DISPOSITION.
003691*2026-10-15   DLM       APPROVAL AUTHORITY AND MAKER/CHECKER:
003692*                       CORRECTIONS ARE CHECKED AGAINST
003693*                       AUTHFILE, AND ONE OVER THE USER'S LIMIT
003694*                       WAITS ON THE PENDING FILE FOR A SECOND
003695*                       USER.  THE USER NOW PRINTS.
003700******************************************************************
003800  IDENTIFICATION DIVISION.
003900  PROGRAM-ID. Mark_correct.
006200          ORGANIZATION IS SEQUENTIAL
006300          ACCESS MODE IS SEQUENTIAL
006400          FILE STATUS IS WS-CORRPT-STATUS.
006410      SELECT ALERTS ASSIGN TO ALERTS
006420          ORGANIZATION IS SEQUENTIAL
006430          ACCESS MODE IS SEQUENTIAL
006440          FILE STATUS IS WS-ALERTS-STATUS.
006442      SELECT AUTHFILE ASSIGN TO AUTHFILE
006444          ORGANIZATION IS SEQUENTIAL
006446          ACCESS MODE IS SEQUENTIAL
006448          FILE STATUS IS WS-AUTHFILE-STATUS.
006450      SELECT PENDIN ASSIGN TO PENDIN
006452          ORGANIZATION IS SEQUENTIAL
006454          ACCESS MODE IS SEQUENTIAL
006456          FILE STATUS IS WS-PENDIN-STATUS.
006458      SELECT PENDOUT ASSIGN TO PENDOUT
006460          ORGANIZATION IS SEQUENTIAL
006462          ACCESS MODE IS SEQUENTIAL
006464          FILE STATUS IS WS-PENDOUT-STATUS.
006500  DATA DIVISION.
006600  FILE SECTION.
006700  FD  CORRTRAN
010700      RECORDING MODE IS F
010800      LABEL RECORDS ARE OMITTED.
010900  01  RP-REPORT-LINE                  PIC X(80).
010910  FD  ALERTS
010920      RECORDING MODE IS F
010930      LABEL RECORDS ARE OMITTED.
010940  01  AE-ALERT-LINE                   PIC X(80).
010941  FD  AUTHFILE
010942      RECORDING MODE IS F
010943      LABEL RECORDS ARE STANDARD.
010944      COPY DL100AU REPLACING
010945      ==PFX-AUTH-RECORD== BY ==AU-AUTH-RECORD==
010946      ==PFX-AUT-USER-ID== BY ==AU-USER-ID==
010947      ==PFX-AUT-SOURCE-SYS-ID== BY ==AU-SOURCE-SYS-ID==
010948      ==PFX-AUT-ALL-SOURCES== BY ==AU-ALL-SOURCES==
010949      ==PFX-AUT-FORCE-SW== BY ==AU-FORCE-SW==
010950      ==PFX-AUT-MAY-FORCE== BY ==AU-MAY-FORCE==
010951      ==PFX-AUT-CORRECT-SW== BY ==AU-CORRECT-SW==
010952      ==PFX-AUT-MAY-CORRECT== BY ==AU-MAY-CORRECT==
010953      ==PFX-AUT-MAX-CHANGE== BY ==AU-MAX-CHANGE==.
010954  FD  PENDIN
010955      RECORDING MODE IS F
010956      LABEL RECORDS ARE OMITTED.
010957      COPY DL100PN REPLACING
010958      ==PFX-PEND-RECORD== BY ==PI-PEND-RECORD==
010959      ==PFX-PND-KIND-CD== BY ==PI-KIND-CD==
010960      ==PFX-PND-FORCE== BY ==PI-FORCE==
010961      ==PFX-PND-CORRECTION== BY ==PI-CORRECTION==
010962      ==PFX-PND-SOURCE-SYS-ID== BY ==PI-SOURCE-SYS-ID==
010963      ==PFX-PND-POSITION== BY ==PI-POSITION==
010964      ==PFX-PND-AS-OF-DATE== BY ==PI-AS-OF-DATE==
010965      ==PFX-PND-NEW-VALUE== BY ==PI-NEW-VALUE==
010966      ==PFX-PND-CHANGE== BY ==PI-CHANGE==
010967      ==PFX-PND-KEY-USER-ID== BY ==PI-KEY-USER-ID==
010968      ==PFX-PND-KEY-RUN-DATE== BY ==PI-KEY-RUN-DATE==
010969      ==PFX-PND-KEY-RUN-TIME== BY ==PI-KEY-RUN-TIME==.
010970  FD  PENDOUT
010971      RECORDING MODE IS F
010972      LABEL RECORDS ARE OMITTED.
010973      COPY DL100PN REPLACING
010974      ==PFX-PEND-RECORD== BY ==PO-PEND-RECORD==
010975      ==PFX-PND-KIND-CD== BY ==PO-KIND-CD==
010976      ==PFX-PND-FORCE== BY ==PO-FORCE==
010977      ==PFX-PND-CORRECTION== BY ==PO-CORRECTION==
010978      ==PFX-PND-SOURCE-SYS-ID== BY ==PO-SOURCE-SYS-ID==
010979      ==PFX-PND-POSITION== BY ==PO-POSITION==
010980      ==PFX-PND-AS-OF-DATE== BY ==PO-AS-OF-DATE==
010981      ==PFX-PND-NEW-VALUE== BY ==PO-NEW-VALUE==
010982      ==PFX-PND-CHANGE== BY ==PO-CHANGE==
010983      ==PFX-PND-KEY-USER-ID== BY ==PO-KEY-USER-ID==
010984      ==PFX-PND-KEY-RUN-DATE== BY ==PO-KEY-RUN-DATE==
010985      ==PFX-PND-KEY-RUN-TIME== BY ==PO-KEY-RUN-TIME==.
011000  WORKING-STORAGE SECTION.
011100*PARSE/BUILD AREA FOR AUDIT LOG ROWS, SHARED WITH Max_array
011200*AND Mark_backout VIA COPYBOOK DL100AL.
012500      ==PFX-AUD-PERIOD-RESET== BY ==WS-AUD-PERIOD-RESET==
012600      ==PFX-AUD-FORCED== BY ==WS-AUD-FORCED==
012700      ==PFX-AUD-CORRECTION== BY ==WS-AUD-CORRECTION==
012750      ==PFX-AUD-EXCHANGE== BY ==WS-AUD-EXCHANGE==
012760      ==PFX-AUD-SIGNOFF== BY ==WS-AUD-SIGNOFF==
012770      ==PFX-AUD-USER-ID== BY ==WS-AUD-USER-ID==
012800      ==PFX-AUD-AS-OF-DATE== BY ==WS-AUD-AS-OF-DATE==.
012900  01  WS-FILE-STATUS-GROUP.
013000      05  WS-CORRTRAN-STATUS          PIC X(02) VALUE '00'.
014200          88  WS-STATMAST-NOT-FOUND         VALUE '35'.
014300      05  WS-CORRPT-STATUS            PIC X(02) VALUE '00'.
014400          88  WS-CORRPT-OK                  VALUE '00'.
014410      05  WS-ALERTS-STATUS            PIC X(02) VALUE '00'.
014420          88  WS-ALERTS-OK                  VALUE '00'.
014430          88  WS-ALERTS-NOT-FOUND           VALUE '35'.
014435      05  WS-AUTHFILE-STATUS          PIC X(02) VALUE '00'.
014440          88  WS-AUTHFILE-OK                VALUE '00'.
014445          88  WS-AUTHFILE-AT-END            VALUE '10'.
014450          88  WS-AUTHFILE-NOT-FOUND         VALUE '35'.
014455      05  WS-PENDIN-STATUS            PIC X(02) VALUE '00'.
014460          88  WS-PENDIN-OK                  VALUE '00'.
014465          88  WS-PENDIN-AT-END              VALUE '10'.
014470          88  WS-PENDIN-NOT-FOUND           VALUE '35'.
014475      05  WS-PENDOUT-STATUS           PIC X(02) VALUE '00'.
014480          88  WS-PENDOUT-OK                 VALUE '00'.
014500  01  WS-SWITCHES.
014600      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
014700          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
015470      05  WS-AUDITLOG-OPEN-SW         PIC X(01) VALUE 'N'.
015480          88  WS-AUDITLOG-IS-OPEN           VALUE 'Y'.
015490          88  WS-AUDITLOG-IS-SHUT           VALUE 'N'.
015492      05  WS-ALERTS-OPEN-SW           PIC X(01) VALUE 'N'.
015494          88  WS-ALERTS-WAS-OPENED          VALUE 'Y'.
015496          88  WS-ALERTS-NEVER-OPENED        VALUE 'N'.
015497      05  WS-PENDOUT-OPEN-SW          PIC X(01) VALUE 'N'.
015498          88  WS-PENDOUT-WAS-OPENED         VALUE 'Y'.
015499          88  WS-PENDOUT-NEVER-OPENED       VALUE 'N'.
015500*HOW A CORRECTION STANDS AGAINST THE AUTHORITY FILE: APPLIED
015501*ON THE KEYING USER'S OWN AUTHORITY, APPLIED ON A SECOND
015502*USER'S CONFIRMATION, OR NOT APPLIED THIS RUN.
015503      05  WS-AUTH-SW                  PIC X(01) VALUE 'N'.
015504          88  WS-AUTH-ALONE                 VALUE 'A'.
015505          88  WS-AUTH-CONFIRMED             VALUE 'C'.
015506          88  WS-AUTH-NOT-APPLIED           VALUE 'N'.
015507  01  WS-COUNTERS-AND-WORK-FIELDS.
015600      05  WS-I                 PIC S9(08) COMP VALUE ZERO.
015700      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
015800      05  WS-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
016600      05  WS-ROW-NEW-VALUE     PIC S9(08) COMP VALUE ZERO.
016700      05  WS-NEW-SQUARE        PIC S9(18) COMP VALUE ZERO.
016800      05  WS-OLD-SQUARE        PIC S9(18) COMP VALUE ZERO.
016805      05  WS-K                 PIC S9(08) COMP VALUE ZERO.
016810      05  WS-PENDING-COUNT     PIC S9(08) COMP VALUE ZERO.
016815*WS-AUTH-SUB AND WS-PEND-SUB CARRY A MATCHING TABLE ENTRY OUT
016820*OF A SEARCH LOOP; ZERO MEANS NONE.
016825      05  WS-AUTH-SUB          PIC S9(08) COMP VALUE ZERO.
016830      05  WS-PEND-SUB          PIC S9(08) COMP VALUE ZERO.
016835      05  WS-CHANGE            PIC S9(09) COMP VALUE ZERO.
016840      05  WS-AUTH-USER-ID      PIC X(08) VALUE SPACES.
016845      05  WS-KEY-USER-ID       PIC X(08) VALUE SPACES.
016850      05  WS-CONFIRM-USER-ID   PIC X(08) VALUE SPACES.
016900*ONE ENTRY PER CORRECTION TRANSACTION.  THE AUDIT SCAN
017000*FILLS IN THE LAST ROW THAT TOUCHED EACH POSITION; THE
017100*JUDGE STEP TURNS THAT INTO APPLY OR REFUSE.
018700          10  WS-ENT-LAST-RUN-DATE    PIC 9(08).
018800          10  WS-ENT-LAST-RUN-TIME    PIC 9(08).
018850          10  WS-ENT-LAST-ACTION      PIC X(01).
018851*ONE ENTRY PER AUTHORITY FILE ROW.
018852  01  WS-AUTH-CONTROL.
018853      05  WS-AUTH-COUNT        PIC S9(08) COMP VALUE ZERO.
018854      05  WS-AUTH-MAX          PIC S9(08) COMP VALUE 5000.
018855      05  WS-AUTH-ENTRY OCCURS 0 TO 5000 TIMES
018856              DEPENDING ON WS-AUTH-COUNT.
018857          10  WS-ATH-USER-ID          PIC X(08).
018858          10  WS-ATH-SOURCE-SYS-ID    PIC X(08).
018859              88  WS-ATH-ALL-SOURCES       VALUE '*ALL'.
018860          10  WS-ATH-CORRECT-SW       PIC X(01).
018861              88  WS-ATH-MAY-CORRECT       VALUE 'Y'.
018862          10  WS-ATH-MAX-CHANGE       PIC 9(08).
018863*ONE ENTRY PER CORRECTION WAITING ON A SECOND USER, LOADED
018864*FROM THE PREVIOUS PENDING GENERATION AND ADDED TO AS
018865*CORRECTIONS OVER THE LIMIT ARRIVE.  AN ENTRY STAYS UNTIL IT
018866*IS CONFIRMED (DONE) OR A DIFFERENT VALUE IS KEYED FOR THE
018867*SAME DAY (SUPERSEDED).  ONE KEYED THIS RUN CANNOT BE
018868*CONFIRMED UNTIL THE NEXT.
018869  01  WS-PEND-CONTROL.
018870      05  WS-PEND-COUNT        PIC S9(08) COMP VALUE ZERO.
018871      05  WS-PEND-MAX          PIC S9(08) COMP VALUE 5000.
018872      05  WS-PEND-ENTRY OCCURS 0 TO 5000 TIMES
018873              DEPENDING ON WS-PEND-COUNT.
018874          10  WS-PND-SOURCE-SYS-ID    PIC X(08).
018875          10  WS-PND-POSITION         PIC 9(08).
018876          10  WS-PND-AS-OF-DATE       PIC 9(08).
018877          10  WS-PND-NEW-VALUE        PIC S9(08).
018878          10  WS-PND-CHANGE           PIC 9(08).
018879          10  WS-PND-KEY-USER-ID      PIC X(08).
018880          10  WS-PND-KEY-RUN-DATE     PIC 9(08).
018881          10  WS-PND-KEY-RUN-TIME     PIC 9(08).
018882          10  WS-PND-STATE-SW         PIC X(01).
018883              88  WS-PND-UNSEEN            VALUE 'U'.
018884              88  WS-PND-KEEP              VALUE 'K'.
018885              88  WS-PND-DONE              VALUE 'D'.
018886              88  WS-PND-SUPERSEDED        VALUE 'S'.
018887          10  WS-PND-NEW-SW           PIC X(01).
018888              88  WS-PND-KEYED-THIS-RUN    VALUE 'Y'.
018889              88  WS-PND-KEYED-BEFORE      VALUE 'N'.
018900  01  WS-REPORT-AREAS.
019000      05  WS-HDG-LINE-1.
019100          10  FILLER                  PIC X(20)
019900          10  FILLER                  PIC X(40) VALUE
020000              'AS-OF-DT  SOURCE     POSITION  CORRECTED'.
020100          10  FILLER                  PIC X(40) VALUE
020200              '  DISPOSITION                 USER'.
020300      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
020400      05  WS-DETAIL-LINE.
020500          10  WS-DTL-AS-OF-DATE       PIC 9(08).
021100          10  WS-DTL-NEW-VALUE        PIC -ZZZZZZZ9.
021200          10  FILLER             PIC X(02) VALUE SPACES.
021300          10  WS-DTL-DISPOSITION      PIC X(28).
021400          10  FILLER             PIC X(01) VALUE SPACES.
021410          10  WS-DTL-USER-ID          PIC X(08).
021420          10  FILLER             PIC X(02) VALUE SPACES.
021500      05  WS-TOTAL-LINE-1.
021600          10  FILLER                  PIC X(20)
021700              VALUE 'CORRECTIONS APPLIED-'.
022200              VALUE 'CORRECTIONS REFUSED-'.
022300          10  WS-TOT-REFUSED          PIC ZZZZZZZ9.
022400          10  FILLER             PIC X(52) VALUE SPACES.
022401      05  WS-TOTAL-LINE-3.
022402          10  FILLER                  PIC X(20)
022403              VALUE 'CORRECTIONS PENDING-'.
022404          10  WS-TOT-PENDING          PIC ZZZZZZZ9.
022405          10  FILLER             PIC X(52) VALUE SPACES.
022406*BUILD AREA FOR OPERATIONS ALERT EVENTS (COPYBOOK DL100AE).
022410      COPY DL100AE REPLACING
022415      ==PFX-ALERT-RECORD== BY ==WS-ALERT-RECORD==
022420      ==PFX-ALR-RUN-DATE== BY ==WS-ALR-RUN-DATE==
022425      ==PFX-ALR-RUN-TIME== BY ==WS-ALR-RUN-TIME==
022430      ==PFX-ALR-SEVERITY== BY ==WS-ALR-SEVERITY==
022435      ==PFX-ALR-WARNING== BY ==WS-ALR-WARNING==
022440      ==PFX-ALR-ERROR== BY ==WS-ALR-ERROR==
022445      ==PFX-ALR-SEVERE== BY ==WS-ALR-SEVERE==
022450      ==PFX-ALR-RETURN-CODE== BY ==WS-ALR-RETURN-CODE==
022455      ==PFX-ALR-PROGRAM== BY ==WS-ALR-PROGRAM==
022460      ==PFX-ALR-EVENT-CD== BY ==WS-ALR-EVENT-CD==
022465      ==PFX-ALR-REASON-CD== BY ==WS-ALR-REASON-CD==
022470      ==PFX-ALR-SOURCE-SYS-ID== BY ==WS-ALR-SOURCE-SYS-ID==
022475      ==PFX-ALR-POSITION== BY ==WS-ALR-POSITION==
022480      ==PFX-ALR-AS-OF-DATE== BY ==WS-ALR-AS-OF-DATE==.
022500  PROCEDURE DIVISION.
022600*---------------------------------------------------------
022700  0000-MAINLINE.
022900      IF WS-RUN-CAN-PROCEED
023000          PERFORM 1500-LOAD-CORRTRAN THRU 1500-EXIT
023100      END-IF.
023110      IF WS-RUN-CAN-PROCEED
023120          PERFORM 1600-LOAD-AUTHORITY THRU 1600-EXIT
023130      END-IF.
023140      IF WS-RUN-CAN-PROCEED
023150          PERFORM 1700-LOAD-PENDING THRU 1700-EXIT
023160      END-IF.
023200      IF WS-RUN-CAN-PROCEED
023300          AND WS-ENTRY-COUNT = ZERO
023400          DISPLAY 'MARK-CORRECT: NO CORRECTION TRANSACTIONS'
024100      IF WS-RUN-CAN-PROCEED
024200          PERFORM 3000-JUDGE-AND-APPLY THRU 3000-EXIT
024300      END-IF.
024310*THE PENDING FILE GOES FORWARD EVEN WHEN THERE WAS NOTHING
024320*TO CORRECT TODAY.
024330      IF WS-PENDOUT-WAS-OPENED
024340          AND WS-RETURN-CODE < 16
024350          PERFORM 3700-WRITE-PENDING THRU 3700-EXIT
024360      END-IF.
024400      IF WS-RUN-CAN-PROCEED
024500          AND WS-REFUSED-COUNT > ZERO
024600          AND WS-RETURN-CODE = ZERO
024800              ' CORRECTIONS REFUSED, SETTING RC 12'
024900          MOVE 12 TO WS-RETURN-CODE
025000      END-IF.
025010      IF WS-RUN-CAN-PROCEED
025020          AND WS-PENDING-COUNT > ZERO
025030          AND WS-RETURN-CODE = ZERO
025040          DISPLAY 'MARK-CORRECT: ' WS-PENDING-COUNT
025050              ' CORRECTIONS PENDING CONFIRMATION, SETTING RC 4'
025060          MOVE 4 TO WS-RETURN-CODE
025070      END-IF.
025100      PERFORM 9000-TERMINATE THRU 9000-EXIT.
025200      MOVE WS-RETURN-CODE TO RETURN-CODE.
025300      GOBACK.
026000      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
026100      ACCEPT WS-RUN-TIME FROM TIME.
026200      MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
026205      OPEN EXTEND ALERTS.
026210      IF WS-ALERTS-NOT-FOUND
026215          OPEN OUTPUT ALERTS
026220      END-IF.
026225      IF NOT WS-ALERTS-OK
026230          DISPLAY 'MARK-CORRECT: CANNOT OPEN ALERTS'
026235              WS-ALERTS-STATUS
026240          MOVE 16 TO WS-RETURN-CODE
026245          SET WS-RUN-MUST-STOP TO TRUE
026250          GO TO 1000-EXIT
026255      END-IF.
026260      SET WS-ALERTS-WAS-OPENED TO TRUE.
026265      MOVE SPACES TO WS-ALERT-RECORD.
026300      OPEN INPUT CORRTRAN.
026400      IF NOT WS-CORRTRAN-OK
026500          DISPLAY 'MARK-CORRECT: CANNOT OPEN CORRTRAN'
030800          GO TO 1000-EXIT
030900      END-IF.
031000      SET WS-CORRPT-WAS-OPENED TO TRUE.
031010      OPEN OUTPUT PENDOUT.
031020      IF NOT WS-PENDOUT-OK
031030          DISPLAY 'MARK-CORRECT: CANNOT OPEN PENDOUT'
031040              WS-PENDOUT-STATUS
031050          MOVE 16 TO WS-RETURN-CODE
031060          SET WS-RUN-MUST-STOP TO TRUE
031070          GO TO 1000-EXIT
031080      END-IF.
031090      SET WS-PENDOUT-WAS-OPENED TO TRUE.
031100      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-1.
031200      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-2.
031300      IF NOT WS-CORRPT-OK
036650      MOVE SPACES TO WS-ENT-LAST-ACTION(WS-ENTRY-COUNT).
036700  1510-EXIT.
036800      EXIT.
036801*---------------------------------------------------------
036802*1600-LOAD-AUTHORITY -- THE WHOLE AUTHORITY FILE INTO A
036803*TABLE.  NO FILE MEANS NOBODY MAY CORRECT, AND EVERY
036804*CORRECTION IS REFUSED.
036805*---------------------------------------------------------
036806  1600-LOAD-AUTHORITY.
036807      MOVE ZERO TO WS-AUTH-COUNT.
036808      OPEN INPUT AUTHFILE.
036809      IF WS-AUTHFILE-NOT-FOUND
036810          DISPLAY 'MARK-CORRECT: NO AUTHORITY FILE, NO CORRECTION'
036811              ' WILL BE APPLIED'
036812          GO TO 1600-EXIT
036813      END-IF.
036814      IF NOT WS-AUTHFILE-OK
036815          DISPLAY 'MARK-CORRECT: CANNOT OPEN AUTHFILE'
036816              WS-AUTHFILE-STATUS
036817          MOVE 16 TO WS-RETURN-CODE
036818          SET WS-RUN-MUST-STOP TO TRUE
036819          GO TO 1600-EXIT
036820      END-IF.
036821      PERFORM 1610-LOAD-ONE-AUTH THRU 1610-EXIT
036822          UNTIL WS-AUTHFILE-AT-END
036823              OR WS-RUN-MUST-STOP.
036824      CLOSE AUTHFILE.
036825  1600-EXIT.
036826      EXIT.
036827  1610-LOAD-ONE-AUTH.
036828      READ AUTHFILE.
036829      IF WS-AUTHFILE-AT-END
036830          GO TO 1610-EXIT
036831      END-IF.
036832      IF NOT WS-AUTHFILE-OK
036833          DISPLAY 'MARK-CORRECT: ERROR READING AUTHFILE'
036834              WS-AUTHFILE-STATUS
036835          MOVE 16 TO WS-RETURN-CODE
036836          SET WS-RUN-MUST-STOP TO TRUE
036837          GO TO 1610-EXIT
036838      END-IF.
036839      IF AU-MAX-CHANGE NOT NUMERIC
036840          DISPLAY 'MARK-CORRECT: BAD LIMIT ON AUTHFILE FOR '
036841              AU-USER-ID ' ' AU-SOURCE-SYS-ID
036842          MOVE 16 TO WS-RETURN-CODE
036843          SET WS-RUN-MUST-STOP TO TRUE
036844          GO TO 1610-EXIT
036845      END-IF.
036846      IF WS-AUTH-COUNT >= WS-AUTH-MAX
036847          DISPLAY 'MARK-CORRECT: MORE AUTHORITY ROWS THAN THE'
036848              ' TABLE HOLDS'
036849          MOVE 16 TO WS-RETURN-CODE
036850          SET WS-RUN-MUST-STOP TO TRUE
036851          GO TO 1610-EXIT
036852      END-IF.
036853      ADD 1 TO WS-AUTH-COUNT.
036854      MOVE AU-USER-ID       TO WS-ATH-USER-ID(WS-AUTH-COUNT).
036855      MOVE AU-SOURCE-SYS-ID
036856          TO WS-ATH-SOURCE-SYS-ID(WS-AUTH-COUNT).
036857      MOVE AU-CORRECT-SW    TO WS-ATH-CORRECT-SW(WS-AUTH-COUNT).
036858      MOVE AU-MAX-CHANGE    TO WS-ATH-MAX-CHANGE(WS-AUTH-COUNT).
036859  1610-EXIT.
036860      EXIT.
036861*---------------------------------------------------------
036862*1700-LOAD-PENDING -- THE PREVIOUS PENDING GENERATION INTO A
036863*TABLE.  NO FILE MEANS NOTHING IS WAITING.
036864*---------------------------------------------------------
036865  1700-LOAD-PENDING.
036866      MOVE ZERO TO WS-PEND-COUNT.
036867      OPEN INPUT PENDIN.
036868      IF WS-PENDIN-NOT-FOUND
036869          GO TO 1700-EXIT
036870      END-IF.
036871      IF NOT WS-PENDIN-OK
036872          DISPLAY 'MARK-CORRECT: CANNOT OPEN PENDIN'
036873              WS-PENDIN-STATUS
036874          MOVE 16 TO WS-RETURN-CODE
036875          SET WS-RUN-MUST-STOP TO TRUE
036876          GO TO 1700-EXIT
036877      END-IF.
036878      PERFORM 1710-LOAD-ONE-PENDING THRU 1710-EXIT
036879          UNTIL WS-PENDIN-AT-END
036880              OR WS-RUN-MUST-STOP.
036881      CLOSE PENDIN.
036882  1700-EXIT.
036883      EXIT.
036884  1710-LOAD-ONE-PENDING.
036885      READ PENDIN.
036886      IF WS-PENDIN-AT-END
036887          GO TO 1710-EXIT
036888      END-IF.
036889      IF NOT WS-PENDIN-OK
036890          DISPLAY 'MARK-CORRECT: ERROR READING PENDIN'
036891              WS-PENDIN-STATUS
036892          MOVE 16 TO WS-RETURN-CODE
036893          SET WS-RUN-MUST-STOP TO TRUE
036894          GO TO 1710-EXIT
036895      END-IF.
036896      IF NOT PI-CORRECTION
036897          DISPLAY 'MARK-CORRECT: PENDIN IS NOT A CORRECTION'
036898              ' PENDING FILE'
036899          MOVE 16 TO WS-RETURN-CODE
036900          SET WS-RUN-MUST-STOP TO TRUE
036901          GO TO 1710-EXIT
036902      END-IF.
036903      IF WS-PEND-COUNT >= WS-PEND-MAX
036904          DISPLAY 'MARK-CORRECT: MORE PENDING ROWS THAN THE'
036905              ' TABLE HOLDS'
036906          MOVE 16 TO WS-RETURN-CODE
036907          SET WS-RUN-MUST-STOP TO TRUE
036908          GO TO 1710-EXIT
036909      END-IF.
036910      ADD 1 TO WS-PEND-COUNT.
036911      MOVE PI-SOURCE-SYS-ID
036912          TO WS-PND-SOURCE-SYS-ID(WS-PEND-COUNT).
036913      MOVE PI-POSITION      TO WS-PND-POSITION(WS-PEND-COUNT).
036914      MOVE PI-AS-OF-DATE    TO WS-PND-AS-OF-DATE(WS-PEND-COUNT).
036915      MOVE PI-NEW-VALUE     TO WS-PND-NEW-VALUE(WS-PEND-COUNT).
036916      MOVE PI-CHANGE        TO WS-PND-CHANGE(WS-PEND-COUNT).
036917      MOVE PI-KEY-USER-ID   TO WS-PND-KEY-USER-ID(WS-PEND-COUNT).
036918      MOVE PI-KEY-RUN-DATE  TO WS-PND-KEY-RUN-DATE(WS-PEND-COUNT).
036919      MOVE PI-KEY-RUN-TIME  TO WS-PND-KEY-RUN-TIME(WS-PEND-COUNT).
036920      SET WS-PND-UNSEEN(WS-PEND-COUNT) TO TRUE.
036921      SET WS-PND-KEYED-BEFORE(WS-PEND-COUNT) TO TRUE.
036922  1710-EXIT.
036923      EXIT.
036924*---------------------------------------------------------
037000*2000-SCAN-AUDITLOG -- ONE PASS DOWN THE LOG.  THE LOG IS
037100*APPEND-ONLY, SO FILE ORDER IS TIME ORDER AND THE LAST
037200*ROW TOUCHING A POSITION SIMPLY OVERWRITES THE TRACKING
044200      MOVE WS-ENT-SOURCE-SYS-ID(WS-I) TO WS-DTL-SOURCE.
044300      MOVE WS-ENT-POSITION(WS-I)      TO WS-DTL-POSITION.
044400      MOVE WS-ENT-NEW-VALUE(WS-I)     TO WS-DTL-NEW-VALUE.
044450      MOVE WS-ENT-USER-ID(WS-I)       TO WS-DTL-USER-ID.
044500      IF WS-ENT-NOT-ON-LOG(WS-I)
044600          MOVE 'REF-POSITION NOT ON LOG' TO WS-DTL-DISPOSITION
044700          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
046120*APPROVAL, OR A PRIOR CORRECTION.  A BACKOUT REVERSAL OR A
046130*PERIOD RESET SITTING ON TOP MEANS THE STATED DATE NO
046140*LONGER DRIVES THE MARK, EVEN WHEN ITS AS-OF DATE AGREES.
046141*A METER EXCHANGE ON TOP RESTARTED THE MARK FROM THE NEW
046142*METER'S OPENING READ; NO EARLIER DAY DRIVES IT NOW.
046143      IF WS-ENT-LAST-ACTION(WS-I) = 'X'
046144          MOVE 'REF-METER EXCHANGED SINCE'
046145              TO WS-DTL-DISPOSITION
046146          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
046147          GO TO 3100-EXIT
046148      END-IF.
046150      IF WS-ENT-LAST-ACTION(WS-I) = 'R'
046160          OR WS-ENT-LAST-ACTION(WS-I) = 'P'
046170          MOVE 'REF-REVERSED OR RESET SINCE'
048000          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
048100          GO TO 3100-EXIT
048200      END-IF.
048210      PERFORM 3150-JUDGE-AUTHORITY THRU 3150-EXIT.
048220      IF WS-AUTH-NOT-APPLIED
048230          GO TO 3100-EXIT
048240      END-IF.
048300      PERFORM 3200-APPLY-ONE-CORRECTION THRU 3200-EXIT.
048400  3100-EXIT.
048500      EXIT.
048501*---------------------------------------------------------
048502*3150-JUDGE-AUTHORITY -- MAY THE KEYING USER MAKE THIS
048503*CORRECTION?  WITH NO AUTHORITY FOR THE SOURCE IT IS
048504*REFUSED.  A PENDING ENTRY FOR THE SAME DAY AND VALUE KEYED
048505*BY ANOTHER USER ON AN EARLIER RUN IS CONFIRMED BY THIS ONE
048506*AND APPLIES WHATEVER ITS SIZE; THE KEYING USER CANNOT
048507*CONFIRM THEIR OWN.  A DIFFERENT VALUE SUPERSEDES THE
048508*PENDING ENTRY AND IS JUDGED AFRESH.  OTHERWISE A CHANGE
048509*FROM THE MARK OVER THE USER'S LIMIT GOES TO THE PENDING
048510*FILE.
048511*---------------------------------------------------------
048512  3150-JUDGE-AUTHORITY.
048513      SET WS-AUTH-NOT-APPLIED TO TRUE.
048514      MOVE WS-ENT-USER-ID(WS-I) TO WS-AUTH-USER-ID.
048515      MOVE WS-ENT-USER-ID(WS-I) TO WS-KEY-USER-ID.
048516      MOVE SPACES               TO WS-CONFIRM-USER-ID.
048517      COMPUTE WS-CHANGE = WS-ENT-NEW-VALUE(WS-I) - HM-VALUE.
048518      IF WS-CHANGE < ZERO
048519          COMPUTE WS-CHANGE = ZERO - WS-CHANGE
048520      END-IF.
048521      PERFORM 3160-FIND-AUTHORITY THRU 3160-EXIT.
048522      IF WS-AUTH-SUB = ZERO
048523          MOVE 'REF-NOT AUTHORISED' TO WS-DTL-DISPOSITION
048524          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
048525          GO TO 3150-EXIT
048526      END-IF.
048527      IF NOT WS-ATH-MAY-CORRECT(WS-AUTH-SUB)
048528          MOVE 'REF-NOT AUTHORISED' TO WS-DTL-DISPOSITION
048529          PERFORM 3900-REFUSE-ONE THRU 3900-EXIT
048530          GO TO 3150-EXIT
048531      END-IF.
048532      PERFORM 3180-FIND-PENDING THRU 3180-EXIT.
048533      IF WS-PEND-SUB > ZERO
048534          IF WS-PND-NEW-VALUE(WS-PEND-SUB)
048535                  NOT = WS-ENT-NEW-VALUE(WS-I)
048536              SET WS-PND-SUPERSEDED(WS-PEND-SUB) TO TRUE
048537              MOVE ZERO TO WS-PEND-SUB
048538          END-IF
048539      END-IF.
048540      IF WS-PEND-SUB > ZERO
048541          IF WS-PND-KEYED-THIS-RUN(WS-PEND-SUB)
048542              MOVE 'PEND-CONFIRM ON LATER RUN'
048543                  TO WS-DTL-DISPOSITION
048544              PERFORM 3600-PEND-ONE THRU 3600-EXIT
048545              GO TO 3150-EXIT
048546          END-IF
048547          IF WS-PND-KEY-USER-ID(WS-PEND-SUB) = WS-AUTH-USER-ID
048548              SET WS-PND-KEEP(WS-PEND-SUB) TO TRUE
048549              MOVE 'PEND-CONFIRMER MUST DIFFER'
048550                  TO WS-DTL-DISPOSITION
048551              PERFORM 3600-PEND-ONE THRU 3600-EXIT
048552              GO TO 3150-EXIT
048553          END-IF
048554          MOVE WS-PND-KEY-USER-ID(WS-PEND-SUB) TO WS-KEY-USER-ID
048555          MOVE WS-AUTH-USER-ID TO WS-CONFIRM-USER-ID
048556          SET WS-PND-DONE(WS-PEND-SUB) TO TRUE
048557          SET WS-AUTH-CONFIRMED TO TRUE
048558          GO TO 3150-EXIT
048559      END-IF.
048560      IF WS-CHANGE > WS-ATH-MAX-CHANGE(WS-AUTH-SUB)
048561          PERFORM 3190-ADD-PENDING THRU 3190-EXIT
048562          IF WS-RUN-MUST-STOP
048563              GO TO 3150-EXIT
048564          END-IF
048565          MOVE 'PEND-AWAITING CONFIRMATION' TO WS-DTL-DISPOSITION
048566          PERFORM 3600-PEND-ONE THRU 3600-EXIT
048567          GO TO 3150-EXIT
048568      END-IF.
048569      SET WS-AUTH-ALONE TO TRUE.
048570  3150-EXIT.
048571      EXIT.
048572*---------------------------------------------------------
048573*3160-FIND-AUTHORITY -- WS-AUTH-SUB CARRIES THE AUTHORITY
048574*ENTRY FOR WS-AUTH-USER-ID OVER THE TRANSACTION'S SOURCE
048575*OUT OF THE LOOP.  AN ENTRY FOR THE EXACT SOURCE WINS OVER
048576*A '*ALL' ENTRY; ZERO MEANS THE USER HAS NONE.
048577*---------------------------------------------------------
048578  3160-FIND-AUTHORITY.
048579      MOVE ZERO TO WS-AUTH-SUB.
048580      PERFORM 3170-MATCH-ONE-AUTH THRU 3170-EXIT
048581          VARYING WS-K FROM 1 BY 1
048582          UNTIL WS-K > WS-AUTH-COUNT.
048583  3160-EXIT.
048584      EXIT.
048585  3170-MATCH-ONE-AUTH.
048586      IF WS-ATH-USER-ID(WS-K) NOT = WS-AUTH-USER-ID
048587          GO TO 3170-EXIT
048588      END-IF.
048589      IF WS-ATH-SOURCE-SYS-ID(WS-K) = WS-ENT-SOURCE-SYS-ID(WS-I)
048590          MOVE WS-K TO WS-AUTH-SUB
048591          GO TO 3170-EXIT
048592      END-IF.
048593      IF WS-ATH-ALL-SOURCES(WS-K)
048594          AND WS-AUTH-SUB = ZERO
048595          MOVE WS-K TO WS-AUTH-SUB
048596      END-IF.
048597  3170-EXIT.
048598      EXIT.
048599*---------------------------------------------------------
048600*3180-FIND-PENDING -- WS-PEND-SUB CARRIES THE PENDING ENTRY
048601*STILL OPEN FOR THE TRANSACTION'S DAY OUT OF THE LOOP; ZERO
048602*MEANS NONE.
048603*---------------------------------------------------------
048604  3180-FIND-PENDING.
048605      MOVE ZERO TO WS-PEND-SUB.
048606      PERFORM 3185-MATCH-ONE-PENDING THRU 3185-EXIT
048607          VARYING WS-K FROM 1 BY 1
048608          UNTIL WS-K > WS-PEND-COUNT.
048609  3180-EXIT.
048610      EXIT.
048611  3185-MATCH-ONE-PENDING.
048612      IF WS-PND-DONE(WS-K)
048613          OR WS-PND-SUPERSEDED(WS-K)
048614          GO TO 3185-EXIT
048615      END-IF.
048616      IF WS-PND-SOURCE-SYS-ID(WS-K) = WS-ENT-SOURCE-SYS-ID(WS-I)
048617          AND WS-PND-POSITION(WS-K) = WS-ENT-POSITION(WS-I)
048618          AND WS-PND-AS-OF-DATE(WS-K) = WS-ENT-AS-OF-DATE(WS-I)
048619          MOVE WS-K TO WS-PEND-SUB
048620      END-IF.
048621  3185-EXIT.
048622      EXIT.
048623  3190-ADD-PENDING.
048624      IF WS-PEND-COUNT >= WS-PEND-MAX
048625          DISPLAY 'MARK-CORRECT: MORE PENDING CORRECTIONS THAN'
048626              ' THE TABLE HOLDS'
048627          MOVE 16 TO WS-RETURN-CODE
048628          SET WS-RUN-MUST-STOP TO TRUE
048629          GO TO 3190-EXIT
048630      END-IF.
048631      ADD 1 TO WS-PEND-COUNT.
048632      MOVE WS-ENT-SOURCE-SYS-ID(WS-I)
048633          TO WS-PND-SOURCE-SYS-ID(WS-PEND-COUNT).
048634      MOVE WS-ENT-POSITION(WS-I)
048635          TO WS-PND-POSITION(WS-PEND-COUNT).
048636      MOVE WS-ENT-AS-OF-DATE(WS-I)
048637          TO WS-PND-AS-OF-DATE(WS-PEND-COUNT).
048638      MOVE WS-ENT-NEW-VALUE(WS-I)
048639          TO WS-PND-NEW-VALUE(WS-PEND-COUNT).
048640      MOVE WS-CHANGE       TO WS-PND-CHANGE(WS-PEND-COUNT).
048641      MOVE WS-AUTH-USER-ID TO WS-PND-KEY-USER-ID(WS-PEND-COUNT).
048642      MOVE WS-RUN-DATE     TO WS-PND-KEY-RUN-DATE(WS-PEND-COUNT).
048643      MOVE WS-RUN-TIME     TO WS-PND-KEY-RUN-TIME(WS-PEND-COUNT).
048644      SET WS-PND-KEEP(WS-PEND-COUNT) TO TRUE.
048645      SET WS-PND-KEYED-THIS-RUN(WS-PEND-COUNT) TO TRUE.
048646  3190-EXIT.
048647      EXIT.
048648*---------------------------------------------------------
048649*3200-APPLY-ONE-CORRECTION -- REWRITE THE ONE MARK, ADJUST
048650*THE ONE OBSERVATION ON THE ACCUMULATOR, AND APPEND THE
048651*ACTION 'C' ROW.  THE LEDGER IS NOT TOUCHED -- THE DAY
048652*REMAINS VALID, ONLY ITS VALUE WAS MISKEYED.
048653*---------------------------------------------------------
049200  3200-APPLY-ONE-CORRECTION.
049300      MOVE HM-VALUE TO WS-OLD-VALUE.
049400      MOVE WS-ENT-NEW-VALUE(WS-I) TO HM-VALUE.
051200      MOVE WS-ENT-NEW-VALUE(WS-I) TO WS-AUD-NEW-VALUE.
051300      MOVE 'C'                    TO WS-AUD-ACTION-CD.
051400      MOVE WS-ENT-AS-OF-DATE(WS-I) TO WS-AUD-AS-OF-DATE.
051450      MOVE WS-KEY-USER-ID         TO WS-AUD-USER-ID.
051500      WRITE AL-AUDIT-LINE FROM WS-AUDIT-DETAIL.
051600      IF NOT WS-AUDITLOG-OK
051700          DISPLAY 'MARK-CORRECT: ERROR WRITING CORRECTION ROW'
052000          SET WS-RUN-MUST-STOP TO TRUE
052100          GO TO 3200-EXIT
052200      END-IF.
052205      IF WS-AUTH-CONFIRMED
052210          MOVE 'K'                TO WS-AUD-ACTION-CD
052215          MOVE WS-CONFIRM-USER-ID TO WS-AUD-USER-ID
052220          WRITE AL-AUDIT-LINE FROM WS-AUDIT-DETAIL
052225          IF NOT WS-AUDITLOG-OK
052230              DISPLAY 'MARK-CORRECT: ERROR WRITING SIGN-OFF ROW'
052235                  WS-AUDITLOG-STATUS
052240              MOVE 16 TO WS-RETURN-CODE
052245              SET WS-RUN-MUST-STOP TO TRUE
052250              GO TO 3200-EXIT
052255          END-IF
052260      END-IF.
052300      PERFORM 3500-ADJUST-ONE-STAT THRU 3500-EXIT.
052400      IF WS-RUN-MUST-STOP
052500          GO TO 3200-EXIT
052600      END-IF.
052700      MOVE 'CORRECTED' TO WS-DTL-DISPOSITION.
052710      IF WS-AUTH-CONFIRMED
052720          MOVE 'CORRECTED, CONFIRMED' TO WS-DTL-DISPOSITION
052730      END-IF.
052800      ADD 1 TO WS-APPLIED-COUNT.
052900      PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
053000  3200-EXIT.
057200      END-IF.
057300  3500-EXIT.
057400      EXIT.
057401  3600-PEND-ONE.
057402      ADD 1 TO WS-PENDING-COUNT.
057403      PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
057404  3600-EXIT.
057405      EXIT.
057406*---------------------------------------------------------
057407*3700-WRITE-PENDING -- THE NEXT PENDING GENERATION.  EVERY
057408*ENTRY NOT CONFIRMED OR SUPERSEDED GOES FORWARD; ONE NO
057409*TRANSACTION TOUCHED TODAY PRINTS AS STILL AWAITING
057410*CONFIRMATION, AND ONE SUPERSEDED PRINTS AS DROPPED.
057411*---------------------------------------------------------
057412  3700-WRITE-PENDING.
057413      PERFORM 3710-WRITE-ONE-PENDING THRU 3710-EXIT
057414          VARYING WS-K FROM 1 BY 1
057415          UNTIL WS-K > WS-PEND-COUNT
057416              OR WS-RETURN-CODE > 12.
057417  3700-EXIT.
057418      EXIT.
057419  3710-WRITE-ONE-PENDING.
057420      IF WS-PND-DONE(WS-K)
057421          GO TO 3710-EXIT
057422      END-IF.
057423      MOVE WS-PND-AS-OF-DATE(WS-K)    TO WS-DTL-AS-OF-DATE.
057424      MOVE WS-PND-SOURCE-SYS-ID(WS-K) TO WS-DTL-SOURCE.
057425      MOVE WS-PND-POSITION(WS-K)      TO WS-DTL-POSITION.
057426      MOVE WS-PND-NEW-VALUE(WS-K)     TO WS-DTL-NEW-VALUE.
057427      MOVE WS-PND-KEY-USER-ID(WS-K)   TO WS-DTL-USER-ID.
057428      IF WS-PND-SUPERSEDED(WS-K)
057429          MOVE 'PEND-SUPERSEDED' TO WS-DTL-DISPOSITION
057430          PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
057431          GO TO 3710-EXIT
057432      END-IF.
057433      IF WS-PND-UNSEEN(WS-K)
057434          MOVE 'PEND-AWAITING CONFIRMATION' TO WS-DTL-DISPOSITION
057435          PERFORM 3600-PEND-ONE THRU 3600-EXIT
057436      END-IF.
057437      MOVE SPACES                     TO PO-PEND-RECORD.
057438      MOVE 'C'                        TO PO-KIND-CD.
057439      MOVE WS-PND-SOURCE-SYS-ID(WS-K) TO PO-SOURCE-SYS-ID.
057440      MOVE WS-PND-POSITION(WS-K)      TO PO-POSITION.
057441      MOVE WS-PND-AS-OF-DATE(WS-K)    TO PO-AS-OF-DATE.
057442      MOVE WS-PND-NEW-VALUE(WS-K)     TO PO-NEW-VALUE.
057443      MOVE WS-PND-CHANGE(WS-K)        TO PO-CHANGE.
057444      MOVE WS-PND-KEY-USER-ID(WS-K)   TO PO-KEY-USER-ID.
057445      MOVE WS-PND-KEY-RUN-DATE(WS-K)  TO PO-KEY-RUN-DATE.
057446      MOVE WS-PND-KEY-RUN-TIME(WS-K)  TO PO-KEY-RUN-TIME.
057447      WRITE PO-PEND-RECORD.
057448      IF NOT WS-PENDOUT-OK
057449          DISPLAY 'MARK-CORRECT: ERROR WRITING PENDOUT'
057450              WS-PENDOUT-STATUS
057451          MOVE 16 TO WS-RETURN-CODE
057452          SET WS-RUN-MUST-STOP TO TRUE
057453      END-IF.
057454  3710-EXIT.
057455      EXIT.
057500  3900-REFUSE-ONE.
057600      ADD 1 TO WS-REFUSED-COUNT.
057700      PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
057750      PERFORM 3950-WRITE-ALERT THRU 3950-EXIT.
057800  3900-EXIT.
057900      EXIT.
057902*---------------------------------------------------------
057904*3950-WRITE-ALERT -- ONE SEVERE EVENT ON THE ALERT FEED PER
057906*REFUSED CORRECTION, THE DISPOSITION CARRIED AS A REASON
057908*CODE.  A MASTER MISMATCH IS THE ONLY REFUSAL LEFT ONCE
057910*THE OTHERS ARE RULED OUT.
057912*---------------------------------------------------------
057914  3950-WRITE-ALERT.
057916      MOVE WS-RUN-DATE     TO WS-ALR-RUN-DATE.
057918      MOVE WS-RUN-TIME     TO WS-ALR-RUN-TIME.
057920      SET WS-ALR-SEVERE    TO TRUE.
057922      MOVE 12              TO WS-ALR-RETURN-CODE.
057924      MOVE 'Mark_correct'  TO WS-ALR-PROGRAM.
057926      MOVE 'CORREFSD'      TO WS-ALR-EVENT-CD.
057928      MOVE 'MISMATCH'      TO WS-ALR-REASON-CD.
057930      IF WS-DTL-DISPOSITION = 'REF-POSITION NOT ON LOG'
057932          MOVE 'NOTONLOG' TO WS-ALR-REASON-CD
057934      END-IF.
057936      IF WS-DTL-DISPOSITION = 'REF-OVERRIDDEN BY LATER RUN'
057938          MOVE 'LATERRUN' TO WS-ALR-REASON-CD
057940      END-IF.
057942      IF WS-DTL-DISPOSITION = 'REF-DATE DID NOT DRIVE MARK'
057944          MOVE 'NOTDROVE' TO WS-ALR-REASON-CD
057946      END-IF.
057948      IF WS-DTL-DISPOSITION = 'REF-METER EXCHANGED SINCE'
057950          MOVE 'EXCHANGE' TO WS-ALR-REASON-CD
057952      END-IF.
057954      IF WS-DTL-DISPOSITION = 'REF-REVERSED OR RESET SINCE'
057956          MOVE 'REVERSED' TO WS-ALR-REASON-CD
057958      END-IF.
057960      IF WS-DTL-DISPOSITION = 'REF-NOT ON MARK MASTER'
057962          MOVE 'NOMASTER' TO WS-ALR-REASON-CD
057964      END-IF.
057965      IF WS-DTL-DISPOSITION = 'REF-NOT AUTHORISED'
057966          MOVE 'NOAUTH' TO WS-ALR-REASON-CD
057967      END-IF.
057968      MOVE WS-ENT-SOURCE-SYS-ID(WS-I) TO WS-ALR-SOURCE-SYS-ID.
057969      MOVE WS-ENT-POSITION(WS-I)      TO WS-ALR-POSITION.
057970      MOVE WS-ENT-AS-OF-DATE(WS-I)    TO WS-ALR-AS-OF-DATE.
057972      WRITE AE-ALERT-LINE FROM WS-ALERT-RECORD.
057974      IF NOT WS-ALERTS-OK
057976          DISPLAY 'MARK-CORRECT: ERROR WRITING ALERT'
057978              WS-ALERTS-STATUS
057980          MOVE 16 TO WS-RETURN-CODE
057982          SET WS-RUN-MUST-STOP TO TRUE
057984      END-IF.
057986  3950-EXIT.
057988      EXIT.
058000  4000-WRITE-REPORT-LINE.
058100      WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE.
058200      IF NOT WS-CORRPT-OK
059800          WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
059900          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-1
060000          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-2
060010          MOVE WS-PENDING-COUNT TO WS-TOT-PENDING
060020          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-3
060100      END-IF.
060110      IF WS-CORRTRAN-IS-OPEN
060120          CLOSE CORRTRAN
060600      IF WS-CORRPT-WAS-OPENED
060700          CLOSE CORRPT
060800      END-IF.
060810      IF WS-ALERTS-WAS-OPENED
060820          CLOSE ALERTS
060830      END-IF.
060840      IF WS-PENDOUT-WAS-OPENED
060850          CLOSE PENDOUT
060860      END-IF.
060900  9000-EXIT.
061000      EXIT.
