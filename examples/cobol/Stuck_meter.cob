000100******************************************************************
000200*PROGRAM-ID.. Stuck_meter
000300*AUTHOR...... D. L. MERCER
000400*INSTALLATION DAILY LOADS BATCH GROUP
000500*DATE-WRITTEN 2026-10-15
000600*DATE-COMPILED
000700*
000800*REMARKS..... WEEKLY STUCK-METER AND DEAD-METER WORKLIST FROM
000900*             THE READINGS HISTORY MASTER (HISTMAST, COPYBOOK
001000*             DL100HX).  THE DAILY LIMIT CHECKS CATCH A READING
001100*             THAT JUMPS; THEY NEVER CATCH A METER THAT HAS
001200*             STOPPED.  FOR EVERY ACTIVE POSITION ON THE
001300*             POSITION MASTER (POSMAST, DL100PM) THE PROGRAM
001400*             WALKS THE POSITION'S HISTORY AND FLAGS:
001500*               - FLAT RUN   THE SAME NON-ZERO READING ON THE
001600*                            LAST N POSTED DAYS OR MORE;
001700*               - ZERO RUN   A READING OF ZERO ON THE LAST N
001800*                            POSTED DAYS OR MORE;
001900*               - HELD>TAKEN MORE DAYS HELD THAN TAKEN OVER THE
002000*                            LAST W POSTED DAYS.
002100*             ONLY A RUN STILL GOING ON THE LATEST POSTED DAY IS
002200*             REPORTED, WITH THE DATE IT STARTED AND ITS LENGTH;
002300*             A HELD>TAKEN LINE CARRIES THE FIRST HELD DAY IN
002400*             THE WINDOW AND THE HELD DAY COUNT.  A METER
002500*             EXCHANGE STARTS THE POSITION AFRESH.  RETIRED
002600*             POSITIONS, AND POSITIONS WITH NO HISTORY, ARE
002700*             SKIPPED.  FINDINGS PRINT GROUPED BY SOURCE AND BY
002800*             LOCATION, WITH THE METER NAME, AS A FIELD CREW
002900*             WORKLIST.
003000*
003100*             PARM: (1:3) FLAT-RUN DAYS, DEFAULT 014; (4:3)
003200*             ZERO-RUN DAYS, DEFAULT 007; (7:3) HELD WINDOW
003300*             DAYS, DEFAULT 028, MAX 366.  A FIELD LEFT BLANK
003400*             OR ZERO TAKES ITS DEFAULT.
003500*
003600*             RETURN CODES: 0 NOTHING FLAGGED, 4 METERS
003700*             FLAGGED, 8 NO ACTIVE POSITIONS ON POSMAST, 16
003800*             PARM OR FILE ERROR.
003900*
004000*MODIFICATION HISTORY.
004100*DATE-------- INIT----  DESCRIPTION------------------------
004200*2026-10-15   DLM       ORIGINAL VERSION.
004210*2026-10-15   DLM       ONLY A NOT-FOUND START ON THE HISTORY
004220*                       MASTER MEANS NO HISTORY; ANY OTHER
004230*                       STATUS STOPS THE RUN WITH RC 16.
004300******************************************************************
004400  IDENTIFICATION DIVISION.
004500  PROGRAM-ID. Stuck_meter.
004600  ENVIRONMENT DIVISION.
004700  INPUT-OUTPUT SECTION.
004800  FILE-CONTROL.
004900      SELECT HISTMAST ASSIGN TO HISTMAST
005000          ORGANIZATION IS INDEXED
005100          ACCESS MODE IS DYNAMIC
005200          RECORD KEY IS HX-HIST-KEY
005300          FILE STATUS IS WS-HISTMAST-STATUS.
005400      SELECT POSMAST-FILE ASSIGN TO POSMAST
005500          ORGANIZATION IS SEQUENTIAL
005600          ACCESS MODE IS SEQUENTIAL
005700          FILE STATUS IS WS-POSMAST-STATUS.
005800      SELECT STUCKRPT ASSIGN TO STUCKRPT
005900          ORGANIZATION IS SEQUENTIAL
006000          ACCESS MODE IS SEQUENTIAL
006100          FILE STATUS IS WS-STUCKRPT-STATUS.
006200  DATA DIVISION.
006300  FILE SECTION.
006400  FD  HISTMAST
006500      RECORD CONTAINS 80 CHARACTERS.
006600      COPY DL100HX REPLACING
006700      ==PFX-HIST-RECORD== BY ==HX-HIST-RECORD==
006800      ==PFX-HIST-KEY== BY ==HX-HIST-KEY==
006900      ==PFX-HIST-SOURCE-SYS-ID== BY ==HX-SOURCE-SYS-ID==
007000      ==PFX-HIST-POSITION== BY ==HX-POSITION==
007100      ==PFX-HIST-AS-OF-DATE== BY ==HX-AS-OF-DATE==
007200      ==PFX-HIST-READING-VALUE== BY ==HX-READING-VALUE==
007300      ==PFX-HIST-MARK-VALUE== BY ==HX-MARK-VALUE==
007400      ==PFX-HIST-HELD-SW== BY ==HX-HELD-SW==
007500      ==PFX-HIST-WAS-HELD== BY ==HX-WAS-HELD==
007600      ==PFX-HIST-WAS-TAKEN== BY ==HX-WAS-TAKEN==
007700      ==PFX-HIST-BREAK-SW== BY ==HX-BREAK-SW==
007800      ==PFX-HIST-METER-EXCHANGE== BY ==HX-METER-EXCHANGE==
007900      ==PFX-HIST-OLD-FINAL-READ== BY ==HX-OLD-FINAL-READ==.
008000  FD  POSMAST-FILE
008100      RECORDING MODE IS F
008200      LABEL RECORDS ARE STANDARD.
008300      COPY DL100PM REPLACING
008400      ==PFX-POSMAST-RECORD== BY ==PM-POSMAST-RECORD==
008500      ==PFX-PM-SOURCE-SYS-ID== BY ==PM-SOURCE-SYS-ID==
008600      ==PFX-PM-POSITION== BY ==PM-POSITION==
008700      ==PFX-PM-METER-NAME== BY ==PM-METER-NAME==
008800      ==PFX-PM-LOCATION== BY ==PM-LOCATION==
008900      ==PFX-PM-UOM== BY ==PM-UOM==
009000      ==PFX-PM-STATUS-CD== BY ==PM-STATUS-CD==
009100      ==PFX-PM-ACTIVE== BY ==PM-ACTIVE==
009200      ==PFX-PM-RETIRED== BY ==PM-RETIRED==.
009300  FD  STUCKRPT
009400      RECORDING MODE IS F
009500      LABEL RECORDS ARE OMITTED.
009600  01  RP-REPORT-LINE                  PIC X(80).
009700  WORKING-STORAGE SECTION.
009800  01  WS-FILE-STATUS-GROUP.
009900      05  WS-HISTMAST-STATUS          PIC X(02) VALUE '00'.
010000          88  WS-HISTMAST-OK                VALUE '00'.
010100          88  WS-HISTMAST-AT-END            VALUE '10'.
010150          88  WS-HISTMAST-NOT-FND           VALUE '23'.
010200      05  WS-POSMAST-STATUS           PIC X(02) VALUE '00'.
010300          88  WS-POSMAST-OK                 VALUE '00'.
010400          88  WS-POSMAST-AT-END             VALUE '10'.
010500          88  WS-POSMAST-NOT-FOUND          VALUE '35'.
010600      05  WS-STUCKRPT-STATUS          PIC X(02) VALUE '00'.
010700          88  WS-STUCKRPT-OK                VALUE '00'.
010800  01  WS-SWITCHES.
010900      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
011000          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
011100          88  WS-RUN-MUST-STOP              VALUE 'N'.
011200      05  WS-HIST-SCAN-SW             PIC X(01) VALUE 'N'.
011300          88  WS-HIST-SCAN-DONE             VALUE 'Y'.
011400          88  WS-HIST-SCAN-OPEN             VALUE 'N'.
011500      05  WS-INSERT-SW                PIC X(01) VALUE 'N'.
011600          88  WS-INSERT-DONE                VALUE 'Y'.
011700          88  WS-INSERT-OPEN                VALUE 'N'.
011800      05  WS-HISTMAST-OPEN-SW         PIC X(01) VALUE 'N'.
011900          88  WS-HISTMAST-IS-OPEN           VALUE 'Y'.
012000      05  WS-POSMAST-OPEN-SW          PIC X(01) VALUE 'N'.
012100          88  WS-POSMAST-IS-OPEN            VALUE 'Y'.
012200          88  WS-POSMAST-IS-SHUT            VALUE 'N'.
012300      05  WS-STUCKRPT-OPEN-SW         PIC X(01) VALUE 'N'.
012400          88  WS-STUCKRPT-WAS-OPENED        VALUE 'Y'.
012500  01  WS-COUNTERS-AND-WORK-FIELDS.
012600      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
012700      05  WS-K                 PIC S9(08) COMP VALUE ZERO.
012800      05  WS-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
012900      05  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
013000      05  WS-PARM-DAYS         PIC 9(03) VALUE ZERO.
013100      05  WS-FLAT-MIN          PIC S9(04) COMP VALUE 14.
013200      05  WS-ZERO-MIN          PIC S9(04) COMP VALUE 7.
013300      05  WS-WINDOW-DAYS       PIC S9(04) COMP VALUE 28.
013400      05  WS-RING-MAX          PIC S9(04) COMP VALUE 366.
013500      05  WS-SLOT              PIC S9(08) COMP VALUE ZERO.
013600      05  WS-RING-USED         PIC S9(08) COMP VALUE ZERO.
013700      05  WS-T1                PIC S9(08) COMP VALUE ZERO.
013800      05  WS-T2                PIC S9(08) COMP VALUE ZERO.
013900      05  WS-T3                PIC S9(08) COMP VALUE ZERO.
014000      05  WS-ACTIVE-COUNT      PIC S9(08) COMP VALUE ZERO.
014100      05  WS-RETIRED-COUNT     PIC S9(08) COMP VALUE ZERO.
014200      05  WS-NO-HIST-COUNT     PIC S9(08) COMP VALUE ZERO.
014300      05  WS-FLAT-COUNT        PIC S9(08) COMP VALUE ZERO.
014400      05  WS-ZERO-COUNT        PIC S9(08) COMP VALUE ZERO.
014500      05  WS-HELD-COUNT        PIC S9(08) COMP VALUE ZERO.
014600*THE POSITION BEING WALKED.  THE RUN IS THE STRETCH OF POSTED
014700*DAYS, ENDING ON THE LATEST ONE READ, THAT ALL CARRY THE SAME
014800*READING; THE RING HOLDS THE HELD FLAG OF THE LAST W POSTED
014900*DAYS, AS THE TREND RING DOES IN Hist_inquiry.
015000  01  WS-POSITION-WALK.
015100      05  WS-POS-ROWS          PIC S9(08) COMP VALUE ZERO.
015200      05  WS-RUN-VALUE         PIC S9(08) VALUE ZERO.
015300      05  WS-RUN-START-DATE    PIC 9(08) VALUE ZERO.
015400      05  WS-RUN-LENGTH        PIC S9(08) COMP VALUE ZERO.
015500      05  WS-WIN-HELD          PIC S9(08) COMP VALUE ZERO.
015600      05  WS-WIN-TAKEN         PIC S9(08) COMP VALUE ZERO.
015700      05  WS-WIN-FIRST-HELD    PIC 9(08) VALUE ZERO.
015800  01  WS-HELD-RING.
015900      05  WS-RING-ENTRY OCCURS 366 TIMES.
016000          10  WS-RNG-AS-OF-DATE       PIC 9(08).
016100          10  WS-RNG-HELD-SW          PIC X(01).
016200              88  WS-RNG-WAS-HELD          VALUE 'Y'.
016300*FINDINGS, KEPT IN SOURCE, LOCATION, AND POSITION ORDER BY
016400*INSERTION SO THE WORKLIST PRINTS GROUPED FOR THE CREWS.  AN
016500*EQUAL KEY STOPS THE SHIFT, SO A POSITION'S FINDINGS KEEP THE
016600*ORDER THEY WERE RAISED IN.
016700  01  WS-FINDING-CONTROL.
016800      05  WS-FND-COUNT         PIC S9(08) COMP VALUE ZERO.
016900      05  WS-FND-MAX           PIC S9(08) COMP VALUE 5000.
017000      05  WS-FND-SUB           PIC S9(08) COMP VALUE ZERO.
017100      05  WS-FND-ENTRY OCCURS 5000 TIMES.
017200          10  WS-FND-SOURCE-SYS-ID    PIC X(08).
017300          10  WS-FND-LOCATION         PIC X(20).
017400          10  WS-FND-POSITION         PIC 9(08).
017500          10  WS-FND-METER-NAME       PIC X(20).
017600          10  WS-FND-PROBLEM          PIC X(10).
017700          10  WS-FND-SINCE-DATE       PIC 9(08).
017800          10  WS-FND-DAYS             PIC S9(08) COMP.
017900          10  WS-FND-VALUE            PIC S9(08) COMP.
018000          10  WS-FND-VALUE-SW         PIC X(01).
018100              88  WS-FND-VALUE-SHOWN       VALUE 'Y'.
018200              88  WS-FND-VALUE-BLANK       VALUE 'N'.
018300  01  WS-NEW-FINDING.
018400      05  WS-NEW-PROBLEM       PIC X(10) VALUE SPACES.
018500      05  WS-NEW-SINCE-DATE    PIC 9(08) VALUE ZERO.
018600      05  WS-NEW-DAYS          PIC S9(08) COMP VALUE ZERO.
018700      05  WS-NEW-VALUE         PIC S9(08) COMP VALUE ZERO.
018800      05  WS-NEW-VALUE-SW      PIC X(01) VALUE 'N'.
018900  01  WS-PRINT-BREAK.
019000      05  WS-PRT-SOURCE-SYS-ID PIC X(08) VALUE LOW-VALUES.
019100      05  WS-PRT-LOCATION      PIC X(20) VALUE LOW-VALUES.
019200  01  WS-REPORT-AREAS.
019300      05  WS-HDG-LINE-1.
019400          10  FILLER                  PIC X(20)
019500              VALUE 'STUCK-MTR STUCK AND '.
019600          10  FILLER                  PIC X(12)
019700              VALUE 'DEAD METERS '.
019800          10  FILLER             PIC X(05) VALUE 'FLAT '.
019900          10  WS-HDG-FLAT-MIN         PIC ZZ9.
020000          10  FILLER             PIC X(07) VALUE '  ZERO '.
020100          10  WS-HDG-ZERO-MIN         PIC ZZ9.
020200          10  FILLER             PIC X(09) VALUE '  WINDOW '.
020300          10  WS-HDG-WINDOW           PIC ZZ9.
020400          10  FILLER             PIC X(02) VALUE SPACES.
020500          10  WS-HDG-RUN-DATE         PIC 9(08).
020600          10  FILLER             PIC X(08) VALUE SPACES.
020700      05  WS-HDG-LINE-2.
020800          10  FILLER                  PIC X(40) VALUE
020900              '  METER NAME            POSITION  PROBLE'.
021000          10  FILLER                  PIC X(40) VALUE
021100              'M     SINCE      DAYS      VALUE'.
021200      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
021300      05  WS-GROUP-LINE.
021400          10  FILLER             PIC X(07) VALUE 'SOURCE '.
021500          10  WS-GRP-SOURCE           PIC X(08).
021600          10  FILLER             PIC X(11) VALUE '  LOCATION '.
021700          10  WS-GRP-LOCATION         PIC X(20).
021800          10  FILLER             PIC X(34) VALUE SPACES.
021900      05  WS-DETAIL-LINE.
022000          10  FILLER             PIC X(02) VALUE SPACES.
022100          10  WS-DTL-METER-NAME       PIC X(20).
022200          10  FILLER             PIC X(02) VALUE SPACES.
022300          10  WS-DTL-POSITION         PIC ZZZZZZZ9.
022400          10  FILLER             PIC X(02) VALUE SPACES.
022500          10  WS-DTL-PROBLEM          PIC X(10).
022600          10  FILLER             PIC X(02) VALUE SPACES.
022700          10  WS-DTL-SINCE-DATE       PIC 9(08).
022800          10  FILLER             PIC X(02) VALUE SPACES.
022900          10  WS-DTL-DAYS             PIC ZZZZ9.
023000          10  FILLER             PIC X(02) VALUE SPACES.
023100          10  WS-DTL-VALUE            PIC -ZZZZZZZ9.
023200          10  WS-DTL-VALUE-X REDEFINES WS-DTL-VALUE
023300                                      PIC X(09).
023400          10  FILLER             PIC X(08) VALUE SPACES.
023500      05  WS-TOTAL-LINE-1.
023600          10  FILLER                  PIC X(20)
023700              VALUE 'ACTIVE POSITIONS...-'.
023800          10  WS-TOT-ACTIVE           PIC ZZZZZZZ9.
023900          10  FILLER             PIC X(52) VALUE SPACES.
024000      05  WS-TOTAL-LINE-2.
024100          10  FILLER                  PIC X(20)
024200              VALUE 'RETIRED, SKIPPED...-'.
024300          10  WS-TOT-RETIRED          PIC ZZZZZZZ9.
024400          10  FILLER             PIC X(52) VALUE SPACES.
024500      05  WS-TOTAL-LINE-3.
024600          10  FILLER                  PIC X(20)
024700              VALUE 'NO HISTORY.........-'.
024800          10  WS-TOT-NO-HIST          PIC ZZZZZZZ9.
024900          10  FILLER             PIC X(52) VALUE SPACES.
025000      05  WS-TOTAL-LINE-4.
025100          10  FILLER                  PIC X(20)
025200              VALUE 'FLAT RUNS..........-'.
025300          10  WS-TOT-FLAT             PIC ZZZZZZZ9.
025400          10  FILLER             PIC X(52) VALUE SPACES.
025500      05  WS-TOTAL-LINE-5.
025600          10  FILLER                  PIC X(20)
025700              VALUE 'ZERO RUNS..........-'.
025800          10  WS-TOT-ZERO             PIC ZZZZZZZ9.
025900          10  FILLER             PIC X(52) VALUE SPACES.
026000      05  WS-TOTAL-LINE-6.
026100          10  FILLER                  PIC X(20)
026200              VALUE 'HELD OVER TAKEN....-'.
026300          10  WS-TOT-HELD             PIC ZZZZZZZ9.
026400          10  FILLER             PIC X(52) VALUE SPACES.
026500  LINKAGE SECTION.
026600  01  LS-PARM-AREA.
026700      05  LS-PARM-LEN                 PIC S9(04) COMP.
026800      05  LS-PARM-TEXT                PIC X(09).
026900  PROCEDURE DIVISION USING LS-PARM-AREA.
027000*---------------------------------------------------------
027100  0000-MAINLINE.
027200      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027300      IF WS-RUN-CAN-PROCEED
027400          PERFORM 2000-WALK-POSITIONS THRU 2000-EXIT
027500      END-IF.
027600      IF WS-RUN-CAN-PROCEED
027700          PERFORM 4000-PRINT-WORKLIST THRU 4000-EXIT
027800      END-IF.
027900      IF WS-RUN-CAN-PROCEED
028000          AND WS-ACTIVE-COUNT = ZERO
028100          DISPLAY 'STUCK-MTR: NO ACTIVE POSITIONS ON POSMAST'
028200          MOVE 8 TO WS-RETURN-CODE
028300      END-IF.
028400      IF WS-RUN-CAN-PROCEED
028500          AND WS-FND-COUNT > ZERO
028600          AND WS-RETURN-CODE = ZERO
028700          DISPLAY 'STUCK-MTR: ' WS-FND-COUNT
028800              ' METER PROBLEMS FLAGGED, SETTING RC 4'
028900          MOVE 4 TO WS-RETURN-CODE
029000      END-IF.
029100      PERFORM 9000-TERMINATE THRU 9000-EXIT.
029200      MOVE WS-RETURN-CODE TO RETURN-CODE.
029300      GOBACK.
029400*---------------------------------------------------------
029500*1000-INITIALIZE -- PICK UP THE THRESHOLDS AND OPEN THE
029600*FILES.
029700*---------------------------------------------------------
029800  1000-INITIALIZE.
029900      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
030000      IF LS-PARM-LEN > 2
030100          AND LS-PARM-TEXT(1:3) IS NUMERIC
030200          MOVE LS-PARM-TEXT(1:3) TO WS-PARM-DAYS
030300          IF WS-PARM-DAYS > ZERO
030400              MOVE WS-PARM-DAYS TO WS-FLAT-MIN
030500          END-IF
030600      END-IF.
030700      IF LS-PARM-LEN > 5
030800          AND LS-PARM-TEXT(4:3) IS NUMERIC
030900          MOVE LS-PARM-TEXT(4:3) TO WS-PARM-DAYS
031000          IF WS-PARM-DAYS > ZERO
031100              MOVE WS-PARM-DAYS TO WS-ZERO-MIN
031200          END-IF
031300      END-IF.
031400      IF LS-PARM-LEN > 8
031500          AND LS-PARM-TEXT(7:3) IS NUMERIC
031600          MOVE LS-PARM-TEXT(7:3) TO WS-PARM-DAYS
031700          IF WS-PARM-DAYS > ZERO
031800              MOVE WS-PARM-DAYS TO WS-WINDOW-DAYS
031900          END-IF
032000      END-IF.
032100      IF WS-WINDOW-DAYS > WS-RING-MAX
032200          MOVE WS-RING-MAX TO WS-WINDOW-DAYS
032300      END-IF.
032400      MOVE WS-FLAT-MIN    TO WS-HDG-FLAT-MIN.
032500      MOVE WS-ZERO-MIN    TO WS-HDG-ZERO-MIN.
032600      MOVE WS-WINDOW-DAYS TO WS-HDG-WINDOW.
032700      MOVE WS-RUN-DATE    TO WS-HDG-RUN-DATE.
032800      OPEN INPUT HISTMAST.
032900      IF NOT WS-HISTMAST-OK
033000          DISPLAY 'STUCK-MTR: CANNOT OPEN HISTORY MASTER'
033100              WS-HISTMAST-STATUS
033200          MOVE 16 TO WS-RETURN-CODE
033300          SET WS-RUN-MUST-STOP TO TRUE
033400          GO TO 1000-EXIT
033500      END-IF.
033600      SET WS-HISTMAST-IS-OPEN TO TRUE.
033700      OPEN INPUT POSMAST-FILE.
033800      IF NOT WS-POSMAST-OK
033900          DISPLAY 'STUCK-MTR: CANNOT OPEN POSMAST'
034000              WS-POSMAST-STATUS
034100          MOVE 16 TO WS-RETURN-CODE
034200          SET WS-RUN-MUST-STOP TO TRUE
034300          GO TO 1000-EXIT
034400      END-IF.
034500      SET WS-POSMAST-IS-OPEN TO TRUE.
034600      OPEN OUTPUT STUCKRPT.
034700      IF NOT WS-STUCKRPT-OK
034800          DISPLAY 'STUCK-MTR: CANNOT OPEN STUCKRPT'
034900              WS-STUCKRPT-STATUS
035000          MOVE 16 TO WS-RETURN-CODE
035100          SET WS-RUN-MUST-STOP TO TRUE
035200          GO TO 1000-EXIT
035300      END-IF.
035400      SET WS-STUCKRPT-WAS-OPENED TO TRUE.
035500      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-1.
035600      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-2.
035700      IF NOT WS-STUCKRPT-OK
035800          DISPLAY 'STUCK-MTR: ERROR WRITING REPORT HEADING'
035900              WS-STUCKRPT-STATUS
036000          MOVE 16 TO WS-RETURN-CODE
036100          SET WS-RUN-MUST-STOP TO TRUE
036200      END-IF.
036300  1000-EXIT.
036400      EXIT.
036500*---------------------------------------------------------
036600*2000-WALK-POSITIONS -- ONE PASS DOWN THE POSITION MASTER;
036700*EACH ACTIVE POSITION'S HISTORY IS WALKED AND JUDGED.
036800*---------------------------------------------------------
036900  2000-WALK-POSITIONS.
037000      PERFORM 2100-WALK-ONE-POSITION THRU 2100-EXIT
037100          UNTIL WS-POSMAST-AT-END
037200              OR WS-RUN-MUST-STOP.
037300      CLOSE POSMAST-FILE.
037400      SET WS-POSMAST-IS-SHUT TO TRUE.
037500  2000-EXIT.
037600      EXIT.
037700  2100-WALK-ONE-POSITION.
037800      READ POSMAST-FILE.
037900      IF WS-POSMAST-AT-END
038000          GO TO 2100-EXIT
038100      END-IF.
038200      IF NOT WS-POSMAST-OK
038300          DISPLAY 'STUCK-MTR: ERROR READING POSMAST'
038400              WS-POSMAST-STATUS
038500          MOVE 16 TO WS-RETURN-CODE
038600          SET WS-RUN-MUST-STOP TO TRUE
038700          GO TO 2100-EXIT
038800      END-IF.
038900      IF NOT PM-ACTIVE
039000          ADD 1 TO WS-RETIRED-COUNT
039100          GO TO 2100-EXIT
039200      END-IF.
039300      ADD 1 TO WS-ACTIVE-COUNT.
039400      PERFORM 2200-COLLECT-HISTORY THRU 2200-EXIT.
039500      IF WS-RUN-MUST-STOP
039600          GO TO 2100-EXIT
039700      END-IF.
039800      IF WS-POS-ROWS = ZERO
039900          ADD 1 TO WS-NO-HIST-COUNT
040000          GO TO 2100-EXIT
040100      END-IF.
040200      PERFORM 3000-JUDGE-POSITION THRU 3000-EXIT.
040300  2100-EXIT.
040400      EXIT.
040500*---------------------------------------------------------
040600*2200-COLLECT-HISTORY -- KEYED START AT THE POSITION'S FIRST
040700*ROW, THEN FORWARD THROUGH ITS DAYS, CARRYING THE CURRENT
040800*RUN AND THE HELD RING.
040900*---------------------------------------------------------
041000  2200-COLLECT-HISTORY.
041100      MOVE ZERO TO WS-POS-ROWS.
041200      MOVE ZERO TO WS-RUN-LENGTH.
041300      MOVE ZERO TO WS-RUN-VALUE.
041400      MOVE ZERO TO WS-RUN-START-DATE.
041500      SET WS-HIST-SCAN-OPEN TO TRUE.
041600      MOVE PM-SOURCE-SYS-ID TO HX-SOURCE-SYS-ID.
041700      MOVE PM-POSITION      TO HX-POSITION.
041800      MOVE ZERO             TO HX-AS-OF-DATE.
041900      START HISTMAST KEY NOT < HX-HIST-KEY.
041910      IF WS-HISTMAST-NOT-FND
041920          SET WS-HIST-SCAN-DONE TO TRUE
041930          GO TO 2200-EXIT
041940      END-IF.
042000      IF NOT WS-HISTMAST-OK
042010          DISPLAY 'STUCK-MTR: ERROR POSITIONING HISTORY MASTER'
042020              WS-HISTMAST-STATUS
042030          MOVE 16 TO WS-RETURN-CODE
042040          SET WS-RUN-MUST-STOP TO TRUE
042050          GO TO 2200-EXIT
042200      END-IF.
042300      PERFORM 2210-COLLECT-ONE-DAY THRU 2210-EXIT
042400          UNTIL WS-HIST-SCAN-DONE
042500              OR WS-RUN-MUST-STOP.
042600  2200-EXIT.
042700      EXIT.
042800  2210-COLLECT-ONE-DAY.
042900      READ HISTMAST NEXT RECORD.
043000      IF WS-HISTMAST-AT-END
043100          SET WS-HIST-SCAN-DONE TO TRUE
043200          GO TO 2210-EXIT
043300      END-IF.
043400      IF NOT WS-HISTMAST-OK
043500          DISPLAY 'STUCK-MTR: ERROR READING HISTORY MASTER'
043600              WS-HISTMAST-STATUS
043700          MOVE 16 TO WS-RETURN-CODE
043800          SET WS-RUN-MUST-STOP TO TRUE
043900          GO TO 2210-EXIT
044000      END-IF.
044100      IF HX-SOURCE-SYS-ID NOT = PM-SOURCE-SYS-ID
044200          OR HX-POSITION NOT = PM-POSITION
044300          SET WS-HIST-SCAN-DONE TO TRUE
044400          GO TO 2210-EXIT
044500      END-IF.
044600*A NEW METER OWES NOTHING TO THE OLD ONE'S RUNS OR HOLDS.  ITS
044700*BREAK MARKER IS NOT A POSTED DAY UNTIL A DAILY RUN HAS
044800*WRITTEN OVER IT.
044900      IF HX-METER-EXCHANGE
045000          MOVE ZERO TO WS-POS-ROWS
045100          MOVE ZERO TO WS-RUN-LENGTH
045200      END-IF.
045300      IF NOT HX-WAS-HELD
045400          AND NOT HX-WAS-TAKEN
045500          GO TO 2210-EXIT
045600      END-IF.
045700      IF WS-RUN-LENGTH > ZERO
045800          AND HX-READING-VALUE = WS-RUN-VALUE
045900          ADD 1 TO WS-RUN-LENGTH
046000      ELSE
046100          MOVE HX-READING-VALUE TO WS-RUN-VALUE
046200          MOVE HX-AS-OF-DATE    TO WS-RUN-START-DATE
046300          MOVE 1                TO WS-RUN-LENGTH
046400      END-IF.
046500      ADD 1 TO WS-POS-ROWS.
046600      COMPUTE WS-T1 = WS-POS-ROWS - 1.
046700      DIVIDE WS-T1 BY WS-WINDOW-DAYS GIVING WS-T2
046800          REMAINDER WS-T3.
046900      COMPUTE WS-SLOT = WS-T3 + 1.
047000      MOVE HX-AS-OF-DATE TO WS-RNG-AS-OF-DATE(WS-SLOT).
047100      MOVE HX-HELD-SW    TO WS-RNG-HELD-SW(WS-SLOT).
047200  2210-EXIT.
047300      EXIT.
047400*---------------------------------------------------------
047500*3000-JUDGE-POSITION -- THE RUN STANDING ON THE LATEST DAY
047600*AGAINST ITS THRESHOLD, THEN THE HELD AND TAKEN DAYS IN THE
047700*WINDOW AGAINST EACH OTHER.
047800*---------------------------------------------------------
047900  3000-JUDGE-POSITION.
048000      IF WS-RUN-VALUE = ZERO
048100          AND WS-RUN-LENGTH >= WS-ZERO-MIN
048200          MOVE 'ZERO RUN'        TO WS-NEW-PROBLEM
048300          MOVE WS-RUN-START-DATE TO WS-NEW-SINCE-DATE
048400          MOVE WS-RUN-LENGTH     TO WS-NEW-DAYS
048500          MOVE WS-RUN-VALUE      TO WS-NEW-VALUE
048600          MOVE 'Y'               TO WS-NEW-VALUE-SW
048700          ADD 1 TO WS-ZERO-COUNT
048800          PERFORM 3500-BANK-FINDING THRU 3500-EXIT
048900      END-IF.
049000      IF WS-RUN-VALUE NOT = ZERO
049100          AND WS-RUN-LENGTH >= WS-FLAT-MIN
049200          MOVE 'FLAT RUN'        TO WS-NEW-PROBLEM
049300          MOVE WS-RUN-START-DATE TO WS-NEW-SINCE-DATE
049400          MOVE WS-RUN-LENGTH     TO WS-NEW-DAYS
049500          MOVE WS-RUN-VALUE      TO WS-NEW-VALUE
049600          MOVE 'Y'               TO WS-NEW-VALUE-SW
049700          ADD 1 TO WS-FLAT-COUNT
049800          PERFORM 3500-BANK-FINDING THRU 3500-EXIT
049900      END-IF.
050000      IF WS-RUN-MUST-STOP
050100          GO TO 3000-EXIT
050200      END-IF.
050300      MOVE ZERO TO WS-WIN-HELD.
050400      MOVE ZERO TO WS-WIN-TAKEN.
050500      MOVE ZERO TO WS-WIN-FIRST-HELD.
050600      IF WS-POS-ROWS > WS-WINDOW-DAYS
050700          MOVE WS-WINDOW-DAYS TO WS-RING-USED
050800      ELSE
050900          MOVE WS-POS-ROWS TO WS-RING-USED
051000      END-IF.
051100      PERFORM 3100-COUNT-ONE-SLOT THRU 3100-EXIT
051200          VARYING WS-SLOT FROM 1 BY 1
051300          UNTIL WS-SLOT > WS-RING-USED.
051400      IF WS-WIN-HELD > WS-WIN-TAKEN
051500          MOVE 'HELD>TAKEN'      TO WS-NEW-PROBLEM
051600          MOVE WS-WIN-FIRST-HELD TO WS-NEW-SINCE-DATE
051700          MOVE WS-WIN-HELD       TO WS-NEW-DAYS
051800          MOVE ZERO              TO WS-NEW-VALUE
051900          MOVE 'N'               TO WS-NEW-VALUE-SW
052000          ADD 1 TO WS-HELD-COUNT
052100          PERFORM 3500-BANK-FINDING THRU 3500-EXIT
052200      END-IF.
052300  3000-EXIT.
052400      EXIT.
052500  3100-COUNT-ONE-SLOT.
052600      IF NOT WS-RNG-WAS-HELD(WS-SLOT)
052700          ADD 1 TO WS-WIN-TAKEN
052800          GO TO 3100-EXIT
052900      END-IF.
053000      ADD 1 TO WS-WIN-HELD.
053100      IF WS-WIN-FIRST-HELD = ZERO
053200          OR WS-RNG-AS-OF-DATE(WS-SLOT) < WS-WIN-FIRST-HELD
053300          MOVE WS-RNG-AS-OF-DATE(WS-SLOT) TO WS-WIN-FIRST-HELD
053400      END-IF.
053500  3100-EXIT.
053600      EXIT.
053700  3500-BANK-FINDING.
053800      IF WS-FND-COUNT >= WS-FND-MAX
053900          DISPLAY 'STUCK-MTR: MORE FINDINGS THAN THE TABLE'
054000              ' HOLDS'
054100          MOVE 16 TO WS-RETURN-CODE
054200          SET WS-RUN-MUST-STOP TO TRUE
054300          GO TO 3500-EXIT
054400      END-IF.
054500      ADD 1 TO WS-FND-COUNT.
054600      MOVE WS-FND-COUNT TO WS-J.
054700      SET WS-INSERT-OPEN TO TRUE.
054800      PERFORM 3510-SHIFT-FOR-FINDING THRU 3510-EXIT
054900          UNTIL WS-INSERT-DONE.
055000      MOVE PM-SOURCE-SYS-ID  TO WS-FND-SOURCE-SYS-ID(WS-J).
055100      MOVE PM-LOCATION       TO WS-FND-LOCATION(WS-J).
055200      MOVE PM-POSITION       TO WS-FND-POSITION(WS-J).
055300      MOVE PM-METER-NAME     TO WS-FND-METER-NAME(WS-J).
055400      MOVE WS-NEW-PROBLEM    TO WS-FND-PROBLEM(WS-J).
055500      MOVE WS-NEW-SINCE-DATE TO WS-FND-SINCE-DATE(WS-J).
055600      MOVE WS-NEW-DAYS       TO WS-FND-DAYS(WS-J).
055700      MOVE WS-NEW-VALUE      TO WS-FND-VALUE(WS-J).
055800      MOVE WS-NEW-VALUE-SW   TO WS-FND-VALUE-SW(WS-J).
055900  3500-EXIT.
056000      EXIT.
056100  3510-SHIFT-FOR-FINDING.
056200      IF WS-J = 1
056300          SET WS-INSERT-DONE TO TRUE
056400          GO TO 3510-EXIT
056500      END-IF.
056600      COMPUTE WS-K = WS-J - 1.
056700      IF WS-FND-SOURCE-SYS-ID(WS-K) < PM-SOURCE-SYS-ID
056800          OR (WS-FND-SOURCE-SYS-ID(WS-K) = PM-SOURCE-SYS-ID
056900              AND WS-FND-LOCATION(WS-K) < PM-LOCATION)
057000          OR (WS-FND-SOURCE-SYS-ID(WS-K) = PM-SOURCE-SYS-ID
057100              AND WS-FND-LOCATION(WS-K) = PM-LOCATION
057200              AND WS-FND-POSITION(WS-K) <= PM-POSITION)
057300          SET WS-INSERT-DONE TO TRUE
057400          GO TO 3510-EXIT
057500      END-IF.
057600      MOVE WS-FND-ENTRY(WS-K) TO WS-FND-ENTRY(WS-J).
057700      MOVE WS-K TO WS-J.
057800  3510-EXIT.
057900      EXIT.
058000*---------------------------------------------------------
058100*4000-PRINT-WORKLIST -- THE FINDINGS IN TABLE ORDER, WITH A
058200*GROUP LINE EACH TIME THE SOURCE OR THE LOCATION CHANGES.
058300*---------------------------------------------------------
058400  4000-PRINT-WORKLIST.
058500      PERFORM 4100-PRINT-ONE-FINDING THRU 4100-EXIT
058600          VARYING WS-FND-SUB FROM 1 BY 1
058700          UNTIL WS-FND-SUB > WS-FND-COUNT
058800              OR WS-RUN-MUST-STOP.
058900  4000-EXIT.
059000      EXIT.
059100  4100-PRINT-ONE-FINDING.
059200      IF WS-FND-SOURCE-SYS-ID(WS-FND-SUB)
059300              NOT = WS-PRT-SOURCE-SYS-ID
059400          OR WS-FND-LOCATION(WS-FND-SUB) NOT = WS-PRT-LOCATION
059500          MOVE WS-FND-SOURCE-SYS-ID(WS-FND-SUB)
059600              TO WS-PRT-SOURCE-SYS-ID
059700          MOVE WS-FND-LOCATION(WS-FND-SUB) TO WS-PRT-LOCATION
059800          MOVE WS-PRT-SOURCE-SYS-ID TO WS-GRP-SOURCE
059900          MOVE WS-PRT-LOCATION      TO WS-GRP-LOCATION
060000          WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
060100          WRITE RP-REPORT-LINE FROM WS-GROUP-LINE
060200      END-IF.
060300      MOVE WS-FND-METER-NAME(WS-FND-SUB) TO WS-DTL-METER-NAME.
060400      MOVE WS-FND-POSITION(WS-FND-SUB)   TO WS-DTL-POSITION.
060500      MOVE WS-FND-PROBLEM(WS-FND-SUB)    TO WS-DTL-PROBLEM.
060600      MOVE WS-FND-SINCE-DATE(WS-FND-SUB) TO WS-DTL-SINCE-DATE.
060700      MOVE WS-FND-DAYS(WS-FND-SUB)       TO WS-DTL-DAYS.
060800      IF WS-FND-VALUE-SHOWN(WS-FND-SUB)
060900          MOVE WS-FND-VALUE(WS-FND-SUB) TO WS-DTL-VALUE
061000      ELSE
061100          MOVE SPACES TO WS-DTL-VALUE-X
061200      END-IF.
061300      WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE.
061400      IF NOT WS-STUCKRPT-OK
061500          DISPLAY 'STUCK-MTR: ERROR WRITING REPORT DETAIL'
061600              WS-STUCKRPT-STATUS
061700          MOVE 16 TO WS-RETURN-CODE
061800          SET WS-RUN-MUST-STOP TO TRUE
061900      END-IF.
062000  4100-EXIT.
062100      EXIT.
062200*---------------------------------------------------------
062300*9000-TERMINATE -- TOTALS AND CLOSES.
062400*---------------------------------------------------------
062500  9000-TERMINATE.
062600      IF WS-STUCKRPT-WAS-OPENED AND WS-STUCKRPT-OK
062700          MOVE WS-ACTIVE-COUNT  TO WS-TOT-ACTIVE
062800          MOVE WS-RETIRED-COUNT TO WS-TOT-RETIRED
062900          MOVE WS-NO-HIST-COUNT TO WS-TOT-NO-HIST
063000          MOVE WS-FLAT-COUNT    TO WS-TOT-FLAT
063100          MOVE WS-ZERO-COUNT    TO WS-TOT-ZERO
063200          MOVE WS-HELD-COUNT    TO WS-TOT-HELD
063300          WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
063400          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-1
063500          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-2
063600          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-3
063700          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-4
063800          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-5
063900          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-6
064000      END-IF.
064100      IF WS-HISTMAST-IS-OPEN
064200          CLOSE HISTMAST
064300      END-IF.
064400      IF WS-POSMAST-IS-OPEN
064500          CLOSE POSMAST-FILE
064600      END-IF.
064700      IF WS-STUCKRPT-WAS-OPENED
064800          CLOSE STUCKRPT
064900      END-IF.
065000  9000-EXIT.
065100      EXIT.
