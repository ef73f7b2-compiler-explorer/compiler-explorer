000100******************************************************************
000200*PROGRAM-ID.. Src_maint
000300*AUTHOR...... D. L. MERCER
000400*INSTALLATION DAILY LOADS BATCH GROUP
000500*DATE-WRITTEN 2026-10-15
000600*DATE-COMPILED
000700*
000800*REMARKS..... MAINTAINS THE KEYED SOURCE-SYSTEM REGISTRY
000900*             (SRCMAST, COPYBOOK DL100SM) FROM A FILE OF
001000*             ONBOARD / RESIZE / DECOMMISSION / CHANGE
001100*             TRANSACTIONS (COPYBOOK DL100SX), REPLACING THE
001200*             HAND-SEEDING OF HWMMAST AND STATMAST EVERY TIME
001300*             A NEW FEED ARRIVES OR THE FIELD ADDS METERS.
001400*             AN ONBOARD REGISTERS THE SOURCE AND SEEDS ITS
001500*             POSITION-ZERO CONTROL RECORD, A FRESH MARK FOR
001600*             EVERY POSITION, AND AN EMPTY STATISTICS ROW FOR
001700*             EVERY POSITION; A SOURCE ALREADY CARRYING A
001800*             CONTROL RECORD IS REGISTERED AS IT STANDS.  A
001900*             RESIZE SEEDS ONLY THE NEW POSITIONS AND RAISES
002000*             THE CONTROL RECORD'S COUNT -- EXISTING MARKS
002100*             ARE NEVER TOUCHED, AND A SOURCE IS NEVER SHRUNK.
002200*             A DECOMMISSION STAMPS THE END DATE FROM WHICH
002300*             THE DAILY COMPARE, THE CROSS-CHECK, THE EXTRACT
002400*             RESEND, AND THE PERIOD CLOSE STOP EXPECTING
002500*             THE SOURCE; ITS MARKS STAY ON FILE FOR THE
002600*             PERIOD HISTORY.  TRANSACTIONS ARE APPLIED IN
002700*             FILE ORDER; EVERY APPLIED ACTION IS APPENDED TO
002800*             THE MAINTENANCE AUDIT TRAIL (SMAUDIT) WITH THE
002900*             KEYING USER'S ID, AND AN APPLIED/REJECTED
003000*             MAINTENANCE REPORT IS PRINTED.
003100*
003200*             RETURN CODES: 0 ALL APPLIED, 4 ONE OR MORE
003300*             TRANSACTIONS REJECTED, 16 FILE ERROR.
003400*
003500*MODIFICATION HISTORY.
003600*DATE-------- INIT----  DESCRIPTION------------------------
003700*2026-10-15   DLM       ORIGINAL VERSION.
003710*2026-10-15   DLM       ONBOARD AND RESIZE TAKE THE SOURCE'S MARK
003720*                       MODE; MIN-MODE MARKS ARE SEEDED AT ALL
003730*                       NINES SO THE FIRST READING REPLACES THEM.
003800******************************************************************
003900  IDENTIFICATION DIVISION.
004000  PROGRAM-ID. Src_maint.
004100  ENVIRONMENT DIVISION.
004200  INPUT-OUTPUT SECTION.
004300  FILE-CONTROL.
004400      SELECT SRCTRAN ASSIGN TO SRCTRAN
004500          ORGANIZATION IS SEQUENTIAL
004600          ACCESS MODE IS SEQUENTIAL
004700          FILE STATUS IS WS-SRCTRAN-STATUS.
004800      SELECT SRCMAST ASSIGN TO SRCMAST
004900          ORGANIZATION IS INDEXED
005000          ACCESS MODE IS DYNAMIC
005100          RECORD KEY IS SM-SOURCE-SYS-ID
005200          FILE STATUS IS WS-SRCMAST-STATUS.
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
006300      SELECT SMTRPT ASSIGN TO SMTRPT
006400          ORGANIZATION IS SEQUENTIAL
006500          ACCESS MODE IS SEQUENTIAL
006600          FILE STATUS IS WS-SMTRPT-STATUS.
006700      SELECT SMAUDIT ASSIGN TO SMAUDIT
006800          ORGANIZATION IS SEQUENTIAL
006900          ACCESS MODE IS SEQUENTIAL
007000          FILE STATUS IS WS-SMAUDIT-STATUS.
007100  DATA DIVISION.
007200  FILE SECTION.
007300  FD  SRCTRAN
007400      RECORDING MODE IS F
007500      LABEL RECORDS ARE STANDARD.
007600      COPY DL100SX REPLACING
007700      ==PFX-SRCTRAN-RECORD== BY ==TX-SRCTRAN-RECORD==
007800      ==PFX-STX-ACTION-CD== BY ==TX-ACTION-CD==
007900      ==PFX-STX-ONBOARD== BY ==TX-ONBOARD==
008000      ==PFX-STX-RESIZE== BY ==TX-RESIZE==
008100      ==PFX-STX-DECOMMISSION== BY ==TX-DECOMMISSION==
008200      ==PFX-STX-CHANGE== BY ==TX-CHANGE==
008300      ==PFX-STX-SOURCE-SYS-ID== BY ==TX-SOURCE-SYS-ID==
008400      ==PFX-STX-EFFECTIVE-DATE== BY ==TX-EFFECTIVE-DATE==
008500      ==PFX-STX-POSITION-COUNT== BY ==TX-POSITION-COUNT==
008600      ==PFX-STX-OWNER-CONTACT== BY ==TX-OWNER-CONTACT==
008700      ==PFX-STX-USER-ID== BY ==TX-USER-ID==
008710      ==PFX-STX-MARK-MODE== BY ==TX-MARK-MODE==
008720      ==PFX-STX-MIN-MARKS== BY ==TX-MIN-MARKS==
008730      ==PFX-STX-MAX-MARKS== BY ==TX-MAX-MARKS==.
008800  FD  SRCMAST
008900      RECORD CONTAINS 80 CHARACTERS.
009000      COPY DL100SM REPLACING
009100      ==PFX-SRCMAST-RECORD== BY ==SM-SRCMAST-RECORD==
009200      ==PFX-SRC-SOURCE-SYS-ID== BY ==SM-SOURCE-SYS-ID==
009300      ==PFX-SRC-START-DATE== BY ==SM-START-DATE==
009400      ==PFX-SRC-END-DATE== BY ==SM-END-DATE==
009500      ==PFX-SRC-POSITION-COUNT== BY ==SM-POSITION-COUNT==
009600      ==PFX-SRC-OWNER-CONTACT== BY ==SM-OWNER-CONTACT==
009700      ==PFX-SRC-STATUS-CD== BY ==SM-STATUS-CD==
009800      ==PFX-SRC-ACTIVE== BY ==SM-ACTIVE==
009900      ==PFX-SRC-DECOMMISSIONED== BY ==SM-DECOMMISSIONED==
010000      ==PFX-SRC-MAINT-DATE== BY ==SM-MAINT-DATE==.
010100  FD  HWMMAST
010200      RECORD CONTAINS 80 CHARACTERS.
010300      COPY DL100HM REPLACING
010400      ==PFX-MAST-RECORD== BY ==HM-MAST-RECORD==
010500      ==PFX-MAST-KEY== BY ==HM-MAST-KEY==
010600      ==PFX-MAST-SOURCE-SYS-ID== BY ==HM-SOURCE-SYS-ID==
010700      ==PFX-MAST-POSITION== BY ==HM-POSITION==
010800      ==PFX-MAST-BODY== BY ==HM-MAST-BODY==
010900      ==PFX-MAST-DETAIL-BODY== BY ==HM-DETAIL-BODY==
011000      ==PFX-MAST-VALUE== BY ==HM-VALUE==
011100      ==PFX-MAST-CONTROL-BODY== BY ==HM-CONTROL-BODY==
011200      ==PFX-MAST-AS-OF-DATE== BY ==HM-AS-OF-DATE==
011300      ==PFX-MAST-RECORD-COUNT== BY ==HM-RECORD-COUNT==.
011400  FD  STATMAST
011500      RECORD CONTAINS 80 CHARACTERS.
011600      COPY DL100ST REPLACING
011700      ==PFX-STAT-RECORD== BY ==ST-STAT-RECORD==
011800      ==PFX-STAT-KEY== BY ==ST-STAT-KEY==
011900      ==PFX-STAT-SOURCE-SYS-ID== BY ==ST-SOURCE-SYS-ID==
012000      ==PFX-STAT-POSITION== BY ==ST-POSITION==
012100      ==PFX-STAT-OBS-COUNT== BY ==ST-OBS-COUNT==
012200      ==PFX-STAT-SUM== BY ==ST-SUM==
012300      ==PFX-STAT-SUM-SQUARES== BY ==ST-SUM-SQUARES==
012400      ==PFX-STAT-LAST-VALUE== BY ==ST-LAST-VALUE==
012500      ==PFX-STAT-AS-OF-DATE== BY ==ST-AS-OF-DATE==.
012600  FD  SMTRPT
012700      RECORDING MODE IS F
012800      LABEL RECORDS ARE OMITTED.
012900  01  RP-REPORT-LINE                  PIC X(80).
013000  FD  SMAUDIT
013100      RECORDING MODE IS F
013200      LABEL RECORDS ARE OMITTED.
013300  01  SA-AUDIT-LINE                   PIC X(80).
013400  WORKING-STORAGE SECTION.
013500  01  WS-FILE-STATUS-GROUP.
013600      05  WS-SRCTRAN-STATUS           PIC X(02) VALUE '00'.
013700          88  WS-SRCTRAN-OK                 VALUE '00'.
013800          88  WS-SRCTRAN-AT-END             VALUE '10'.
013900      05  WS-SRCMAST-STATUS           PIC X(02) VALUE '00'.
014000          88  WS-SRCMAST-OK                 VALUE '00'.
014100          88  WS-SRCMAST-NOT-FND            VALUE '23'.
014200          88  WS-SRCMAST-NOT-FOUND          VALUE '35'.
014300      05  WS-HWMMAST-STATUS           PIC X(02) VALUE '00'.
014400          88  WS-HWMMAST-OK                 VALUE '00'.
014500          88  WS-HWMMAST-DUP-KEY            VALUE '22'.
014600          88  WS-HWMMAST-NOT-FND            VALUE '23'.
014700          88  WS-HWMMAST-NOT-FOUND          VALUE '35'.
014800      05  WS-STATMAST-STATUS          PIC X(02) VALUE '00'.
014900          88  WS-STATMAST-OK                VALUE '00'.
015000          88  WS-STATMAST-DUP-KEY           VALUE '22'.
015100          88  WS-STATMAST-NOT-FOUND         VALUE '35'.
015200      05  WS-SMTRPT-STATUS            PIC X(02) VALUE '00'.
015300          88  WS-SMTRPT-OK                  VALUE '00'.
015400      05  WS-SMAUDIT-STATUS           PIC X(02) VALUE '00'.
015500          88  WS-SMAUDIT-OK                 VALUE '00'.
015600          88  WS-SMAUDIT-NOT-FOUND          VALUE '35'.
015700  01  WS-SWITCHES.
015800      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
015900          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
016000          88  WS-RUN-MUST-STOP              VALUE 'N'.
016100      05  WS-TRAN-EOF-SW              PIC X(01) VALUE 'N'.
016200          88  WS-TRAN-AT-END                VALUE 'Y'.
016300          88  WS-TRAN-OPEN                  VALUE 'N'.
016400      05  WS-REGISTERED-SW            PIC X(01) VALUE 'N'.
016500          88  WS-SRC-IS-REGISTERED          VALUE 'Y'.
016600          88  WS-SRC-NOT-REGISTERED         VALUE 'N'.
016700      05  WS-SRCTRAN-OPEN-SW          PIC X(01) VALUE 'N'.
016800          88  WS-SRCTRAN-WAS-OPENED         VALUE 'Y'.
016900          88  WS-SRCTRAN-NEVER-OPENED       VALUE 'N'.
017000      05  WS-SRCMAST-OPEN-SW          PIC X(01) VALUE 'N'.
017100          88  WS-SRCMAST-WAS-OPENED         VALUE 'Y'.
017200          88  WS-SRCMAST-NEVER-OPENED       VALUE 'N'.
017300      05  WS-HWMMAST-OPEN-SW          PIC X(01) VALUE 'N'.
017400          88  WS-HWMMAST-WAS-OPENED         VALUE 'Y'.
017500          88  WS-HWMMAST-NEVER-OPENED       VALUE 'N'.
017600      05  WS-STATMAST-OPEN-SW         PIC X(01) VALUE 'N'.
017700          88  WS-STATMAST-WAS-OPENED        VALUE 'Y'.
017800          88  WS-STATMAST-NEVER-OPENED      VALUE 'N'.
017900      05  WS-SMTRPT-OPEN-SW           PIC X(01) VALUE 'N'.
018000          88  WS-SMTRPT-WAS-OPENED          VALUE 'Y'.
018100          88  WS-SMTRPT-NEVER-OPENED        VALUE 'N'.
018200      05  WS-SMAUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
018300          88  WS-SMAUDIT-WAS-OPENED         VALUE 'Y'.
018400          88  WS-SMAUDIT-NEVER-OPENED       VALUE 'N'.
018500  01  WS-COUNTERS-AND-WORK-FIELDS.
018600      05  WS-K                 PIC S9(08) COMP VALUE ZERO.
018700      05  WS-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
018800      05  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
018900      05  WS-RUN-TIME          PIC 9(08) VALUE ZERO.
019000      05  WS-MAX-POSITIONS     PIC S9(08) COMP VALUE 65535.
019100      05  WS-SEED-FROM         PIC S9(08) COMP VALUE ZERO.
019200      05  WS-SEED-THRU         PIC S9(08) COMP VALUE ZERO.
019300      05  WS-OLD-COUNT         PIC 9(08) VALUE ZERO.
019400      05  WS-TRANS-READ        PIC S9(08) COMP VALUE ZERO.
019500      05  WS-APPLIED-COUNT     PIC S9(08) COMP VALUE ZERO.
019600      05  WS-REJECTED-COUNT    PIC S9(08) COMP VALUE ZERO.
019700      05  WS-MARKS-SEEDED      PIC S9(08) COMP VALUE ZERO.
019800      05  WS-STATS-SEEDED      PIC S9(08) COMP VALUE ZERO.
019900      05  WS-ROWS-KEPT         PIC S9(08) COMP VALUE ZERO.
020000  01  WS-REPORT-AREAS.
020100      05  WS-HDG-LINE-1.
020200          10  FILLER                  PIC X(20)
020300              VALUE 'SRC-MAINT SOURCE REG'.
020400          10  FILLER                  PIC X(20)
020500              VALUE 'ISTRY MAINTENANCE   '.
020600          10  FILLER             PIC X(04) VALUE 'RUN '.
020700          10  WS-HDG-RUN-DATE         PIC 9(08).
020800          10  FILLER             PIC X(28) VALUE SPACES.
020900      05  WS-HDG-LINE-2.
021000          10  FILLER                  PIC X(40) VALUE
021100              'ACT SOURCE    EFF-DATE     COUNT  DISPOS'.
021200          10  FILLER                  PIC X(40) VALUE
021300              'ITION'.
021400      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
021500      05  WS-DETAIL-LINE.
021600          10  WS-DTL-ACTION           PIC X(01).
021700          10  FILLER             PIC X(03) VALUE SPACES.
021800          10  WS-DTL-SOURCE           PIC X(08).
021900          10  FILLER             PIC X(02) VALUE SPACES.
022000          10  WS-DTL-EFF-DATE         PIC 9(08).
022100          10  FILLER             PIC X(02) VALUE SPACES.
022200          10  WS-DTL-COUNT            PIC ZZZZZZZ9.
022300          10  FILLER             PIC X(02) VALUE SPACES.
022400          10  WS-DTL-DISPOSITION      PIC X(30).
022500          10  FILLER             PIC X(16) VALUE SPACES.
022600      05  WS-TOTAL-LINE-1.
022700          10  FILLER                  PIC X(20)
022800              VALUE 'ACTIONS APPLIED....-'.
022900          10  WS-TOT-APPLIED          PIC ZZZZZZZ9.
023000          10  FILLER             PIC X(52) VALUE SPACES.
023100      05  WS-TOTAL-LINE-2.
023200          10  FILLER                  PIC X(20)
023300              VALUE 'ACTIONS REJECTED...-'.
023400          10  WS-TOT-REJECTED         PIC ZZZZZZZ9.
023500          10  FILLER             PIC X(52) VALUE SPACES.
023600      05  WS-TOTAL-LINE-3.
023700          10  FILLER                  PIC X(20)
023800              VALUE 'MARKS SEEDED.......-'.
023900          10  WS-TOT-MARKS            PIC ZZZZZZZ9.
024000          10  FILLER             PIC X(52) VALUE SPACES.
024100      05  WS-TOTAL-LINE-4.
024200          10  FILLER                  PIC X(20)
024300              VALUE 'STATS ROWS SEEDED..-'.
024400          10  WS-TOT-STATS            PIC ZZZZZZZ9.
024500          10  FILLER             PIC X(52) VALUE SPACES.
024600      05  WS-TOTAL-LINE-5.
024700          10  FILLER                  PIC X(20)
024800              VALUE 'ROWS ALREADY THERE.-'.
024900          10  WS-TOT-KEPT             PIC ZZZZZZZ9.
025000          10  FILLER             PIC X(52) VALUE SPACES.
025100*ONE 80-BYTE PRINT-IMAGE ROW PER APPLIED ACTION, APPENDED
025200*FOREVER.  A RESIZE CARRIES THE COUNT IT REPLACED SO THE
025300*TRAIL SHOWS WHAT THE SOURCE LOOKED LIKE BEFORE.
025400  01  WS-AUDIT-DETAIL.
025500      05  FILLER                      PIC X(01) VALUE SPACES.
025600      05  WS-SAD-RUN-DATE             PIC 9(08).
025700      05  FILLER                      PIC X(01) VALUE SPACES.
025800      05  WS-SAD-RUN-TIME             PIC 9(08).
025900      05  FILLER                      PIC X(01) VALUE SPACES.
026000      05  WS-SAD-ACTION-CD            PIC X(01).
026100      05  FILLER                      PIC X(01) VALUE SPACES.
026200      05  WS-SAD-SOURCE-SYS-ID        PIC X(08).
026300      05  FILLER                      PIC X(01) VALUE SPACES.
026400      05  WS-SAD-EFF-DATE             PIC 9(08).
026500      05  FILLER                      PIC X(01) VALUE SPACES.
026600      05  WS-SAD-NEW-COUNT            PIC 9(08).
026700      05  FILLER                      PIC X(01) VALUE SPACES.
026800      05  WS-SAD-OLD-COUNT            PIC 9(08).
026900      05  FILLER                      PIC X(01) VALUE SPACES.
027000      05  WS-SAD-USER-ID              PIC X(08).
027100      05  FILLER                      PIC X(15) VALUE SPACES.
027200  PROCEDURE DIVISION.
027300*---------------------------------------------------------
027400  0000-MAINLINE.
027500      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600      IF WS-RUN-CAN-PROCEED
027700          PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
027800      END-IF.
027900      PERFORM 9000-TERMINATE THRU 9000-EXIT.
028000      MOVE WS-RETURN-CODE TO RETURN-CODE.
028100      GOBACK.
028200*---------------------------------------------------------
028300*1000-INITIALIZE -- OPEN EVERYTHING AND WRITE THE REPORT
028400*HEADINGS.  THE REGISTRY, THE MARK MASTER, AND THE
028500*STATISTICS MASTER ARE ALL CREATED EMPTY WHEN ABSENT, SO
028600*THE VERY FIRST ONBOARD CAN BUILD A SYSTEM FROM NOTHING.
028700*---------------------------------------------------------
028800  1000-INITIALIZE.
028900      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
029000      ACCEPT WS-RUN-TIME FROM TIME.
029100      MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE.
029200      OPEN INPUT SRCTRAN.
029300      IF NOT WS-SRCTRAN-OK
029400          DISPLAY 'SRC-MAINT: CANNOT OPEN SRCTRAN'
029500              WS-SRCTRAN-STATUS
029600          MOVE 16 TO WS-RETURN-CODE
029700          SET WS-RUN-MUST-STOP TO TRUE
029800          GO TO 1000-EXIT
029900      END-IF.
030000      SET WS-SRCTRAN-WAS-OPENED TO TRUE.
030100      OPEN I-O SRCMAST.
030200      IF WS-SRCMAST-NOT-FOUND
030300          DISPLAY 'SRC-MAINT: CREATING A FRESH SOURCE REGISTRY'
030400          OPEN OUTPUT SRCMAST
030500          CLOSE SRCMAST
030600          OPEN I-O SRCMAST
030700      END-IF.
030800      IF NOT WS-SRCMAST-OK
030900          DISPLAY 'SRC-MAINT: CANNOT OPEN SOURCE REGISTRY'
031000              WS-SRCMAST-STATUS
031100          MOVE 16 TO WS-RETURN-CODE
031200          SET WS-RUN-MUST-STOP TO TRUE
031300          GO TO 1000-EXIT
031400      END-IF.
031500      SET WS-SRCMAST-WAS-OPENED TO TRUE.
031600      OPEN I-O HWMMAST.
031700      IF WS-HWMMAST-NOT-FOUND
031800          DISPLAY 'SRC-MAINT: CREATING A FRESH MARK MASTER'
031900          OPEN OUTPUT HWMMAST
032000          CLOSE HWMMAST
032100          OPEN I-O HWMMAST
032200      END-IF.
032300      IF NOT WS-HWMMAST-OK
032400          DISPLAY 'SRC-MAINT: CANNOT OPEN MARK MASTER'
032500              WS-HWMMAST-STATUS
032600          MOVE 16 TO WS-RETURN-CODE
032700          SET WS-RUN-MUST-STOP TO TRUE
032800          GO TO 1000-EXIT
032900      END-IF.
033000      SET WS-HWMMAST-WAS-OPENED TO TRUE.
033100      OPEN I-O STATMAST.
033200      IF WS-STATMAST-NOT-FOUND
033300          DISPLAY 'SRC-MAINT: CREATING A FRESH STATISTICS'
033400              ' MASTER'
033500          OPEN OUTPUT STATMAST
033600          CLOSE STATMAST
033700          OPEN I-O STATMAST
033800      END-IF.
033900      IF NOT WS-STATMAST-OK
034000          DISPLAY 'SRC-MAINT: CANNOT OPEN STATISTICS MASTER'
034100              WS-STATMAST-STATUS
034200          MOVE 16 TO WS-RETURN-CODE
034300          SET WS-RUN-MUST-STOP TO TRUE
034400          GO TO 1000-EXIT
034500      END-IF.
034600      SET WS-STATMAST-WAS-OPENED TO TRUE.
034700      OPEN OUTPUT SMTRPT.
034800      IF NOT WS-SMTRPT-OK
034900          DISPLAY 'SRC-MAINT: CANNOT OPEN SMTRPT'
035000              WS-SMTRPT-STATUS
035100          MOVE 16 TO WS-RETURN-CODE
035200          SET WS-RUN-MUST-STOP TO TRUE
035300          GO TO 1000-EXIT
035400      END-IF.
035500      SET WS-SMTRPT-WAS-OPENED TO TRUE.
035600      OPEN EXTEND SMAUDIT.
035700      IF WS-SMAUDIT-NOT-FOUND
035800          OPEN OUTPUT SMAUDIT
035900      END-IF.
036000      IF NOT WS-SMAUDIT-OK
036100          DISPLAY 'SRC-MAINT: CANNOT OPEN SMAUDIT'
036200              WS-SMAUDIT-STATUS
036300          MOVE 16 TO WS-RETURN-CODE
036400          SET WS-RUN-MUST-STOP TO TRUE
036500          GO TO 1000-EXIT
036600      END-IF.
036700      SET WS-SMAUDIT-WAS-OPENED TO TRUE.
036800      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-1.
036900      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-2.
037000      IF NOT WS-SMTRPT-OK
037100          DISPLAY 'SRC-MAINT: ERROR WRITING REPORT HEADING'
037200              WS-SMTRPT-STATUS
037300          MOVE 16 TO WS-RETURN-CODE
037400          SET WS-RUN-MUST-STOP TO TRUE
037500      END-IF.
037600  1000-EXIT.
037700      EXIT.
037800*---------------------------------------------------------
037900*2000-PROCESS-TRANS -- ONE TRANSACTION AT A TIME, IN FILE
038000*ORDER, SO AN ONBOARD FOLLOWED BY A RESIZE OF THE SAME
038100*SOURCE IN ONE RUN APPLIES BOTH.
038200*---------------------------------------------------------
038300  2000-PROCESS-TRANS.
038400      PERFORM 2100-PROCESS-ONE-TRAN THRU 2100-EXIT
038500          UNTIL WS-TRAN-AT-END
038600              OR WS-RUN-MUST-STOP.
038700  2000-EXIT.
038800      EXIT.
038900  2100-PROCESS-ONE-TRAN.
039000      READ SRCTRAN.
039100      IF WS-SRCTRAN-AT-END
039200          SET WS-TRAN-AT-END TO TRUE
039300          GO TO 2100-EXIT
039400      END-IF.
039500      IF NOT WS-SRCTRAN-OK
039600          DISPLAY 'SRC-MAINT: ERROR READING SRCTRAN'
039700              WS-SRCTRAN-STATUS
039800          MOVE 16 TO WS-RETURN-CODE
039900          SET WS-RUN-MUST-STOP TO TRUE
040000          GO TO 2100-EXIT
040100      END-IF.
040200      ADD 1 TO WS-TRANS-READ.
040300      IF TX-SOURCE-SYS-ID = SPACES
040400          MOVE 'REJ-NO SOURCE ID' TO WS-DTL-DISPOSITION
040500          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
040600          GO TO 2100-EXIT
040700      END-IF.
040800      PERFORM 2150-READ-REGISTRY THRU 2150-EXIT.
040900      IF WS-RUN-MUST-STOP
041000          GO TO 2100-EXIT
041100      END-IF.
041200      IF TX-ONBOARD
041300          PERFORM 2200-ONBOARD-SOURCE THRU 2200-EXIT
041400          GO TO 2100-EXIT
041500      END-IF.
041600      IF TX-RESIZE
041700          PERFORM 2300-RESIZE-SOURCE THRU 2300-EXIT
041800          GO TO 2100-EXIT
041900      END-IF.
042000      IF TX-DECOMMISSION
042100          PERFORM 2400-DECOMMISSION-SOURCE THRU 2400-EXIT
042200          GO TO 2100-EXIT
042300      END-IF.
042400      IF TX-CHANGE
042500          PERFORM 2500-CHANGE-CONTACT THRU 2500-EXIT
042600          GO TO 2100-EXIT
042700      END-IF.
042800      MOVE 'REJ-BAD ACTION' TO WS-DTL-DISPOSITION.
042900      PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT.
043000  2100-EXIT.
043100      EXIT.
043200  2150-READ-REGISTRY.
043300      SET WS-SRC-NOT-REGISTERED TO TRUE.
043400      MOVE TX-SOURCE-SYS-ID TO SM-SOURCE-SYS-ID.
043500      READ SRCMAST.
043600      IF WS-SRCMAST-NOT-FND
043700          GO TO 2150-EXIT
043800      END-IF.
043900      IF NOT WS-SRCMAST-OK
044000          DISPLAY 'SRC-MAINT: ERROR READING SOURCE REGISTRY'
044100              WS-SRCMAST-STATUS
044200          MOVE 16 TO WS-RETURN-CODE
044300          SET WS-RUN-MUST-STOP TO TRUE
044400          GO TO 2150-EXIT
044500      END-IF.
044600      SET WS-SRC-IS-REGISTERED TO TRUE.
044700  2150-EXIT.
044800      EXIT.
044900*---------------------------------------------------------
045000*2200-ONBOARD-SOURCE -- REGISTER A NEW SOURCE.  A SOURCE
045100*THAT PREDATES THE REGISTRY ALREADY HAS A CONTROL RECORD;
045200*IT IS REGISTERED AS IT STANDS PROVIDED THE COUNTS AGREE,
045300*AND ITS MARKS ARE LEFT ALONE.  OTHERWISE THE DETAILS ARE
045400*SEEDED FIRST AND THE CONTROL RECORD LAST, SO A RUN THAT
045500*DIES PART WAY LEAVES NO CONTROL RECORD AND THE SAME
045600*ONBOARD CAN SIMPLY BE RESUBMITTED.  THE CONTROL RECORD
045700*STARTS AT AS-OF ZERO SO THE FIRST DAY GROUP IS ACCEPTED.
045800*---------------------------------------------------------
045900  2200-ONBOARD-SOURCE.
046000      IF WS-SRC-IS-REGISTERED
046100          MOVE 'REJ-ALREADY REGISTERED' TO WS-DTL-DISPOSITION
046200          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
046300          GO TO 2200-EXIT
046400      END-IF.
046500      IF TX-EFFECTIVE-DATE IS NOT NUMERIC
046600          OR TX-EFFECTIVE-DATE = ZERO
046700          MOVE 'REJ-NO START DATE' TO WS-DTL-DISPOSITION
046800          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
046900          GO TO 2200-EXIT
047000      END-IF.
047100      IF TX-POSITION-COUNT IS NOT NUMERIC
047200          OR TX-POSITION-COUNT = ZERO
047300          OR TX-POSITION-COUNT > WS-MAX-POSITIONS
047400          MOVE 'REJ-BAD POSITION COUNT' TO WS-DTL-DISPOSITION
047500          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
047600          GO TO 2200-EXIT
047700      END-IF.
047800      IF TX-OWNER-CONTACT = SPACES
047900          MOVE 'REJ-NO OWNER CONTACT' TO WS-DTL-DISPOSITION
048000          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
048100          GO TO 2200-EXIT
048200      END-IF.
048210      IF NOT TX-MIN-MARKS AND NOT TX-MAX-MARKS
048220          MOVE 'REJ-BAD MARK MODE' TO WS-DTL-DISPOSITION
048230          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
048240          GO TO 2200-EXIT
048250      END-IF.
048300      PERFORM 2600-READ-CONTROL-RECORD THRU 2600-EXIT.
048400      IF WS-RUN-MUST-STOP
048500          GO TO 2200-EXIT
048600      END-IF.
048700      MOVE ZERO TO WS-OLD-COUNT.
048800      IF WS-HWMMAST-OK
048900          IF HM-RECORD-COUNT NOT = TX-POSITION-COUNT
049000              MOVE 'REJ-COUNT DIFFERS FROM HWMMAST'
049100                  TO WS-DTL-DISPOSITION
049200              PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
049300              GO TO 2200-EXIT
049400          END-IF
049500          MOVE HM-RECORD-COUNT TO WS-OLD-COUNT
049600          MOVE 'APPLIED-EXISTING MASTER KEPT'
049700              TO WS-DTL-DISPOSITION
049800      ELSE
049900          MOVE 1                 TO WS-SEED-FROM
050000          MOVE TX-POSITION-COUNT TO WS-SEED-THRU
050100          PERFORM 2700-SEED-ONE-POSITION THRU 2700-EXIT
050200              VARYING WS-K FROM WS-SEED-FROM BY 1
050300              UNTIL WS-K > WS-SEED-THRU
050400                  OR WS-RUN-MUST-STOP
050500          IF WS-RUN-MUST-STOP
050600              GO TO 2200-EXIT
050700          END-IF
050800          MOVE SPACES            TO HM-MAST-RECORD
050900          MOVE TX-SOURCE-SYS-ID  TO HM-SOURCE-SYS-ID
051000          MOVE ZERO              TO HM-POSITION
051100          MOVE ZERO              TO HM-AS-OF-DATE
051200          MOVE TX-POSITION-COUNT TO HM-RECORD-COUNT
051300          WRITE HM-MAST-RECORD
051400          IF NOT WS-HWMMAST-OK
051500              DISPLAY 'SRC-MAINT: ERROR WRITING CONTROL RECORD'
051600                  ' FOR ' TX-SOURCE-SYS-ID ' '
051700                  WS-HWMMAST-STATUS
051800              MOVE 16 TO WS-RETURN-CODE
051900              SET WS-RUN-MUST-STOP TO TRUE
052000              GO TO 2200-EXIT
052100          END-IF
052200          MOVE 'APPLIED-MASTERS SEEDED'
052300              TO WS-DTL-DISPOSITION
052400      END-IF.
052500      MOVE SPACES            TO SM-SRCMAST-RECORD.
052600      MOVE TX-SOURCE-SYS-ID  TO SM-SOURCE-SYS-ID.
052700      MOVE TX-EFFECTIVE-DATE TO SM-START-DATE.
052800      MOVE ZERO              TO SM-END-DATE.
052900      MOVE TX-POSITION-COUNT TO SM-POSITION-COUNT.
053000      MOVE TX-OWNER-CONTACT  TO SM-OWNER-CONTACT.
053100      MOVE 'A'               TO SM-STATUS-CD.
053200      MOVE WS-RUN-DATE       TO SM-MAINT-DATE.
053300      WRITE SM-SRCMAST-RECORD.
053400      IF NOT WS-SRCMAST-OK
053500          DISPLAY 'SRC-MAINT: ERROR WRITING SOURCE REGISTRY'
053600              ' FOR ' TX-SOURCE-SYS-ID ' ' WS-SRCMAST-STATUS
053700          MOVE 16 TO WS-RETURN-CODE
053800          SET WS-RUN-MUST-STOP TO TRUE
053900          GO TO 2200-EXIT
054000      END-IF.
054100      PERFORM 4100-WRITE-AUDIT-ROW THRU 4100-EXIT.
054200      PERFORM 4200-WRITE-APPLIED-LINE THRU 4200-EXIT.
054300  2200-EXIT.
054400      EXIT.
054500*---------------------------------------------------------
054600*2300-RESIZE-SOURCE -- THE FIELD HAS ADDED METERS.  ONLY
054700*THE NEW POSITIONS ARE SEEDED; THE CONTROL RECORD'S COUNT
054800*IS RAISED AFTER THEM AND THE REGISTRY LAST.  A CONTROL
054900*COUNT ALREADY ABOVE THE REGISTRY'S (A RESIZE THAT DIED
055000*BEFORE ITS REGISTRY REWRITE) IS PICKED UP WHERE IT LEFT
055100*OFF.  A SOURCE IS NEVER SHRUNK -- THAT WOULD STRAND LIVE
055200*MARKS BEYOND THE CONTROL COUNT.
055300*---------------------------------------------------------
055400  2300-RESIZE-SOURCE.
055500      IF WS-SRC-NOT-REGISTERED
055600          MOVE 'REJ-NOT REGISTERED' TO WS-DTL-DISPOSITION
055700          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
055800          GO TO 2300-EXIT
055900      END-IF.
056000      IF SM-DECOMMISSIONED
056100          MOVE 'REJ-DECOMMISSIONED' TO WS-DTL-DISPOSITION
056200          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
056300          GO TO 2300-EXIT
056400      END-IF.
056500      IF TX-POSITION-COUNT IS NOT NUMERIC
056600          OR TX-POSITION-COUNT > WS-MAX-POSITIONS
056700          MOVE 'REJ-BAD POSITION COUNT' TO WS-DTL-DISPOSITION
056800          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
056900          GO TO 2300-EXIT
057000      END-IF.
057100      IF TX-POSITION-COUNT NOT > SM-POSITION-COUNT
057200          MOVE 'REJ-COUNT NOT LARGER' TO WS-DTL-DISPOSITION
057300          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
057400          GO TO 2300-EXIT
057500      END-IF.
057510      IF NOT TX-MIN-MARKS AND NOT TX-MAX-MARKS
057520          MOVE 'REJ-BAD MARK MODE' TO WS-DTL-DISPOSITION
057530          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
057540          GO TO 2300-EXIT
057550      END-IF.
057600      MOVE SM-POSITION-COUNT TO WS-OLD-COUNT.
057700      PERFORM 2600-READ-CONTROL-RECORD THRU 2600-EXIT.
057800      IF WS-RUN-MUST-STOP
057900          GO TO 2300-EXIT
058000      END-IF.
058100      IF WS-HWMMAST-NOT-FND
058200          MOVE 'REJ-NO CONTROL RECORD' TO WS-DTL-DISPOSITION
058300          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
058400          GO TO 2300-EXIT
058500      END-IF.
058600      IF HM-RECORD-COUNT < SM-POSITION-COUNT
058700          OR HM-RECORD-COUNT > TX-POSITION-COUNT
058800          MOVE 'REJ-COUNT DIFFERS FROM HWMMAST'
058900              TO WS-DTL-DISPOSITION
059000          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
059100          GO TO 2300-EXIT
059200      END-IF.
059300      COMPUTE WS-SEED-FROM = HM-RECORD-COUNT + 1.
059400      MOVE TX-POSITION-COUNT TO WS-SEED-THRU.
059500      PERFORM 2700-SEED-ONE-POSITION THRU 2700-EXIT
059600          VARYING WS-K FROM WS-SEED-FROM BY 1
059700          UNTIL WS-K > WS-SEED-THRU
059800              OR WS-RUN-MUST-STOP.
059900      IF WS-RUN-MUST-STOP
060000          GO TO 2300-EXIT
060100      END-IF.
060200      PERFORM 2600-READ-CONTROL-RECORD THRU 2600-EXIT.
060300      IF WS-RUN-MUST-STOP
060400          GO TO 2300-EXIT
060500      END-IF.
060600      MOVE TX-POSITION-COUNT TO HM-RECORD-COUNT.
060700      REWRITE HM-MAST-RECORD.
060800      IF NOT WS-HWMMAST-OK
060900          DISPLAY 'SRC-MAINT: ERROR REWRITING CONTROL RECORD'
061000              ' FOR ' TX-SOURCE-SYS-ID ' ' WS-HWMMAST-STATUS
061100          MOVE 16 TO WS-RETURN-CODE
061200          SET WS-RUN-MUST-STOP TO TRUE
061300          GO TO 2300-EXIT
061400      END-IF.
061500      MOVE TX-POSITION-COUNT TO SM-POSITION-COUNT.
061600      MOVE WS-RUN-DATE       TO SM-MAINT-DATE.
061700      PERFORM 2800-REWRITE-REGISTRY THRU 2800-EXIT.
061800      IF WS-RUN-MUST-STOP
061900          GO TO 2300-EXIT
062000      END-IF.
062100      MOVE 'APPLIED-NEW POSITIONS SEEDED' TO WS-DTL-DISPOSITION.
062200      PERFORM 4100-WRITE-AUDIT-ROW THRU 4100-EXIT.
062300      PERFORM 4200-WRITE-APPLIED-LINE THRU 4200-EXIT.
062400  2300-EXIT.
062500      EXIT.
062600*---------------------------------------------------------
062700*2400-DECOMMISSION-SOURCE -- STAMP THE END DATE.  THE
062800*SOURCE'S LAST GOOD DAY IS THE DAY BEFORE IT; A DAY GROUP
062900*DATED ON OR AFTER IT IS NO LONGER EXPECTED ANYWHERE.  THE
063000*END DATE MAY NOT FALL ON OR BEFORE A DAY ALREADY
063100*PROCESSED -- THAT WOULD DISOWN MARKS ALREADY TAKEN.  THE
063200*MARKS THEMSELVES STAY ON FILE.
063300*---------------------------------------------------------
063400  2400-DECOMMISSION-SOURCE.
063500      IF WS-SRC-NOT-REGISTERED
063600          MOVE 'REJ-NOT REGISTERED' TO WS-DTL-DISPOSITION
063700          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
063800          GO TO 2400-EXIT
063900      END-IF.
064000      IF SM-DECOMMISSIONED
064100          MOVE 'REJ-ALREADY DECOMMISSIONED' TO WS-DTL-DISPOSITION
064200          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
064300          GO TO 2400-EXIT
064400      END-IF.
064500      IF TX-EFFECTIVE-DATE IS NOT NUMERIC
064600          OR TX-EFFECTIVE-DATE = ZERO
064700          MOVE 'REJ-NO END DATE' TO WS-DTL-DISPOSITION
064800          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
064900          GO TO 2400-EXIT
065000      END-IF.
065100      IF TX-EFFECTIVE-DATE NOT > SM-START-DATE
065200          MOVE 'REJ-END NOT AFTER START' TO WS-DTL-DISPOSITION
065300          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
065400          GO TO 2400-EXIT
065500      END-IF.
065600      PERFORM 2600-READ-CONTROL-RECORD THRU 2600-EXIT.
065700      IF WS-RUN-MUST-STOP
065800          GO TO 2400-EXIT
065900      END-IF.
066000      IF WS-HWMMAST-OK
066100          AND TX-EFFECTIVE-DATE NOT > HM-AS-OF-DATE
066200          MOVE 'REJ-END NOT AFTER LAST RUN' TO WS-DTL-DISPOSITION
066300          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
066400          GO TO 2400-EXIT
066500      END-IF.
066600      MOVE SM-POSITION-COUNT TO WS-OLD-COUNT.
066700      MOVE TX-EFFECTIVE-DATE TO SM-END-DATE.
066800      MOVE 'D'               TO SM-STATUS-CD.
066900      MOVE WS-RUN-DATE       TO SM-MAINT-DATE.
067000      PERFORM 2800-REWRITE-REGISTRY THRU 2800-EXIT.
067100      IF WS-RUN-MUST-STOP
067200          GO TO 2400-EXIT
067300      END-IF.
067400      MOVE 'APPLIED' TO WS-DTL-DISPOSITION.
067500      PERFORM 4100-WRITE-AUDIT-ROW THRU 4100-EXIT.
067600      PERFORM 4200-WRITE-APPLIED-LINE THRU 4200-EXIT.
067700  2400-EXIT.
067800      EXIT.
067900  2500-CHANGE-CONTACT.
068000      IF WS-SRC-NOT-REGISTERED
068100          MOVE 'REJ-NOT REGISTERED' TO WS-DTL-DISPOSITION
068200          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
068300          GO TO 2500-EXIT
068400      END-IF.
068500      IF TX-OWNER-CONTACT = SPACES
068600          MOVE 'REJ-NO OWNER CONTACT' TO WS-DTL-DISPOSITION
068700          PERFORM 4300-WRITE-REJECT-LINE THRU 4300-EXIT
068800          GO TO 2500-EXIT
068900      END-IF.
069000      MOVE SM-POSITION-COUNT TO WS-OLD-COUNT.
069100      MOVE TX-OWNER-CONTACT  TO SM-OWNER-CONTACT.
069200      MOVE WS-RUN-DATE       TO SM-MAINT-DATE.
069300      PERFORM 2800-REWRITE-REGISTRY THRU 2800-EXIT.
069400      IF WS-RUN-MUST-STOP
069500          GO TO 2500-EXIT
069600      END-IF.
069700      MOVE 'APPLIED' TO WS-DTL-DISPOSITION.
069800      PERFORM 4100-WRITE-AUDIT-ROW THRU 4100-EXIT.
069900      PERFORM 4200-WRITE-APPLIED-LINE THRU 4200-EXIT.
070000  2500-EXIT.
070100      EXIT.
070200*---------------------------------------------------------
070300*2600-READ-CONTROL-RECORD -- THE SOURCE'S POSITION-ZERO
070400*RECORD ON THE MARK MASTER.  NOT-FOUND IS LEFT IN THE
070500*STATUS FOR THE CALLER TO JUDGE.
070600*---------------------------------------------------------
070700  2600-READ-CONTROL-RECORD.
070800      MOVE TX-SOURCE-SYS-ID TO HM-SOURCE-SYS-ID.
070900      MOVE ZERO             TO HM-POSITION.
071000      READ HWMMAST.
071100      IF WS-HWMMAST-OK OR WS-HWMMAST-NOT-FND
071200          GO TO 2600-EXIT
071300      END-IF.
071400      DISPLAY 'SRC-MAINT: ERROR READING CONTROL RECORD FOR '
071500          TX-SOURCE-SYS-ID ' ' WS-HWMMAST-STATUS.
071600      MOVE 16 TO WS-RETURN-CODE.
071700      SET WS-RUN-MUST-STOP TO TRUE.
071800  2600-EXIT.
071900      EXIT.
072000*---------------------------------------------------------
072100*2700-SEED-ONE-POSITION -- A FRESH MARK AND AN EMPTY
072200*STATISTICS ROW FOR POSITION WS-K.  A ROW ALREADY ON FILE
072300*(LEFT BY AN EARLIER ATTEMPT) IS KEPT, NOT OVERWRITTEN.
072310*A MIN-MODE MARK STARTS AT ALL NINES, A MAX-MODE MARK AT
072320*ZERO, SO THE FIRST READING EITHER WAY BECOMES THE MARK.
072400*---------------------------------------------------------
072500  2700-SEED-ONE-POSITION.
072600      MOVE SPACES           TO HM-MAST-RECORD.
072700      MOVE TX-SOURCE-SYS-ID TO HM-SOURCE-SYS-ID.
072800      MOVE WS-K             TO HM-POSITION.
072810      IF TX-MIN-MARKS
072820          MOVE 99999999     TO HM-VALUE
072830      ELSE
072900          MOVE ZERO         TO HM-VALUE
072950      END-IF.
073000      WRITE HM-MAST-RECORD.
073100      IF WS-HWMMAST-DUP-KEY
073200          ADD 1 TO WS-ROWS-KEPT
073300      ELSE
073400          IF NOT WS-HWMMAST-OK
073500              DISPLAY 'SRC-MAINT: ERROR SEEDING MARK AT '
073600                  TX-SOURCE-SYS-ID ' ' WS-K ' '
073700                  WS-HWMMAST-STATUS
073800              MOVE 16 TO WS-RETURN-CODE
073900              SET WS-RUN-MUST-STOP TO TRUE
074000              GO TO 2700-EXIT
074100          END-IF
074200          ADD 1 TO WS-MARKS-SEEDED
074300      END-IF.
074400      MOVE SPACES           TO ST-STAT-RECORD.
074500      MOVE TX-SOURCE-SYS-ID TO ST-SOURCE-SYS-ID.
074600      MOVE WS-K             TO ST-POSITION.
074700      MOVE ZERO             TO ST-OBS-COUNT.
074800      MOVE ZERO             TO ST-SUM.
074900      MOVE ZERO             TO ST-SUM-SQUARES.
075000      MOVE ZERO             TO ST-LAST-VALUE.
075100      MOVE ZERO             TO ST-AS-OF-DATE.
075200      WRITE ST-STAT-RECORD.
075300      IF WS-STATMAST-DUP-KEY
075400          ADD 1 TO WS-ROWS-KEPT
075500          GO TO 2700-EXIT
075600      END-IF.
075700      IF NOT WS-STATMAST-OK
075800          DISPLAY 'SRC-MAINT: ERROR SEEDING STATS AT '
075900              TX-SOURCE-SYS-ID ' ' WS-K ' ' WS-STATMAST-STATUS
076000          MOVE 16 TO WS-RETURN-CODE
076100          SET WS-RUN-MUST-STOP TO TRUE
076200          GO TO 2700-EXIT
076300      END-IF.
076400      ADD 1 TO WS-STATS-SEEDED.
076500  2700-EXIT.
076600      EXIT.
076700  2800-REWRITE-REGISTRY.
076800      REWRITE SM-SRCMAST-RECORD.
076900      IF NOT WS-SRCMAST-OK
077000          DISPLAY 'SRC-MAINT: ERROR REWRITING SOURCE REGISTRY'
077100              ' FOR ' TX-SOURCE-SYS-ID ' ' WS-SRCMAST-STATUS
077200          MOVE 16 TO WS-RETURN-CODE
077300          SET WS-RUN-MUST-STOP TO TRUE
077400      END-IF.
077500  2800-EXIT.
077600      EXIT.
077700  4100-WRITE-AUDIT-ROW.
077800      MOVE SPACES            TO WS-AUDIT-DETAIL.
077900      MOVE WS-RUN-DATE       TO WS-SAD-RUN-DATE.
078000      MOVE WS-RUN-TIME       TO WS-SAD-RUN-TIME.
078100      MOVE TX-ACTION-CD      TO WS-SAD-ACTION-CD.
078200      MOVE TX-SOURCE-SYS-ID  TO WS-SAD-SOURCE-SYS-ID.
078300      IF TX-DECOMMISSION
078400          MOVE SM-END-DATE   TO WS-SAD-EFF-DATE
078500      ELSE
078600          MOVE SM-START-DATE TO WS-SAD-EFF-DATE
078700      END-IF.
078800      MOVE SM-POSITION-COUNT TO WS-SAD-NEW-COUNT.
078900      MOVE WS-OLD-COUNT      TO WS-SAD-OLD-COUNT.
079000      MOVE TX-USER-ID        TO WS-SAD-USER-ID.
079100      WRITE SA-AUDIT-LINE FROM WS-AUDIT-DETAIL.
079200      IF NOT WS-SMAUDIT-OK
079300          DISPLAY 'SRC-MAINT: ERROR WRITING AUDIT ROW'
079400              WS-SMAUDIT-STATUS
079500          MOVE 16 TO WS-RETURN-CODE
079600          SET WS-RUN-MUST-STOP TO TRUE
079700      END-IF.
079800  4100-EXIT.
079900      EXIT.
080000  4200-WRITE-APPLIED-LINE.
080100      MOVE TX-ACTION-CD      TO WS-DTL-ACTION.
080200      MOVE TX-SOURCE-SYS-ID  TO WS-DTL-SOURCE.
080300      IF TX-DECOMMISSION
080400          MOVE SM-END-DATE   TO WS-DTL-EFF-DATE
080500      ELSE
080600          MOVE SM-START-DATE TO WS-DTL-EFF-DATE
080700      END-IF.
080800      MOVE SM-POSITION-COUNT TO WS-DTL-COUNT.
080900      WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE.
081000      IF NOT WS-SMTRPT-OK
081100          DISPLAY 'SRC-MAINT: ERROR WRITING REPORT DETAIL'
081200              WS-SMTRPT-STATUS
081300          MOVE 16 TO WS-RETURN-CODE
081400          SET WS-RUN-MUST-STOP TO TRUE
081500          GO TO 4200-EXIT
081600      END-IF.
081700      ADD 1 TO WS-APPLIED-COUNT.
081800  4200-EXIT.
081900      EXIT.
082000*---------------------------------------------------------
082100*4300-WRITE-REJECT-LINE -- THE CALLER SETS THE DISPOSITION
082200*TEXT BEFORE PERFORMING.  THE REST OF THE LINE COMES OFF
082300*THE TRANSACTION ITSELF.
082400*---------------------------------------------------------
082500  4300-WRITE-REJECT-LINE.
082600      MOVE TX-ACTION-CD     TO WS-DTL-ACTION.
082700      MOVE TX-SOURCE-SYS-ID TO WS-DTL-SOURCE.
082800      IF TX-EFFECTIVE-DATE IS NUMERIC
082900          MOVE TX-EFFECTIVE-DATE TO WS-DTL-EFF-DATE
083000      ELSE
083100          MOVE ZERO TO WS-DTL-EFF-DATE
083200      END-IF.
083300      IF TX-POSITION-COUNT IS NUMERIC
083400          MOVE TX-POSITION-COUNT TO WS-DTL-COUNT
083500      ELSE
083600          MOVE ZERO TO WS-DTL-COUNT
083700      END-IF.
083800      WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE.
083900      IF NOT WS-SMTRPT-OK
084000          DISPLAY 'SRC-MAINT: ERROR WRITING REJECT LINE'
084100              WS-SMTRPT-STATUS
084200          MOVE 16 TO WS-RETURN-CODE
084300          SET WS-RUN-MUST-STOP TO TRUE
084400          GO TO 4300-EXIT
084500      END-IF.
084600      ADD 1 TO WS-REJECTED-COUNT.
084700  4300-EXIT.
084800      EXIT.
084900*---------------------------------------------------------
085000*9000-TERMINATE -- TOTALS, THE REJECT RETURN CODE, AND
085100*CLOSES.
085200*---------------------------------------------------------
085300  9000-TERMINATE.
085400      IF WS-SMTRPT-WAS-OPENED AND WS-SMTRPT-OK
085500          MOVE WS-APPLIED-COUNT  TO WS-TOT-APPLIED
085600          MOVE WS-REJECTED-COUNT TO WS-TOT-REJECTED
085700          MOVE WS-MARKS-SEEDED   TO WS-TOT-MARKS
085800          MOVE WS-STATS-SEEDED   TO WS-TOT-STATS
085900          MOVE WS-ROWS-KEPT      TO WS-TOT-KEPT
086000          WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
086100          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-1
086200          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-2
086300          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-3
086400          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-4
086500          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-5
086600      END-IF.
086700      IF WS-RETURN-CODE = ZERO
086800          AND WS-REJECTED-COUNT > ZERO
086900          DISPLAY 'SRC-MAINT: TRANSACTIONS REJECTED,'
087000              ' SETTING RC 4'
087100          MOVE 4 TO WS-RETURN-CODE
087200      END-IF.
087300      IF WS-SRCTRAN-WAS-OPENED
087400          CLOSE SRCTRAN
087500      END-IF.
087600      IF WS-SRCMAST-WAS-OPENED
087700          CLOSE SRCMAST
087800      END-IF.
087900      IF WS-HWMMAST-WAS-OPENED
088000          CLOSE HWMMAST
088100      END-IF.
088200      IF WS-STATMAST-WAS-OPENED
088300          CLOSE STATMAST
088400      END-IF.
088500      IF WS-SMTRPT-WAS-OPENED
088600          CLOSE SMTRPT
088700      END-IF.
088800      IF WS-SMAUDIT-WAS-OPENED
088900          CLOSE SMAUDIT
089000      END-IF.
089100  9000-EXIT.
089200      EXIT.
