000100******************************************************************
000200*PROGRAM-ID.. Period_compare
000300*AUTHOR...... D. L. MERCER
000400*INSTALLATION DAILY LOADS BATCH GROUP
000500*DATE-WRITTEN 2026-10-15
000600*DATE-COMPILED
000700*
000800*REMARKS..... PERIOD COMPARISON REPORT FROM THE PERIOD HISTORY
000900*             SNAPSHOTS (PERHIST, COPYBOOK DL100PH) WRITTEN BY
001000*             Period_close.  FOR THE PERIOD ON THE PARM (YYYYMM)
001100*             EVERY POSITION'S CLOSED MARK IS SET AGAINST THE
001200*             PRIOR PERIOD AND THE SAME PERIOD A YEAR EARLIER,
001300*             WITH THE CHANGE IN VALUE AND IN PERCENT.  EACH
001400*             PERIOD IS READ FROM ITS OWN DD (PERHCUR, PERHPRV,
001500*             PERHYAG); A DD MAY BE ONE CLOSE'S GENERATION OR A
001600*             CONCATENATION OF THEM, AS ONLY ROWS STAMPED WITH
001700*             THE PERIOD WANTED ARE TAKEN.  THE THREE ARE
001800*             MATCHED BY SOURCE AND POSITION AND THE POSITION
001900*             MASTER (POSMAST, DL100PM) SUPPLIES THE LOCATION
002000*             AND METER NAME.  A POSITION NOT IN A COMPARISON
002100*             PERIOD'S SNAPSHOT, OR RETIRED BY THE END OF IT,
002200*             IS FLAGGED NOT IN PERIOD OR RETIRED INSTEAD OF
002300*             BEING SHOWN AS A 100 PERCENT SWING; THE RETIRE
002400*             DATE COMES FROM THE POSITION MAINTENANCE AUDIT
002500*             TRAIL (PMAUDIT, OPTIONAL).  A POSITION RETIRED ON
002600*             POSMAST WITH NO RETIRE ON THE TRAIL IS TAKEN AS
002700*             RETIRED IN THE PERIOD REPORTED ONLY; ONE RETIRED
002800*             BEFORE ALL THREE PERIODS IS SKIPPED.  EACH SOURCE
002900*             PRINTS ITS POSITIONS, THEN A SUBTOTAL PER
003000*             LOCATION AND A SOURCE TOTAL; A GRAND TOTAL ENDS
003100*             THE REPORT.  TOTALS COMPARE LIKE FOR LIKE: EACH
003200*             COMPARISON SUMS ONLY THE POSITIONS PRESENT ON
003300*             BOTH SIDES.  THE SAME FIGURES GO TO THE FINANCE
003400*             SPREADSHEET FEED (PERCOMP, COPYBOOK DL100PC).
003500*
003600*             PARM: (1:6) PERIOD, YYYYMM.
003700*
003800*             RETURN CODES: 0 REPORTED, 4 REPORTED BUT A
003900*             COMPARISON PERIOD HAD NO ROWS, 8 NO ROWS FOR THE
004000*             PERIOD, 16 PARM OR FILE ERROR.
004100*
004200*MODIFICATION HISTORY.
004300*DATE-------- INIT----  DESCRIPTION------------------------
004400*2026-10-15   DLM       ORIGINAL VERSION.
004410*2026-10-15   DLM       CAPTION AND FIGURE LINES TRIMMED TO THE
004420*                       80-BYTE REPORT RECORD.
004500******************************************************************
004600  IDENTIFICATION DIVISION.
004700  PROGRAM-ID. Period_compare.
004800  ENVIRONMENT DIVISION.
004900  INPUT-OUTPUT SECTION.
005000  FILE-CONTROL.
005100      SELECT PERHCUR ASSIGN TO PERHCUR
005200          ORGANIZATION IS SEQUENTIAL
005300          ACCESS MODE IS SEQUENTIAL
005400          FILE STATUS IS WS-PERHCUR-STATUS.
005500      SELECT PERHPRV ASSIGN TO PERHPRV
005600          ORGANIZATION IS SEQUENTIAL
005700          ACCESS MODE IS SEQUENTIAL
005800          FILE STATUS IS WS-PERHPRV-STATUS.
005900      SELECT PERHYAG ASSIGN TO PERHYAG
006000          ORGANIZATION IS SEQUENTIAL
006100          ACCESS MODE IS SEQUENTIAL
006200          FILE STATUS IS WS-PERHYAG-STATUS.
006300      SELECT POSMAST-FILE ASSIGN TO POSMAST
006400          ORGANIZATION IS SEQUENTIAL
006500          ACCESS MODE IS SEQUENTIAL
006600          FILE STATUS IS WS-POSMAST-STATUS.
006700      SELECT PMAUDIT ASSIGN TO PMAUDIT
006800          ORGANIZATION IS SEQUENTIAL
006900          ACCESS MODE IS SEQUENTIAL
007000          FILE STATUS IS WS-PMAUDIT-STATUS.
007100      SELECT CMPRPT ASSIGN TO CMPRPT
007200          ORGANIZATION IS SEQUENTIAL
007300          ACCESS MODE IS SEQUENTIAL
007400          FILE STATUS IS WS-CMPRPT-STATUS.
007500      SELECT PERCOMP ASSIGN TO PERCOMP
007600          ORGANIZATION IS SEQUENTIAL
007700          ACCESS MODE IS SEQUENTIAL
007800          FILE STATUS IS WS-PERCOMP-STATUS.
007900  DATA DIVISION.
008000  FILE SECTION.
008100  FD  PERHCUR
008200      RECORDING MODE IS F
008300      LABEL RECORDS ARE STANDARD.
008400      COPY DL100PH REPLACING
008500      ==PFX-PERHIST-RECORD== BY ==HC-PERHIST-RECORD==
008600      ==PFX-PH-PERIOD== BY ==HC-PERIOD==
008700      ==PFX-PH-SOURCE-SYS-ID== BY ==HC-SOURCE-SYS-ID==
008800      ==PFX-PH-POSITION== BY ==HC-POSITION==
008900      ==PFX-PH-VALUE== BY ==HC-VALUE==
009000      ==PFX-PH-AS-OF-DATE== BY ==HC-AS-OF-DATE==
009100      ==PFX-PH-RECORD-COUNT== BY ==HC-RECORD-COUNT==.
009200  FD  PERHPRV
009300      RECORDING MODE IS F
009400      LABEL RECORDS ARE STANDARD.
009500      COPY DL100PH REPLACING
009600      ==PFX-PERHIST-RECORD== BY ==HP-PERHIST-RECORD==
009700      ==PFX-PH-PERIOD== BY ==HP-PERIOD==
009800      ==PFX-PH-SOURCE-SYS-ID== BY ==HP-SOURCE-SYS-ID==
009900      ==PFX-PH-POSITION== BY ==HP-POSITION==
010000      ==PFX-PH-VALUE== BY ==HP-VALUE==
010100      ==PFX-PH-AS-OF-DATE== BY ==HP-AS-OF-DATE==
010200      ==PFX-PH-RECORD-COUNT== BY ==HP-RECORD-COUNT==.
010300  FD  PERHYAG
010400      RECORDING MODE IS F
010500      LABEL RECORDS ARE STANDARD.
010600      COPY DL100PH REPLACING
010700      ==PFX-PERHIST-RECORD== BY ==HY-PERHIST-RECORD==
010800      ==PFX-PH-PERIOD== BY ==HY-PERIOD==
010900      ==PFX-PH-SOURCE-SYS-ID== BY ==HY-SOURCE-SYS-ID==
011000      ==PFX-PH-POSITION== BY ==HY-POSITION==
011100      ==PFX-PH-VALUE== BY ==HY-VALUE==
011200      ==PFX-PH-AS-OF-DATE== BY ==HY-AS-OF-DATE==
011300      ==PFX-PH-RECORD-COUNT== BY ==HY-RECORD-COUNT==.
011400  FD  POSMAST-FILE
011500      RECORDING MODE IS F
011600      LABEL RECORDS ARE STANDARD.
011700      COPY DL100PM REPLACING
011800      ==PFX-POSMAST-RECORD== BY ==PM-POSMAST-RECORD==
011900      ==PFX-PM-SOURCE-SYS-ID== BY ==PM-SOURCE-SYS-ID==
012000      ==PFX-PM-POSITION== BY ==PM-POSITION==
012100      ==PFX-PM-METER-NAME== BY ==PM-METER-NAME==
012200      ==PFX-PM-LOCATION== BY ==PM-LOCATION==
012300      ==PFX-PM-UOM== BY ==PM-UOM==
012400      ==PFX-PM-STATUS-CD== BY ==PM-STATUS-CD==
012500      ==PFX-PM-ACTIVE== BY ==PM-ACTIVE==
012600      ==PFX-PM-RETIRED== BY ==PM-RETIRED==.
012700  FD  PMAUDIT
012800      RECORDING MODE IS F
012900      LABEL RECORDS ARE OMITTED.
013000  01  PA-AUDIT-LINE                   PIC X(80).
013100  FD  CMPRPT
013200      RECORDING MODE IS F
013300      LABEL RECORDS ARE OMITTED.
013400  01  RP-REPORT-LINE                  PIC X(80).
013500  FD  PERCOMP
013600      RECORDING MODE IS F
013700      LABEL RECORDS ARE STANDARD.
013800      COPY DL100PC REPLACING
013900      ==PFX-PERCOMP-RECORD== BY ==PC-PERCOMP-RECORD==
014000      ==PFX-PC-REC-TYPE== BY ==PC-REC-TYPE==
014100      ==PFX-PC-DETAIL-REC== BY ==PC-DETAIL-REC==
014200      ==PFX-PC-LOCATION-REC== BY ==PC-LOCATION-REC==
014300      ==PFX-PC-SOURCE-REC== BY ==PC-SOURCE-REC==
014400      ==PFX-PC-GRAND-REC== BY ==PC-GRAND-REC==
014500      ==PFX-PC-PERIOD== BY ==PC-PERIOD==
014600      ==PFX-PC-SOURCE-SYS-ID== BY ==PC-SOURCE-SYS-ID==
014700      ==PFX-PC-POSITION-COUNT== BY ==PC-POSITION-COUNT==
014800      ==PFX-PC-POSITION== BY ==PC-POSITION==
014900      ==PFX-PC-LOCATION== BY ==PC-LOCATION==
015000      ==PFX-PC-METER-NAME== BY ==PC-METER-NAME==
015100      ==PFX-PC-CURRENT-VALUE== BY ==PC-CURRENT-VALUE==
015200      ==PFX-PC-CURRENT-FLAG== BY ==PC-CURRENT-FLAG==
015300      ==PFX-PC-CURRENT-PRESENT== BY ==PC-CURRENT-PRESENT==
015400      ==PFX-PC-CURRENT-ABSENT== BY ==PC-CURRENT-ABSENT==
015500      ==PFX-PC-CURRENT-RETIRED== BY ==PC-CURRENT-RETIRED==
015600      ==PFX-PC-PRIOR-GROUP== BY ==PC-PRIOR-GROUP==
015700      ==PFX-PC-PRIOR-PERIOD== BY ==PC-PRIOR-PERIOD==
015800      ==PFX-PC-PRIOR-VALUE== BY ==PC-PRIOR-VALUE==
015900      ==PFX-PC-PRIOR-FLAG== BY ==PC-PRIOR-FLAG==
016000      ==PFX-PC-PRIOR-PRESENT== BY ==PC-PRIOR-PRESENT==
016100      ==PFX-PC-PRIOR-ABSENT== BY ==PC-PRIOR-ABSENT==
016200      ==PFX-PC-PRIOR-RETIRED== BY ==PC-PRIOR-RETIRED==
016300      ==PFX-PC-PRIOR-CHANGE== BY ==PC-PRIOR-CHANGE==
016400      ==PFX-PC-PRIOR-PCT-SW== BY ==PC-PRIOR-PCT-SW==
016500      ==PFX-PC-PRIOR-PCT-SET== BY ==PC-PRIOR-PCT-SET==
016600      ==PFX-PC-PRIOR-PCT-NONE== BY ==PC-PRIOR-PCT-NONE==
016700      ==PFX-PC-PRIOR-PCT== BY ==PC-PRIOR-PCT==
016800      ==PFX-PC-YEAR-GROUP== BY ==PC-YEAR-GROUP==
016900      ==PFX-PC-YEAR-PERIOD== BY ==PC-YEAR-PERIOD==
017000      ==PFX-PC-YEAR-VALUE== BY ==PC-YEAR-VALUE==
017100      ==PFX-PC-YEAR-FLAG== BY ==PC-YEAR-FLAG==
017200      ==PFX-PC-YEAR-PRESENT== BY ==PC-YEAR-PRESENT==
017300      ==PFX-PC-YEAR-ABSENT== BY ==PC-YEAR-ABSENT==
017400      ==PFX-PC-YEAR-RETIRED== BY ==PC-YEAR-RETIRED==
017500      ==PFX-PC-YEAR-CHANGE== BY ==PC-YEAR-CHANGE==
017600      ==PFX-PC-YEAR-PCT-SW== BY ==PC-YEAR-PCT-SW==
017700      ==PFX-PC-YEAR-PCT-SET== BY ==PC-YEAR-PCT-SET==
017800      ==PFX-PC-YEAR-PCT-NONE== BY ==PC-YEAR-PCT-NONE==
017900      ==PFX-PC-YEAR-PCT== BY ==PC-YEAR-PCT==.
018000  WORKING-STORAGE SECTION.
018100  01  WS-FILE-STATUS-GROUP.
018200      05  WS-PERHCUR-STATUS           PIC X(02) VALUE '00'.
018300          88  WS-PERHCUR-OK                 VALUE '00'.
018400          88  WS-PERHCUR-AT-END             VALUE '10'.
018500      05  WS-PERHPRV-STATUS           PIC X(02) VALUE '00'.
018600          88  WS-PERHPRV-OK                 VALUE '00'.
018700          88  WS-PERHPRV-AT-END             VALUE '10'.
018800          88  WS-PERHPRV-NOT-FOUND          VALUE '35'.
018900      05  WS-PERHYAG-STATUS           PIC X(02) VALUE '00'.
019000          88  WS-PERHYAG-OK                 VALUE '00'.
019100          88  WS-PERHYAG-AT-END             VALUE '10'.
019200          88  WS-PERHYAG-NOT-FOUND          VALUE '35'.
019300      05  WS-POSMAST-STATUS           PIC X(02) VALUE '00'.
019400          88  WS-POSMAST-OK                 VALUE '00'.
019500          88  WS-POSMAST-AT-END             VALUE '10'.
019600      05  WS-PMAUDIT-STATUS           PIC X(02) VALUE '00'.
019700          88  WS-PMAUDIT-OK                 VALUE '00'.
019800          88  WS-PMAUDIT-AT-END             VALUE '10'.
019900          88  WS-PMAUDIT-NOT-FOUND          VALUE '35'.
020000      05  WS-CMPRPT-STATUS            PIC X(02) VALUE '00'.
020100          88  WS-CMPRPT-OK                  VALUE '00'.
020200      05  WS-PERCOMP-STATUS           PIC X(02) VALUE '00'.
020300          88  WS-PERCOMP-OK                 VALUE '00'.
020400  01  WS-SWITCHES.
020500      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
020600          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
020700          88  WS-RUN-MUST-STOP              VALUE 'N'.
020800      05  WS-MATCH-SW                 PIC X(01) VALUE 'N'.
020900          88  WS-MATCH-DONE                 VALUE 'Y'.
021000      05  WS-ROW-SW                   PIC X(01) VALUE 'N'.
021100          88  WS-ROW-FOUND                  VALUE 'Y'.
021200          88  WS-ROW-WANTED                 VALUE 'N'.
021300      05  WS-SOURCE-SW                PIC X(01) VALUE 'N'.
021400          88  WS-SOURCE-STARTED             VALUE 'Y'.
021500          88  WS-SOURCE-IDLE                VALUE 'N'.
021600      05  WS-INSERT-SW                PIC X(01) VALUE 'N'.
021700          88  WS-INSERT-DONE                VALUE 'Y'.
021800          88  WS-INSERT-OPEN                VALUE 'N'.
021900      05  WS-LOCATION-SW              PIC X(01) VALUE 'N'.
022000          88  WS-LOCATION-FOUND             VALUE 'F'.
022100          88  WS-LOCATION-INSERT            VALUE 'I'.
022200          88  WS-LOCATION-APPEND            VALUE 'N'.
022300      05  WS-PCT-SW                   PIC X(01) VALUE 'N'.
022400          88  WS-PCT-SET                    VALUE 'Y'.
022500          88  WS-PCT-NONE                   VALUE 'N'.
022600      05  WS-PERHCUR-OPEN-SW          PIC X(01) VALUE 'N'.
022700          88  WS-PERHCUR-IS-OPEN            VALUE 'Y'.
022800      05  WS-PERHPRV-OPEN-SW          PIC X(01) VALUE 'N'.
022900          88  WS-PERHPRV-IS-OPEN            VALUE 'Y'.
023000      05  WS-PERHYAG-OPEN-SW          PIC X(01) VALUE 'N'.
023100          88  WS-PERHYAG-IS-OPEN            VALUE 'Y'.
023200      05  WS-POSMAST-OPEN-SW          PIC X(01) VALUE 'N'.
023300          88  WS-POSMAST-IS-OPEN            VALUE 'Y'.
023400      05  WS-PMAUDIT-OPEN-SW          PIC X(01) VALUE 'N'.
023500          88  WS-PMAUDIT-IS-OPEN            VALUE 'Y'.
023600          88  WS-PMAUDIT-IS-SHUT            VALUE 'N'.
023700      05  WS-CMPRPT-OPEN-SW           PIC X(01) VALUE 'N'.
023800          88  WS-CMPRPT-WAS-OPENED          VALUE 'Y'.
023900      05  WS-PERCOMP-OPEN-SW          PIC X(01) VALUE 'N'.
024000          88  WS-PERCOMP-WAS-OPENED         VALUE 'Y'.
024100  01  WS-COUNTERS-AND-WORK-FIELDS.
024200      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
024300      05  WS-K                 PIC S9(08) COMP VALUE ZERO.
024400      05  WS-RETURN-CODE       PIC S9(04) COMP VALUE ZERO.
024500      05  WS-RUN-DATE          PIC 9(08) VALUE ZERO.
024600      05  WS-PERIOD            PIC 9(06) VALUE ZERO.
024700      05  WS-PERIOD-R REDEFINES WS-PERIOD.
024800          10  WS-PER-YEAR      PIC 9(04).
024900          10  WS-PER-MONTH     PIC 9(02).
025000      05  WS-PRV-PERIOD        PIC 9(06) VALUE ZERO.
025100      05  WS-PRV-PERIOD-R REDEFINES WS-PRV-PERIOD.
025200          10  WS-PRV-YEAR      PIC 9(04).
025300          10  WS-PRV-MONTH     PIC 9(02).
025400      05  WS-YAG-PERIOD        PIC 9(06) VALUE ZERO.
025500      05  WS-YAG-PERIOD-R REDEFINES WS-YAG-PERIOD.
025600          10  WS-YAG-YEAR      PIC 9(04).
025700          10  WS-YAG-MONTH     PIC 9(02).
025800      05  WS-RETIRE-PERIOD     PIC 9(06) VALUE ZERO.
025900      05  WS-CUR-ROWS          PIC S9(08) COMP VALUE ZERO.
026000      05  WS-PRV-ROWS          PIC S9(08) COMP VALUE ZERO.
026100      05  WS-YAG-ROWS          PIC S9(08) COMP VALUE ZERO.
026200      05  WS-REPORTED-COUNT    PIC S9(08) COMP VALUE ZERO.
026300      05  WS-NO-POSMAST-COUNT  PIC S9(08) COMP VALUE ZERO.
026400      05  WS-OLD-RETIRED-COUNT PIC S9(08) COMP VALUE ZERO.
026500      05  WS-FEED-COUNT        PIC S9(08) COMP VALUE ZERO.
026600      05  WS-CUR-FILE-VALUE    PIC S9(08) VALUE ZERO.
026700      05  WS-PRV-FILE-VALUE    PIC S9(08) VALUE ZERO.
026800      05  WS-YAG-FILE-VALUE    PIC S9(08) VALUE ZERO.
026900*MATCH KEYS.  EACH FILE'S KEY IS THE LAST WANTED ROW READ FROM
027000*IT, HIGH-VALUES ONCE IT IS EXHAUSTED (OR NOT THERE); THE LOW
027100*KEY IS THE POSITION BEING COMPARED.
027200  01  WS-MATCH-KEYS.
027300      05  WS-CUR-KEY                  VALUE LOW-VALUES.
027400          10  WS-CUR-KEY-SOURCE       PIC X(08).
027500          10  WS-CUR-KEY-POSITION     PIC 9(08).
027600      05  WS-PRV-KEY                  VALUE LOW-VALUES.
027700          10  WS-PRV-KEY-SOURCE       PIC X(08).
027800          10  WS-PRV-KEY-POSITION     PIC 9(08).
027900      05  WS-YAG-KEY                  VALUE LOW-VALUES.
028000          10  WS-YAG-KEY-SOURCE       PIC X(08).
028100          10  WS-YAG-KEY-POSITION     PIC 9(08).
028200      05  WS-PMK-KEY                  VALUE LOW-VALUES.
028300          10  WS-PMK-SOURCE           PIC X(08).
028400          10  WS-PMK-POSITION         PIC 9(08).
028500      05  WS-NEXT-KEY.
028600          10  WS-NEXT-SOURCE          PIC X(08).
028700          10  WS-NEXT-POSITION        PIC 9(08).
028800      05  WS-LOW-KEY.
028900          10  WS-LOW-SOURCE           PIC X(08).
029000          10  WS-LOW-POSITION         PIC 9(08).
029100      05  WS-BRK-SOURCE               PIC X(08) VALUE SPACES.
029200*THE POSITION BEING COMPARED.  A FLAG IS SPACE WHEN THE
029300*POSITION IS IN THAT PERIOD'S SNAPSHOT, 'N' WHEN IT IS NOT,
029400*'R' WHEN IT WAS RETIRED BY THE END OF THAT PERIOD.  A
029500*COMPARISON IS MADE ONLY WHEN BOTH FLAGS ARE SPACE.
029600  01  WS-POSITION-WORK.
029700      05  WS-POS-LOCATION             PIC X(20).
029800      05  WS-POS-METER-NAME           PIC X(20).
029900      05  WS-POS-MAST-SW              PIC X(01).
030000          88  WS-POS-ON-POSMAST             VALUE 'Y'.
030100          88  WS-POS-RETIRED-ON-MAST        VALUE 'R'.
030200          88  WS-POS-NOT-ON-POSMAST         VALUE 'N'.
030300      05  WS-POS-CUR-VALUE            PIC S9(08).
030400      05  WS-POS-CUR-FLAG             PIC X(01).
030500          88  WS-POS-CUR-PRESENT            VALUE ' '.
030600          88  WS-POS-CUR-ABSENT             VALUE 'N'.
030700          88  WS-POS-CUR-RETIRED            VALUE 'R'.
030800      05  WS-POS-PRV-VALUE            PIC S9(08).
030900      05  WS-POS-PRV-FLAG             PIC X(01).
031000          88  WS-POS-PRV-PRESENT            VALUE ' '.
031100          88  WS-POS-PRV-ABSENT             VALUE 'N'.
031200          88  WS-POS-PRV-RETIRED            VALUE 'R'.
031300      05  WS-POS-PRV-CMP-SW           PIC X(01).
031400          88  WS-POS-PRV-COMPARED           VALUE 'Y'.
031500      05  WS-POS-PRV-CHANGE           PIC S9(09).
031600      05  WS-POS-PRV-PCT              PIC S9(05)V9(01).
031700      05  WS-POS-PRV-PCT-SW           PIC X(01).
031800      05  WS-POS-YAG-VALUE            PIC S9(08).
031900      05  WS-POS-YAG-FLAG             PIC X(01).
032000          88  WS-POS-YAG-PRESENT            VALUE ' '.
032100          88  WS-POS-YAG-ABSENT             VALUE 'N'.
032200          88  WS-POS-YAG-RETIRED            VALUE 'R'.
032300      05  WS-POS-YAG-CMP-SW           PIC X(01).
032400          88  WS-POS-YAG-COMPARED           VALUE 'Y'.
032500      05  WS-POS-YAG-CHANGE           PIC S9(09).
032600      05  WS-POS-YAG-PCT              PIC S9(05)V9(01).
032700      05  WS-POS-YAG-PCT-SW           PIC X(01).
032800*PERCENT WORK.  THE CHANGE AS A PERCENT OF THE COMPARISON
032900*VALUE, ROUNDED TO ONE PLACE; NONE WHEN THE BASE IS ZERO OR
033000*THE PERCENT WILL NOT FIT.
033100  01  WS-PERCENT-WORK.
033200      05  WS-PCT-CHANGE        PIC S9(15) COMP VALUE ZERO.
033300      05  WS-PCT-BASE          PIC S9(15) COMP VALUE ZERO.
033400      05  WS-PCT-RESULT        PIC S9(05)V9(01) VALUE ZERO.
033500*ONE COMPARISON LAID OUT FOR PRINT, BUILT BY 3510 AND MOVED TO
033600*THE PRIOR OR THE YEAR-AGO COLUMNS OF THE DETAIL LINE.
033700  01  WS-FORMAT-WORK.
033800      05  WS-FMT-FLAG          PIC X(01) VALUE SPACE.
033900          88  WS-FMT-ABSENT                 VALUE 'N'.
034000          88  WS-FMT-RETIRED                VALUE 'R'.
034100      05  WS-FMT-CMP-SW        PIC X(01) VALUE SPACE.
034200          88  WS-FMT-COMPARED               VALUE 'Y'.
034300      05  WS-FMT-PCT-SW        PIC X(01) VALUE SPACE.
034400          88  WS-FMT-PCT-SET                VALUE 'Y'.
034500      05  WS-FMT-VALUE         PIC S9(08) VALUE ZERO.
034600      05  WS-FMT-CHANGE        PIC S9(09) VALUE ZERO.
034700      05  WS-FMT-PCT           PIC S9(05)V9(01) VALUE ZERO.
034800      05  WS-CMP-PRINT.
034900          10  WS-CPR-VALUE            PIC -ZZZZZZZ9.
035000          10  FILLER                  PIC X(01).
035100          10  WS-CPR-CHANGE           PIC -ZZZZZZZZ9.
035200          10  FILLER                  PIC X(01).
035300          10  WS-CPR-PCT              PIC -ZZZZ9.9.
035400          10  WS-CPR-PCT-X REDEFINES WS-CPR-PCT
035500                                      PIC X(08).
035600      05  WS-CMP-PRINT-TEXT REDEFINES WS-CMP-PRINT
035700                                      PIC X(29).
035800*RETIRE DATES FROM THE POSITION MAINTENANCE AUDIT TRAIL, IN
035900*SOURCE AND POSITION ORDER BY INSERTION FOR SEARCH ALL.  A
036000*POSITION RETIRED MORE THAN ONCE KEEPS ITS LATEST RETIRE.
036100  01  WS-RETIRE-CONTROL.
036200      05  WS-RTD-COUNT         PIC S9(08) COMP VALUE ZERO.
036300      05  WS-RTD-MAX           PIC S9(08) COMP VALUE 5000.
036400      05  WS-RTD-ENTRY OCCURS 0 TO 5000 TIMES
036500              DEPENDING ON WS-RTD-COUNT
036600              ASCENDING KEY IS WS-RTD-SOURCE-SYS-ID
036700                               WS-RTD-POSITION
036800              INDEXED BY WS-RTD-IDX.
036900          10  WS-RTD-KEY.
037000              15  WS-RTD-SOURCE-SYS-ID    PIC X(08).
037100              15  WS-RTD-POSITION         PIC 9(08).
037200          10  WS-RTD-RETIRE-DATE          PIC 9(08).
037300  01  WS-NEW-RETIRE.
037400      05  WS-NRT-KEY.
037500          10  WS-NRT-SOURCE-SYS-ID    PIC X(08).
037600          10  WS-NRT-POSITION         PIC 9(08).
037700      05  WS-NRT-RETIRE-DATE          PIC 9(08).
037800*A PMAUDIT LINE AS Pos_maint WRITES IT.
037900  01  WS-AUDIT-DETAIL.
038000      05  FILLER                      PIC X(01).
038100      05  WS-PAD-RUN-DATE             PIC 9(08).
038200      05  FILLER                      PIC X(01).
038300      05  WS-PAD-RUN-TIME             PIC 9(08).
038400      05  FILLER                      PIC X(01).
038500      05  WS-PAD-ACTION-CD            PIC X(01).
038600          88  WS-PAD-RETIRE                 VALUE 'R'.
038700      05  FILLER                      PIC X(01).
038800      05  WS-PAD-SOURCE-SYS-ID        PIC X(08).
038900      05  FILLER                      PIC X(01).
039000      05  WS-PAD-POSITION             PIC 9(08).
039100      05  FILLER                      PIC X(01).
039200      05  WS-PAD-METER-NAME           PIC X(20).
039300      05  FILLER                      PIC X(01).
039400      05  WS-PAD-USER-ID              PIC X(08).
039500      05  FILLER                      PIC X(12).
039600*ACCUMULATORS.  ENTRY 1 IS THE GRAND TOTAL, ENTRY 2 THE
039700*SOURCE BEING REPORTED, AND ENTRIES 3 ON THE SOURCE'S
039800*LOCATIONS IN NAME ORDER BY INSERTION.  EACH COMPARISON
039900*KEEPS ITS OWN COUNT AND CURRENT SUM SO THE TWO ARE BOTH LIKE
040000*FOR LIKE.
040100  01  WS-ACCUMULATORS.
040200      05  WS-ACC-USED          PIC S9(08) COMP VALUE 2.
040300      05  WS-ACC-MAX           PIC S9(08) COMP VALUE 1002.
040400      05  WS-ACC-SUB           PIC S9(08) COMP VALUE ZERO.
040500      05  WS-ACC-GRAND         PIC S9(08) COMP VALUE 1.
040600      05  WS-ACC-SOURCE        PIC S9(08) COMP VALUE 2.
040700      05  WS-ACC-ENTRY OCCURS 1002 TIMES
040800              INDEXED BY WS-ACC-IDX.
040900          10  WS-ACC-NAME             PIC X(20).
041000          10  WS-ACC-POSITIONS        PIC S9(08) COMP.
041100          10  WS-ACC-CUR-SUM          PIC S9(15) COMP.
041200          10  WS-ACC-PRV-COUNT        PIC S9(08) COMP.
041300          10  WS-ACC-PRV-CUR-SUM      PIC S9(15) COMP.
041400          10  WS-ACC-PRV-SUM          PIC S9(15) COMP.
041500          10  WS-ACC-YAG-COUNT        PIC S9(08) COMP.
041600          10  WS-ACC-YAG-CUR-SUM      PIC S9(15) COMP.
041700          10  WS-ACC-YAG-SUM          PIC S9(15) COMP.
041800*ONE ACCUMULATOR'S FIGURES, WORKED OUT BY 5400 FOR THE PRINT
041900*AND THE FEED.
042000  01  WS-TOTAL-WORK.
042100      05  WS-TWK-FEED-TYPE     PIC X(01) VALUE SPACE.
042200      05  WS-TWK-SOURCE        PIC X(08) VALUE SPACES.
042300      05  WS-TWK-LOCATION      PIC X(20) VALUE SPACES.
042400      05  WS-TWK-PRV-CHANGE    PIC S9(15) COMP VALUE ZERO.
042500      05  WS-TWK-PRV-PCT       PIC S9(05)V9(01) VALUE ZERO.
042600      05  WS-TWK-PRV-PCT-SW    PIC X(01) VALUE 'N'.
042700          88  WS-TWK-PRV-PCT-SET            VALUE 'Y'.
042800      05  WS-TWK-YAG-CHANGE    PIC S9(15) COMP VALUE ZERO.
042900      05  WS-TWK-YAG-PCT       PIC S9(05)V9(01) VALUE ZERO.
043000      05  WS-TWK-YAG-PCT-SW    PIC X(01) VALUE 'N'.
043100          88  WS-TWK-YAG-PCT-SET            VALUE 'Y'.
043200  01  WS-REPORT-AREAS.
043300      05  WS-HDG-LINE-1.
043400          10  FILLER                  PIC X(20)
043500              VALUE 'PER-COMP PERIOD COMP'.
043600          10  FILLER             PIC X(07) VALUE 'ARISON '.
043700          10  FILLER             PIC X(07) VALUE 'PERIOD '.
043800          10  WS-HDG-PERIOD           PIC 9(06).
043900          10  FILLER             PIC X(07) VALUE ' PRIOR '.
044000          10  WS-HDG-PRV-PERIOD       PIC 9(06).
044100          10  FILLER             PIC X(08) VALUE ' YR AGO '.
044200          10  WS-HDG-YAG-PERIOD       PIC 9(06).
044300          10  FILLER             PIC X(01) VALUE SPACE.
044400          10  WS-HDG-RUN-DATE         PIC 9(08).
044500          10  FILLER             PIC X(04) VALUE SPACES.
044600      05  WS-HDG-LINE-2.
044700          10  FILLER                  PIC X(40) VALUE
044800              'POSITION   CURRENT      PRIOR     CHANGE'.
044900          10  FILLER                  PIC X(40) VALUE
045000              '      PCT     YR AGO     CHANGE      PCT'.
045100      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
045200      05  WS-SOURCE-LINE.
045300          10  FILLER             PIC X(07) VALUE 'SOURCE '.
045400          10  WS-SRC-SOURCE           PIC X(08).
045500          10  FILLER             PIC X(65) VALUE SPACES.
045600      05  WS-DETAIL-LINE.
045700          10  WS-DTL-POSITION         PIC ZZZZZZZ9.
045800          10  FILLER             PIC X(01) VALUE SPACES.
045900          10  WS-DTL-CURRENT          PIC -ZZZZZZZ9.
046000          10  WS-DTL-CURRENT-X REDEFINES WS-DTL-CURRENT
046100                                      PIC X(09).
046200          10  FILLER             PIC X(02) VALUE SPACES.
046300          10  WS-DTL-PRIOR            PIC X(29).
046400          10  FILLER             PIC X(02) VALUE SPACES.
046500          10  WS-DTL-YEAR             PIC X(29).
046600      05  WS-CAPTION-LINE.
046700          10  FILLER             PIC X(02) VALUE SPACES.
046800          10  WS-CAP-LABEL            PIC X(14).
046900          10  WS-CAP-NAME             PIC X(20).
047000          10  FILLER             PIC X(11) VALUE ' POSITIONS '.
047100          10  WS-CAP-POSITIONS        PIC ZZZZZZZ9.
047200          10  FILLER             PIC X(06) VALUE '  NOW '.
047300          10  WS-CAP-CUR-SUM          PIC -ZZZZZZZZZZZZ9.
047400          10  FILLER             PIC X(05) VALUE SPACES.
047500      05  WS-FIGURE-LINE.
047600          10  FILLER             PIC X(04) VALUE SPACES.
047700          10  WS-FIG-LABEL            PIC X(10).
047800          10  FILLER             PIC X(05) VALUE ' NOW '.
047900          10  WS-FIG-CUR-SUM          PIC -ZZZZZZZZZZZZ9.
048000          10  FILLER             PIC X(05) VALUE ' WAS '.
048100          10  WS-FIG-BASE-SUM         PIC -ZZZZZZZZZZZZ9.
048200          10  FILLER             PIC X(05) VALUE ' CHG '.
048300          10  WS-FIG-CHANGE           PIC -ZZZZZZZZZZZZ9.
048400          10  FILLER             PIC X(01) VALUE SPACES.
048500          10  WS-FIG-PCT              PIC -ZZZZ9.9.
048600          10  WS-FIG-PCT-X REDEFINES WS-FIG-PCT
048700                                      PIC X(08).
048900      05  WS-TOTAL-LINE-1.
049000          10  FILLER                  PIC X(20)
049100              VALUE 'PERIOD ROWS........-'.
049200          10  WS-TOT-CUR-ROWS         PIC ZZZZZZZ9.
049300          10  FILLER             PIC X(52) VALUE SPACES.
049400      05  WS-TOTAL-LINE-2.
049500          10  FILLER                  PIC X(20)
049600              VALUE 'PRIOR PERIOD ROWS..-'.
049700          10  WS-TOT-PRV-ROWS         PIC ZZZZZZZ9.
049800          10  FILLER             PIC X(52) VALUE SPACES.
049900      05  WS-TOTAL-LINE-3.
050000          10  FILLER                  PIC X(20)
050100              VALUE 'YEAR AGO ROWS......-'.
050200          10  WS-TOT-YAG-ROWS         PIC ZZZZZZZ9.
050300          10  FILLER             PIC X(52) VALUE SPACES.
050400      05  WS-TOTAL-LINE-4.
050500          10  FILLER                  PIC X(20)
050600              VALUE 'POSITIONS REPORTED.-'.
050700          10  WS-TOT-REPORTED         PIC ZZZZZZZ9.
050800          10  FILLER             PIC X(52) VALUE SPACES.
050900      05  WS-TOTAL-LINE-5.
051000          10  FILLER                  PIC X(20)
051100              VALUE 'NOT ON POSMAST.....-'.
051200          10  WS-TOT-NO-POSMAST       PIC ZZZZZZZ9.
051300          10  FILLER             PIC X(52) VALUE SPACES.
051400      05  WS-TOTAL-LINE-6.
051500          10  FILLER                  PIC X(20)
051600              VALUE 'RETIRED, SKIPPED...-'.
051700          10  WS-TOT-OLD-RETIRED      PIC ZZZZZZZ9.
051800          10  FILLER             PIC X(52) VALUE SPACES.
051900      05  WS-TOTAL-LINE-7.
052000          10  FILLER                  PIC X(20)
052100              VALUE 'FEED RECORDS.......-'.
052200          10  WS-TOT-FEED             PIC ZZZZZZZ9.
052300          10  FILLER             PIC X(52) VALUE SPACES.
052400  LINKAGE SECTION.
052500  01  LS-PARM-AREA.
052600      05  LS-PARM-LEN                 PIC S9(04) COMP.
052700      05  LS-PARM-TEXT                PIC X(06).
052800  PROCEDURE DIVISION USING LS-PARM-AREA.
052900*---------------------------------------------------------
053000  0000-MAINLINE.
053100      PERFORM 1000-INITIALIZE THRU 1000-EXIT.
053200      IF WS-RUN-CAN-PROCEED
053300          PERFORM 1500-LOAD-RETIREMENTS THRU 1500-EXIT
053400      END-IF.
053500      IF WS-RUN-CAN-PROCEED
053600          PERFORM 2000-MATCH-PERIODS THRU 2000-EXIT
053700      END-IF.
053800      IF WS-RUN-CAN-PROCEED
053900          AND WS-CUR-ROWS = ZERO
054000          DISPLAY 'PER-COMP: NO PERHIST ROWS FOR PERIOD '
054100              WS-PERIOD
054200          MOVE 8 TO WS-RETURN-CODE
054300      END-IF.
054400      IF WS-RUN-CAN-PROCEED
054500          AND WS-RETURN-CODE = ZERO
054600          AND (WS-PRV-ROWS = ZERO OR WS-YAG-ROWS = ZERO)
054700          DISPLAY 'PER-COMP: A COMPARISON PERIOD HAD NO ROWS,'
054800              ' SETTING RC 4'
054900          MOVE 4 TO WS-RETURN-CODE
055000      END-IF.
055100      PERFORM 9000-TERMINATE THRU 9000-EXIT.
055200      MOVE WS-RETURN-CODE TO RETURN-CODE.
055300      GOBACK.
055400*---------------------------------------------------------
055500*1000-INITIALIZE -- PICK THE PERIOD OFF THE PARM, WORK OUT
055600*THE TWO COMPARISON PERIODS, AND OPEN THE FILES.  THE PRIOR
055700*AND YEAR-AGO SNAPSHOTS MAY BE ABSENT (EARLY IN THE SYSTEM'S
055800*LIFE THERE ARE NONE); EVERY POSITION THEN SHOWS NOT IN
055900*PERIOD FOR THAT SIDE.
056000*---------------------------------------------------------
056100  1000-INITIALIZE.
056200      ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
056300      IF LS-PARM-LEN < 6
056400          OR LS-PARM-TEXT(1:6) IS NOT NUMERIC
056500          DISPLAY 'PER-COMP: PARM MUST BE THE PERIOD (YYYYMM)'
056600          MOVE 16 TO WS-RETURN-CODE
056700          SET WS-RUN-MUST-STOP TO TRUE
056800          GO TO 1000-EXIT
056900      END-IF.
057000      MOVE LS-PARM-TEXT(1:6) TO WS-PERIOD.
057100      IF WS-PER-MONTH < 1 OR WS-PER-MONTH > 12
057200          OR WS-PER-YEAR = ZERO
057300          DISPLAY 'PER-COMP: PERIOD OUT OF RANGE ' WS-PERIOD
057400          MOVE 16 TO WS-RETURN-CODE
057500          SET WS-RUN-MUST-STOP TO TRUE
057600          GO TO 1000-EXIT
057700      END-IF.
057800      IF WS-PER-MONTH = 1
057900          COMPUTE WS-PRV-YEAR = WS-PER-YEAR - 1
058000          MOVE 12 TO WS-PRV-MONTH
058100      ELSE
058200          MOVE WS-PER-YEAR TO WS-PRV-YEAR
058300          COMPUTE WS-PRV-MONTH = WS-PER-MONTH - 1
058400      END-IF.
058500      COMPUTE WS-YAG-YEAR = WS-PER-YEAR - 1.
058600      MOVE WS-PER-MONTH  TO WS-YAG-MONTH.
058700      MOVE WS-PERIOD     TO WS-HDG-PERIOD.
058800      MOVE WS-PRV-PERIOD TO WS-HDG-PRV-PERIOD.
058900      MOVE WS-YAG-PERIOD TO WS-HDG-YAG-PERIOD.
059000      MOVE WS-RUN-DATE   TO WS-HDG-RUN-DATE.
059100      OPEN INPUT PERHCUR.
059200      IF NOT WS-PERHCUR-OK
059300          DISPLAY 'PER-COMP: CANNOT OPEN PERHCUR '
059400              WS-PERHCUR-STATUS
059500          MOVE 16 TO WS-RETURN-CODE
059600          SET WS-RUN-MUST-STOP TO TRUE
059700          GO TO 1000-EXIT
059800      END-IF.
059900      SET WS-PERHCUR-IS-OPEN TO TRUE.
060000      OPEN INPUT PERHPRV.
060100      IF WS-PERHPRV-NOT-FOUND
060200          DISPLAY 'PER-COMP: NO PRIOR PERIOD SNAPSHOT, '
060300              WS-PRV-PERIOD ' SHOWS NOT IN PERIOD'
060400      ELSE
060500          IF NOT WS-PERHPRV-OK
060600              DISPLAY 'PER-COMP: CANNOT OPEN PERHPRV '
060700                  WS-PERHPRV-STATUS
060800              MOVE 16 TO WS-RETURN-CODE
060900              SET WS-RUN-MUST-STOP TO TRUE
061000              GO TO 1000-EXIT
061100          END-IF
061200          SET WS-PERHPRV-IS-OPEN TO TRUE
061300      END-IF.
061400      OPEN INPUT PERHYAG.
061500      IF WS-PERHYAG-NOT-FOUND
061600          DISPLAY 'PER-COMP: NO YEAR-AGO SNAPSHOT, '
061700              WS-YAG-PERIOD ' SHOWS NOT IN PERIOD'
061800      ELSE
061900          IF NOT WS-PERHYAG-OK
062000              DISPLAY 'PER-COMP: CANNOT OPEN PERHYAG '
062100                  WS-PERHYAG-STATUS
062200              MOVE 16 TO WS-RETURN-CODE
062300              SET WS-RUN-MUST-STOP TO TRUE
062400              GO TO 1000-EXIT
062500          END-IF
062600          SET WS-PERHYAG-IS-OPEN TO TRUE
062700      END-IF.
062800      OPEN INPUT POSMAST-FILE.
062900      IF NOT WS-POSMAST-OK
063000          DISPLAY 'PER-COMP: CANNOT OPEN POSMAST '
063100              WS-POSMAST-STATUS
063200          MOVE 16 TO WS-RETURN-CODE
063300          SET WS-RUN-MUST-STOP TO TRUE
063400          GO TO 1000-EXIT
063500      END-IF.
063600      SET WS-POSMAST-IS-OPEN TO TRUE.
063700      OPEN INPUT PMAUDIT.
063800      IF WS-PMAUDIT-NOT-FOUND
063900          DISPLAY 'PER-COMP: NO PMAUDIT, RETIREMENTS TAKEN'
064000              ' FROM POSMAST ONLY'
064100      ELSE
064200          IF NOT WS-PMAUDIT-OK
064300              DISPLAY 'PER-COMP: CANNOT OPEN PMAUDIT '
064400                  WS-PMAUDIT-STATUS
064500              MOVE 16 TO WS-RETURN-CODE
064600              SET WS-RUN-MUST-STOP TO TRUE
064700              GO TO 1000-EXIT
064800          END-IF
064900          SET WS-PMAUDIT-IS-OPEN TO TRUE
065000      END-IF.
065100      OPEN OUTPUT CMPRPT.
065200      IF NOT WS-CMPRPT-OK
065300          DISPLAY 'PER-COMP: CANNOT OPEN CMPRPT '
065400              WS-CMPRPT-STATUS
065500          MOVE 16 TO WS-RETURN-CODE
065600          SET WS-RUN-MUST-STOP TO TRUE
065700          GO TO 1000-EXIT
065800      END-IF.
065900      SET WS-CMPRPT-WAS-OPENED TO TRUE.
066000      OPEN OUTPUT PERCOMP.
066100      IF NOT WS-PERCOMP-OK
066200          DISPLAY 'PER-COMP: CANNOT OPEN PERCOMP '
066300              WS-PERCOMP-STATUS
066400          MOVE 16 TO WS-RETURN-CODE
066500          SET WS-RUN-MUST-STOP TO TRUE
066600          GO TO 1000-EXIT
066700      END-IF.
066800      SET WS-PERCOMP-WAS-OPENED TO TRUE.
066900      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-1.
067000      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-2.
067100      IF NOT WS-CMPRPT-OK
067200          DISPLAY 'PER-COMP: ERROR WRITING REPORT HEADING '
067300              WS-CMPRPT-STATUS
067400          MOVE 16 TO WS-RETURN-CODE
067500          SET WS-RUN-MUST-STOP TO TRUE
067600      END-IF.
067700  1000-EXIT.
067800      EXIT.
067900*---------------------------------------------------------
068000*1500-LOAD-RETIREMENTS -- ONE PASS OF THE POSITION
068100*MAINTENANCE AUDIT TRAIL, KEEPING EACH RETIRED POSITION'S
068200*LATEST RETIRE DATE.
068300*---------------------------------------------------------
068400  1500-LOAD-RETIREMENTS.
068500      IF NOT WS-PMAUDIT-IS-OPEN
068600          GO TO 1500-EXIT
068700      END-IF.
068800      PERFORM 1510-LOAD-ONE-AUDIT-LINE THRU 1510-EXIT
068900          UNTIL WS-PMAUDIT-AT-END
069000              OR WS-RUN-MUST-STOP.
069100      CLOSE PMAUDIT.
069200      SET WS-PMAUDIT-IS-SHUT TO TRUE.
069300  1500-EXIT.
069400      EXIT.
069500  1510-LOAD-ONE-AUDIT-LINE.
069600      READ PMAUDIT.
069700      IF WS-PMAUDIT-AT-END
069800          GO TO 1510-EXIT
069900      END-IF.
070000      IF NOT WS-PMAUDIT-OK
070100          DISPLAY 'PER-COMP: ERROR READING PMAUDIT '
070200              WS-PMAUDIT-STATUS
070300          MOVE 16 TO WS-RETURN-CODE
070400          SET WS-RUN-MUST-STOP TO TRUE
070500          GO TO 1510-EXIT
070600      END-IF.
070700      MOVE PA-AUDIT-LINE TO WS-AUDIT-DETAIL.
070800      IF NOT WS-PAD-RETIRE
070900          OR WS-PAD-POSITION IS NOT NUMERIC
071000          OR WS-PAD-RUN-DATE IS NOT NUMERIC
071100          GO TO 1510-EXIT
071200      END-IF.
071300      MOVE WS-PAD-SOURCE-SYS-ID TO WS-NRT-SOURCE-SYS-ID.
071400      MOVE WS-PAD-POSITION      TO WS-NRT-POSITION.
071500      MOVE WS-PAD-RUN-DATE      TO WS-NRT-RETIRE-DATE.
071600      IF WS-RTD-COUNT > ZERO
071700          SEARCH ALL WS-RTD-ENTRY
071800              AT END
071900                  CONTINUE
072000              WHEN WS-RTD-SOURCE-SYS-ID(WS-RTD-IDX)
072100                      = WS-NRT-SOURCE-SYS-ID
072200                  AND WS-RTD-POSITION(WS-RTD-IDX)
072300                      = WS-NRT-POSITION
072400                  MOVE WS-NRT-RETIRE-DATE
072500                      TO WS-RTD-RETIRE-DATE(WS-RTD-IDX)
072600                  GO TO 1510-EXIT
072700          END-SEARCH
072800      END-IF.
072900      IF WS-RTD-COUNT >= WS-RTD-MAX
073000          DISPLAY 'PER-COMP: MORE RETIRED POSITIONS ON PMAUDIT'
073100              ' THAN THE TABLE HOLDS'
073200          MOVE 16 TO WS-RETURN-CODE
073300          SET WS-RUN-MUST-STOP TO TRUE
073400          GO TO 1510-EXIT
073500      END-IF.
073600      ADD 1 TO WS-RTD-COUNT.
073700      MOVE WS-RTD-COUNT TO WS-J.
073800      SET WS-INSERT-OPEN TO TRUE.
073900      PERFORM 1520-SHIFT-FOR-RETIRE THRU 1520-EXIT
074000          UNTIL WS-INSERT-DONE.
074100      MOVE WS-NRT-KEY         TO WS-RTD-KEY(WS-J).
074200      MOVE WS-NRT-RETIRE-DATE TO WS-RTD-RETIRE-DATE(WS-J).
074300  1510-EXIT.
074400      EXIT.
074500  1520-SHIFT-FOR-RETIRE.
074600      IF WS-J = 1
074700          SET WS-INSERT-DONE TO TRUE
074800          GO TO 1520-EXIT
074900      END-IF.
075000      COMPUTE WS-K = WS-J - 1.
075100      IF WS-RTD-KEY(WS-K) < WS-NRT-KEY
075200          SET WS-INSERT-DONE TO TRUE
075300          GO TO 1520-EXIT
075400      END-IF.
075500      MOVE WS-RTD-ENTRY(WS-K) TO WS-RTD-ENTRY(WS-J).
075600      MOVE WS-K TO WS-J.
075700  1520-EXIT.
075800      EXIT.
075900*---------------------------------------------------------
076000*2000-MATCH-PERIODS -- THREE-WAY MATCH OF THE PERIOD, PRIOR,
076100*AND YEAR-AGO SNAPSHOTS ON SOURCE AND POSITION, POSMAST
076200*WALKED ALONGSIDE.  A SOURCE'S SUBTOTALS PRINT WHEN THE
076300*SOURCE CHANGES; THE GRAND TOTAL AFTER THE LAST.
076400*---------------------------------------------------------
076500  2000-MATCH-PERIODS.
076600      MOVE SPACES TO WS-ACC-NAME(WS-ACC-GRAND).
076700      MOVE WS-ACC-GRAND TO WS-ACC-SUB.
076800      PERFORM 2310-CLEAR-ACCUMULATOR THRU 2310-EXIT.
076900      PERFORM 2110-READ-CURRENT THRU 2110-EXIT.
077000      IF WS-PERHPRV-IS-OPEN
077100          PERFORM 2120-READ-PRIOR THRU 2120-EXIT
077200      ELSE
077300          MOVE HIGH-VALUES TO WS-PRV-KEY
077400      END-IF.
077500      IF WS-PERHYAG-IS-OPEN
077600          PERFORM 2130-READ-YEAR-AGO THRU 2130-EXIT
077700      ELSE
077800          MOVE HIGH-VALUES TO WS-YAG-KEY
077900      END-IF.
078000      IF WS-RUN-CAN-PROCEED
078100          PERFORM 2140-READ-POSMAST THRU 2140-EXIT
078200      END-IF.
078300      PERFORM 2200-MATCH-ONE-POSITION THRU 2200-EXIT
078400          UNTIL WS-MATCH-DONE
078500              OR WS-RUN-MUST-STOP.
078600      IF WS-RUN-CAN-PROCEED
078700          AND WS-SOURCE-STARTED
078800          PERFORM 5000-FINISH-SOURCE THRU 5000-EXIT
078900      END-IF.
079000      IF WS-RUN-CAN-PROCEED
079100          AND WS-ACC-POSITIONS(WS-ACC-GRAND) > ZERO
079200          PERFORM 5900-FINISH-GRAND THRU 5900-EXIT
079300      END-IF.
079400  2000-EXIT.
079500      EXIT.
079600*---------------------------------------------------------
079700*2110 - 2130 -- NEXT WANTED ROW OF EACH SNAPSHOT.  CONTROL
079800*ROWS AND ROWS OF OTHER PERIODS ARE PASSED OVER; THE WANTED
079900*ROWS MUST RUN IN SOURCE AND POSITION ORDER.
080000*---------------------------------------------------------
080100  2110-READ-CURRENT.
080200      SET WS-ROW-WANTED TO TRUE.
080300      PERFORM 2111-READ-CURRENT-ROW THRU 2111-EXIT
080400          UNTIL WS-ROW-FOUND
080500              OR WS-RUN-MUST-STOP.
080600  2110-EXIT.
080700      EXIT.
080800  2111-READ-CURRENT-ROW.
080900      READ PERHCUR.
081000      IF WS-PERHCUR-AT-END
081100          MOVE HIGH-VALUES TO WS-CUR-KEY
081200          SET WS-ROW-FOUND TO TRUE
081300          GO TO 2111-EXIT
081400      END-IF.
081500      IF NOT WS-PERHCUR-OK
081600          DISPLAY 'PER-COMP: ERROR READING PERHCUR '
081700              WS-PERHCUR-STATUS
081800          MOVE 16 TO WS-RETURN-CODE
081900          SET WS-RUN-MUST-STOP TO TRUE
082000          GO TO 2111-EXIT
082100      END-IF.
082200      IF HC-POSITION = ZERO
082300          OR HC-PERIOD NOT = WS-PERIOD
082400          GO TO 2111-EXIT
082500      END-IF.
082600      MOVE HC-SOURCE-SYS-ID TO WS-NEXT-SOURCE.
082700      MOVE HC-POSITION      TO WS-NEXT-POSITION.
082800      IF WS-NEXT-KEY NOT > WS-CUR-KEY
082900          DISPLAY 'PER-COMP: PERHCUR OUT OF ORDER OR DUPLICATE'
083000              ' AT ' HC-SOURCE-SYS-ID ' ' HC-POSITION
083100          MOVE 16 TO WS-RETURN-CODE
083200          SET WS-RUN-MUST-STOP TO TRUE
083300          GO TO 2111-EXIT
083400      END-IF.
083500      MOVE WS-NEXT-KEY TO WS-CUR-KEY.
083600      MOVE HC-VALUE    TO WS-CUR-FILE-VALUE.
083700      ADD 1 TO WS-CUR-ROWS.
083800      SET WS-ROW-FOUND TO TRUE.
083900  2111-EXIT.
084000      EXIT.
084100  2120-READ-PRIOR.
084200      SET WS-ROW-WANTED TO TRUE.
084300      PERFORM 2121-READ-PRIOR-ROW THRU 2121-EXIT
084400          UNTIL WS-ROW-FOUND
084500              OR WS-RUN-MUST-STOP.
084600  2120-EXIT.
084700      EXIT.
084800  2121-READ-PRIOR-ROW.
084900      READ PERHPRV.
085000      IF WS-PERHPRV-AT-END
085100          MOVE HIGH-VALUES TO WS-PRV-KEY
085200          SET WS-ROW-FOUND TO TRUE
085300          GO TO 2121-EXIT
085400      END-IF.
085500      IF NOT WS-PERHPRV-OK
085600          DISPLAY 'PER-COMP: ERROR READING PERHPRV '
085700              WS-PERHPRV-STATUS
085800          MOVE 16 TO WS-RETURN-CODE
085900          SET WS-RUN-MUST-STOP TO TRUE
086000          GO TO 2121-EXIT
086100      END-IF.
086200      IF HP-POSITION = ZERO
086300          OR HP-PERIOD NOT = WS-PRV-PERIOD
086400          GO TO 2121-EXIT
086500      END-IF.
086600      MOVE HP-SOURCE-SYS-ID TO WS-NEXT-SOURCE.
086700      MOVE HP-POSITION      TO WS-NEXT-POSITION.
086800      IF WS-NEXT-KEY NOT > WS-PRV-KEY
086900          DISPLAY 'PER-COMP: PERHPRV OUT OF ORDER OR DUPLICATE'
087000              ' AT ' HP-SOURCE-SYS-ID ' ' HP-POSITION
087100          MOVE 16 TO WS-RETURN-CODE
087200          SET WS-RUN-MUST-STOP TO TRUE
087300          GO TO 2121-EXIT
087400      END-IF.
087500      MOVE WS-NEXT-KEY TO WS-PRV-KEY.
087600      MOVE HP-VALUE    TO WS-PRV-FILE-VALUE.
087700      ADD 1 TO WS-PRV-ROWS.
087800      SET WS-ROW-FOUND TO TRUE.
087900  2121-EXIT.
088000      EXIT.
088100  2130-READ-YEAR-AGO.
088200      SET WS-ROW-WANTED TO TRUE.
088300      PERFORM 2131-READ-YEAR-AGO-ROW THRU 2131-EXIT
088400          UNTIL WS-ROW-FOUND
088500              OR WS-RUN-MUST-STOP.
088600  2130-EXIT.
088700      EXIT.
088800  2131-READ-YEAR-AGO-ROW.
088900      READ PERHYAG.
089000      IF WS-PERHYAG-AT-END
089100          MOVE HIGH-VALUES TO WS-YAG-KEY
089200          SET WS-ROW-FOUND TO TRUE
089300          GO TO 2131-EXIT
089400      END-IF.
089500      IF NOT WS-PERHYAG-OK
089600          DISPLAY 'PER-COMP: ERROR READING PERHYAG '
089700              WS-PERHYAG-STATUS
089800          MOVE 16 TO WS-RETURN-CODE
089900          SET WS-RUN-MUST-STOP TO TRUE
090000          GO TO 2131-EXIT
090100      END-IF.
090200      IF HY-POSITION = ZERO
090300          OR HY-PERIOD NOT = WS-YAG-PERIOD
090400          GO TO 2131-EXIT
090500      END-IF.
090600      MOVE HY-SOURCE-SYS-ID TO WS-NEXT-SOURCE.
090700      MOVE HY-POSITION      TO WS-NEXT-POSITION.
090800      IF WS-NEXT-KEY NOT > WS-YAG-KEY
090900          DISPLAY 'PER-COMP: PERHYAG OUT OF ORDER OR DUPLICATE'
091000              ' AT ' HY-SOURCE-SYS-ID ' ' HY-POSITION
091100          MOVE 16 TO WS-RETURN-CODE
091200          SET WS-RUN-MUST-STOP TO TRUE
091300          GO TO 2131-EXIT
091400      END-IF.
091500      MOVE WS-NEXT-KEY TO WS-YAG-KEY.
091600      MOVE HY-VALUE    TO WS-YAG-FILE-VALUE.
091700      ADD 1 TO WS-YAG-ROWS.
091800      SET WS-ROW-FOUND TO TRUE.
091900  2131-EXIT.
092000      EXIT.
092100  2140-READ-POSMAST.
092200      READ POSMAST-FILE.
092300      IF WS-POSMAST-AT-END
092400          MOVE HIGH-VALUES TO WS-PMK-KEY
092500          GO TO 2140-EXIT
092600      END-IF.
092700      IF NOT WS-POSMAST-OK
092800          DISPLAY 'PER-COMP: ERROR READING POSMAST '
092900              WS-POSMAST-STATUS
093000          MOVE 16 TO WS-RETURN-CODE
093100          SET WS-RUN-MUST-STOP TO TRUE
093200          GO TO 2140-EXIT
093300      END-IF.
093400      MOVE PM-SOURCE-SYS-ID TO WS-NEXT-SOURCE.
093500      MOVE PM-POSITION      TO WS-NEXT-POSITION.
093600      IF WS-NEXT-KEY NOT > WS-PMK-KEY
093700          DISPLAY 'PER-COMP: POSMAST OUT OF ORDER OR DUPLICATE'
093800              ' AT ' PM-SOURCE-SYS-ID ' ' PM-POSITION
093900          MOVE 16 TO WS-RETURN-CODE
094000          SET WS-RUN-MUST-STOP TO TRUE
094100          GO TO 2140-EXIT
094200      END-IF.
094300      MOVE WS-NEXT-KEY TO WS-PMK-KEY.
094400  2140-EXIT.
094500      EXIT.
094600*---------------------------------------------------------
094700*2200-MATCH-ONE-POSITION -- THE LOWEST KEY OF THE THREE IS
094800*THE NEXT POSITION; EACH SNAPSHOT HOLDING IT GIVES ITS VALUE
094900*AND MOVES ON.
095000*---------------------------------------------------------
095100  2200-MATCH-ONE-POSITION.
095200      MOVE WS-CUR-KEY TO WS-LOW-KEY.
095300      IF WS-PRV-KEY < WS-LOW-KEY
095400          MOVE WS-PRV-KEY TO WS-LOW-KEY
095500      END-IF.
095600      IF WS-YAG-KEY < WS-LOW-KEY
095700          MOVE WS-YAG-KEY TO WS-LOW-KEY
095800      END-IF.
095900      IF WS-LOW-KEY = HIGH-VALUES
096000          SET WS-MATCH-DONE TO TRUE
096100          GO TO 2200-EXIT
096200      END-IF.
096300      IF WS-SOURCE-STARTED
096400          AND WS-LOW-SOURCE NOT = WS-BRK-SOURCE
096500          PERFORM 5000-FINISH-SOURCE THRU 5000-EXIT
096600      END-IF.
096700      IF WS-RUN-MUST-STOP
096800          GO TO 2200-EXIT
096900      END-IF.
097000      IF WS-SOURCE-IDLE
097100          PERFORM 2300-START-SOURCE THRU 2300-EXIT
097200      END-IF.
097300      MOVE 'N'  TO WS-POS-CUR-FLAG.
097400      MOVE 'N'  TO WS-POS-PRV-FLAG.
097500      MOVE 'N'  TO WS-POS-YAG-FLAG.
097600      MOVE ZERO TO WS-POS-CUR-VALUE.
097700      MOVE ZERO TO WS-POS-PRV-VALUE.
097800      MOVE ZERO TO WS-POS-YAG-VALUE.
097900      IF WS-CUR-KEY = WS-LOW-KEY
098000          MOVE WS-CUR-FILE-VALUE TO WS-POS-CUR-VALUE
098100          MOVE SPACE TO WS-POS-CUR-FLAG
098200          PERFORM 2110-READ-CURRENT THRU 2110-EXIT
098300      END-IF.
098400      IF WS-PRV-KEY = WS-LOW-KEY
098500          MOVE WS-PRV-FILE-VALUE TO WS-POS-PRV-VALUE
098600          MOVE SPACE TO WS-POS-PRV-FLAG
098700          PERFORM 2120-READ-PRIOR THRU 2120-EXIT
098800      END-IF.
098900      IF WS-YAG-KEY = WS-LOW-KEY
099000          MOVE WS-YAG-FILE-VALUE TO WS-POS-YAG-VALUE
099100          MOVE SPACE TO WS-POS-YAG-FLAG
099200          PERFORM 2130-READ-YEAR-AGO THRU 2130-EXIT
099300      END-IF.
099400      IF WS-RUN-MUST-STOP
099500          GO TO 2200-EXIT
099600      END-IF.
099700      PERFORM 2400-FIND-POSMAST THRU 2400-EXIT.
099800      IF WS-RUN-MUST-STOP
099900          GO TO 2200-EXIT
100000      END-IF.
100100      PERFORM 2500-APPLY-RETIREMENT THRU 2500-EXIT.
100200      IF WS-POS-CUR-RETIRED
100300          AND WS-POS-PRV-RETIRED
100400          AND WS-POS-YAG-RETIRED
100500          ADD 1 TO WS-OLD-RETIRED-COUNT
100600          GO TO 2200-EXIT
100700      END-IF.
100800      PERFORM 3000-COMPARE-POSITION THRU 3000-EXIT.
100900      PERFORM 3500-REPORT-POSITION THRU 3500-EXIT.
101000      IF WS-RUN-MUST-STOP
101100          GO TO 2200-EXIT
101200      END-IF.
101300      PERFORM 3700-ADD-TO-TOTALS THRU 3700-EXIT.
101400  2200-EXIT.
101500      EXIT.
101600*---------------------------------------------------------
101700*2300-START-SOURCE -- SOURCE HEADING AND FRESH SOURCE AND
101800*LOCATION ACCUMULATORS.
101900*---------------------------------------------------------
102000  2300-START-SOURCE.
102100      MOVE WS-LOW-SOURCE TO WS-BRK-SOURCE.
102200      SET WS-SOURCE-STARTED TO TRUE.
102300      MOVE WS-ACC-SOURCE TO WS-ACC-USED.
102400      MOVE WS-ACC-SOURCE TO WS-ACC-SUB.
102500      MOVE WS-BRK-SOURCE TO WS-ACC-NAME(WS-ACC-SUB).
102600      PERFORM 2310-CLEAR-ACCUMULATOR THRU 2310-EXIT.
102700      MOVE WS-BRK-SOURCE TO WS-SRC-SOURCE.
102800      WRITE RP-REPORT-LINE FROM WS-BLANK-LINE.
102900      WRITE RP-REPORT-LINE FROM WS-SOURCE-LINE.
103000  2300-EXIT.
103100      EXIT.
103200  2310-CLEAR-ACCUMULATOR.
103300      MOVE ZERO TO WS-ACC-POSITIONS(WS-ACC-SUB).
103400      MOVE ZERO TO WS-ACC-CUR-SUM(WS-ACC-SUB).
103500      MOVE ZERO TO WS-ACC-PRV-COUNT(WS-ACC-SUB).
103600      MOVE ZERO TO WS-ACC-PRV-CUR-SUM(WS-ACC-SUB).
103700      MOVE ZERO TO WS-ACC-PRV-SUM(WS-ACC-SUB).
103800      MOVE ZERO TO WS-ACC-YAG-COUNT(WS-ACC-SUB).
103900      MOVE ZERO TO WS-ACC-YAG-CUR-SUM(WS-ACC-SUB).
104000      MOVE ZERO TO WS-ACC-YAG-SUM(WS-ACC-SUB).
104100  2310-EXIT.
104200      EXIT.
104300*---------------------------------------------------------
104400*2400-FIND-POSMAST -- BRING POSMAST UP TO THE POSITION FOR
104500*ITS LOCATION, METER NAME, AND STATUS.
104600*---------------------------------------------------------
104700  2400-FIND-POSMAST.
104800      PERFORM 2140-READ-POSMAST THRU 2140-EXIT
104900          UNTIL WS-PMK-KEY NOT < WS-LOW-KEY
105000              OR WS-RUN-MUST-STOP.
105100      IF WS-RUN-MUST-STOP
105200          GO TO 2400-EXIT
105300      END-IF.
105400      IF WS-PMK-KEY NOT = WS-LOW-KEY
105500          MOVE 'NOT ON POSMAST' TO WS-POS-LOCATION
105600          MOVE SPACES           TO WS-POS-METER-NAME
105700          SET WS-POS-NOT-ON-POSMAST TO TRUE
105800          ADD 1 TO WS-NO-POSMAST-COUNT
105900          GO TO 2400-EXIT
106000      END-IF.
106100      MOVE PM-LOCATION   TO WS-POS-LOCATION.
106200      MOVE PM-METER-NAME TO WS-POS-METER-NAME.
106300      IF WS-POS-LOCATION = SPACES
106400          MOVE 'NO LOCATION' TO WS-POS-LOCATION
106500      END-IF.
106600      IF PM-RETIRED
106700          SET WS-POS-RETIRED-ON-MAST TO TRUE
106800      ELSE
106900          SET WS-POS-ON-POSMAST TO TRUE
107000      END-IF.
107100  2400-EXIT.
107200      EXIT.
107300*---------------------------------------------------------
107400*2500-APPLY-RETIREMENT -- A POSITION RETIRED ON POSMAST IS
107500*FLAGGED RETIRED IN EVERY PERIOD ENDING ON OR AFTER ITS
107600*RETIRE DATE.  WITH NO RETIRE ON THE AUDIT TRAIL ONLY THE
107700*PERIOD REPORTED IS FLAGGED.
107800*---------------------------------------------------------
107900  2500-APPLY-RETIREMENT.
108000      IF NOT WS-POS-RETIRED-ON-MAST
108100          GO TO 2500-EXIT
108200      END-IF.
108300      MOVE WS-PERIOD TO WS-RETIRE-PERIOD.
108400      IF WS-RTD-COUNT > ZERO
108500          SEARCH ALL WS-RTD-ENTRY
108600              AT END
108700                  CONTINUE
108800              WHEN WS-RTD-SOURCE-SYS-ID(WS-RTD-IDX)
108900                      = WS-LOW-SOURCE
109000                  AND WS-RTD-POSITION(WS-RTD-IDX)
109100                      = WS-LOW-POSITION
109200                  DIVIDE WS-RTD-RETIRE-DATE(WS-RTD-IDX) BY 100
109300                      GIVING WS-RETIRE-PERIOD
109400          END-SEARCH
109500      END-IF.
109600      IF WS-RETIRE-PERIOD NOT > WS-PERIOD
109700          MOVE 'R' TO WS-POS-CUR-FLAG
109800      END-IF.
109900      IF WS-RETIRE-PERIOD NOT > WS-PRV-PERIOD
110000          MOVE 'R' TO WS-POS-PRV-FLAG
110100      END-IF.
110200      IF WS-RETIRE-PERIOD NOT > WS-YAG-PERIOD
110300          MOVE 'R' TO WS-POS-YAG-FLAG
110400      END-IF.
110500  2500-EXIT.
110600      EXIT.
110700*---------------------------------------------------------
110800*3000-COMPARE-POSITION -- CHANGE AND PERCENT AGAINST EACH
110900*COMPARISON PERIOD WHERE BOTH SIDES ARE THERE.
111000*---------------------------------------------------------
111100  3000-COMPARE-POSITION.
111200      MOVE 'N'  TO WS-POS-PRV-CMP-SW.
111300      MOVE ZERO TO WS-POS-PRV-CHANGE.
111400      MOVE ZERO TO WS-POS-PRV-PCT.
111500      MOVE 'N'  TO WS-POS-PRV-PCT-SW.
111600      MOVE 'N'  TO WS-POS-YAG-CMP-SW.
111700      MOVE ZERO TO WS-POS-YAG-CHANGE.
111800      MOVE ZERO TO WS-POS-YAG-PCT.
111900      MOVE 'N'  TO WS-POS-YAG-PCT-SW.
112000      IF WS-POS-CUR-PRESENT AND WS-POS-PRV-PRESENT
112100          MOVE 'Y' TO WS-POS-PRV-CMP-SW
112200          COMPUTE WS-POS-PRV-CHANGE
112300              = WS-POS-CUR-VALUE - WS-POS-PRV-VALUE
112400          MOVE WS-POS-PRV-CHANGE TO WS-PCT-CHANGE
112500          MOVE WS-POS-PRV-VALUE  TO WS-PCT-BASE
112600          PERFORM 3100-COMPUTE-PERCENT THRU 3100-EXIT
112700          MOVE WS-PCT-RESULT TO WS-POS-PRV-PCT
112800          MOVE WS-PCT-SW     TO WS-POS-PRV-PCT-SW
112900      END-IF.
113000      IF WS-POS-CUR-PRESENT AND WS-POS-YAG-PRESENT
113100          MOVE 'Y' TO WS-POS-YAG-CMP-SW
113200          COMPUTE WS-POS-YAG-CHANGE
113300              = WS-POS-CUR-VALUE - WS-POS-YAG-VALUE
113400          MOVE WS-POS-YAG-CHANGE TO WS-PCT-CHANGE
113500          MOVE WS-POS-YAG-VALUE  TO WS-PCT-BASE
113600          PERFORM 3100-COMPUTE-PERCENT THRU 3100-EXIT
113700          MOVE WS-PCT-RESULT TO WS-POS-YAG-PCT
113800          MOVE WS-PCT-SW     TO WS-POS-YAG-PCT-SW
113900      END-IF.
114000  3000-EXIT.
114100      EXIT.
114200  3100-COMPUTE-PERCENT.
114300      SET WS-PCT-NONE TO TRUE.
114400      MOVE ZERO TO WS-PCT-RESULT.
114500      IF WS-PCT-BASE = ZERO
114600          GO TO 3100-EXIT
114700      END-IF.
114800      IF WS-PCT-BASE < ZERO
114900          COMPUTE WS-PCT-BASE = ZERO - WS-PCT-BASE
115000      END-IF.
115100      COMPUTE WS-PCT-RESULT ROUNDED
115200          = WS-PCT-CHANGE * 100 / WS-PCT-BASE
115300          ON SIZE ERROR
115400              MOVE ZERO TO WS-PCT-RESULT
115500          NOT ON SIZE ERROR
115600              SET WS-PCT-SET TO TRUE
115700      END-COMPUTE.
115800  3100-EXIT.
115900      EXIT.
116000*---------------------------------------------------------
116100*3500-REPORT-POSITION -- DETAIL LINE AND FEED RECORD.
116200*---------------------------------------------------------
116300  3500-REPORT-POSITION.
116400      MOVE WS-LOW-POSITION TO WS-DTL-POSITION.
116500      IF WS-POS-CUR-PRESENT
116600          MOVE WS-POS-CUR-VALUE TO WS-DTL-CURRENT
116700      END-IF.
116800      IF WS-POS-CUR-ABSENT
116900          MOVE '   ABSENT' TO WS-DTL-CURRENT-X
117000      END-IF.
117100      IF WS-POS-CUR-RETIRED
117200          MOVE '  RETIRED' TO WS-DTL-CURRENT-X
117300      END-IF.
117400      MOVE WS-POS-PRV-FLAG   TO WS-FMT-FLAG.
117500      MOVE WS-POS-PRV-CMP-SW TO WS-FMT-CMP-SW.
117600      MOVE WS-POS-PRV-PCT-SW TO WS-FMT-PCT-SW.
117700      MOVE WS-POS-PRV-VALUE  TO WS-FMT-VALUE.
117800      MOVE WS-POS-PRV-CHANGE TO WS-FMT-CHANGE.
117900      MOVE WS-POS-PRV-PCT    TO WS-FMT-PCT.
118000      PERFORM 3510-FORMAT-COMPARISON THRU 3510-EXIT.
118100      MOVE WS-CMP-PRINT-TEXT TO WS-DTL-PRIOR.
118200      MOVE WS-POS-YAG-FLAG   TO WS-FMT-FLAG.
118300      MOVE WS-POS-YAG-CMP-SW TO WS-FMT-CMP-SW.
118400      MOVE WS-POS-YAG-PCT-SW TO WS-FMT-PCT-SW.
118500      MOVE WS-POS-YAG-VALUE  TO WS-FMT-VALUE.
118600      MOVE WS-POS-YAG-CHANGE TO WS-FMT-CHANGE.
118700      MOVE WS-POS-YAG-PCT    TO WS-FMT-PCT.
118800      PERFORM 3510-FORMAT-COMPARISON THRU 3510-EXIT.
118900      MOVE WS-CMP-PRINT-TEXT TO WS-DTL-YEAR.
119000      WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE.
119100      IF NOT WS-CMPRPT-OK
119200          DISPLAY 'PER-COMP: ERROR WRITING REPORT DETAIL '
119300              WS-CMPRPT-STATUS
119400          MOVE 16 TO WS-RETURN-CODE
119500          SET WS-RUN-MUST-STOP TO TRUE
119600          GO TO 3500-EXIT
119700      END-IF.
119800      ADD 1 TO WS-REPORTED-COUNT.
119900      MOVE SPACES             TO PC-PERCOMP-RECORD.
120000      SET PC-DETAIL-REC       TO TRUE.
120100      MOVE WS-PERIOD          TO PC-PERIOD.
120200      MOVE WS-LOW-SOURCE      TO PC-SOURCE-SYS-ID.
120300      MOVE WS-LOW-POSITION    TO PC-POSITION.
120400      MOVE WS-POS-LOCATION    TO PC-LOCATION.
120500      MOVE WS-POS-METER-NAME  TO PC-METER-NAME.
120600      MOVE WS-POS-CUR-VALUE   TO PC-CURRENT-VALUE.
120700      MOVE WS-POS-CUR-FLAG    TO PC-CURRENT-FLAG.
120800      MOVE WS-PRV-PERIOD      TO PC-PRIOR-PERIOD.
120900      MOVE WS-POS-PRV-VALUE   TO PC-PRIOR-VALUE.
121000      MOVE WS-POS-PRV-FLAG    TO PC-PRIOR-FLAG.
121100      MOVE WS-POS-PRV-CHANGE  TO PC-PRIOR-CHANGE.
121200      MOVE WS-POS-PRV-PCT     TO PC-PRIOR-PCT.
121300      MOVE WS-POS-PRV-PCT-SW  TO PC-PRIOR-PCT-SW.
121400      MOVE WS-YAG-PERIOD      TO PC-YEAR-PERIOD.
121500      MOVE WS-POS-YAG-VALUE   TO PC-YEAR-VALUE.
121600      MOVE WS-POS-YAG-FLAG    TO PC-YEAR-FLAG.
121700      MOVE WS-POS-YAG-CHANGE  TO PC-YEAR-CHANGE.
121800      MOVE WS-POS-YAG-PCT     TO PC-YEAR-PCT.
121900      MOVE WS-POS-YAG-PCT-SW  TO PC-YEAR-PCT-SW.
122000      PERFORM 3600-WRITE-FEED THRU 3600-EXIT.
122100  3500-EXIT.
122200      EXIT.
122300*---------------------------------------------------------
122400*3510-FORMAT-COMPARISON -- ONE COMPARISON'S COLUMNS: THE
122500*FLAG IN WORDS WHEN THE POSITION WAS NOT THERE OR WAS
122600*RETIRED, ELSE THE VALUE, AND THE CHANGE AND PERCENT WHEN
122700*THE CURRENT SIDE COULD BE COMPARED.
122800*---------------------------------------------------------
122900  3510-FORMAT-COMPARISON.
123000      MOVE SPACES TO WS-CMP-PRINT-TEXT.
123100      IF WS-FMT-ABSENT
123200          MOVE '      NOT IN PERIOD' TO WS-CMP-PRINT-TEXT
123300          GO TO 3510-EXIT
123400      END-IF.
123500      IF WS-FMT-RETIRED
123600          MOVE '      RETIRED' TO WS-CMP-PRINT-TEXT
123700          GO TO 3510-EXIT
123800      END-IF.
123900      MOVE WS-FMT-VALUE TO WS-CPR-VALUE.
124000      IF NOT WS-FMT-COMPARED
124100          GO TO 3510-EXIT
124200      END-IF.
124300      MOVE WS-FMT-CHANGE TO WS-CPR-CHANGE.
124400      IF WS-FMT-PCT-SET
124500          MOVE WS-FMT-PCT TO WS-CPR-PCT
124600      ELSE
124700          MOVE '     N/A' TO WS-CPR-PCT-X
124800      END-IF.
124900  3510-EXIT.
125000      EXIT.
125100  3600-WRITE-FEED.
125200      WRITE PC-PERCOMP-RECORD.
125300      IF NOT WS-PERCOMP-OK
125400          DISPLAY 'PER-COMP: ERROR WRITING PERCOMP '
125500              WS-PERCOMP-STATUS
125600          MOVE 16 TO WS-RETURN-CODE
125700          SET WS-RUN-MUST-STOP TO TRUE
125800          GO TO 3600-EXIT
125900      END-IF.
126000      ADD 1 TO WS-FEED-COUNT.
126100  3600-EXIT.
126200      EXIT.
126300*---------------------------------------------------------
126400*3700-ADD-TO-TOTALS -- THE POSITION INTO ITS LOCATION, ITS
126500*SOURCE, AND THE GRAND TOTAL.  A NEW LOCATION IS SLOTTED IN
126600*NAME ORDER.
126700*---------------------------------------------------------
126800  3700-ADD-TO-TOTALS.
126900      SET WS-LOCATION-APPEND TO TRUE.
127000      SET WS-ACC-IDX TO 3.
127100      IF WS-ACC-USED > WS-ACC-SOURCE
127200          SEARCH WS-ACC-ENTRY
127300              WHEN WS-ACC-IDX > WS-ACC-USED
127400                  SET WS-LOCATION-APPEND TO TRUE
127500              WHEN WS-ACC-NAME(WS-ACC-IDX) = WS-POS-LOCATION
127600                  SET WS-LOCATION-FOUND TO TRUE
127700              WHEN WS-ACC-NAME(WS-ACC-IDX) > WS-POS-LOCATION
127800                  SET WS-LOCATION-INSERT TO TRUE
127900          END-SEARCH
128000      END-IF.
128100      SET WS-ACC-SUB TO WS-ACC-IDX.
128200      IF NOT WS-LOCATION-FOUND
128300          PERFORM 3705-SLOT-LOCATION THRU 3705-EXIT
128400      END-IF.
128500      IF WS-RUN-MUST-STOP
128600          GO TO 3700-EXIT
128700      END-IF.
128800      PERFORM 3720-ADD-TO-ACCUMULATOR THRU 3720-EXIT.
128900      MOVE WS-ACC-SOURCE TO WS-ACC-SUB.
129000      PERFORM 3720-ADD-TO-ACCUMULATOR THRU 3720-EXIT.
129100      MOVE WS-ACC-GRAND TO WS-ACC-SUB.
129200      PERFORM 3720-ADD-TO-ACCUMULATOR THRU 3720-EXIT.
129300  3700-EXIT.
129400      EXIT.
129500  3705-SLOT-LOCATION.
129600      IF WS-ACC-USED >= WS-ACC-MAX
129700          DISPLAY 'PER-COMP: MORE LOCATIONS IN SOURCE '
129800              WS-BRK-SOURCE ' THAN THE TABLE HOLDS'
129900          MOVE 16 TO WS-RETURN-CODE
130000          SET WS-RUN-MUST-STOP TO TRUE
130100          GO TO 3705-EXIT
130200      END-IF.
130300      IF WS-LOCATION-APPEND
130400          COMPUTE WS-ACC-SUB = WS-ACC-USED + 1
130500      END-IF.
130600      PERFORM 3710-SHIFT-LOCATION THRU 3710-EXIT
130700          VARYING WS-J FROM WS-ACC-USED BY -1
130800          UNTIL WS-J < WS-ACC-SUB.
130900      ADD 1 TO WS-ACC-USED.
131000      MOVE WS-POS-LOCATION TO WS-ACC-NAME(WS-ACC-SUB).
131100      PERFORM 2310-CLEAR-ACCUMULATOR THRU 2310-EXIT.
131200  3705-EXIT.
131300      EXIT.
131400  3710-SHIFT-LOCATION.
131500      COMPUTE WS-K = WS-J + 1.
131600      MOVE WS-ACC-ENTRY(WS-J) TO WS-ACC-ENTRY(WS-K).
131700  3710-EXIT.
131800      EXIT.
131900  3720-ADD-TO-ACCUMULATOR.
132000      ADD 1 TO WS-ACC-POSITIONS(WS-ACC-SUB).
132100      IF WS-POS-CUR-PRESENT
132200          ADD WS-POS-CUR-VALUE TO WS-ACC-CUR-SUM(WS-ACC-SUB)
132300      END-IF.
132400      IF WS-POS-PRV-COMPARED
132500          ADD 1 TO WS-ACC-PRV-COUNT(WS-ACC-SUB)
132600          ADD WS-POS-CUR-VALUE TO WS-ACC-PRV-CUR-SUM(WS-ACC-SUB)
132700          ADD WS-POS-PRV-VALUE TO WS-ACC-PRV-SUM(WS-ACC-SUB)
132800      END-IF.
132900      IF WS-POS-YAG-COMPARED
133000          ADD 1 TO WS-ACC-YAG-COUNT(WS-ACC-SUB)
133100          ADD WS-POS-CUR-VALUE TO WS-ACC-YAG-CUR-SUM(WS-ACC-SUB)
133200          ADD WS-POS-YAG-VALUE TO WS-ACC-YAG-SUM(WS-ACC-SUB)
133300      END-IF.
133400  3720-EXIT.
133500      EXIT.
133600*---------------------------------------------------------
133700*5000-FINISH-SOURCE -- THE SOURCE'S LOCATION SUBTOTALS IN
133800*NAME ORDER, THEN ITS SOURCE TOTAL.
133900*---------------------------------------------------------
134000  5000-FINISH-SOURCE.
134100      MOVE WS-BRK-SOURCE TO WS-TWK-SOURCE.
134200      PERFORM 5100-FINISH-LOCATION THRU 5100-EXIT
134300          VARYING WS-ACC-SUB FROM 3 BY 1
134400          UNTIL WS-ACC-SUB > WS-ACC-USED
134500              OR WS-RUN-MUST-STOP.
134600      IF WS-RUN-MUST-STOP
134700          GO TO 5000-EXIT
134800      END-IF.
134900      MOVE WS-ACC-SOURCE  TO WS-ACC-SUB.
135000      MOVE 'S'            TO WS-TWK-FEED-TYPE.
135100      MOVE SPACES         TO WS-TWK-LOCATION.
135200      MOVE 'SOURCE TOTAL' TO WS-CAP-LABEL.
135300      MOVE WS-BRK-SOURCE  TO WS-CAP-NAME.
135400      PERFORM 5400-FIGURE-ACCUMULATOR THRU 5400-EXIT.
135500      PERFORM 5500-PRINT-ACCUMULATOR THRU 5500-EXIT.
135600      PERFORM 5600-WRITE-ACCUMULATOR THRU 5600-EXIT.
135700      SET WS-SOURCE-IDLE TO TRUE.
135800  5000-EXIT.
135900      EXIT.
136000  5100-FINISH-LOCATION.
136100      MOVE 'L'                     TO WS-TWK-FEED-TYPE.
136200      MOVE WS-ACC-NAME(WS-ACC-SUB) TO WS-TWK-LOCATION.
136300      MOVE 'LOCATION'              TO WS-CAP-LABEL.
136400      MOVE WS-ACC-NAME(WS-ACC-SUB) TO WS-CAP-NAME.
136500      PERFORM 5400-FIGURE-ACCUMULATOR THRU 5400-EXIT.
136600      PERFORM 5500-PRINT-ACCUMULATOR THRU 5500-EXIT.
136700      PERFORM 5600-WRITE-ACCUMULATOR THRU 5600-EXIT.
136800  5100-EXIT.
136900      EXIT.
137000*---------------------------------------------------------
137100*5400-FIGURE-ACCUMULATOR -- CHANGE AND PERCENT OF EACH
137200*LIKE-FOR-LIKE COMPARISON IN ONE ACCUMULATOR.
137300*---------------------------------------------------------
137400  5400-FIGURE-ACCUMULATOR.
137500      COMPUTE WS-TWK-PRV-CHANGE
137600          = WS-ACC-PRV-CUR-SUM(WS-ACC-SUB)
137700          - WS-ACC-PRV-SUM(WS-ACC-SUB).
137800      MOVE WS-TWK-PRV-CHANGE          TO WS-PCT-CHANGE.
137900      MOVE WS-ACC-PRV-SUM(WS-ACC-SUB) TO WS-PCT-BASE.
138000      PERFORM 3100-COMPUTE-PERCENT THRU 3100-EXIT.
138100      MOVE WS-PCT-RESULT TO WS-TWK-PRV-PCT.
138200      MOVE WS-PCT-SW     TO WS-TWK-PRV-PCT-SW.
138300      COMPUTE WS-TWK-YAG-CHANGE
138400          = WS-ACC-YAG-CUR-SUM(WS-ACC-SUB)
138500          - WS-ACC-YAG-SUM(WS-ACC-SUB).
138600      MOVE WS-TWK-YAG-CHANGE          TO WS-PCT-CHANGE.
138700      MOVE WS-ACC-YAG-SUM(WS-ACC-SUB) TO WS-PCT-BASE.
138800      PERFORM 3100-COMPUTE-PERCENT THRU 3100-EXIT.
138900      MOVE WS-PCT-RESULT TO WS-TWK-YAG-PCT.
139000      MOVE WS-PCT-SW     TO WS-TWK-YAG-PCT-SW.
139100  5400-EXIT.
139200      EXIT.
139300*---------------------------------------------------------
139400*5500-PRINT-ACCUMULATOR -- A CAPTION LINE, THEN ONE FIGURE
139500*LINE PER COMPARISON.
139600*---------------------------------------------------------
139700  5500-PRINT-ACCUMULATOR.
139800      MOVE WS-ACC-POSITIONS(WS-ACC-SUB) TO WS-CAP-POSITIONS.
139900      MOVE WS-ACC-CUR-SUM(WS-ACC-SUB)   TO WS-CAP-CUR-SUM.
140000      WRITE RP-REPORT-LINE FROM WS-BLANK-LINE.
140100      WRITE RP-REPORT-LINE FROM WS-CAPTION-LINE.
140200      MOVE 'VS PRIOR'                     TO WS-FIG-LABEL.
140300      MOVE WS-ACC-PRV-CUR-SUM(WS-ACC-SUB) TO WS-FIG-CUR-SUM.
140400      MOVE WS-ACC-PRV-SUM(WS-ACC-SUB)     TO WS-FIG-BASE-SUM.
140500      MOVE WS-TWK-PRV-CHANGE              TO WS-FIG-CHANGE.
140600      IF WS-TWK-PRV-PCT-SET
140700          MOVE WS-TWK-PRV-PCT TO WS-FIG-PCT
140800      ELSE
140900          MOVE '     N/A' TO WS-FIG-PCT-X
141000      END-IF.
141100      WRITE RP-REPORT-LINE FROM WS-FIGURE-LINE.
141200      MOVE 'VS YR AGO'                    TO WS-FIG-LABEL.
141300      MOVE WS-ACC-YAG-CUR-SUM(WS-ACC-SUB) TO WS-FIG-CUR-SUM.
141400      MOVE WS-ACC-YAG-SUM(WS-ACC-SUB)     TO WS-FIG-BASE-SUM.
141500      MOVE WS-TWK-YAG-CHANGE              TO WS-FIG-CHANGE.
141600      IF WS-TWK-YAG-PCT-SET
141700          MOVE WS-TWK-YAG-PCT TO WS-FIG-PCT
141800      ELSE
141900          MOVE '     N/A' TO WS-FIG-PCT-X
142000      END-IF.
142100      WRITE RP-REPORT-LINE FROM WS-FIGURE-LINE.
142200      IF NOT WS-CMPRPT-OK
142300          DISPLAY 'PER-COMP: ERROR WRITING REPORT TOTALS '
142400              WS-CMPRPT-STATUS
142500          MOVE 16 TO WS-RETURN-CODE
142600          SET WS-RUN-MUST-STOP TO TRUE
142700      END-IF.
142800  5500-EXIT.
142900      EXIT.
143000  5600-WRITE-ACCUMULATOR.
143100      MOVE SPACES            TO PC-PERCOMP-RECORD.
143200      MOVE WS-TWK-FEED-TYPE  TO PC-REC-TYPE.
143300      MOVE WS-PERIOD         TO PC-PERIOD.
143400      MOVE WS-TWK-SOURCE     TO PC-SOURCE-SYS-ID.
143500      MOVE WS-ACC-POSITIONS(WS-ACC-SUB) TO PC-POSITION-COUNT.
143600      MOVE WS-TWK-LOCATION   TO PC-LOCATION.
143700      MOVE WS-ACC-CUR-SUM(WS-ACC-SUB)   TO PC-CURRENT-VALUE.
143800      MOVE SPACE             TO PC-CURRENT-FLAG.
143900      MOVE WS-PRV-PERIOD     TO PC-PRIOR-PERIOD.
144000      MOVE WS-ACC-PRV-SUM(WS-ACC-SUB)   TO PC-PRIOR-VALUE.
144100      MOVE SPACE             TO PC-PRIOR-FLAG.
144200      MOVE WS-TWK-PRV-CHANGE TO PC-PRIOR-CHANGE.
144300      MOVE WS-TWK-PRV-PCT    TO PC-PRIOR-PCT.
144400      MOVE WS-TWK-PRV-PCT-SW TO PC-PRIOR-PCT-SW.
144500      MOVE WS-YAG-PERIOD     TO PC-YEAR-PERIOD.
144600      MOVE WS-ACC-YAG-SUM(WS-ACC-SUB)   TO PC-YEAR-VALUE.
144700      MOVE SPACE             TO PC-YEAR-FLAG.
144800      MOVE WS-TWK-YAG-CHANGE TO PC-YEAR-CHANGE.
144900      MOVE WS-TWK-YAG-PCT    TO PC-YEAR-PCT.
145000      MOVE WS-TWK-YAG-PCT-SW TO PC-YEAR-PCT-SW.
145100      PERFORM 3600-WRITE-FEED THRU 3600-EXIT.
145200  5600-EXIT.
145300      EXIT.
145400*---------------------------------------------------------
145500*5900-FINISH-GRAND -- THE GRAND TOTAL OVER ALL SOURCES.
145600*---------------------------------------------------------
145700  5900-FINISH-GRAND.
145800      MOVE WS-ACC-GRAND  TO WS-ACC-SUB.
145900      MOVE 'G'           TO WS-TWK-FEED-TYPE.
146000      MOVE SPACES        TO WS-TWK-SOURCE.
146100      MOVE SPACES        TO WS-TWK-LOCATION.
146200      MOVE 'GRAND TOTAL' TO WS-CAP-LABEL.
146300      MOVE SPACES        TO WS-CAP-NAME.
146400      PERFORM 5400-FIGURE-ACCUMULATOR THRU 5400-EXIT.
146500      PERFORM 5500-PRINT-ACCUMULATOR THRU 5500-EXIT.
146600      PERFORM 5600-WRITE-ACCUMULATOR THRU 5600-EXIT.
146700  5900-EXIT.
146800      EXIT.
146900*---------------------------------------------------------
147000*9000-TERMINATE -- TOTALS AND CLOSES.
147100*---------------------------------------------------------
147200  9000-TERMINATE.
147300      IF WS-CMPRPT-WAS-OPENED AND WS-CMPRPT-OK
147400          MOVE WS-CUR-ROWS          TO WS-TOT-CUR-ROWS
147500          MOVE WS-PRV-ROWS          TO WS-TOT-PRV-ROWS
147600          MOVE WS-YAG-ROWS          TO WS-TOT-YAG-ROWS
147700          MOVE WS-REPORTED-COUNT    TO WS-TOT-REPORTED
147800          MOVE WS-NO-POSMAST-COUNT  TO WS-TOT-NO-POSMAST
147900          MOVE WS-OLD-RETIRED-COUNT TO WS-TOT-OLD-RETIRED
148000          MOVE WS-FEED-COUNT        TO WS-TOT-FEED
148100          WRITE RP-REPORT-LINE FROM WS-BLANK-LINE
148200          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-1
148300          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-2
148400          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-3
148500          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-4
148600          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-5
148700          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-6
148800          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-7
148900      END-IF.
149000      IF WS-PERHCUR-IS-OPEN
149100          CLOSE PERHCUR
149200      END-IF.
149300      IF WS-PERHPRV-IS-OPEN
149400          CLOSE PERHPRV
149500      END-IF.
149600      IF WS-PERHYAG-IS-OPEN
149700          CLOSE PERHYAG
149800      END-IF.
149900      IF WS-POSMAST-IS-OPEN
150000          CLOSE POSMAST-FILE
150100      END-IF.
150200      IF WS-PMAUDIT-IS-OPEN
150300          CLOSE PMAUDIT
150400      END-IF.
150500      IF WS-CMPRPT-WAS-OPENED
150600          CLOSE CMPRPT
150700      END-IF.
150800      IF WS-PERCOMP-WAS-OPENED
150900          CLOSE PERCOMP
151000      END-IF.
151100  9000-EXIT.
151200      EXIT.
