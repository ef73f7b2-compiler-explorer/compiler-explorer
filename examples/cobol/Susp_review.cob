001900*             BEFORE THE STALE-CUTOFF PARM, IN WHICH CASE
002000*             IT IS AGED OFF.  EVERY ROW'S FATE PRINTS ON
002100*             THE DISPOSITION REPORT.
002110*             A CARRIED ROW DATED WITHIN A FEW BUSINESS DAYS
002120*             OF THE CUTOFF, WHATEVER KEPT IT, IS FLAGGED
002122*             'NEARCUT' ON THE REPORT (A ROW WITH NO DISPOSITION
002124*             ALSO PRINTS AS NEAR THE CUTOFF) AND IS
002130*             RAISED ON THE OPERATIONS ALERT FEED (ALERTS,
002140*             COPYBOOK DL100AE) SO IT IS LOOKED AT BEFORE IT
002150*             AGES OFF.
002152*             AN APPROVAL IS APPLIED ONLY FOR A USER THE
002154*             AUTHORITY FILE (AUTHFILE, COPYBOOK DL100AU) LETS
002156*             FORCE READINGS FOR THE SOURCE; ANY OTHER PRINTS AS
002158*             'NO AUTH, CARRIED'.  A READING FURTHER FROM THE
002160*             MARK THAN THE USER'S LIMIT IS CARRIED AND HELD ON
002162*             THE PENDING FILE (PENDIN IN, PENDOUT OUT, COPYBOOK
002164*             DL100PN) UNTIL A SECOND, DIFFERENT AUTHORISED USER
002166*             APPROVES THE SAME ROW ON A LATER RUN; THE 'F' ROW
002168*             THEN CARRIES THE KEYING USER AND IS FOLLOWED BY A
002170*             'K' SIGN-OFF ROW CARRYING THE CONFIRMING USER.
002200*
002300*             PARM: (1:8) OPTIONAL STALE CUTOFF DATE
002400*             (YYYYMMDD); SPACES OR ZERO MEANS NO AGING.
002410*             (9:2) OPTIONAL NEAR-CUTOFF WINDOW IN BUSINESS
002420*             DAYS PAST THE CUTOFF; DEFAULT 03, 00 MEANS NO
002430*             WARNING.
002500*
002600*             RETURN CODES: 0 PROCESSED, 4 DISPOSITIONS
002700*             THAT MATCHED NO SUSPENSE ROW OR COULD NOT BE
002800*             APPLIED, 8 NO SUSPENSE ON FILE, 16 PARM OR
002900*             FILE ERROR.
002910*             AN APPROVAL LEFT PENDING CONFIRMATION ALSO SETS
002920*             RC 4.
003000*
003100*MODIFICATION HISTORY.
003200*DATE-------- INIT----  DESCRIPTION------------------------
003300*2026-09-02   DLM       ORIGINAL VERSION.
003310*2026-10-15   DLM       CARRIED ROWS WITHIN THE PARM'S NEAR-
003320*                       CUTOFF WINDOW (DEFAULT THREE BUSINESS
003330*                       DAYS PAST THE STALE CUTOFF) PRINT AS
003340*                       'CARRIED, NEAR CUTOFF' AND ARE APPENDED
003350*                       TO THE ALERT FEED AS ADVISORY WARNINGS.
003360*                       THE RETURN CODE IS NOT AFFECTED.
003365*2026-10-15   DLM       APPROVAL AUTHORITY AND MAKER/CHECKER:
003370*                       APPROVALS ARE CHECKED AGAINST AUTHFILE,
003375*                       AND ONE OVER THE USER'S LIMIT WAITS ON
003380*                       THE PENDING FILE FOR A SECOND USER.  THE
003385*                       AUDITLOG ROW CARRIES BOTH USERS.
003386*2026-10-15   DLM       A ROW WITH NO DISPOSITION TODAY THAT IS
003387*                       STILL AWAITING ITS SECOND USER PRINTS AS
003388*                       'PENDING CONFIRM' AND COUNTS AS PENDING.
003390*2026-10-15   DLM       THE NEAR-CUTOFF TEST AND ALERT MOVED INTO
003392*                       2500-CARRY-FORWARD SO EVERY CARRIED ROW
003394*                       GETS THEM, NOT ONLY ONE WITH NO
003396*                       DISPOSITION; A NEARCUT COLUMN ON THE
003398*                       REPORT MARKS THEM.
003400******************************************************************
003500  IDENTIFICATION DIVISION.
003600  PROGRAM-ID. Susp_review.
006700          ORGANIZATION IS SEQUENTIAL
006800          ACCESS MODE IS SEQUENTIAL
006900          FILE STATUS IS WS-DSPRPT-STATUS.
006910      SELECT ALERTS ASSIGN TO ALERTS
006920          ORGANIZATION IS SEQUENTIAL
006930          ACCESS MODE IS SEQUENTIAL
006940          FILE STATUS IS WS-ALERTS-STATUS.
006942      SELECT AUTHFILE ASSIGN TO AUTHFILE
006944          ORGANIZATION IS SEQUENTIAL
006946          ACCESS MODE IS SEQUENTIAL
006948          FILE STATUS IS WS-AUTHFILE-STATUS.
006950      SELECT PENDIN ASSIGN TO PENDIN
006952          ORGANIZATION IS SEQUENTIAL
006954          ACCESS MODE IS SEQUENTIAL
006956          FILE STATUS IS WS-PENDIN-STATUS.
006958      SELECT PENDOUT ASSIGN TO PENDOUT
006960          ORGANIZATION IS SEQUENTIAL
006962          ACCESS MODE IS SEQUENTIAL
006964          FILE STATUS IS WS-PENDOUT-STATUS.
007000  DATA DIVISION.
007100  FILE SECTION.
007200  FD  SUSPFILE
014400      RECORDING MODE IS F
014500      LABEL RECORDS ARE OMITTED.
014600  01  RP-REPORT-LINE                  PIC X(80).
014610  FD  ALERTS
014620      RECORDING MODE IS F
014630      LABEL RECORDS ARE OMITTED.
014640  01  AE-ALERT-LINE                   PIC X(80).
014641  FD  AUTHFILE
014642      RECORDING MODE IS F
014643      LABEL RECORDS ARE STANDARD.
014644      COPY DL100AU REPLACING
014645      ==PFX-AUTH-RECORD== BY ==AU-AUTH-RECORD==
014646      ==PFX-AUT-USER-ID== BY ==AU-USER-ID==
014647      ==PFX-AUT-SOURCE-SYS-ID== BY ==AU-SOURCE-SYS-ID==
014648      ==PFX-AUT-ALL-SOURCES== BY ==AU-ALL-SOURCES==
014649      ==PFX-AUT-FORCE-SW== BY ==AU-FORCE-SW==
014650      ==PFX-AUT-MAY-FORCE== BY ==AU-MAY-FORCE==
014651      ==PFX-AUT-CORRECT-SW== BY ==AU-CORRECT-SW==
014652      ==PFX-AUT-MAY-CORRECT== BY ==AU-MAY-CORRECT==
014653      ==PFX-AUT-MAX-CHANGE== BY ==AU-MAX-CHANGE==.
014654  FD  PENDIN
014655      RECORDING MODE IS F
014656      LABEL RECORDS ARE OMITTED.
014657      COPY DL100PN REPLACING
014658      ==PFX-PEND-RECORD== BY ==PI-PEND-RECORD==
014659      ==PFX-PND-KIND-CD== BY ==PI-KIND-CD==
014660      ==PFX-PND-FORCE== BY ==PI-FORCE==
014661      ==PFX-PND-CORRECTION== BY ==PI-CORRECTION==
014662      ==PFX-PND-SOURCE-SYS-ID== BY ==PI-SOURCE-SYS-ID==
014663      ==PFX-PND-POSITION== BY ==PI-POSITION==
014664      ==PFX-PND-AS-OF-DATE== BY ==PI-AS-OF-DATE==
014665      ==PFX-PND-NEW-VALUE== BY ==PI-NEW-VALUE==
014666      ==PFX-PND-CHANGE== BY ==PI-CHANGE==
014667      ==PFX-PND-KEY-USER-ID== BY ==PI-KEY-USER-ID==
014668      ==PFX-PND-KEY-RUN-DATE== BY ==PI-KEY-RUN-DATE==
014669      ==PFX-PND-KEY-RUN-TIME== BY ==PI-KEY-RUN-TIME==.
014670  FD  PENDOUT
014671      RECORDING MODE IS F
014672      LABEL RECORDS ARE OMITTED.
014673      COPY DL100PN REPLACING
014674      ==PFX-PEND-RECORD== BY ==PO-PEND-RECORD==
014675      ==PFX-PND-KIND-CD== BY ==PO-KIND-CD==
014676      ==PFX-PND-FORCE== BY ==PO-FORCE==
014677      ==PFX-PND-CORRECTION== BY ==PO-CORRECTION==
014678      ==PFX-PND-SOURCE-SYS-ID== BY ==PO-SOURCE-SYS-ID==
014679      ==PFX-PND-POSITION== BY ==PO-POSITION==
014680      ==PFX-PND-AS-OF-DATE== BY ==PO-AS-OF-DATE==
014681      ==PFX-PND-NEW-VALUE== BY ==PO-NEW-VALUE==
014682      ==PFX-PND-CHANGE== BY ==PO-CHANGE==
014683      ==PFX-PND-KEY-USER-ID== BY ==PO-KEY-USER-ID==
014684      ==PFX-PND-KEY-RUN-DATE== BY ==PO-KEY-RUN-DATE==
014685      ==PFX-PND-KEY-RUN-TIME== BY ==PO-KEY-RUN-TIME==.
014700  WORKING-STORAGE SECTION.
014800*BUILD AREA FOR AUDIT LOG ROWS, SHARED WITH Max_array AND
014900*Mark_backout VIA COPYBOOK DL100AL.
016200      ==PFX-AUD-PERIOD-RESET== BY ==WS-AUD-PERIOD-RESET==
016300      ==PFX-AUD-FORCED== BY ==WS-AUD-FORCED==
016301      ==PFX-AUD-CORRECTION== BY ==WS-AUD-CORRECTION==
016302      ==PFX-AUD-SIGNOFF== BY ==WS-AUD-SIGNOFF==
016303      ==PFX-AUD-USER-ID== BY ==WS-AUD-USER-ID==
016400      ==PFX-AUD-AS-OF-DATE== BY ==WS-AUD-AS-OF-DATE==
016402      ==PFX-AUD-EXCHANGE== BY ==WS-AUD-EXCHANGE==.
016405*BUILD AREA FOR OPERATIONS ALERT EVENTS (COPYBOOK DL100AE).
016410      COPY DL100AE REPLACING
016415      ==PFX-ALERT-RECORD== BY ==WS-ALERT-RECORD==
016420      ==PFX-ALR-RUN-DATE== BY ==WS-ALR-RUN-DATE==
016425      ==PFX-ALR-RUN-TIME== BY ==WS-ALR-RUN-TIME==
016430      ==PFX-ALR-SEVERITY== BY ==WS-ALR-SEVERITY==
016435      ==PFX-ALR-WARNING== BY ==WS-ALR-WARNING==
016440      ==PFX-ALR-ERROR== BY ==WS-ALR-ERROR==
016445      ==PFX-ALR-SEVERE== BY ==WS-ALR-SEVERE==
016450      ==PFX-ALR-RETURN-CODE== BY ==WS-ALR-RETURN-CODE==
016455      ==PFX-ALR-PROGRAM== BY ==WS-ALR-PROGRAM==
016460      ==PFX-ALR-EVENT-CD== BY ==WS-ALR-EVENT-CD==
016465      ==PFX-ALR-REASON-CD== BY ==WS-ALR-REASON-CD==
016470      ==PFX-ALR-SOURCE-SYS-ID== BY ==WS-ALR-SOURCE-SYS-ID==
016475      ==PFX-ALR-POSITION== BY ==WS-ALR-POSITION==
016480      ==PFX-ALR-AS-OF-DATE== BY ==WS-ALR-AS-OF-DATE==.
016500  01  WS-FILE-STATUS-GROUP.
016600      05  WS-SUSPFILE-STATUS          PIC X(02) VALUE '00'.
016700          88  WS-SUSPFILE-OK                VALUE '00'.
018500          88  WS-AUDITLOG-NOT-FOUND         VALUE '35'.
018600      05  WS-DSPRPT-STATUS            PIC X(02) VALUE '00'.
018700          88  WS-DSPRPT-OK                  VALUE '00'.
018710      05  WS-ALERTS-STATUS            PIC X(02) VALUE '00'.
018720          88  WS-ALERTS-OK                  VALUE '00'.
018730          88  WS-ALERTS-NOT-FOUND           VALUE '35'.
018735      05  WS-AUTHFILE-STATUS          PIC X(02) VALUE '00'.
018740          88  WS-AUTHFILE-OK                VALUE '00'.
018745          88  WS-AUTHFILE-AT-END            VALUE '10'.
018750          88  WS-AUTHFILE-NOT-FOUND         VALUE '35'.
018755      05  WS-PENDIN-STATUS            PIC X(02) VALUE '00'.
018760          88  WS-PENDIN-OK                  VALUE '00'.
018765          88  WS-PENDIN-AT-END              VALUE '10'.
018770          88  WS-PENDIN-NOT-FOUND           VALUE '35'.
018775      05  WS-PENDOUT-STATUS           PIC X(02) VALUE '00'.
018780          88  WS-PENDOUT-OK                 VALUE '00'.
018800  01  WS-SWITCHES.
018900      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
019000          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
019800      05  WS-DSPRPT-OPEN-SW           PIC X(01) VALUE 'N'.
019900          88  WS-DSPRPT-WAS-OPENED          VALUE 'Y'.
020000          88  WS-DSPRPT-NEVER-OPENED        VALUE 'N'.
020010      05  WS-ALERTS-OPEN-SW           PIC X(01) VALUE 'N'.
020020          88  WS-ALERTS-WAS-OPENED          VALUE 'Y'.
020030          88  WS-ALERTS-NEVER-OPENED        VALUE 'N'.
020035      05  WS-PENDOUT-OPEN-SW          PIC X(01) VALUE 'N'.
020040          88  WS-PENDOUT-WAS-OPENED         VALUE 'Y'.
020045          88  WS-PENDOUT-NEVER-OPENED       VALUE 'N'.
020050*HOW AN APPROVAL STANDS AGAINST THE AUTHORITY FILE: APPLIED
020055*ON THE KEYING USER'S OWN AUTHORITY, APPLIED ON A SECOND
020060*USER'S CONFIRMATION, OR NOT APPLIED THIS RUN.
020065      05  WS-AUTH-SW                  PIC X(01) VALUE 'N'.
020070          88  WS-AUTH-ALONE                 VALUE 'A'.
020075          88  WS-AUTH-CONFIRMED             VALUE 'C'.
020080          88  WS-AUTH-NOT-APPLIED           VALUE 'N'.
020082*SET BY 2500-CARRY-FORWARD FOR THE ROW JUST CARRIED.
020084      05  WS-NEAR-SW                  PIC X(01) VALUE 'N'.
020086          88  WS-ROW-NEAR-CUTOFF            VALUE 'Y'.
020088          88  WS-ROW-NOT-NEAR               VALUE 'N'.
020100  01  WS-COUNTERS-AND-WORK-FIELDS.
020200      05  WS-I                 PIC S9(08) COMP VALUE ZERO.
020300      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
021400      05  WS-FAILED-COUNT      PIC S9(08) COMP VALUE ZERO.
021500      05  WS-OLD-VALUE         PIC S9(08) VALUE ZERO.
021600      05  WS-STAT-VALUE        PIC S9(08) COMP VALUE ZERO.
021602      05  WS-NEAR-COUNT        PIC S9(08) COMP VALUE ZERO.
021604*A CARRIED ROW DATED BEFORE THE WARNING DATE (THE CUTOFF
021606*ADVANCED BY THE NEAR-CUTOFF WINDOW) IS NEAR THE CUTOFF.
021608*ZERO WHEN THERE IS NO CUTOFF.
021610      05  WS-WARN-DAYS         PIC 9(02) VALUE 3.
021612      05  WS-WARN-DATE         PIC 9(08) VALUE ZERO.
021614      05  WS-DATE-IN           PIC 9(08) VALUE ZERO.
021616      05  WS-DATE-OUT          PIC 9(08) VALUE ZERO.
021618      05  WS-DATE-WORK.
021620          10  WS-DD-YEAR       PIC 9(04).
021622          10  WS-DD-MONTH      PIC 9(02).
021624          10  WS-DD-DAY        PIC 9(02).
021626      05  WS-DD-MONTH-DAYS     PIC S9(04) COMP VALUE ZERO.
021628      05  WS-DOW               PIC S9(04) COMP VALUE ZERO.
021630      05  WS-ZC-FIELDS.
021632          10  WS-ZC-Q          PIC S9(04) COMP.
021634          10  WS-ZC-M          PIC S9(04) COMP.
021636          10  WS-ZC-Y          PIC S9(08) COMP.
021638          10  WS-ZC-K          PIC S9(04) COMP.
021640          10  WS-ZC-J          PIC S9(04) COMP.
021642          10  WS-ZC-H          PIC S9(08) COMP.
021644          10  WS-ZC-T1         PIC S9(08) COMP.
021646          10  WS-ZC-T2         PIC S9(08) COMP.
021648          10  WS-ZC-T3         PIC S9(08) COMP.
021650      05  WS-K                 PIC S9(08) COMP VALUE ZERO.
021652      05  WS-PENDING-COUNT     PIC S9(08) COMP VALUE ZERO.
021654*WS-AUTH-SUB AND WS-PEND-SUB CARRY A MATCHING TABLE ENTRY OUT
021656*OF A SEARCH LOOP; ZERO MEANS NONE.
021658      05  WS-AUTH-SUB          PIC S9(08) COMP VALUE ZERO.
021660      05  WS-PEND-SUB          PIC S9(08) COMP VALUE ZERO.
021662      05  WS-CHANGE            PIC S9(09) COMP VALUE ZERO.
021664      05  WS-AUTH-USER-ID      PIC X(08) VALUE SPACES.
021666      05  WS-KEY-USER-ID       PIC X(08) VALUE SPACES.
021668      05  WS-CONFIRM-USER-ID   PIC X(08) VALUE SPACES.
021700*ONE ENTRY PER DISPOSITION TRANSACTION, MATCHED AGAINST
021800*SUSPENSE ROWS ON SOURCE, POSITION, AND AS-OF DATE.  AN
021900*ENTRY STILL UNUSED AT END OF JOB MATCHED NOTHING AND IS
023300          10  WS-DSP-USED-SW          PIC X(01).
023400              88  WS-DSP-WAS-USED          VALUE 'Y'.
023500              88  WS-DSP-NOT-USED          VALUE 'N'.
023502*ONE ENTRY PER AUTHORITY FILE ROW.
023504  01  WS-AUTH-CONTROL.
023506      05  WS-AUTH-COUNT        PIC S9(08) COMP VALUE ZERO.
023508      05  WS-AUTH-MAX          PIC S9(08) COMP VALUE 5000.
023510      05  WS-AUTH-ENTRY OCCURS 0 TO 5000 TIMES
023512              DEPENDING ON WS-AUTH-COUNT.
023514          10  WS-ATH-USER-ID          PIC X(08).
023516          10  WS-ATH-SOURCE-SYS-ID    PIC X(08).
023518              88  WS-ATH-ALL-SOURCES       VALUE '*ALL'.
023520          10  WS-ATH-FORCE-SW         PIC X(01).
023522              88  WS-ATH-MAY-FORCE         VALUE 'Y'.
023524          10  WS-ATH-MAX-CHANGE       PIC 9(08).
023526*ONE ENTRY PER APPROVAL WAITING ON A SECOND USER, LOADED FROM
023528*THE PREVIOUS PENDING GENERATION AND ADDED TO AS APPROVALS
023530*OVER THE LIMIT ARRIVE.  AN ENTRY WHOSE SUSPENSE ROW IS
023532*CARRIED IS KEPT FOR THE NEXT GENERATION; ONE CONFIRMED IS
023534*DONE; ONE STILL UNSEEN AT END OF JOB LOST ITS SUSPENSE ROW
023536*AND IS DROPPED.
023538  01  WS-PEND-CONTROL.
023540      05  WS-PEND-COUNT        PIC S9(08) COMP VALUE ZERO.
023542      05  WS-PEND-MAX          PIC S9(08) COMP VALUE 5000.
023544      05  WS-PEND-ENTRY OCCURS 0 TO 5000 TIMES
023546              DEPENDING ON WS-PEND-COUNT.
023548          10  WS-PND-SOURCE-SYS-ID    PIC X(08).
023550          10  WS-PND-POSITION         PIC 9(08).
023552          10  WS-PND-AS-OF-DATE       PIC 9(08).
023554          10  WS-PND-NEW-VALUE        PIC S9(08).
023556          10  WS-PND-CHANGE           PIC 9(08).
023558          10  WS-PND-KEY-USER-ID      PIC X(08).
023560          10  WS-PND-KEY-RUN-DATE     PIC 9(08).
023562          10  WS-PND-KEY-RUN-TIME     PIC 9(08).
023564          10  WS-PND-STATE-SW         PIC X(01).
023566              88  WS-PND-UNSEEN            VALUE 'U'.
023568              88  WS-PND-KEEP              VALUE 'K'.
023570              88  WS-PND-DONE              VALUE 'D'.
023600  01  WS-REPORT-AREAS.
023700      05  WS-HDG-LINE-1.
023800          10  FILLER                  PIC X(20)
024600          10  FILLER                  PIC X(40) VALUE
024700              'AS-OF-DT  SOURCE     POSITION    READING'.
024800          10  FILLER                  PIC X(40) VALUE
024900              '  DISPOSITION         USER       CUTOFF'.
025000      05  WS-BLANK-LINE               PIC X(80) VALUE SPACES.
025100      05  WS-DETAIL-LINE.
025200          10  WS-DTL-AS-OF-DATE       PIC 9(08).
026000          10  WS-DTL-DISPOSITION      PIC X(20).
026100          10  FILLER             PIC X(02) VALUE SPACES.
026200          10  WS-DTL-USER-ID          PIC X(08).
026300          10  FILLER             PIC X(01) VALUE SPACES.
026350          10  WS-DTL-NEAR-FLAG        PIC X(07) VALUE SPACES.
026400      05  WS-TOTAL-LINE-1.
026500          10  FILLER                  PIC X(20)
026600              VALUE 'SUSPENSE ROWS READ.-'.
029100              VALUE 'UNMATCHED DISPS....-'.
029200          10  WS-TOT-NOMATCH          PIC ZZZZZZZ9.
029300          10  FILLER             PIC X(52) VALUE SPACES.
029310      05  WS-TOTAL-LINE-7.
029320          10  FILLER                  PIC X(20)
029330              VALUE 'NEAR CUTOFF........-'.
029340          10  WS-TOT-NEAR             PIC ZZZZZZZ9.
029350          10  FILLER             PIC X(52) VALUE SPACES.
029355      05  WS-TOTAL-LINE-8.
029360          10  FILLER                  PIC X(20)
029365              VALUE 'PENDING CONFIRM....-'.
029370          10  WS-TOT-PENDING          PIC ZZZZZZZ9.
029375          10  FILLER             PIC X(52) VALUE SPACES.
029400  LINKAGE SECTION.
029500  01  LS-PARM-AREA.
029600      05  LS-PARM-LEN                 PIC S9(04) COMP.
029700      05  LS-PARM-TEXT                PIC X(10).
029800  PROCEDURE DIVISION USING LS-PARM-AREA.
029900*---------------------------------------------------------
030000  0000-MAINLINE.
030200      IF WS-RUN-CAN-PROCEED
030300          PERFORM 1500-LOAD-DISPTRAN THRU 1500-EXIT
030400      END-IF.
030410      IF WS-RUN-CAN-PROCEED
030420          PERFORM 1600-LOAD-AUTHORITY THRU 1600-EXIT
030430      END-IF.
030440      IF WS-RUN-CAN-PROCEED
030450          PERFORM 1700-LOAD-PENDING THRU 1700-EXIT
030460      END-IF.
030500      IF WS-RUN-CAN-PROCEED
030600          PERFORM 2000-PROCESS-SUSPENSE THRU 2000-EXIT
030700      END-IF.
030800      IF WS-RUN-CAN-PROCEED
030900          PERFORM 2900-REPORT-ORPHANS THRU 2900-EXIT
031000      END-IF.
031010      IF WS-RUN-CAN-PROCEED
031020          PERFORM 2950-WRITE-PENDING THRU 2950-EXIT
031030      END-IF.
031100      IF WS-RUN-CAN-PROCEED
031200          AND WS-SUSP-READ = ZERO
031300          DISPLAY 'SUSP-REVIEW: NOTHING ON THE SUSPENSE FILE'
031600      IF WS-RUN-CAN-PROCEED
031700          AND WS-RETURN-CODE = ZERO
031800          AND (WS-NOMATCH-COUNT > ZERO
031900              OR WS-FAILED-COUNT > ZERO
031950              OR WS-PENDING-COUNT > ZERO)
032000          DISPLAY 'SUSP-REVIEW: UNMATCHED, UNAPPLIED, OR'
032100              ' PENDING DISPOSITIONS, SETTING RC 4'
032200          MOVE 4 TO WS-RETURN-CODE
032300      END-IF.
032400      PERFORM 9000-TERMINATE THRU 9000-EXIT.
033600          AND LS-PARM-TEXT(1:8) IS NUMERIC
033700          MOVE LS-PARM-TEXT(1:8) TO WS-STALE-CUTOFF
033800      END-IF.
033805      IF LS-PARM-LEN > 9
033810          AND LS-PARM-TEXT(9:2) IS NUMERIC
033815          MOVE LS-PARM-TEXT(9:2) TO WS-WARN-DAYS
033820      END-IF.
033825      IF WS-STALE-CUTOFF > ZERO
033830          MOVE WS-STALE-CUTOFF TO WS-DATE-OUT
033835          PERFORM 9150-ADVANCE-WARN-DATE THRU 9150-EXIT
033840              WS-WARN-DAYS TIMES
033845          MOVE WS-DATE-OUT TO WS-WARN-DATE
033850      END-IF.
033900      OPEN INPUT SUSPFILE.
034000      IF WS-SUSPFILE-NOT-FOUND
034100          DISPLAY 'SUSP-REVIEW: NO SUSPENSE FILE'
035800          SET WS-RUN-MUST-STOP TO TRUE
035900          GO TO 1000-EXIT
036000      END-IF.
036010      OPEN OUTPUT PENDOUT.
036020      IF NOT WS-PENDOUT-OK
036030          DISPLAY 'SUSP-REVIEW: CANNOT OPEN PENDOUT'
036040              WS-PENDOUT-STATUS
036050          MOVE 16 TO WS-RETURN-CODE
036060          SET WS-RUN-MUST-STOP TO TRUE
036070          GO TO 1000-EXIT
036080      END-IF.
036090      SET WS-PENDOUT-WAS-OPENED TO TRUE.
036100      OPEN I-O HWMMAST.
036200      IF NOT WS-HWMMAST-OK
036300          DISPLAY 'SUSP-REVIEW: CANNOT OPEN MARK MASTER'
038100          END-IF
038200          SET WS-STATS-PRESENT TO TRUE
038300      END-IF.
038305      OPEN EXTEND ALERTS.
038310      IF WS-ALERTS-NOT-FOUND
038315          OPEN OUTPUT ALERTS
038320      END-IF.
038325      IF NOT WS-ALERTS-OK
038330          DISPLAY 'SUSP-REVIEW: CANNOT OPEN ALERTS'
038335              WS-ALERTS-STATUS
038340          MOVE 16 TO WS-RETURN-CODE
038345          SET WS-RUN-MUST-STOP TO TRUE
038350          GO TO 1000-EXIT
038355      END-IF.
038360      SET WS-ALERTS-WAS-OPENED TO TRUE.
038365      MOVE SPACES TO WS-ALERT-RECORD.
038400      OPEN EXTEND AUDITLOG.
038500      IF WS-AUDITLOG-NOT-FOUND
038600          OPEN OUTPUT AUDITLOG
046600      SET WS-DSP-NOT-USED(WS-DISP-COUNT) TO TRUE.
046700  1510-EXIT.
046800      EXIT.
046801*---------------------------------------------------------
046802*1600-LOAD-AUTHORITY -- THE WHOLE AUTHORITY FILE INTO A
046803*TABLE.  NO FILE MEANS NOBODY MAY APPROVE, AND EVERY
046804*APPROVAL IS CARRIED.
046805*---------------------------------------------------------
046806  1600-LOAD-AUTHORITY.
046807      MOVE ZERO TO WS-AUTH-COUNT.
046808      OPEN INPUT AUTHFILE.
046809      IF WS-AUTHFILE-NOT-FOUND
046810          DISPLAY 'SUSP-REVIEW: NO AUTHORITY FILE, NO APPROVAL'
046811              ' WILL BE APPLIED'
046812          GO TO 1600-EXIT
046813      END-IF.
046814      IF NOT WS-AUTHFILE-OK
046815          DISPLAY 'SUSP-REVIEW: CANNOT OPEN AUTHFILE'
046816              WS-AUTHFILE-STATUS
046817          MOVE 16 TO WS-RETURN-CODE
046818          SET WS-RUN-MUST-STOP TO TRUE
046819          GO TO 1600-EXIT
046820      END-IF.
046821      PERFORM 1610-LOAD-ONE-AUTH THRU 1610-EXIT
046822          UNTIL WS-AUTHFILE-AT-END
046823              OR WS-RUN-MUST-STOP.
046824      CLOSE AUTHFILE.
046825  1600-EXIT.
046826      EXIT.
046827  1610-LOAD-ONE-AUTH.
046828      READ AUTHFILE.
046829      IF WS-AUTHFILE-AT-END
046830          GO TO 1610-EXIT
046831      END-IF.
046832      IF NOT WS-AUTHFILE-OK
046833          DISPLAY 'SUSP-REVIEW: ERROR READING AUTHFILE'
046834              WS-AUTHFILE-STATUS
046835          MOVE 16 TO WS-RETURN-CODE
046836          SET WS-RUN-MUST-STOP TO TRUE
046837          GO TO 1610-EXIT
046838      END-IF.
046839      IF AU-MAX-CHANGE NOT NUMERIC
046840          DISPLAY 'SUSP-REVIEW: BAD LIMIT ON AUTHFILE FOR '
046841              AU-USER-ID ' ' AU-SOURCE-SYS-ID
046842          MOVE 16 TO WS-RETURN-CODE
046843          SET WS-RUN-MUST-STOP TO TRUE
046844          GO TO 1610-EXIT
046845      END-IF.
046846      IF WS-AUTH-COUNT >= WS-AUTH-MAX
046847          DISPLAY 'SUSP-REVIEW: MORE AUTHORITY ROWS THAN THE'
046848              ' TABLE HOLDS'
046849          MOVE 16 TO WS-RETURN-CODE
046850          SET WS-RUN-MUST-STOP TO TRUE
046851          GO TO 1610-EXIT
046852      END-IF.
046853      ADD 1 TO WS-AUTH-COUNT.
046854      MOVE AU-USER-ID       TO WS-ATH-USER-ID(WS-AUTH-COUNT).
046855      MOVE AU-SOURCE-SYS-ID
046856          TO WS-ATH-SOURCE-SYS-ID(WS-AUTH-COUNT).
046857      MOVE AU-FORCE-SW      TO WS-ATH-FORCE-SW(WS-AUTH-COUNT).
046858      MOVE AU-MAX-CHANGE    TO WS-ATH-MAX-CHANGE(WS-AUTH-COUNT).
046859  1610-EXIT.
046860      EXIT.
046861*---------------------------------------------------------
046862*1700-LOAD-PENDING -- THE PREVIOUS PENDING GENERATION INTO A
046863*TABLE.  NO FILE MEANS NOTHING IS WAITING.
046864*---------------------------------------------------------
046865  1700-LOAD-PENDING.
046866      MOVE ZERO TO WS-PEND-COUNT.
046867      OPEN INPUT PENDIN.
046868      IF WS-PENDIN-NOT-FOUND
046869          GO TO 1700-EXIT
046870      END-IF.
046871      IF NOT WS-PENDIN-OK
046872          DISPLAY 'SUSP-REVIEW: CANNOT OPEN PENDIN'
046873              WS-PENDIN-STATUS
046874          MOVE 16 TO WS-RETURN-CODE
046875          SET WS-RUN-MUST-STOP TO TRUE
046876          GO TO 1700-EXIT
046877      END-IF.
046878      PERFORM 1710-LOAD-ONE-PENDING THRU 1710-EXIT
046879          UNTIL WS-PENDIN-AT-END
046880              OR WS-RUN-MUST-STOP.
046881      CLOSE PENDIN.
046882  1700-EXIT.
046883      EXIT.
046884  1710-LOAD-ONE-PENDING.
046885      READ PENDIN.
046886      IF WS-PENDIN-AT-END
046887          GO TO 1710-EXIT
046888      END-IF.
046889      IF NOT WS-PENDIN-OK
046890          DISPLAY 'SUSP-REVIEW: ERROR READING PENDIN'
046891              WS-PENDIN-STATUS
046892          MOVE 16 TO WS-RETURN-CODE
046893          SET WS-RUN-MUST-STOP TO TRUE
046894          GO TO 1710-EXIT
046895      END-IF.
046896      IF NOT PI-FORCE
046897          DISPLAY 'SUSP-REVIEW: PENDIN IS NOT A FORCED-READING'
046898              ' PENDING FILE'
046899          MOVE 16 TO WS-RETURN-CODE
046900          SET WS-RUN-MUST-STOP TO TRUE
046901          GO TO 1710-EXIT
046902      END-IF.
046903      IF WS-PEND-COUNT >= WS-PEND-MAX
046904          DISPLAY 'SUSP-REVIEW: MORE PENDING ROWS THAN THE'
046905              ' TABLE HOLDS'
046906          MOVE 16 TO WS-RETURN-CODE
046907          SET WS-RUN-MUST-STOP TO TRUE
046908          GO TO 1710-EXIT
046909      END-IF.
046910      ADD 1 TO WS-PEND-COUNT.
046911      MOVE PI-SOURCE-SYS-ID
046912          TO WS-PND-SOURCE-SYS-ID(WS-PEND-COUNT).
046913      MOVE PI-POSITION      TO WS-PND-POSITION(WS-PEND-COUNT).
046914      MOVE PI-AS-OF-DATE    TO WS-PND-AS-OF-DATE(WS-PEND-COUNT).
046915      MOVE PI-NEW-VALUE     TO WS-PND-NEW-VALUE(WS-PEND-COUNT).
046916      MOVE PI-CHANGE        TO WS-PND-CHANGE(WS-PEND-COUNT).
046917      MOVE PI-KEY-USER-ID   TO WS-PND-KEY-USER-ID(WS-PEND-COUNT).
046918      MOVE PI-KEY-RUN-DATE  TO WS-PND-KEY-RUN-DATE(WS-PEND-COUNT).
046919      MOVE PI-KEY-RUN-TIME  TO WS-PND-KEY-RUN-TIME(WS-PEND-COUNT).
046920      SET WS-PND-UNSEEN(WS-PEND-COUNT) TO TRUE.
046921  1710-EXIT.
046922      EXIT.
046923*---------------------------------------------------------
047000*2000-PROCESS-SUSPENSE -- ONE PASS DOWN THE SUSPENSE FILE.
047100*EVERY ROW IS APPROVED IN, REJECTED OFF, AGED OFF, OR
047200*CARRIED TO THE NEW GENERATION, AND EVERY FATE PRINTS.
050500          ELSE
050600              PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
050700              MOVE 'CARRIED' TO WS-DTL-DISPOSITION
050702              IF WS-PEND-SUB > ZERO
050704                  MOVE WS-PND-KEY-USER-ID(WS-PEND-SUB)
050706                      TO WS-DTL-USER-ID
050708                  MOVE 'PENDING CONFIRM' TO WS-DTL-DISPOSITION
050710                  ADD 1 TO WS-PENDING-COUNT
050712              END-IF
050714              IF WS-ROW-NEAR-CUTOFF
050720                  MOVE 'CARRIED, NEAR CUTOFF'
050730                      TO WS-DTL-DISPOSITION
050732                  IF WS-PEND-SUB > ZERO
050734                      MOVE 'PENDING, NEAR CUTOFF'
050736                          TO WS-DTL-DISPOSITION
050738                  END-IF
050760              END-IF
050800              ADD 1 TO WS-CARRIED-COUNT
050900              PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
051000          END-IF
054800      END-IF.
054900  2210-EXIT.
055000      EXIT.
055010*---------------------------------------------------------
055020*2500-CARRY-FORWARD -- EVERY PATH THAT KEEPS A ROW COMES
055030*THROUGH HERE, SO A CARRIED ROW NEAR THE CUTOFF IS COUNTED,
055040*FLAGGED AND ALERTED WHATEVER KEPT IT.  THE CALLER HAS
055050*ALREADY SET OR WILL SET THE DISPOSITION TEXT.
055060*---------------------------------------------------------
055100  2500-CARRY-FORWARD.
055200      MOVE SU-SUSP-RECORD TO SO-SUSP-RECORD.
055300      WRITE SO-SUSP-RECORD.
055700          MOVE 16 TO WS-RETURN-CODE
055800          SET WS-RUN-MUST-STOP TO TRUE
055900      END-IF.
055910      PERFORM 3130-FIND-PENDING THRU 3130-EXIT.
055920      IF WS-PEND-SUB > ZERO
055930          IF WS-PND-UNSEEN(WS-PEND-SUB)
055940              SET WS-PND-KEEP(WS-PEND-SUB) TO TRUE
055950          END-IF
055960      END-IF.
055965      SET WS-ROW-NOT-NEAR TO TRUE.
055970      IF SU-AS-OF-DATE < WS-WARN-DATE
055975          SET WS-ROW-NEAR-CUTOFF TO TRUE
055980          MOVE 'NEARCUT' TO WS-DTL-NEAR-FLAG
055985          ADD 1 TO WS-NEAR-COUNT
055990          PERFORM 2600-ALERT-NEAR-CUTOFF THRU 2600-EXIT
055995      END-IF.
056000  2500-EXIT.
056100      EXIT.
056102*---------------------------------------------------------
056104*2600-ALERT-NEAR-CUTOFF -- AN ADVISORY WARNING ON THE ALERT
056106*FEED FOR A CARRIED ROW THAT WILL AGE OFF SOON.  THE RETURN
056108*CODE IS LEFT ALONE, SO THE EVENT CARRIES RC 0.
056110*---------------------------------------------------------
056112  2600-ALERT-NEAR-CUTOFF.
056114      MOVE WS-RUN-DATE      TO WS-ALR-RUN-DATE.
056116      MOVE WS-RUN-TIME      TO WS-ALR-RUN-TIME.
056118      SET WS-ALR-WARNING    TO TRUE.
056120      MOVE ZERO             TO WS-ALR-RETURN-CODE.
056122      MOVE 'Susp_review'    TO WS-ALR-PROGRAM.
056124      MOVE 'SUSPAGE'        TO WS-ALR-EVENT-CD.
056126      MOVE 'NEARCUT'        TO WS-ALR-REASON-CD.
056128      MOVE SU-SOURCE-SYS-ID TO WS-ALR-SOURCE-SYS-ID.
056130      MOVE SU-POSITION      TO WS-ALR-POSITION.
056132      MOVE SU-AS-OF-DATE    TO WS-ALR-AS-OF-DATE.
056134      WRITE AE-ALERT-LINE FROM WS-ALERT-RECORD.
056136      IF NOT WS-ALERTS-OK
056138          DISPLAY 'SUSP-REVIEW: ERROR WRITING ALERT'
056140              WS-ALERTS-STATUS
056142          MOVE 16 TO WS-RETURN-CODE
056144          SET WS-RUN-MUST-STOP TO TRUE
056146      END-IF.
056148  2600-EXIT.
056150      EXIT.
056200*---------------------------------------------------------
056300*3000-APPLY-APPROVAL -- FORCE THE CONFIRMED READING ONTO
056400*THE MARK, ROLL IT INTO THE STATISTICS, AND LOG IT UNDER
058500          SET WS-RUN-MUST-STOP TO TRUE
058600          GO TO 3000-EXIT
058700      END-IF.
058710      PERFORM 3100-JUDGE-AUTHORITY THRU 3100-EXIT.
058720      IF WS-AUTH-NOT-APPLIED
058730          GO TO 3000-EXIT
058740      END-IF.
058800      MOVE HM-VALUE          TO WS-OLD-VALUE.
058900      MOVE SU-READING-VALUE  TO HM-VALUE.
059000      REWRITE HM-MAST-RECORD.
060600      MOVE SU-READING-VALUE  TO WS-AUD-NEW-VALUE.
060700      MOVE 'F'               TO WS-AUD-ACTION-CD.
060800      MOVE SU-AS-OF-DATE     TO WS-AUD-AS-OF-DATE.
060850      MOVE WS-KEY-USER-ID    TO WS-AUD-USER-ID.
060900      WRITE AL-AUDIT-LINE FROM WS-AUDIT-DETAIL.
061000      IF NOT WS-AUDITLOG-OK
061100          DISPLAY 'SUSP-REVIEW: ERROR WRITING FORCED ROW'
061400          SET WS-RUN-MUST-STOP TO TRUE
061500          GO TO 3000-EXIT
061600      END-IF.
061605      IF WS-AUTH-CONFIRMED
061610          MOVE 'K'                TO WS-AUD-ACTION-CD
061615          MOVE WS-CONFIRM-USER-ID TO WS-AUD-USER-ID
061620          WRITE AL-AUDIT-LINE FROM WS-AUDIT-DETAIL
061625          IF NOT WS-AUDITLOG-OK
061630              DISPLAY 'SUSP-REVIEW: ERROR WRITING SIGN-OFF ROW'
061635                  WS-AUDITLOG-STATUS
061640              MOVE 16 TO WS-RETURN-CODE
061645              SET WS-RUN-MUST-STOP TO TRUE
061650              GO TO 3000-EXIT
061655          END-IF
061660      END-IF.
061700      PERFORM 3500-APPLY-ONE-STAT THRU 3500-EXIT.
061800      IF WS-RUN-MUST-STOP
061900          GO TO 3000-EXIT
062000      END-IF.
062100      MOVE 'APPROVED' TO WS-DTL-DISPOSITION.
062110      IF WS-AUTH-CONFIRMED
062120          MOVE 'APPROVED, CONFIRMED' TO WS-DTL-DISPOSITION
062130      END-IF.
062200      ADD 1 TO WS-APPROVED-COUNT.
062300      PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
062400  3000-EXIT.
062500      EXIT.
062501*---------------------------------------------------------
062502*3100-JUDGE-AUTHORITY -- MAY THE APPROVING USER FORCE THIS
062503*READING?  WITH NO AUTHORITY FOR THE SOURCE THE ROW IS
062504*CARRIED.  A PENDING ENTRY FOR THE ROW KEYED BY ANOTHER USER
062505*IS CONFIRMED BY THIS ONE AND APPLIES WHATEVER ITS SIZE; THE
062506*KEYING USER CANNOT CONFIRM THEIR OWN.  OTHERWISE A CHANGE
062507*FROM THE MARK OVER THE USER'S LIMIT GOES TO THE PENDING
062508*FILE AND THE ROW IS CARRIED UNTIL IT IS CONFIRMED.
062509*---------------------------------------------------------
062510  3100-JUDGE-AUTHORITY.
062511      SET WS-AUTH-NOT-APPLIED TO TRUE.
062512      MOVE WS-DSP-USER-ID(WS-J) TO WS-AUTH-USER-ID.
062513      MOVE WS-DSP-USER-ID(WS-J) TO WS-KEY-USER-ID.
062514      MOVE SPACES               TO WS-CONFIRM-USER-ID.
062515      COMPUTE WS-CHANGE = SU-READING-VALUE - HM-VALUE.
062516      IF WS-CHANGE < ZERO
062517          COMPUTE WS-CHANGE = ZERO - WS-CHANGE
062518      END-IF.
062519      PERFORM 3110-FIND-AUTHORITY THRU 3110-EXIT.
062520      IF WS-AUTH-SUB = ZERO
062521          MOVE 'NO AUTH, CARRIED' TO WS-DTL-DISPOSITION
062522          ADD 1 TO WS-FAILED-COUNT
062523          PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
062524          ADD 1 TO WS-CARRIED-COUNT
062525          PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
062526          GO TO 3100-EXIT
062527      END-IF.
062528      IF NOT WS-ATH-MAY-FORCE(WS-AUTH-SUB)
062529          MOVE 'NO AUTH, CARRIED' TO WS-DTL-DISPOSITION
062530          ADD 1 TO WS-FAILED-COUNT
062531          PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
062532          ADD 1 TO WS-CARRIED-COUNT
062533          PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
062534          GO TO 3100-EXIT
062535      END-IF.
062536      PERFORM 3130-FIND-PENDING THRU 3130-EXIT.
062537      IF WS-PEND-SUB > ZERO
062538          IF WS-PND-KEY-USER-ID(WS-PEND-SUB) = WS-AUTH-USER-ID
062539              MOVE 'PENDING, SAME USER' TO WS-DTL-DISPOSITION
062540              ADD 1 TO WS-PENDING-COUNT
062541              PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
062542              ADD 1 TO WS-CARRIED-COUNT
062543              PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
062544              GO TO 3100-EXIT
062545          END-IF
062546          MOVE WS-PND-KEY-USER-ID(WS-PEND-SUB) TO WS-KEY-USER-ID
062547          MOVE WS-AUTH-USER-ID TO WS-CONFIRM-USER-ID
062548          SET WS-PND-DONE(WS-PEND-SUB) TO TRUE
062549          SET WS-AUTH-CONFIRMED TO TRUE
062550          GO TO 3100-EXIT
062551      END-IF.
062552      IF WS-CHANGE > WS-ATH-MAX-CHANGE(WS-AUTH-SUB)
062553          PERFORM 3150-ADD-PENDING THRU 3150-EXIT
062554          IF WS-RUN-MUST-STOP
062555              GO TO 3100-EXIT
062556          END-IF
062557          MOVE 'PENDING CONFIRM' TO WS-DTL-DISPOSITION
062558          ADD 1 TO WS-PENDING-COUNT
062559          PERFORM 2500-CARRY-FORWARD THRU 2500-EXIT
062560          ADD 1 TO WS-CARRIED-COUNT
062561          PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
062562          GO TO 3100-EXIT
062563      END-IF.
062564      SET WS-AUTH-ALONE TO TRUE.
062565  3100-EXIT.
062566      EXIT.
062600*---------------------------------------------------------
062700*3500-APPLY-ONE-STAT -- THE HELD READING NEVER REACHED THE
062800*ACCUMULATOR, SO THE APPROVAL ROLLS IT IN NOW.  THE AS-OF
067900      END-IF.
068000  3500-EXIT.
068100      EXIT.
068101*---------------------------------------------------------
068102*3110-FIND-AUTHORITY -- WS-AUTH-SUB CARRIES THE AUTHORITY
068103*ENTRY FOR WS-AUTH-USER-ID OVER THE SUSPENSE ROW'S SOURCE
068104*OUT OF THE LOOP.  AN ENTRY FOR THE EXACT SOURCE WINS OVER
068105*A '*ALL' ENTRY; ZERO MEANS THE USER HAS NONE.
068106*---------------------------------------------------------
068107  3110-FIND-AUTHORITY.
068108      MOVE ZERO TO WS-AUTH-SUB.
068109      PERFORM 3120-MATCH-ONE-AUTH THRU 3120-EXIT
068110          VARYING WS-K FROM 1 BY 1
068111          UNTIL WS-K > WS-AUTH-COUNT.
068112  3110-EXIT.
068113      EXIT.
068114  3120-MATCH-ONE-AUTH.
068115      IF WS-ATH-USER-ID(WS-K) NOT = WS-AUTH-USER-ID
068116          GO TO 3120-EXIT
068117      END-IF.
068118      IF WS-ATH-SOURCE-SYS-ID(WS-K) = SU-SOURCE-SYS-ID
068119          MOVE WS-K TO WS-AUTH-SUB
068120          GO TO 3120-EXIT
068121      END-IF.
068122      IF WS-ATH-ALL-SOURCES(WS-K)
068123          AND WS-AUTH-SUB = ZERO
068124          MOVE WS-K TO WS-AUTH-SUB
068125      END-IF.
068126  3120-EXIT.
068127      EXIT.
068128*---------------------------------------------------------
068129*3130-FIND-PENDING -- WS-PEND-SUB CARRIES THE PENDING ENTRY
068130*STILL OPEN FOR THE SUSPENSE ROW OUT OF THE LOOP; ZERO MEANS
068131*NONE.
068132*---------------------------------------------------------
068133  3130-FIND-PENDING.
068134      MOVE ZERO TO WS-PEND-SUB.
068135      PERFORM 3140-MATCH-ONE-PENDING THRU 3140-EXIT
068136          VARYING WS-K FROM 1 BY 1
068137          UNTIL WS-K > WS-PEND-COUNT.
068138  3130-EXIT.
068139      EXIT.
068140  3140-MATCH-ONE-PENDING.
068141      IF WS-PND-SOURCE-SYS-ID(WS-K) = SU-SOURCE-SYS-ID
068142          AND WS-PND-POSITION(WS-K) = SU-POSITION
068143          AND WS-PND-AS-OF-DATE(WS-K) = SU-AS-OF-DATE
068144          AND NOT WS-PND-DONE(WS-K)
068145          MOVE WS-K TO WS-PEND-SUB
068146      END-IF.
068147  3140-EXIT.
068148      EXIT.
068149  3150-ADD-PENDING.
068150      IF WS-PEND-COUNT >= WS-PEND-MAX
068151          DISPLAY 'SUSP-REVIEW: MORE PENDING APPROVALS THAN THE'
068152              ' TABLE HOLDS'
068153          MOVE 16 TO WS-RETURN-CODE
068154          SET WS-RUN-MUST-STOP TO TRUE
068155          GO TO 3150-EXIT
068156      END-IF.
068157      ADD 1 TO WS-PEND-COUNT.
068158      MOVE SU-SOURCE-SYS-ID
068159          TO WS-PND-SOURCE-SYS-ID(WS-PEND-COUNT).
068160      MOVE SU-POSITION      TO WS-PND-POSITION(WS-PEND-COUNT).
068161      MOVE SU-AS-OF-DATE    TO WS-PND-AS-OF-DATE(WS-PEND-COUNT).
068162      MOVE SU-READING-VALUE TO WS-PND-NEW-VALUE(WS-PEND-COUNT).
068163      MOVE WS-CHANGE        TO WS-PND-CHANGE(WS-PEND-COUNT).
068164      MOVE WS-AUTH-USER-ID  TO WS-PND-KEY-USER-ID(WS-PEND-COUNT).
068165      MOVE WS-RUN-DATE      TO WS-PND-KEY-RUN-DATE(WS-PEND-COUNT).
068166      MOVE WS-RUN-TIME      TO WS-PND-KEY-RUN-TIME(WS-PEND-COUNT).
068167      SET WS-PND-KEEP(WS-PEND-COUNT) TO TRUE.
068168  3150-EXIT.
068169      EXIT.
068200*---------------------------------------------------------
068300*2900-REPORT-ORPHANS -- A DISPOSITION THAT MATCHED NO
068400*SUSPENSE ROW IS A KEYING SLIP OR A ROW ALREADY GONE, AND
070500      PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT.
070600  2910-EXIT.
070700      EXIT.
070702*---------------------------------------------------------
070704*2950-WRITE-PENDING -- THE NEXT PENDING GENERATION.  AN
070706*ENTRY WHOSE SUSPENSE ROW WAS CARRIED GOES FORWARD; ONE
070708*NEVER SEEN LOST ITS ROW TO A REJECTION OR AGING AND IS
070710*DROPPED, WHICH PRINTS.
070712*---------------------------------------------------------
070714  2950-WRITE-PENDING.
070716      PERFORM 2960-WRITE-ONE-PENDING THRU 2960-EXIT
070718          VARYING WS-K FROM 1 BY 1
070720          UNTIL WS-K > WS-PEND-COUNT
070722              OR WS-RUN-MUST-STOP.
070724  2950-EXIT.
070726      EXIT.
070728  2960-WRITE-ONE-PENDING.
070730      IF WS-PND-UNSEEN(WS-K)
070732          MOVE WS-PND-AS-OF-DATE(WS-K)    TO WS-DTL-AS-OF-DATE
070734          MOVE WS-PND-SOURCE-SYS-ID(WS-K) TO WS-DTL-SOURCE
070736          MOVE WS-PND-POSITION(WS-K)      TO WS-DTL-POSITION
070738          MOVE WS-PND-NEW-VALUE(WS-K)     TO WS-DTL-READING
070740          MOVE WS-PND-KEY-USER-ID(WS-K)   TO WS-DTL-USER-ID
070742          MOVE 'PENDING DROPPED' TO WS-DTL-DISPOSITION
070744          PERFORM 4000-WRITE-REPORT-LINE THRU 4000-EXIT
070746          GO TO 2960-EXIT
070748      END-IF.
070750      IF NOT WS-PND-KEEP(WS-K)
070752          GO TO 2960-EXIT
070754      END-IF.
070756      MOVE SPACES                     TO PO-PEND-RECORD.
070758      MOVE 'F'                        TO PO-KIND-CD.
070760      MOVE WS-PND-SOURCE-SYS-ID(WS-K) TO PO-SOURCE-SYS-ID.
070762      MOVE WS-PND-POSITION(WS-K)      TO PO-POSITION.
070764      MOVE WS-PND-AS-OF-DATE(WS-K)    TO PO-AS-OF-DATE.
070766      MOVE WS-PND-NEW-VALUE(WS-K)     TO PO-NEW-VALUE.
070768      MOVE WS-PND-CHANGE(WS-K)        TO PO-CHANGE.
070770      MOVE WS-PND-KEY-USER-ID(WS-K)   TO PO-KEY-USER-ID.
070772      MOVE WS-PND-KEY-RUN-DATE(WS-K)  TO PO-KEY-RUN-DATE.
070774      MOVE WS-PND-KEY-RUN-TIME(WS-K)  TO PO-KEY-RUN-TIME.
070776      WRITE PO-PEND-RECORD.
070778      IF NOT WS-PENDOUT-OK
070780          DISPLAY 'SUSP-REVIEW: ERROR WRITING PENDOUT'
070782              WS-PENDOUT-STATUS
070784          MOVE 16 TO WS-RETURN-CODE
070786          SET WS-RUN-MUST-STOP TO TRUE
070788      END-IF.
070790  2960-EXIT.
070792      EXIT.
070800  4000-WRITE-REPORT-LINE.
070900      WRITE RP-REPORT-LINE FROM WS-DETAIL-LINE.
071000      IF NOT WS-DSPRPT-OK
071300          MOVE 16 TO WS-RETURN-CODE
071400          SET WS-RUN-MUST-STOP TO TRUE
071500      END-IF.
071550      MOVE SPACES TO WS-DTL-NEAR-FLAG.
071600  4000-EXIT.
071700      EXIT.
071701*---------------------------------------------------------
071702*9100-NEXT-BUSINESS-DAY -- WS-DATE-IN PLUS ONE CALENDAR
071703*DAY, ROLLED PAST A SATURDAY OR SUNDAY, INTO WS-DATE-OUT,
071704*AS THE DAILY RUN COMPUTES IT.
071705*---------------------------------------------------------
071706  9100-NEXT-BUSINESS-DAY.
071707      MOVE WS-DATE-IN TO WS-DATE-WORK.
071708      PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT.
071709      PERFORM 9300-DAY-OF-WEEK THRU 9300-EXIT.
071710      IF WS-DOW = 0
071711          PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
071712          PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
071713      END-IF.
071714      IF WS-DOW = 1
071715          PERFORM 9200-ADD-ONE-DAY THRU 9200-EXIT
071716      END-IF.
071717      MOVE WS-DATE-WORK TO WS-DATE-OUT.
071718  9100-EXIT.
071719      EXIT.
071720*---------------------------------------------------------
071721*9150-ADVANCE-WARN-DATE -- ONE BUSINESS DAY ON FROM
071722*WS-DATE-OUT, LEFT IN WS-DATE-OUT.
071723*---------------------------------------------------------
071724  9150-ADVANCE-WARN-DATE.
071725      MOVE WS-DATE-OUT TO WS-DATE-IN.
071726      PERFORM 9100-NEXT-BUSINESS-DAY THRU 9100-EXIT.
071727  9150-EXIT.
071728      EXIT.
071729  9200-ADD-ONE-DAY.
071730      PERFORM 9250-MONTH-DAYS THRU 9250-EXIT.
071731      ADD 1 TO WS-DD-DAY.
071732      IF WS-DD-DAY > WS-DD-MONTH-DAYS
071733          MOVE 1 TO WS-DD-DAY
071734          ADD 1 TO WS-DD-MONTH
071735          IF WS-DD-MONTH > 12
071736              MOVE 1 TO WS-DD-MONTH
071737              ADD 1 TO WS-DD-YEAR
071738          END-IF
071739      END-IF.
071740  9200-EXIT.
071741      EXIT.
071742  9250-MONTH-DAYS.
071743      MOVE 31 TO WS-DD-MONTH-DAYS.
071744      IF WS-DD-MONTH = 4 OR 6 OR 9 OR 11
071745          MOVE 30 TO WS-DD-MONTH-DAYS
071746      END-IF.
071747      IF WS-DD-MONTH = 2
071748          MOVE 28 TO WS-DD-MONTH-DAYS
071749          DIVIDE WS-DD-YEAR BY 4 GIVING WS-ZC-H
071750              REMAINDER WS-ZC-Q
071751          IF WS-ZC-Q = 0
071752              MOVE 29 TO WS-DD-MONTH-DAYS
071753          END-IF
071754          DIVIDE WS-DD-YEAR BY 100 GIVING WS-ZC-H
071755              REMAINDER WS-ZC-Q
071756          IF WS-ZC-Q = 0
071757              MOVE 28 TO WS-DD-MONTH-DAYS
071758              DIVIDE WS-DD-YEAR BY 400 GIVING WS-ZC-H
071759                  REMAINDER WS-ZC-Q
071760              IF WS-ZC-Q = 0
071761                  MOVE 29 TO WS-DD-MONTH-DAYS
071762              END-IF
071763          END-IF
071764      END-IF.
071765  9250-EXIT.
071766      EXIT.
071767*---------------------------------------------------------
071768*9300-DAY-OF-WEEK -- ZELLER'S CONGRUENCE OVER THE DATE IN
071769*WS-DATE-WORK.  0 = SATURDAY, 1 = SUNDAY, 2 = MONDAY, AND
071770*SO ON, AS THE DAILY RUN COMPUTES IT.
071771*---------------------------------------------------------
071772  9300-DAY-OF-WEEK.
071773      MOVE WS-DD-DAY TO WS-ZC-Q.
071774      MOVE WS-DD-MONTH TO WS-ZC-M.
071775      MOVE WS-DD-YEAR TO WS-ZC-Y.
071776      IF WS-ZC-M < 3
071777          ADD 12 TO WS-ZC-M
071778          SUBTRACT 1 FROM WS-ZC-Y
071779      END-IF.
071780      DIVIDE WS-ZC-Y BY 100 GIVING WS-ZC-J
071781          REMAINDER WS-ZC-K.
071782      COMPUTE WS-ZC-H = 13 * (WS-ZC-M + 1).
071783      DIVIDE WS-ZC-H BY 5 GIVING WS-ZC-T1.
071784      DIVIDE WS-ZC-K BY 4 GIVING WS-ZC-T2.
071785      DIVIDE WS-ZC-J BY 4 GIVING WS-ZC-T3.
071786      COMPUTE WS-ZC-H = WS-ZC-Q + WS-ZC-T1 + WS-ZC-K
071787          + WS-ZC-T2 + WS-ZC-T3 + (5 * WS-ZC-J).
071788      DIVIDE WS-ZC-H BY 7 GIVING WS-ZC-T1
071789          REMAINDER WS-DOW.
071790  9300-EXIT.
071791      EXIT.
071800*---------------------------------------------------------
071900*9000-TERMINATE -- TOTALS AND CLOSES.
072000*---------------------------------------------------------
073300          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-4
073400          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-5
073500          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-6
073510          MOVE WS-NEAR-COUNT     TO WS-TOT-NEAR
073520          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-7
073530          MOVE WS-PENDING-COUNT  TO WS-TOT-PENDING
073540          WRITE RP-REPORT-LINE FROM WS-TOTAL-LINE-8
073600      END-IF.
073700      CLOSE SUSPFILE.
073800      CLOSE SUSPOUT.
074400      IF WS-DSPRPT-WAS-OPENED
074500          CLOSE DSPRPT
074600      END-IF.
074610      IF WS-ALERTS-WAS-OPENED
074620          CLOSE ALERTS
074630      END-IF.
074640      IF WS-PENDOUT-WAS-OPENED
074650          CLOSE PENDOUT
074660      END-IF.
074700  9000-EXIT.
074800      EXIT.
