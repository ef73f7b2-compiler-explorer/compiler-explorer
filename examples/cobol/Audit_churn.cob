001500*             TOTALS SPLIT BY MAX VERSUS MIN MODE RUNS.
001600*             BACKOUT REVERSAL ROWS ARE NOT COUNTED AS
001700*             CHURN.
001710*             METER EXCHANGE ROWS ARE NOT CHURN EITHER; THEY
001720*             ARE COUNTED ON A TOTAL LINE OF THEIR OWN.
001800*
001900*             RETURN CODES: 0 REPORTED, 8 NO ROWS IN THE
002000*             RANGE, 16 PARM OR FILE ERROR.
002500*2026-08-22   DLM       REPORT TOTALS NO LONGER WRITE TO A
002600*                       NEVER-OPENED FILE AFTER A PARM
002700*                       ERROR.
002710*2026-10-15   DLM       METER EXCHANGE ROWS (ACTION 'X') IN
002720*                       THE RANGE ARE NOW COUNTED ON THEIR OWN
002730*                       TOTAL LINE AND KEPT OUT OF THE CHURN.
002800******************************************************************
002900  IDENTIFICATION DIVISION.
003000  PROGRAM-ID. Audit_churn.
006610      ==PFX-AUD-PERIOD-RESET== BY ==WS-AUD-PERIOD-RESET==
006612      ==PFX-AUD-FORCED== BY ==WS-AUD-FORCED==
006613      ==PFX-AUD-CORRECTION== BY ==WS-AUD-CORRECTION==
006614      ==PFX-AUD-EXCHANGE== BY ==WS-AUD-EXCHANGE==
006700      ==PFX-AUD-AS-OF-DATE== BY ==WS-AUD-AS-OF-DATE==
006710      ==PFX-AUD-SIGNOFF== BY ==WS-AUD-SIGNOFF==
006720      ==PFX-AUD-USER-ID== BY ==WS-AUD-USER-ID==.
006800  01  WS-FILE-STATUS-GROUP.
006900      05  WS-AUDITLOG-STATUS          PIC X(02) VALUE '00'.
007000          88  WS-AUDITLOG-OK                VALUE '00'.
009300      05  WS-TO-DATE           PIC 9(08) VALUE ZERO.
009400      05  WS-ROWS-READ         PIC S9(08) COMP VALUE ZERO.
009500      05  WS-ROWS-TALLIED      PIC S9(08) COMP VALUE ZERO.
009550      05  WS-EXCHANGE-ROWS     PIC S9(08) COMP VALUE ZERO.
009600      05  WS-OLD-VALUE         PIC S9(08) COMP VALUE ZERO.
009700      05  WS-NEW-VALUE         PIC S9(08) COMP VALUE ZERO.
009800      05  WS-JUMP              PIC S9(09) COMP VALUE ZERO.
018400              VALUE 'OVERRIDES IN RANGE.-'.
018500          10  WS-TOT-TALLIED          PIC ZZZZZZZ9.
018600          10  FILLER             PIC X(52) VALUE SPACES.
018610      05  WS-TOTAL-LINE-3.
018620          10  FILLER                  PIC X(20)
018630              VALUE 'METER EXCHANGES....-'.
018640          10  WS-TOT-EXCHANGES        PIC ZZZZZZZ9.
018650          10  FILLER             PIC X(52) VALUE SPACES.
018700  LINKAGE SECTION.
018800  01  LS-PARM-AREA.
018900      05  LS-PARM-LEN                 PIC S9(04) COMP.
029200      END-IF.
029300      ADD 1 TO WS-ROWS-READ.
029400      MOVE AL-AUDIT-LINE TO WS-AUDIT-DETAIL.
029410*A METER EXCHANGE MOVES THE MARK BY DESIGN, NOT BY CHURN;
029420*IT IS COUNTED HERE AND THEN FALLS OUT WITH THE OTHER
029430*NON-OVERRIDE ROWS.
029440      IF WS-AUD-EXCHANGE
029450          AND WS-AUD-RUN-DATE NOT < WS-FROM-DATE
029460          AND WS-AUD-RUN-DATE NOT > WS-TO-DATE
029470          ADD 1 TO WS-EXCHANGE-ROWS
029480      END-IF.
029500      IF NOT WS-AUD-OVERRIDE
029600          GO TO 2100-EXIT
029700      END-IF.
052200      IF WS-CHURNRPT-WAS-OPENED AND WS-CHURNRPT-OK
052300          MOVE WS-ROWS-READ    TO WS-TOT-READ
052400          MOVE WS-ROWS-TALLIED TO WS-TOT-TALLIED
052450          MOVE WS-EXCHANGE-ROWS TO WS-TOT-EXCHANGES
052500          WRITE CR-REPORT-LINE FROM WS-BLANK-LINE
052600          WRITE CR-REPORT-LINE FROM WS-TOTAL-LINE-1
052700          WRITE CR-REPORT-LINE FROM WS-TOTAL-LINE-2
052750          WRITE CR-REPORT-LINE FROM WS-TOTAL-LINE-3
052800      END-IF.
052900      IF WS-CHURNRPT-WAS-OPENED
053000          CLOSE CHURNRPT
