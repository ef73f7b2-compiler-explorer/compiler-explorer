002800*MODIFICATION HISTORY.
002900*DATE-------- INIT----  DESCRIPTION------------------------
003000*2026-09-02   DLM       ORIGINAL VERSION.
003010*2026-10-15   DLM       ADDED THE SOURCE REGISTRY (SRCMAST,
003020*                       COPYBOOK DL100SM).  A SOURCE
003030*                       DECOMMISSIONED ON OR BEFORE THE ASKED
003040*                       DATE IS LEFT OUT OF THE RESEND AND
003050*                       NOTED ON THE REPORT, SO A BACKOUT IT
003060*                       WILL NEVER BE RERUN FOR NO LONGER
003070*                       REFUSES EVERY LATER RESEND.
003075*2026-10-15   DLM       A DEFERRAL ROW ON THE RUN-CONTROL
003080*                       LEDGER NEVER PROVES A SOURCE: THE
003085*                       DEFERRED DAY WAS NOT EXTRACTED.
003100******************************************************************
003200  IDENTIFICATION DIVISION.
003300  PROGRAM-ID. Xtract_resend.
006000          ORGANIZATION IS SEQUENTIAL
006100          ACCESS MODE IS SEQUENTIAL
006200          FILE STATUS IS WS-RSNDRPT-STATUS.
006210      SELECT SRCMAST ASSIGN TO SRCMAST
006220          ORGANIZATION IS INDEXED
006230          ACCESS MODE IS DYNAMIC
006240          RECORD KEY IS SM-SOURCE-SYS-ID
006250          FILE STATUS IS WS-SRCMAST-STATUS.
006300  DATA DIVISION.
006400  FILE SECTION.
006500  FD  RUNCTL
013300      RECORDING MODE IS F
013400      LABEL RECORDS ARE OMITTED.
013500  01  RP-REPORT-LINE                  PIC X(80).
013505  FD  SRCMAST
013510      RECORD CONTAINS 80 CHARACTERS.
013515      COPY DL100SM REPLACING
013520      ==PFX-SRCMAST-RECORD== BY ==SM-SRCMAST-RECORD==
013525      ==PFX-SRC-SOURCE-SYS-ID== BY ==SM-SOURCE-SYS-ID==
013530      ==PFX-SRC-START-DATE== BY ==SM-START-DATE==
013535      ==PFX-SRC-END-DATE== BY ==SM-END-DATE==
013540      ==PFX-SRC-POSITION-COUNT== BY ==SM-POSITION-COUNT==
013545      ==PFX-SRC-OWNER-CONTACT== BY ==SM-OWNER-CONTACT==
013550      ==PFX-SRC-STATUS-CD== BY ==SM-STATUS-CD==
013555      ==PFX-SRC-ACTIVE== BY ==SM-ACTIVE==
013560      ==PFX-SRC-DECOMMISSIONED== BY ==SM-DECOMMISSIONED==
013565      ==PFX-SRC-MAINT-DATE== BY ==SM-MAINT-DATE==.
013600  WORKING-STORAGE SECTION.
013700*PARSE AREA FOR RUN-CONTROL LEDGER ROWS (COPYBOOK DL100RC).
013800      COPY DL100RC REPLACING
014100      ==PFX-RC-SOURCE-SYS-ID== BY ==WS-RCT-SOURCE-SYS-ID==
014200      ==PFX-RC-MODE-CD== BY ==WS-RCT-MODE-CD==
014300      ==PFX-RC-IS-BACKOUT== BY ==WS-RCT-IS-BACKOUT==
014350      ==PFX-RC-IS-DEFERRAL== BY ==WS-RCT-IS-DEFERRAL==
014400      ==PFX-RC-RECORD-COUNT== BY ==WS-RCT-RECORD-COUNT==
014500      ==PFX-RC-CHANGED-COUNT== BY ==WS-RCT-CHANGED-COUNT==
014600      ==PFX-RC-RETURN-CODE== BY ==WS-RCT-RETURN-CODE==
014700      ==PFX-RC-RUN-DATE== BY ==WS-RCT-RUN-DATE==
014800      ==PFX-RC-RUN-TIME== BY ==WS-RCT-RUN-TIME==
014850      ==PFX-RC-DEFER-REASON== BY ==WS-RCT-DEFER-REASON==.
014900  01  WS-FILE-STATUS-GROUP.
015000      05  WS-RUNCTL-STATUS            PIC X(02) VALUE '00'.
015100          88  WS-RUNCTL-OK                  VALUE '00'.
016600          88  WS-XTRACT-OK                  VALUE '00'.
016700      05  WS-RSNDRPT-STATUS           PIC X(02) VALUE '00'.
016800          88  WS-RSNDRPT-OK                 VALUE '00'.
016810      05  WS-SRCMAST-STATUS           PIC X(02) VALUE '00'.
016820          88  WS-SRCMAST-OK                 VALUE '00'.
016830          88  WS-SRCMAST-AT-END             VALUE '10'.
016840          88  WS-SRCMAST-NOT-FOUND          VALUE '35'.
016900  01  WS-SWITCHES.
017000      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
017100          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
018800      05  WS-VALID-COUNT       PIC S9(04) COMP VALUE ZERO.
018900      05  WS-BACKEDOUT-COUNT   PIC S9(04) COMP VALUE ZERO.
019000      05  WS-GROUPS-WRITTEN    PIC S9(04) COMP VALUE ZERO.
019050      05  WS-DECOMM-COUNT      PIC S9(04) COMP VALUE ZERO.
019100      05  WS-STAT-MEAN         PIC S9(08) COMP VALUE ZERO.
019200      05  WS-STAT-VARIANCE     PIC S9(18) COMP VALUE ZERO.
019300      05  WS-SQRT-IN           PIC S9(18) COMP VALUE ZERO.
020700              88  WS-SRC-NEVER-RAN         VALUE 'N'.
020800              88  WS-SRC-PROVEN            VALUE 'Y'.
020900              88  WS-SRC-BACKED-OUT        VALUE 'B'.
020950              88  WS-SRC-DECOMMISSIONED    VALUE 'D'.
021000          10  WS-SRC-MODE-CD          PIC X(03).
021100          10  WS-SRC-RECORD-COUNT     PIC 9(08) COMP.
021110*SOURCE REGISTRY, DECOMMISSIONED SOURCES ONLY -- NOTHING
021120*ELSE ON IT MATTERS TO A RESEND.
021130  01  WS-REGISTRY-CONTROL.
021140      05  WS-REG-COUNT         PIC S9(04) COMP VALUE ZERO.
021150      05  WS-REG-MAX           PIC S9(04) COMP VALUE 100.
021160      05  WS-REG-SUB           PIC S9(04) COMP VALUE ZERO.
021170      05  WS-REG-ENTRY OCCURS 100 TIMES.
021180          10  WS-REG-SOURCE-SYS-ID    PIC X(08).
021190          10  WS-REG-END-DATE         PIC 9(08).
021200*POSITION-MASTER REFERENCE TABLE, LOADED ONCE AT
021300*INITIALIZE, AS THE DAILY RUN LOADS IT.
021400  01  WS-POSMAST-CONTROL.
033800      SET WS-RSNDRPT-WAS-OPENED TO TRUE.
033900      WRITE RP-REPORT-LINE FROM WS-HDG-LINE-1.
034000      PERFORM 1500-LOAD-POSMAST THRU 1500-EXIT.
034010      IF WS-RUN-CAN-PROCEED
034020          PERFORM 1600-LOAD-REGISTRY THRU 1600-EXIT
034030      END-IF.
034100  1000-EXIT.
034200      EXIT.
034300*---------------------------------------------------------
040900      MOVE PM-UOM TO WS-PM-UOM(WS-POSMAST-COUNT).
041000  1510-EXIT.
041100      EXIT.
041101*---------------------------------------------------------
041102*1600-LOAD-REGISTRY -- KEEP THE DECOMMISSIONED SOURCES AND
041103*THEIR END DATES.  NO REGISTRY MEANS NONE ARE LEFT OUT.
041104*---------------------------------------------------------
041105  1600-LOAD-REGISTRY.
041106      MOVE ZERO TO WS-REG-COUNT.
041107      OPEN INPUT SRCMAST.
041108      IF WS-SRCMAST-NOT-FOUND
041109          GO TO 1600-EXIT
041110      END-IF.
041111      IF NOT WS-SRCMAST-OK
041112          DISPLAY 'XTRACT-RESEND: CANNOT OPEN SOURCE REGISTRY'
041113              WS-SRCMAST-STATUS
041114          MOVE 16 TO WS-RETURN-CODE
041115          SET WS-RUN-MUST-STOP TO TRUE
041116          GO TO 1600-EXIT
041117      END-IF.
041118      PERFORM 1610-LOAD-ONE-REGISTRY THRU 1610-EXIT
041119          UNTIL WS-SRCMAST-AT-END
041120              OR WS-RUN-MUST-STOP.
041121      CLOSE SRCMAST.
041122  1600-EXIT.
041123      EXIT.
041124  1610-LOAD-ONE-REGISTRY.
041125      READ SRCMAST NEXT RECORD.
041126      IF WS-SRCMAST-AT-END
041127          GO TO 1610-EXIT
041128      END-IF.
041129      IF NOT WS-SRCMAST-OK
041130          DISPLAY 'XTRACT-RESEND: ERROR READING SOURCE'
041131              ' REGISTRY ' WS-SRCMAST-STATUS
041132          MOVE 16 TO WS-RETURN-CODE
041133          SET WS-RUN-MUST-STOP TO TRUE
041134          GO TO 1610-EXIT
041135      END-IF.
041136      IF NOT SM-DECOMMISSIONED
041137          GO TO 1610-EXIT
041138      END-IF.
041139      IF WS-REG-COUNT >= WS-REG-MAX
041140          DISPLAY 'XTRACT-RESEND: SOURCE REGISTRY EXCEEDS'
041141              ' TABLE'
041142          MOVE 16 TO WS-RETURN-CODE
041143          SET WS-RUN-MUST-STOP TO TRUE
041144          GO TO 1610-EXIT
041145      END-IF.
041146      ADD 1 TO WS-REG-COUNT.
041147      MOVE SM-SOURCE-SYS-ID
041148          TO WS-REG-SOURCE-SYS-ID(WS-REG-COUNT).
041149      MOVE SM-END-DATE
041150          TO WS-REG-END-DATE(WS-REG-COUNT).
041151  1610-EXIT.
041152      EXIT.
041200*---------------------------------------------------------
041300*2000-REPLAY-LEDGER -- ROWS ARRIVE IN TIME ORDER.  A NON-
041400*BACKOUT ROW FOR THE ASKED DATE AT RC 4 OR BETTER PROVES
044700          END-IF
044800          GO TO 2100-EXIT
044900      END-IF.
044910*A DEFERRAL ROW IS A DAY THE COMPARE HELD BACK; IT WROTE NO
044920*EXTRACT ROWS, SO IT PROVES NOTHING.
044930      IF WS-RCT-IS-DEFERRAL
044940          GO TO 2100-EXIT
044950      END-IF.
045000      IF WS-RCT-AS-OF-DATE = WS-ASK-AS-OF-DATE
045100          AND WS-RCT-RETURN-CODE <= 4
045200          SET WS-SRC-PROVEN(WS-J) TO TRUE
051600  3000-EXIT.
051700      EXIT.
051800  3100-JUDGE-ONE-SOURCE.
051805      PERFORM 3150-CHECK-DECOMMISSIONED THRU 3150-EXIT
051810          VARYING WS-REG-SUB FROM 1 BY 1
051815          UNTIL WS-REG-SUB > WS-REG-COUNT.
051820      IF WS-SRC-DECOMMISSIONED(WS-I)
051825          ADD 1 TO WS-DECOMM-COUNT
051830          DISPLAY 'XTRACT-RESEND: SOURCE '
051835              WS-SRC-SOURCE-SYS-ID(WS-I)
051840              ' DECOMMISSIONED, LEFT OUT'
051845          GO TO 3100-EXIT
051850      END-IF.
051900      IF WS-SRC-PROVEN(WS-I)
052000          ADD 1 TO WS-VALID-COUNT
052100      END-IF.
052700      END-IF.
052800  3100-EXIT.
052900      EXIT.
052905*A SOURCE DECOMMISSIONED ON OR BEFORE THE ASKED DATE HAD NO
052910*GROUP THAT DAY TO RESEND, WHATEVER THE LEDGER LAST SAID.
052915  3150-CHECK-DECOMMISSIONED.
052920      IF WS-REG-SOURCE-SYS-ID(WS-REG-SUB)
052925              = WS-SRC-SOURCE-SYS-ID(WS-I)
052930          AND WS-REG-END-DATE(WS-REG-SUB)
052935              NOT > WS-ASK-AS-OF-DATE
052940          SET WS-SRC-DECOMMISSIONED(WS-I) TO TRUE
052945      END-IF.
052950  3150-EXIT.
052955      EXIT.
053000*---------------------------------------------------------
053100*4000-REBUILD-GROUPS -- ONE HEADER/DETAIL/TRAILER GROUP
053200*PER PROVEN SOURCE, IN LEDGER FIRST-SEEN ORDER, FROM THE
055100  4000-EXIT.
055200      EXIT.
055300  4100-REBUILD-ONE-GROUP.
055310      IF WS-SRC-DECOMMISSIONED(WS-I)
055320          PERFORM 4150-NOTE-DECOMMISSIONED THRU 4150-EXIT
055330          GO TO 4100-EXIT
055340      END-IF.
055400      IF NOT WS-SRC-PROVEN(WS-I)
055500          GO TO 4100-EXIT
055600      END-IF.
062300      END-IF.
062400  4100-EXIT.
062500      EXIT.
062505  4150-NOTE-DECOMMISSIONED.
062510      MOVE WS-SRC-SOURCE-SYS-ID(WS-I) TO WS-GRP-SOURCE.
062515      MOVE SPACES                     TO WS-GRP-MODE.
062520      MOVE ZERO                       TO WS-GRP-COUNT.
062525      MOVE 'DECOMMISSIONED' TO WS-GRP-NOTE.
062530      WRITE RP-REPORT-LINE FROM WS-GROUP-LINE.
062535      IF NOT WS-RSNDRPT-OK
062540          DISPLAY 'XTRACT-RESEND: ERROR WRITING GROUP LINE'
062545              WS-RSNDRPT-STATUS
062550          MOVE 16 TO WS-RETURN-CODE
062555          SET WS-RUN-MUST-STOP TO TRUE
062560      END-IF.
062565  4150-EXIT.
062570      EXIT.
062600  4200-REBUILD-ONE-DETAIL.
062700      MOVE WS-SRC-SOURCE-SYS-ID(WS-I) TO HM-SOURCE-SYS-ID.
062800      MOVE WS-J TO HM-POSITION.
