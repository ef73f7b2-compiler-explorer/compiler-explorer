001600*             AND ONLY THEN REWRITES THE OLD VALUES BACK
001700*             IN PLACE, APPENDING ITS OWN REVERSAL ROWS TO
001800*             THE AUDIT LOG AND WRITING A BACKOUT REPORT.
001810*             A METER EXCHANGE LOGGED SINCE THE TARGET RUN ON
001820*             ANY SOURCE THE RUN WROTE ALSO REFUSES IT: THE
001830*             RERUN WOULD COMPARE THE OLD METER'S READINGS
001840*             AGAINST THE NEW METER'S MARK.
001900*
002000*             RETURN CODES: 0 BACKED OUT, 8 NOTHING ON THE
002100*             LOG FOR THE RUN, 12 BLOCKED OR MASTER DOES
005440*                       ARCHIVED-THRU DATE IS REFUSED RC 12
005450*                       WITH THE ARCHIVE FILE NAMED, INSTEAD
005460*                       OF RC 8 'NOTHING ON THE LOG'.
005462*2026-10-15   DLM       DEFERRAL ROWS ON THE RUN-CONTROL
005464*                       LEDGER ARE PASSED OVER: A DEFERRED
005466*                       SOURCE WAS NOT TOUCHED BY THE TARGET
005468*                       RUN AND ITS DEFERRED DATE IS NOT A
005470*                       SUCCESSFUL AS-OF DATE TO RESET TO.
005472*2026-10-15   DLM       A METER EXCHANGE (ACTION 'X') LOGGED
005474*                       AFTER THE TARGET RUN FOR A SOURCE THE
005476*                       RUN WROTE NOW REFUSES THE BACKOUT RC 12
005478*                       AND IS LISTED ON THE REPORT.
005480*2026-10-15   DLM       EVERY REFUSAL IS NOW ALSO APPENDED TO
005482*                       THE OPERATIONS ALERT FEED (ALERTS,
005484*                       COPYBOOK DL100AE) AS A SEVERE EVENT WITH
005486*                       THE REASON AND THE POSITION CONCERNED.
005500******************************************************************
005510  IDENTIFICATION DIVISION.
005600  PROGRAM-ID. Mark_backout.
008120          ORGANIZATION IS SEQUENTIAL
008130          ACCESS MODE IS SEQUENTIAL
008140          FILE STATUS IS WS-ARCCTL-STATUS.
008150      SELECT ALERTS ASSIGN TO ALERTS
008160          ORGANIZATION IS SEQUENTIAL
008170          ACCESS MODE IS SEQUENTIAL
008180          FILE STATUS IS WS-ALERTS-STATUS.
008200  DATA DIVISION.
008300  FILE SECTION.
008400  FD  AUDITLOG
012020      RECORDING MODE IS F
012030      LABEL RECORDS ARE OMITTED.
012040  01  AC-ARCCTL-LINE                  PIC X(80).
012050  FD  ALERTS
012060      RECORDING MODE IS F
012070      LABEL RECORDS ARE OMITTED.
012080  01  AE-ALERT-LINE                   PIC X(80).
012100  WORKING-STORAGE SECTION.
012200*PARSE AREA FOR AUDIT LOG ROWS, SHARED WITH Max_array VIA
012300*COPYBOOK DL100AL.
013510      ==PFX-AUD-PERIOD-RESET== BY ==WS-AUD-PERIOD-RESET==
013512      ==PFX-AUD-FORCED== BY ==WS-AUD-FORCED==
013513      ==PFX-AUD-CORRECTION== BY ==WS-AUD-CORRECTION==
013514      ==PFX-AUD-EXCHANGE== BY ==WS-AUD-EXCHANGE==
013600      ==PFX-AUD-AS-OF-DATE== BY ==WS-AUD-AS-OF-DATE==
013610      ==PFX-AUD-SIGNOFF== BY ==WS-AUD-SIGNOFF==
013620      ==PFX-AUD-USER-ID== BY ==WS-AUD-USER-ID==.
013700*PARSE/BUILD AREA FOR RUN-CONTROL LEDGER ROWS (COPYBOOK
013800*DL100RC).
013900      COPY DL100RC REPLACING
014200      ==PFX-RC-SOURCE-SYS-ID== BY ==WS-RCT-SOURCE-SYS-ID==
014300      ==PFX-RC-MODE-CD== BY ==WS-RCT-MODE-CD==
014400      ==PFX-RC-IS-BACKOUT== BY ==WS-RCT-IS-BACKOUT==
014450      ==PFX-RC-IS-DEFERRAL== BY ==WS-RCT-IS-DEFERRAL==
014500      ==PFX-RC-RECORD-COUNT== BY ==WS-RCT-RECORD-COUNT==
014600      ==PFX-RC-CHANGED-COUNT== BY ==WS-RCT-CHANGED-COUNT==
014700      ==PFX-RC-RETURN-CODE== BY ==WS-RCT-RETURN-CODE==
014800      ==PFX-RC-RUN-DATE== BY ==WS-RCT-RUN-DATE==
014850      ==PFX-RC-RUN-TIME== BY ==WS-RCT-RUN-TIME==
014900      ==PFX-RC-DEFER-REASON== BY ==WS-RCT-DEFER-REASON==.
014910*PARSE AREA FOR ARCHIVE CONTROL LEDGER ROWS (COPYBOOK
014920*DL100AC), WRITTEN BY Audit_archive.
014930      COPY DL100AC REPLACING
016520          88  WS-ARCCTL-OK                  VALUE '00'.
016530          88  WS-ARCCTL-AT-END              VALUE '10'.
016540          88  WS-ARCCTL-NOT-FOUND           VALUE '35'.
016550      05  WS-ALERTS-STATUS            PIC X(02) VALUE '00'.
016560          88  WS-ALERTS-OK                  VALUE '00'.
016570          88  WS-ALERTS-NOT-FOUND           VALUE '35'.
016600  01  WS-SWITCHES.
016700      05  WS-VALIDATION-SW            PIC X(01) VALUE 'Y'.
016800          88  WS-RUN-CAN-PROCEED            VALUE 'Y'.
017600      05  WS-BKORPT-OPEN-SW           PIC X(01) VALUE 'N'.
017700          88  WS-BKORPT-WAS-OPENED          VALUE 'Y'.
017800          88  WS-BKORPT-NEVER-OPENED        VALUE 'N'.
017825      05  WS-ALERTS-OPEN-SW           PIC X(01) VALUE 'N'.
017850          88  WS-ALERTS-WAS-OPENED          VALUE 'Y'.
017875          88  WS-ALERTS-NEVER-OPENED        VALUE 'N'.
017900  01  WS-COUNTERS-AND-WORK-FIELDS.
018000      05  WS-I                 PIC S9(08) COMP VALUE ZERO.
018100      05  WS-J                 PIC S9(08) COMP VALUE ZERO.
019300      05  WS-ROW-NEW-VALUE     PIC S9(08) COMP VALUE ZERO.
019400      05  WS-STAT-ADJ-COUNT    PIC S9(08) COMP VALUE ZERO.
019500      05  WS-STAT-SKIP-COUNT   PIC S9(08) COMP VALUE ZERO.
019505      05  WS-XCH-BLOCK-COUNT   PIC S9(08) COMP VALUE ZERO.
019510*THRU DATE AND FILE NAME OF THE EARLIEST ARCHIVE
019520*EXECUTION COVERING THE TARGET RUN; ZERO MEANS THE TARGET
019530*RUN'S ROWS WERE NEVER ARCHIVED.
023400              88  WS-SRC-NO-PRIOR          VALUE 'N'.
023500          10  WS-SRC-PREV-AS-OF       PIC 9(08).
023600          10  WS-SRC-APPLIED          PIC 9(08) COMP.
023605*ONE ENTRY PER METER EXCHANGE LOGGED AFTER THE TARGET RUN.
023610*ONCE THE LEDGER SCAN HAS SAID WHICH SOURCES THE RUN WROTE,
023615*AN EXCHANGE ON ANY OF THEM REFUSES THE BACKOUT.
023620  01  WS-EXCHANGE-CONTROL.
023625      05  WS-XCH-COUNT         PIC S9(04) COMP VALUE ZERO.
023630      05  WS-XCH-MAX           PIC S9(04) COMP VALUE 500.
023635      05  WS-XCH-ENTRY OCCURS 500 TIMES.
023640          10  WS-XCH-SOURCE-SYS-ID    PIC X(08).
023645          10  WS-XCH-POSITION         PIC 9(08) COMP.
023650          10  WS-XCH-RUN-DATE         PIC 9(08).
023655          10  WS-XCH-RUN-TIME         PIC 9(08).
023700  01  WS-REPORT-AREAS.
023800      05  WS-HDG-LINE-1.
023900          10  FILLER                  PIC X(20)
026600          10  WS-BLK-RUN-DATE         PIC 9(08).
026700          10  FILLER             PIC X(01) VALUE SPACES.
026800          10  WS-BLK-RUN-TIME         PIC 9(08).
026805          10  FILLER             PIC X(19) VALUE SPACES.
026810      05  WS-EXCHANGED-LINE.
026815          10  WS-XBL-SOURCE           PIC X(08).
026820          10  FILLER             PIC X(04) VALUE SPACES.
026825          10  WS-XBL-POSITION         PIC ZZZZZZZ9.
026830          10  FILLER                  PIC X(24)
026835              VALUE '  METER EXCHANGED SINCE '.
026840          10  WS-XBL-RUN-DATE         PIC 9(08).
026845          10  FILLER             PIC X(01) VALUE SPACES.
026850          10  WS-XBL-RUN-TIME         PIC 9(08).
026900          10  FILLER             PIC X(19) VALUE SPACES.
027000      05  WS-MISMATCH-LINE.
027100          10  WS-MIS-SOURCE           PIC X(08).
031300          10  FILLER                  PIC X(40) VALUE
031400              '  AS-OF CLEARED - NO PRIOR LEDGER ROW   '.
031500          10  FILLER             PIC X(32) VALUE SPACES.
031505*BUILD AREA FOR OPERATIONS ALERT EVENTS (COPYBOOK DL100AE).
031510      COPY DL100AE REPLACING
031515      ==PFX-ALERT-RECORD== BY ==WS-ALERT-RECORD==
031520      ==PFX-ALR-RUN-DATE== BY ==WS-ALR-RUN-DATE==
031525      ==PFX-ALR-RUN-TIME== BY ==WS-ALR-RUN-TIME==
031530      ==PFX-ALR-SEVERITY== BY ==WS-ALR-SEVERITY==
031535      ==PFX-ALR-WARNING== BY ==WS-ALR-WARNING==
031540      ==PFX-ALR-ERROR== BY ==WS-ALR-ERROR==
031545      ==PFX-ALR-SEVERE== BY ==WS-ALR-SEVERE==
031550      ==PFX-ALR-RETURN-CODE== BY ==WS-ALR-RETURN-CODE==
031555      ==PFX-ALR-PROGRAM== BY ==WS-ALR-PROGRAM==
031560      ==PFX-ALR-EVENT-CD== BY ==WS-ALR-EVENT-CD==
031565      ==PFX-ALR-REASON-CD== BY ==WS-ALR-REASON-CD==
031570      ==PFX-ALR-SOURCE-SYS-ID== BY ==WS-ALR-SOURCE-SYS-ID==
031575      ==PFX-ALR-POSITION== BY ==WS-ALR-POSITION==
031580      ==PFX-ALR-AS-OF-DATE== BY ==WS-ALR-AS-OF-DATE==.
031600  LINKAGE SECTION.
031700  01  LS-PARM-AREA.
031800      05  LS-PARM-LEN                 PIC S9(04) COMP.
036700      MOVE LS-PARM-TEXT(9:8) TO WS-TARGET-RUN-TIME.
036800      MOVE WS-TARGET-RUN-DATE TO WS-HDG-RUN-DATE.
036900      MOVE WS-TARGET-RUN-TIME TO WS-HDG-RUN-TIME.
036905      OPEN EXTEND ALERTS.
036910      IF WS-ALERTS-NOT-FOUND
036915          OPEN OUTPUT ALERTS
036920      END-IF.
036925      IF NOT WS-ALERTS-OK
036930          DISPLAY 'MARK-BACKOUT: CANNOT OPEN ALERTS'
036935              WS-ALERTS-STATUS
036940          MOVE 16 TO WS-RETURN-CODE
036945          SET WS-RUN-MUST-STOP TO TRUE
036950          GO TO 1000-EXIT
036955      END-IF.
036960      SET WS-ALERTS-WAS-OPENED TO TRUE.
036965      MOVE SPACES TO WS-ALERT-RECORD.
037000      OPEN INPUT AUDITLOG.
037100      IF NOT WS-AUDITLOG-OK
037200          DISPLAY 'MARK-BACKOUT: CANNOT OPEN AUDITLOG'
045500          OR (WS-AUD-RUN-DATE = WS-TARGET-RUN-DATE
045600              AND WS-AUD-RUN-TIME > WS-TARGET-RUN-TIME)
045700          PERFORM 2300-CHECK-BLOCKER THRU 2300-EXIT
045725          IF WS-AUD-EXCHANGE
045750              PERFORM 2350-NOTE-EXCHANGE THRU 2350-EXIT
045775          END-IF
045800      END-IF.
045900  2100-EXIT.
046000      EXIT.
053700  2310-EXIT.
053800      EXIT.
053900*---------------------------------------------------------
053902*2350-NOTE-EXCHANGE -- KEEP ONE LATER METER EXCHANGE FOR
053904*3000 TO JUDGE AGAINST THE SOURCES THE TARGET RUN WROTE.
053906*---------------------------------------------------------
053908  2350-NOTE-EXCHANGE.
053910      IF WS-XCH-COUNT >= WS-XCH-MAX
053912          DISPLAY 'MARK-BACKOUT: MORE LATER METER EXCHANGES'
053914              ' THAN THE TABLE HOLDS'
053916          MOVE 16 TO WS-RETURN-CODE
053918          SET WS-RUN-MUST-STOP TO TRUE
053920          GO TO 2350-EXIT
053922      END-IF.
053924      ADD 1 TO WS-XCH-COUNT.
053926      MOVE WS-AUD-SOURCE-SYS-ID
053928          TO WS-XCH-SOURCE-SYS-ID(WS-XCH-COUNT).
053930      MOVE WS-AUD-POSITION TO WS-XCH-POSITION(WS-XCH-COUNT).
053932      MOVE WS-AUD-RUN-DATE TO WS-XCH-RUN-DATE(WS-XCH-COUNT).
053934      MOVE WS-AUD-RUN-TIME TO WS-XCH-RUN-TIME(WS-XCH-COUNT).
053936  2350-EXIT.
053938      EXIT.
053940*---------------------------------------------------------
054000*2500-SCAN-RUNCTL -- WALK THE RUN-CONTROL LEDGER ONCE,
054100*NOTING WHICH SOURCES THE TARGET RUN WROTE AND, FOR EACH,
054200*THE LATEST SUCCESSFUL AS-OF DATE BEFORE IT.  NO LEDGER
058300          PERFORM 2530-ADD-SOURCE THRU 2530-EXIT
058400      END-IF.
058500      IF WS-RUN-MUST-STOP
058510          GO TO 2510-EXIT
058520      END-IF.
058530*A DEFERRAL ROW RECORDS A DAY THE COMPARE HELD BACK; THE RUN
058540*NEVER TOUCHED THE SOURCE'S MARKS FOR IT.
058550      IF WS-RCT-IS-DEFERRAL
058600          GO TO 2510-EXIT
058700      END-IF.
058800      IF WS-RCT-RUN-DATE = WS-TARGET-RUN-DATE
064760                  ' BEFORE BACKING OUT'
064770              MOVE 12 TO WS-RETURN-CODE
064780              SET WS-RUN-MUST-STOP TO TRUE
064782              MOVE 'ARCHIVED' TO WS-ALR-REASON-CD
064784              MOVE SPACES TO WS-ALR-SOURCE-SYS-ID
064786              MOVE ZERO TO WS-ALR-POSITION WS-ALR-AS-OF-DATE
064788              PERFORM 3900-WRITE-ALERT THRU 3900-EXIT
064790              GO TO 3000-EXIT
064795          END-IF
064800          DISPLAY 'MARK-BACKOUT: NO OVERRIDES ON THE LOG FOR '
065800          PERFORM 3100-WRITE-BLOCKED-LINE THRU 3100-EXIT
065900              VARYING WS-I FROM 1 BY 1
066000              UNTIL WS-I > WS-ENTRY-COUNT
066100          IF WS-RETURN-CODE < 12
066110              MOVE 12 TO WS-RETURN-CODE
066120          END-IF
066200          SET WS-RUN-MUST-STOP TO TRUE
066300      END-IF.
066325      IF WS-XCH-COUNT > ZERO
066350          PERFORM 3200-CHECK-EXCHANGES THRU 3200-EXIT
066375      END-IF.
066400  3000-EXIT.
066500      EXIT.
066600  3100-WRITE-BLOCKED-LINE.
066900          MOVE WS-ENT-POSITION(WS-I)      TO WS-BLK-POSITION
067000          MOVE WS-ENT-BLK-RUN-DATE(WS-I)  TO WS-BLK-RUN-DATE
067100          MOVE WS-ENT-BLK-RUN-TIME(WS-I)  TO WS-BLK-RUN-TIME
067110          MOVE 'LATERRUN'                 TO WS-ALR-REASON-CD
067120          MOVE WS-ENT-SOURCE-SYS-ID(WS-I) TO WS-ALR-SOURCE-SYS-ID
067130          MOVE WS-ENT-POSITION(WS-I)      TO WS-ALR-POSITION
067140          MOVE WS-ENT-AS-OF-DATE(WS-I)    TO WS-ALR-AS-OF-DATE
067150          PERFORM 3900-WRITE-ALERT THRU 3900-EXIT
067200          WRITE BR-REPORT-LINE FROM WS-BLOCKED-LINE
067300          IF NOT WS-BKORPT-OK
067400              DISPLAY 'MARK-BACKOUT: ERROR WRITING BLOCKED LINE'
067700          END-IF
067800      END-IF.
067900  3100-EXIT.
067901      EXIT.
067902*---------------------------------------------------------
067903*3200-CHECK-EXCHANGES -- A METER EXCHANGED SINCE THE TARGET
067904*RUN ON A SOURCE THE RUN WROTE REFUSES THE BACKOUT, WHETHER
067905*OR NOT THE RUN OVERRODE THAT POSITION: THE BACKOUT WOULD
067906*RESET THE SOURCE'S AS-OF DATE AND THE RERUN WOULD COMPARE
067907*THE OLD METER'S READINGS AGAINST THE NEW METER'S MARK.
067908*WITH NO LEDGER NO AS-OF DATE IS RESET, SO ONLY AN EXCHANGE
067909*ON AN OVERRIDDEN POSITION (ALREADY BLOCKED ABOVE) MATTERS.
067910*---------------------------------------------------------
067911  3200-CHECK-EXCHANGES.
067912      MOVE ZERO TO WS-XCH-BLOCK-COUNT.
067913      PERFORM 3210-CHECK-ONE-EXCHANGE THRU 3210-EXIT
067914          VARYING WS-I FROM 1 BY 1
067915          UNTIL WS-I > WS-XCH-COUNT.
067916      IF WS-XCH-BLOCK-COUNT > ZERO
067917          DISPLAY 'MARK-BACKOUT: BACKOUT REFUSED,'
067918              WS-XCH-BLOCK-COUNT ' METERS EXCHANGED SINCE ON'
067919              ' SOURCES THE RUN WROTE'
067920          IF WS-RETURN-CODE < 12
067921              MOVE 12 TO WS-RETURN-CODE
067922          END-IF
067923          SET WS-RUN-MUST-STOP TO TRUE
067924      END-IF.
067925  3200-EXIT.
067926      EXIT.
067927  3210-CHECK-ONE-EXCHANGE.
067928      MOVE WS-XCH-SOURCE-SYS-ID(WS-I) TO WS-LOOKUP-SOURCE.
067929      PERFORM 2520-FIND-SOURCE THRU 2520-EXIT.
067930      IF WS-J = ZERO
067931          GO TO 3210-EXIT
067932      END-IF.
067933      IF WS-SRC-NOT-IN-TARGET(WS-J)
067934          GO TO 3210-EXIT
067935      END-IF.
067936      ADD 1 TO WS-XCH-BLOCK-COUNT.
067937      MOVE WS-XCH-SOURCE-SYS-ID(WS-I) TO WS-XBL-SOURCE.
067938      MOVE WS-XCH-POSITION(WS-I)      TO WS-XBL-POSITION.
067939      MOVE WS-XCH-RUN-DATE(WS-I)      TO WS-XBL-RUN-DATE.
067940      MOVE WS-XCH-RUN-TIME(WS-I)      TO WS-XBL-RUN-TIME.
067941      MOVE 'EXCHANGE'                 TO WS-ALR-REASON-CD.
067942      MOVE WS-XCH-SOURCE-SYS-ID(WS-I) TO WS-ALR-SOURCE-SYS-ID.
067943      MOVE WS-XCH-POSITION(WS-I)      TO WS-ALR-POSITION.
067944      MOVE ZERO                       TO WS-ALR-AS-OF-DATE.
067945      PERFORM 3900-WRITE-ALERT THRU 3900-EXIT.
067946      WRITE BR-REPORT-LINE FROM WS-EXCHANGED-LINE.
067947      IF NOT WS-BKORPT-OK
067948          DISPLAY 'MARK-BACKOUT: ERROR WRITING EXCHANGE LINE'
067949              WS-BKORPT-STATUS
067950          MOVE 16 TO WS-RETURN-CODE
067951      END-IF.
067952  3210-EXIT.
067953      EXIT.
067954*---------------------------------------------------------
067955*3900-WRITE-ALERT -- ONE SEVERE EVENT ON THE ALERT FEED PER
067956*REFUSAL LINE.  THE CALLER HAS SET THE REASON, SOURCE,
067957*POSITION, AND AS-OF DATE.
067958*---------------------------------------------------------
067959  3900-WRITE-ALERT.
067960      MOVE WS-RUN-DATE     TO WS-ALR-RUN-DATE.
067961      MOVE WS-RUN-TIME     TO WS-ALR-RUN-TIME.
067962      SET WS-ALR-SEVERE    TO TRUE.
067963      MOVE 12              TO WS-ALR-RETURN-CODE.
067964      MOVE 'Mark_backout'  TO WS-ALR-PROGRAM.
067965      MOVE 'BKOREFSD'      TO WS-ALR-EVENT-CD.
067966      WRITE AE-ALERT-LINE FROM WS-ALERT-RECORD.
067967      IF NOT WS-ALERTS-OK
067968          DISPLAY 'MARK-BACKOUT: ERROR WRITING ALERT'
067969              WS-ALERTS-STATUS
067970          MOVE 16 TO WS-RETURN-CODE
067971          SET WS-RUN-MUST-STOP TO TRUE
067972      END-IF.
067973  3900-EXIT.
068000      EXIT.
068100*---------------------------------------------------------
068200*4000-VERIFY-MASTER -- BEFORE A SINGLE REWRITE, EVERY
071300          MOVE WS-ENT-SOURCE-SYS-ID(WS-I) TO WS-MIS-SOURCE
071400          MOVE WS-ENT-POSITION(WS-I)      TO WS-MIS-POSITION
071500          MOVE HM-VALUE                   TO WS-MIS-VALUE
071510          MOVE 'MISMATCH'                 TO WS-ALR-REASON-CD
071520          MOVE WS-ENT-SOURCE-SYS-ID(WS-I) TO WS-ALR-SOURCE-SYS-ID
071530          MOVE WS-ENT-POSITION(WS-I)      TO WS-ALR-POSITION
071540          MOVE WS-ENT-AS-OF-DATE(WS-I)    TO WS-ALR-AS-OF-DATE
071550          PERFORM 3900-WRITE-ALERT THRU 3900-EXIT
071600          WRITE BR-REPORT-LINE FROM WS-MISMATCH-LINE
071700          IF NOT WS-BKORPT-OK
071800              DISPLAY 'MARK-BACKOUT: ERROR WRITING MISMATCH LINE'
097600      IF WS-STATS-PRESENT
097700          CLOSE STATMAST
097800      END-IF.
097825      IF WS-ALERTS-WAS-OPENED
097850          CLOSE ALERTS
097875      END-IF.
097900  9000-EXIT.
098000      EXIT.
