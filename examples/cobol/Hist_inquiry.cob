001600*             THE MARK MOVED.  READINGS HELD OUT BY THE
001700*             LIMIT OR RETIRED CHECKS APPEAR FLAGGED HELD,
001800*             NOT SILENTLY MISSING.
001810*             THE FIRST DAY OF A NEW METER AFTER A METER
001820*             EXCHANGE IS FLAGGED, PRECEDED BY A LINE
001830*             CARRYING THE OLD METER'S FINAL READ.
001900*
002000*             PARM: (1:8) SOURCE SYSTEM ID, (9:8) POSITION
002100*             (SPACES OR ZERO TO RESOLVE BY NAME), (17:20)
002800*MODIFICATION HISTORY.
002900*DATE-------- INIT----  DESCRIPTION------------------------
003000*2026-09-02   DLM       ORIGINAL VERSION.
003010*2026-10-15   DLM       METER-EXCHANGE BREAK MARKERS ON THE
003020*                       HISTORY MASTER ARE NOW SHOWN: A BREAK
003030*                       LINE WITH THE OLD METER'S FINAL READ,
003040*                       THEN THE DAY FLAGGED METER EXCH.
003100******************************************************************
003200  IDENTIFICATION DIVISION.
003300  PROGRAM-ID. Hist_inquiry.
006600      ==PFX-HIST-MARK-VALUE== BY ==HX-MARK-VALUE==
006700      ==PFX-HIST-HELD-SW== BY ==HX-HELD-SW==
006800      ==PFX-HIST-WAS-HELD== BY ==HX-WAS-HELD==
006900      ==PFX-HIST-WAS-TAKEN== BY ==HX-WAS-TAKEN==
006910      ==PFX-HIST-BREAK-SW== BY ==HX-BREAK-SW==
006920      ==PFX-HIST-METER-EXCHANGE== BY ==HX-METER-EXCHANGE==
006930      ==PFX-HIST-OLD-FINAL-READ== BY ==HX-OLD-FINAL-READ==.
007000  FD  STATMAST
007100      RECORD CONTAINS 80 CHARACTERS.
007200      COPY DL100ST REPLACING
015900          10  WS-RNG-MARK             PIC S9(08) COMP.
016000          10  WS-RNG-HELD-SW          PIC X(01).
016100              88  WS-RNG-WAS-HELD          VALUE 'Y'.
016110          10  WS-RNG-BREAK-SW         PIC X(01).
016120              88  WS-RNG-WAS-EXCHANGED     VALUE 'X'.
016130          10  WS-RNG-OLD-FINAL-READ   PIC S9(08) COMP.
016200  01  WS-REPORT-AREAS.
016300      05  WS-HDG-LINE-1.
016400          10  FILLER                  PIC X(20)
019400          10  FILLER             PIC X(02) VALUE SPACES.
019500          10  WS-DTL-FLAGS            PIC X(12).
019600          10  FILLER             PIC X(22) VALUE SPACES.
019610      05  WS-BREAK-LINE.
019620          10  FILLER                  PIC X(20)
019630              VALUE '--- METER EXCHANGED'.
019640          10  FILLER                  PIC X(20)
019650              VALUE ', OLD METER FINAL RE'.
019660          10  FILLER             PIC X(04) VALUE 'AD  '.
019670          10  WS-BRK-OLD-FINAL-READ   PIC -ZZZZZZZ9.
019680          10  FILLER             PIC X(27) VALUE SPACES.
019700      05  WS-TOTAL-LINE-1.
019800          10  FILLER                  PIC X(20)
019900              VALUE 'DAYS PRINTED.......-'.
044400      MOVE HX-READING-VALUE TO WS-RNG-READING(WS-SLOT).
044500      MOVE HX-MARK-VALUE    TO WS-RNG-MARK(WS-SLOT).
044600      MOVE HX-HELD-SW       TO WS-RNG-HELD-SW(WS-SLOT).
044610      MOVE HX-BREAK-SW      TO WS-RNG-BREAK-SW(WS-SLOT).
044620      IF HX-METER-EXCHANGE
044630          MOVE HX-OLD-FINAL-READ
044640              TO WS-RNG-OLD-FINAL-READ(WS-SLOT)
044650      ELSE
044660          MOVE ZERO TO WS-RNG-OLD-FINAL-READ(WS-SLOT)
044670      END-IF.
044700  2100-EXIT.
044800      EXIT.
044900*---------------------------------------------------------
050800      IF WS-RNG-WAS-HELD(WS-SLOT)
050900          MOVE 'HELD' TO WS-DTL-FLAGS
051000      END-IF.
051010*THE FIRST DAY OF A NEW METER STARTS A NEW SEGMENT; ITS
051020*MARK MOVING AGAINST THE OLD METER'S IS NOT NEWS.
051030      IF WS-RNG-WAS-EXCHANGED(WS-SLOT)
051040          PERFORM 3150-PRINT-BREAK-LINE THRU 3150-EXIT
051050          MOVE 'METER EXCH' TO WS-DTL-FLAGS
051060          IF WS-RNG-WAS-HELD(WS-SLOT)
051070              MOVE 'EXCH + HELD' TO WS-DTL-FLAGS
051080          END-IF
051090      END-IF.
051100      MOVE WS-RNG-MARK(WS-SLOT) TO WS-PREV-MARK.
051200      WRITE TR-REPORT-LINE FROM WS-DETAIL-LINE.
051300      IF NOT WS-TRENDRPT-OK
051800      END-IF.
051900  3100-EXIT.
052000      EXIT.
052005  3150-PRINT-BREAK-LINE.
052010      MOVE WS-RNG-OLD-FINAL-READ(WS-SLOT)
052015          TO WS-BRK-OLD-FINAL-READ.
052020      WRITE TR-REPORT-LINE FROM WS-BREAK-LINE.
052025      IF NOT WS-TRENDRPT-OK
052030          DISPLAY 'HIST-INQ: ERROR WRITING BREAK LINE'
052035              WS-TRENDRPT-STATUS
052040          MOVE 16 TO WS-RETURN-CODE
052045          SET WS-RUN-MUST-STOP TO TRUE
052050      END-IF.
052055  3150-EXIT.
052060      EXIT.
052100*---------------------------------------------------------
052200*9000-TERMINATE -- CLOSES ONLY; NOTHING WAS OPENED FOR
052300*UPDATE.
