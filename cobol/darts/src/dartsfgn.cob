000248*     CAN NEVER REPLACE THE MASTER WITH AN EMPTY FILE.  ANY    *
000250*     ERROR IN EITHER MODE SETS RETURN CODE 8 SO THE JOB'S     *
000260*     COPY-BACK STEP IS HELD.                                  *
000261*     IN EDIT MODE A PLAYER THE FEES RUN (DARTSFEE) PUT OVER   *
000262*     THEIR ARREARS LIMIT IS FLAGGED ON EVERY FIXTURE FROM THE *
000263*     BALANCE DATE ON, SO THE SECRETARY CAN HOLD THEM BEFORE   *
000264*     THE NIGHT.  A HOLD IS A WARNING FOR THE SECRETARY, NOT A *
000265*     FIXTURE ERROR, AND DOES NOT HOLD THE COPY-BACK.          *
000270*                                                               *
000280* MODIFICATION HISTORY.                                        *
000290*     2026-09-01  RH   ORIGINAL PROGRAM.                        *
000295*     2026-10-15  RH   ARREARS HOLD FLAG ON THE FIXTURE EDIT.  *
000300*****************************************************************
000310 IDENTIFICATION DIVISION.
000320 PROGRAM-ID. DARTSFGN.
000540     SELECT FGN-RPT      ASSIGN TO FGNRPT
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-FGN-RPT-STATUS.
000562     SELECT FEE-BAL      ASSIGN TO FEEBAL
000564         ORGANIZATION IS LINE SEQUENTIAL
000566         FILE STATUS IS WS-FEE-BAL-STATUS.

000570 DATA DIVISION.
000580 FILE SECTION.
000790     RECORDING MODE IS F.
000800 01  FGN-RPT-RECORD              PIC X(132).

000804 FD  FEE-BAL
000806     RECORDING MODE IS F.
000808 01  FEE-BAL-RECORD              PIC X(46).

000810 WORKING-STORAGE SECTION.
000820 01  WS-FGN-MODE-STATUS          PIC XX.
000830     88  WS-FGN-MODE-OK                   VALUE "00".
000980     88  WS-FIX-OUT-OK                    VALUE "00".
000990 01  WS-FGN-RPT-STATUS           PIC XX.
001000     88  WS-FGN-RPT-OK                    VALUE "00".
001002 01  WS-FEE-BAL-STATUS           PIC XX.
001004     88  WS-FEE-BAL-OK                    VALUE "00".
001006     88  WS-FEE-BAL-EOF                   VALUE "10".
001008     88  WS-FEE-BAL-NOT-FOUND             VALUE "35".

001010 01  WS-RUN-MODE                 PIC X(08) VALUE SPACES.
001020     88  WS-EDIT-MODE                     VALUE "EDIT".
001030 01  WS-ERROR-COUNT              PIC 9(05) COMP VALUE ZERO.
001040 01  WS-FIXTURES-WRITTEN         PIC 9(05) COMP VALUE ZERO.
001050 01  WS-FINDING-TEXT             PIC X(30) VALUE SPACES.
001051 01  WS-ARREARS-HOLDS            PIC 9(05) COMP VALUE ZERO.
001052 01  WS-FBL-SUB                  PIC 9(04) COMP VALUE ZERO.
001053 01  WS-FBL-FOUND-SWITCH         PIC X(01) VALUE "N".
001054     88  WS-FBL-PLAYER-OVER              VALUE "Y".
001055 01  WS-HOLD-TEXT.
001056     05  FILLER                  PIC X(13) VALUE "ARREARS HOLD ".
001057     05  HLD-PLAYER-ID           PIC X(10).

001060*****************************************************************
001070* FIXTURE TABLE - FILLED BY THE GENERATOR, OR LOADED FROM THE  *

001950 COPY DFIXTURE.
001960 COPY DROSTER.
001965 COPY DFEEBAL.

001970 PROCEDURE DIVISION.

006280         UNTIL WS-FIXTURES-IN-EOF.
006290     CLOSE FIXTURES-IN.
006295     CLOSE FIX-OUT.
006297     PERFORM 5050-LOAD-BALANCES THRU 5050-EXIT.
006300     PERFORM 5200-EDIT-ONE-FIXTURE THRU 5200-EXIT
006310         VARYING WS-FIX-SUB FROM 1 BY 1
006320         UNTIL WS-FIX-SUB > WS-FIX-COUNT.
006321 5000-EXIT.
006322     EXIT.

006323*****************************************************************
006324* 5050-LOAD-BALANCES - THE PLAYERS OVER THEIR ARREARS LIMIT ON *
006325*     THE FEES RUN'S BALANCE FILE.  NO FILE HOLDS NO ONE.      *
006326*****************************************************************
006327 5050-LOAD-BALANCES.
006328     OPEN INPUT FEE-BAL.
006329     IF WS-FEE-BAL-NOT-FOUND
006330         GO TO 5050-EXIT
006331     END-IF.
006332     PERFORM 5060-READ-BALANCE-ROW THRU 5060-EXIT
006333         UNTIL WS-FEE-BAL-EOF.
006334     CLOSE FEE-BAL.
006335 5050-EXIT.
006336     EXIT.

006337 5060-READ-BALANCE-ROW.
006338     READ FEE-BAL INTO FEE-BALANCE-RECORD
006339         AT END
006340             SET WS-FEE-BAL-EOF TO TRUE
006341             GO TO 5060-EXIT
006342     END-READ.
006343     IF NOT FBL-OVER-LIMIT
006344         GO TO 5060-EXIT
006345     END-IF.
006346     IF WS-FBL-COUNT >= 500
006347         DISPLAY "DARTSFGN: MORE THAN 500 PLAYERS OVER THE "
006348             "ARREARS LIMIT - THE REST ARE NOT FLAGGED"
006349         SET WS-FEE-BAL-EOF TO TRUE
006350         GO TO 5060-EXIT
006351     END-IF.
006352     ADD 1 TO WS-FBL-COUNT.
006353     MOVE FBL-PLAYER-ID  TO WS-FBL-PLAYER-ID (WS-FBL-COUNT).
006354     MOVE FBL-BALANCE    TO WS-FBL-BALANCE (WS-FBL-COUNT).
006355     MOVE FBL-AS-OF-DATE TO WS-FBL-AS-OF-DATE (WS-FBL-COUNT).
006356 5060-EXIT.
006357     EXIT.

006358*****************************************************************
006360* 5100-LOAD-FIXTURE-ROW - COPY ONE FIXTURE THROUGH TO FIX-OUT  *
006362*     AND BANK IT IN THE TABLE.  FIXTURES BEYOND THE TABLE     *
006364*     LIMIT STILL COPY THROUGH, SO NOTHING IS EVER DROPPED     *
006660     PERFORM 5300-CHECK-PLAYER THRU 5300-EXIT.
006670     PERFORM 5400-CHECK-DUPLICATE-ID THRU 5400-EXIT.
006680     PERFORM 5500-CHECK-DOUBLE-BOOKING THRU 5500-EXIT.
006681     MOVE WS-FIX-HOME-PLAYER-ID (WS-FIX-SUB)
006682         TO WS-LOOKUP-PLAYER-ID.
006683     PERFORM 5600-CHECK-ARREARS THRU 5600-EXIT.
006684     MOVE WS-FIX-AWAY-PLAYER-ID (WS-FIX-SUB)
006685         TO WS-LOOKUP-PLAYER-ID.
006686     PERFORM 5600-CHECK-ARREARS THRU 5600-EXIT.
006690     IF NOT WS-ROW-HAS-ERROR
006695        AND DTL-FINDINGS = SPACES
006700         MOVE "OK" TO DTL-FINDINGS
006710     END-IF.
006720     MOVE WS-FIX-MATCH-ID (WS-FIX-SUB)       TO DTL-MATCH-ID.
007720     EXIT.

007730*****************************************************************
007731* 5600-CHECK-ARREARS - THE PLAYER IN WS-LOOKUP-PLAYER-ID IS    *
007732*     OVER THEIR ARREARS LIMIT AND THE FIXTURE FALLS ON OR     *
007733*     AFTER THE BALANCE DATE: FLAG THE HOLD WHEN NO ERROR HAS  *
007734*     THE COLUMN.  NOT AN ERROR - THE COPY-BACK GOES AHEAD.    *
007735*****************************************************************
007736 5600-CHECK-ARREARS.
007737     IF WS-FBL-COUNT = ZERO
007738        OR WS-LOOKUP-PLAYER-ID = SPACES
007739         GO TO 5600-EXIT
007740     END-IF.
007741     MOVE "N" TO WS-FBL-FOUND-SWITCH.
007742     PERFORM 5610-MATCH-BALANCE THRU 5610-EXIT
007743         VARYING WS-FBL-SUB FROM 1 BY 1
007744         UNTIL WS-FBL-PLAYER-OVER
007745            OR WS-FBL-SUB > WS-FBL-COUNT.
007746     IF NOT WS-FBL-PLAYER-OVER
007747         GO TO 5600-EXIT
007748     END-IF.
007749     ADD 1 TO WS-ARREARS-HOLDS.
007750     IF DTL-FINDINGS = SPACES
007751         MOVE WS-LOOKUP-PLAYER-ID TO HLD-PLAYER-ID
007752         MOVE WS-HOLD-TEXT TO DTL-FINDINGS
007753     END-IF.
007754 5600-EXIT.
007755     EXIT.

007756 5610-MATCH-BALANCE.
007757     IF WS-FBL-PLAYER-ID (WS-FBL-SUB) = WS-LOOKUP-PLAYER-ID
007758        AND WS-FIX-SCHED-DATE (WS-FIX-SUB) >=
007759            WS-FBL-AS-OF-DATE (WS-FBL-SUB)
007760         SET WS-FBL-PLAYER-OVER TO TRUE
007761     END-IF.
007762 5610-EXIT.
007763     EXIT.

007764*****************************************************************
007765* 5900-FLAG-ERROR - COUNT AN ERROR ONCE PER FINDING AND PUT    *
007766*     THE FIRST FINDING ON THE PROOF LINE.                     *
007767*****************************************************************
007770 5900-FLAG-ERROR.
007780     ADD 1 TO WS-ERROR-COUNT.
007790     SET WS-ROW-HAS-ERROR TO TRUE.
007990     MOVE "ERRORS FOUND"  TO TOT-LABEL.
008000     MOVE WS-ERROR-COUNT TO TOT-COUNT.
008010     WRITE FGN-RPT-RECORD FROM WS-TOTAL-LINE.
008011     IF WS-EDIT-MODE
008012         MOVE "ARREARS HOLDS"  TO TOT-LABEL
008013         MOVE WS-ARREARS-HOLDS TO TOT-COUNT
008014         WRITE FGN-RPT-RECORD FROM WS-TOTAL-LINE
008015     END-IF.
008020     WRITE FGN-RPT-RECORD FROM WS-BLANK-LINE.
008030     IF WS-ERROR-COUNT > ZERO
008040         MOVE "*** FIXTURES REJECTED - JOB HELD ***" TO
