000410*                      WRITTEN BEFORE THE FIELDS EXISTED       *
000420*                      CARRY SPACES AND STILL GROUP BY GAME    *
000430*                      ID, THE OLD PROXY.                      *
000431*     2026-10-15  RH   EVERY GAME/NIGHT FLAGGED CHECK          *
000432*                      CALIBRATION IS ALSO WRITTEN TO THE      *
000433*                      CALFLAG EXTRACT (SEE DCALFLAG) SO THE   *
000434*                      WEEKLY BOARD MAINTENANCE LIST           *
000435*                      (DARTSBRD) CAN NAME THE DRIFTING        *
000436*                      BOARDS AGAINST THEIR LAST               *
000437*                      RECALIBRATION.                          *
000440*****************************************************************
000450 IDENTIFICATION DIVISION.
000460 PROGRAM-ID. DARTSCAL.
000590     SELECT CAL-RPT      ASSIGN TO CALRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-CAL-RPT-STATUS.
000612     SELECT CAL-FLAG     ASSIGN TO CALFLAG
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS WS-CAL-FLAG-STATUS.

000620 DATA DIVISION.
000630 FILE SECTION.
000790     RECORDING MODE IS F.
000800 01  CAL-RPT-RECORD              PIC X(132).

000802 FD  CAL-FLAG
000804     RECORDING MODE IS F.
000806 01  CAL-FLAG-OUT-RECORD         PIC X(36).

000810 WORKING-STORAGE SECTION.
000820 01  WS-AUDIT-LOG-STATUS         PIC XX.
000830     88  WS-AUDIT-LOG-OK                 VALUE "00".
000890     88  WS-BAND-PARM-NOT-FOUND          VALUE "35".
000900 01  WS-CAL-RPT-STATUS           PIC XX.
000910     88  WS-CAL-RPT-OK                   VALUE "00".
000913 01  WS-CAL-FLAG-STATUS          PIC XX.
000916     88  WS-CAL-FLAG-OK                  VALUE "00".

000920*****************************************************************
000930* ANALYSIS CONTROLS.  THE BOUNDARY TOLERANCE IS HOW CLOSE TO A *
001660 01  WS-MEAN-DIST                PIC 9(03)V99 VALUE ZERO.
001670 01  WS-EXCEPTION-SWITCH         PIC X(01) VALUE "N".
001680     88  WS-GAME-IS-EXCEPTION            VALUE "Y".
001685 01  WS-FLAGS-WRITTEN            PIC 9(05) COMP VALUE ZERO.

001690 COPY DAUDITRC.
001700 COPY DBANDTBL.
001705 COPY DCALFLAG.

001710 01  WS-HEADING-1.
001720     05  FILLER                  PIC X(11) VALUE "GAME".
002330 1000-INITIALIZE.
002340     PERFORM 0500-LOAD-BAND-TABLE THRU 0500-EXIT.
002350     OPEN OUTPUT CAL-RPT.
002355     OPEN OUTPUT CAL-FLAG.
002360     WRITE CAL-RPT-RECORD FROM WS-HEADING-1.
002370     OPEN INPUT AUDIT-LOG.
002380     IF WS-AUDIT-LOG-NOT-FOUND
005310     MOVE "GAME/NIGHT COMBINATIONS" TO TOT-LABEL.
005320     MOVE WS-GAME-COUNT TO TOT-COUNT.
005330     WRITE CAL-RPT-RECORD FROM WS-TOTAL-LINE.
005332     MOVE "GAME/NIGHTS FLAGGED" TO TOT-LABEL.
005334     MOVE WS-FLAGS-WRITTEN TO TOT-COUNT.
005336     WRITE CAL-RPT-RECORD FROM WS-TOTAL-LINE.
005340 7000-EXIT.
005350     EXIT.

005800     MOVE WS-LEAG-BND-SHARE               TO DTL-LEAG-BND-SHARE.
005810     IF WS-GAME-IS-EXCEPTION
005820         MOVE "CHECK CALIBRATION" TO DTL-EXCEPTION
005825         PERFORM 7150-WRITE-FLAG-ROW THRU 7150-EXIT
005830     ELSE
005840         MOVE SPACES TO DTL-EXCEPTION
005850     END-IF.
005860     WRITE CAL-RPT-RECORD FROM WS-DETAIL-LINE.
005870 7100-EXIT.
005871     EXIT.

005872*****************************************************************
005873* 7150-WRITE-FLAG-ROW - ONE CALFLAG ROW FOR THE FLAGGED        *
005874*     GAME/NIGHT, FOR THE WEEKLY BOARD MAINTENANCE LIST.       *
005875*****************************************************************
005876 7150-WRITE-FLAG-ROW.
005877     MOVE WS-GAME-VENUE-ID (WS-GAME-SUB)  TO CFL-VENUE-ID.
005878     MOVE WS-GAME-BOARD-NBR (WS-GAME-SUB) TO CFL-BOARD-NBR.
005879     MOVE WS-GAME-DATE (WS-GAME-SUB)      TO CFL-DATE.
005880     MOVE WS-GAME-GAME-ID (WS-GAME-SUB)   TO CFL-GAME-ID.
005881     MOVE WS-GAME-LEAGUE-ID (WS-GAME-SUB) TO CFL-LEAGUE-ID.
005882     MOVE WS-GAME-BND-SHARE               TO CFL-BND-SHARE.
005883     MOVE WS-LEAG-BND-SHARE               TO CFL-LEAG-BND-SHARE.
005884     WRITE CAL-FLAG-OUT-RECORD FROM CAL-FLAG-RECORD.
005885     ADD 1 TO WS-FLAGS-WRITTEN.
005886 7150-EXIT.
005888     EXIT.

005890*****************************************************************
005900* 7200-DERIVE-LEAGUE-NORM - THE LEAGUE-WIDE SHARES THE GAME    *
006800         CLOSE AUDIT-LOG
006810     END-IF.
006820     CLOSE CAL-RPT.
006825     CLOSE CAL-FLAG.
006830 9000-EXIT.
006840     EXIT.
