000530*                      BANKS A FRESH BASELINE, BYPASSING THE   *
000540*                      BALANCE COMPARES, SO DARTSRCY CAN       *
000550*                      RE-BANK AFTER ITS SWEEP.                *
000551*     2026-10-15  RH   THE THROW-SEQUENCE REJECTS DARTSBAT NOW  *
000552*                      ROUTES TO REJECTSOUT (DUPLICATES, BAD    *
000553*                      THROW AND ROUND NUMBERS, SKIPPED ROUNDS, *
000554*                      DARTS AFTER CHECKOUT) ARE PROVED OUT ON  *
000555*                      THEIR OWN: THE FINAL CHECKPOINT'S        *
000556*                      SEQUENCE COUNT AGAINST THE GROWTH IN     *
000557*                      SEQUENCE-REASON RECORDS ON THE REJECTS   *
000558*                      FILE.  BALTOTALS GROWS FROM 44 TO 58     *
000559*                      BYTES TO BANK THE SEQUENCE TOTAL AND ITS *
000560*                      NIGHT START; A 44-BYTE PRIOR RECORD AND  *
000561*                      AN OLD CHECKPOINT READ IN SPACE-PADDED   *
000562*                      AND SKIP THE SEQUENCE CHECK ONE NIGHT.   *
000563*     2026-10-15  RH   RUN-CONTROL LEDGER.  THE RUN IS CHECKED  *
000564*                      AGAINST THE LEDGER (DARTSRCL) UNDER THE  *
000565*                      CHECKPOINT CYCLE-ID AND MAY ONLY FOLLOW  *
000566*                      THE DARTSBAT RUN OF THAT CYCLE COMPLETED *
000567*                      TONIGHT; IT IS POSTED WITH ITS COUNTS AT *
000568*                      THE END.  A REFUSED RUN ENDS WITH        *
000569*                      RETURN CODE 12 (UNLESS AN RCLOVR         *
000570*                      CARD FORCES IT) AND COPIES THE PRIOR     *
000571*                      TOTALS THROUGH AS THE NEW GENERATION.    *
000572*                      THE MODE CARD AND CHECKPOINT ARE NOW     *
000573*                      READ BEFORE THE CHECK.                   *
000575*****************************************************************
000577 IDENTIFICATION DIVISION.
000580 PROGRAM-ID. DARTSBAL.
000590 AUTHOR. R. HALVORSEN.
000600 DATE-WRITTEN. 2026-08-22.

001090 FD  BAL-PRIOR
001100     RECORDING MODE IS F.
001110 01  BAL-PRIOR-RECORD            PIC X(58).

001120 FD  BAL-OUT
001130     RECORDING MODE IS F.
001140 01  BAL-OUT-RECORD              PIC X(58).

001150 FD  BAL-RPT
001160     RECORDING MODE IS F.
001520 01  WS-IN-COUNT                 PIC 9(07) COMP VALUE ZERO.
001530 01  WS-OUT-COUNT                PIC 9(07) COMP VALUE ZERO.
001540 01  WS-REJ-COUNT                PIC 9(07) COMP VALUE ZERO.
001543 01  WS-SEQ-REJ-COUNT            PIC 9(07) COMP VALUE ZERO.
001546 01  WS-CHK-SEQ-REJECTS          PIC 9(07) COMP VALUE ZERO.
001550 01  WS-AUDIT-TONIGHT-COUNT      PIC 9(07) COMP VALUE ZERO.
001560 01  WS-SCORED-TONIGHT           PIC S9(07) COMP VALUE ZERO.
001570 01  WS-CHECKPOINT-EOF-SWITCH    PIC X(01) VALUE "N".
001690     05  CHK-REJECT-COUNT            PIC 9(07).
001700     05  CHK-DATE                    PIC 9(08).
001710     05  CHK-TIME                    PIC 9(08).
001715     05  CHK-SEQ-REJECT-COUNT        PIC 9(07).

001720*****************************************************************
001730* THE BANKED TOTALS RECORD.  THE RUN-ID AND DATE SAY WHICH     *
001804* SIT (A 22-BYTE RECORD READS IN SPACE-PADDED, AND A CYCLE-ID  *
001808* KEYED AS ALL DIGITS MUST NOT FOOL THE TEST) AND REPARSED     *
001812* THROUGH THE OLD LAYOUT.                                      *
001813* THE SEQUENCE TOTAL AND ITS NIGHT START COUNT THE THROW-       *
001814* SEQUENCE REJECTS ON THE REJECTS FILE; A RECORD BANKED BEFORE  *
001815* THEY EXISTED (44 BYTES) HAS SPACES THERE, AND THE SEQUENCE    *
001816* GROWTH CHECK IS SKIPPED AGAINST IT.                           *
001820*****************************************************************
001830 01  WS-BAL-TOTALS-RECORD.
001840     05  BAL-DATE                    PIC 9(08).
001870     05  BAL-REJECT-TOTAL            PIC 9(07).
001880     05  BAL-NIGHT-START-SCORED      PIC 9(07).
001890     05  BAL-NIGHT-START-REJECT      PIC 9(07).
001893     05  BAL-SEQ-TOTAL               PIC 9(07).
001896     05  BAL-NIGHT-START-SEQ         PIC 9(07).
001900 01  WS-BAL-TOTALS-OLD REDEFINES WS-BAL-TOTALS-RECORD.
001910     05  OLD-BAL-DATE                PIC 9(08).
001920     05  OLD-BAL-SCORED-TOTAL        PIC 9(07).
001930     05  OLD-BAL-REJECT-TOTAL        PIC 9(07).
001940     05  FILLER                      PIC X(36).

001950 01  WS-PRIOR-SCORED-TOTAL       PIC 9(07) VALUE ZERO.
001960 01  WS-PRIOR-REJECT-TOTAL       PIC 9(07) VALUE ZERO.
001980 01  WS-PRIOR-DATE               PIC 9(08) VALUE ZERO.
001990 01  WS-PRIOR-NS-SCORED          PIC 9(07) VALUE ZERO.
002000 01  WS-PRIOR-NS-REJECT          PIC 9(07) VALUE ZERO.
002002 01  WS-PRIOR-SEQ-TOTAL          PIC 9(07) VALUE ZERO.
002004 01  WS-PRIOR-NS-SEQ             PIC 9(07) VALUE ZERO.
002006 01  WS-PRIOR-SEQ-SWITCH         PIC X(01) VALUE "N".
002008     88  WS-PRIOR-HAS-SEQ                VALUE "Y".
002010 01  WS-BASE-SCORED              PIC S9(07) COMP VALUE ZERO.
002020 01  WS-BASE-REJECT              PIC S9(07) COMP VALUE ZERO.
002025 01  WS-BASE-SEQ                 PIC S9(07) COMP VALUE ZERO.

002030 01  WS-RPT-TITLE.
002040     05  FILLER                  PIC X(34)
002160 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.

002170 COPY DAUDITRC.
002175 COPY DTHROWRC.
002177 COPY DRCLCALL.

002180 PROCEDURE DIVISION.

002230*     BANKS A FRESH BASELINE - NO COMPARES, NO CONDITION CODE. *
002240*****************************************************************
002250 0000-MAINLINE.
002251     PERFORM 1050-READ-MODE-CARD THRU 1050-EXIT.
002252     IF NOT WS-REBANK-MODE
002253         PERFORM 2600-READ-CHECKPOINT THRU 2600-EXIT
002254     END-IF.
002255     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
002256     IF RCL-RUN-REFUSED
002257         PERFORM 0200-CARRY-TOTALS THRU 0200-EXIT
002258         MOVE 12 TO RETURN-CODE
002259         GOBACK
002260     END-IF.
002265     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002270     IF WS-REBANK-MODE
002280         PERFORM 2200-COUNT-THROWS-OUT THRU 2200-EXIT
002290         PERFORM 2400-COUNT-REJECTS THRU 2400-EXIT
002310         PERFORM 4500-REBANK-REPORT THRU 4500-EXIT
002320         PERFORM 5000-BANK-TOTALS THRU 5000-EXIT
002330         PERFORM 9000-TERMINATE THRU 9000-EXIT
002335         PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT
002340         GOBACK
002350     END-IF.
002360     PERFORM 2000-COUNT-THROWS-IN THRU 2000-EXIT.
002370     PERFORM 2200-COUNT-THROWS-OUT THRU 2200-EXIT.
002380     PERFORM 2400-COUNT-REJECTS THRU 2400-EXIT.
002400     PERFORM 2800-COUNT-AUDIT THRU 2800-EXIT.
002410     PERFORM 3000-READ-PRIOR-TOTALS THRU 3000-EXIT.
002420     PERFORM 4000-BALANCE THRU 4000-EXIT.
002450     IF WS-OUT-OF-BALANCE
002460         MOVE 8 TO RETURN-CODE
002470     END-IF.
002475     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
002480     GOBACK.

002488*****************************************************************
002489* 0100-CHECK-RUN-LEDGER - CLEAR THE RUN WITH THE RUN-CONTROL    *
002490*     LEDGER BEFORE ANYTHING IS OPENED.  A BALANCE RUN IS KEYED *
002491*     BY THE CYCLE-ID ON THE CHECKPOINT IT PROVES AND FOLLOWS   *
002492*     THE DARTSBAT RUN OF THAT CYCLE, SO ANOTHER VENUE'S CYCLE  *
002493*     POSTED IN BETWEEN DOES NOT REFUSE IT.  THE VENUE JOBS     *
002494*     THEMSELVES RUN ONE AFTER ANOTHER, AS EACH HOLDS THE       *
002495*     LEDGER DISP=MOD.  A REBANK RUN IS KEYED BY ITS MODE AND   *
002496*     FOLLOWS ANY DARTSBAT RUN.                                 *
002497*****************************************************************
002498 0100-CHECK-RUN-LEDGER.
002499     SET RCL-CHECK-RUN TO TRUE.
002500     MOVE "DARTSBAL" TO RCL-PROGRAM-ID.
002501     MOVE SPACES TO RCL-PRED-KEY.
002502     IF WS-REBANK-MODE
002503         MOVE WS-RUN-MODE TO RCL-RUN-KEY
002504     ELSE
002505         IF CHK-RUN-ID = SPACES
002506             MOVE "BALANCE" TO RCL-RUN-KEY
002507         ELSE
002508             MOVE CHK-RUN-ID TO RCL-RUN-KEY
002509             MOVE CHK-RUN-ID TO RCL-PRED-KEY
002510         END-IF
002511     END-IF.
002512     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
002513 0100-EXIT.
002514     EXIT.

002515*****************************************************************
002516* 0200-CARRY-TOTALS - A REFUSED RUN STILL CATALOGS A NEW        *
002517*     BALTOTALS GENERATION, SO COPY THE PRIOR TOTALS INTO IT    *
002518*     UNCHANGED - THE NEXT GOOD RUN BALANCES AGAINST THE SAME   *
002519*     BASELINE THIS ONE WOULD HAVE.                             *
002520*****************************************************************
002521 0200-CARRY-TOTALS.
002522     OPEN OUTPUT BAL-OUT.
002523     OPEN INPUT BAL-PRIOR.
002524     IF NOT WS-BAL-PRIOR-NOT-FOUND
002525         PERFORM 0210-COPY-TOTALS THRU 0210-EXIT
002526             UNTIL NOT WS-BAL-PRIOR-OK
002527         CLOSE BAL-PRIOR
002528     END-IF.
002529     CLOSE BAL-OUT.
002530 0200-EXIT.
002531     EXIT.

002532 0210-COPY-TOTALS.
002533     READ BAL-PRIOR
002534         AT END
002535             GO TO 0210-EXIT
002536     END-READ.
002537     WRITE BAL-OUT-RECORD FROM BAL-PRIOR-RECORD.
002538 0210-EXIT.
002539     EXIT.

002540*****************************************************************
002541* 1000-INITIALIZE - OPEN THE REPORT AND THE BANKED TOTALS.      *
002543*****************************************************************
002545 1000-INITIALIZE.
002547     OPEN OUTPUT BAL-RPT.
002550     OPEN OUTPUT BAL-OUT.
002551 1000-EXIT.
002552     EXIT.

002553*****************************************************************
002554* 1050-READ-MODE-CARD - READ THE OPTIONAL MODE CARD.  NO CARD   *
002555*     MEANS THE NORMAL BALANCING RUN.                           *
002556*****************************************************************
002557 1050-READ-MODE-CARD.
002560     OPEN INPUT BAL-MODE.
002570     IF WS-BAL-MODE-NOT-FOUND
002580         CONTINUE
002620         END-READ
002630         CLOSE BAL-MODE
002640     END-IF.
002649 1050-EXIT.
002660     EXIT.

002670*****************************************************************
003040     EXIT.

003050*****************************************************************
003060* 2400-COUNT-REJECTS - COUNT THE CUMULATIVE REJECTS FILE, AND  *
003065*     SEPARATELY THE THROW-SEQUENCE REJECTS ON IT.              *
003070*****************************************************************
003080 2400-COUNT-REJECTS.
003090     OPEN INPUT REJECTS-OUT.
003140     EXIT.

003150 2410-READ-REJECT.
003160     READ REJECTS-OUT INTO THROW-REJECT-RECORD
003170         AT END GO TO 2410-EXIT
003180     END-READ.
003190     IF WS-REJECTS-OUT-OK
003200         ADD 1 TO WS-REJ-COUNT
003202         IF TRJ-SEQUENCE-REJECT
003204             ADD 1 TO WS-SEQ-REJ-COUNT
003206         END-IF
003210     END-IF.
003220 2410-EXIT.
003230     EXIT.
003420     END-READ.
003430     IF NOT WS-NO-MORE-CHECKPOINTS
003440         SET WS-CHECKPOINT-SEEN TO TRUE
003441         IF CHK-SEQ-REJECT-COUNT IS NUMERIC
003442             MOVE CHK-SEQ-REJECT-COUNT TO WS-CHK-SEQ-REJECTS
003443         ELSE
003444             MOVE ZERO TO WS-CHK-SEQ-REJECTS
003445         END-IF
003450     END-IF.
003460 2610-EXIT.
003470     EXIT.
004000             MOVE BAL-DATE         TO WS-PRIOR-DATE
004010             MOVE BAL-NIGHT-START-SCORED TO WS-PRIOR-NS-SCORED
004020             MOVE BAL-NIGHT-START-REJECT TO WS-PRIOR-NS-REJECT
004021             IF BAL-SEQ-TOTAL IS NUMERIC
004022                AND BAL-NIGHT-START-SEQ IS NUMERIC
004023                 SET WS-PRIOR-HAS-SEQ TO TRUE
004024                 MOVE BAL-SEQ-TOTAL       TO WS-PRIOR-SEQ-TOTAL
004025                 MOVE BAL-NIGHT-START-SEQ TO WS-PRIOR-NS-SEQ
004026             END-IF
004030         END-IF
004040     END-IF.
004050 3000-CLOSE.
004330     MOVE "REJECTS PER CHECKPOINT"         TO CNT-LABEL.
004340     MOVE CHK-REJECT-COUNT                 TO CNT-COUNT.
004350     WRITE BAL-RPT-RECORD FROM WS-COUNT-LINE.
004352     MOVE "SEQUENCE REJECTS PER CHECKPOINT" TO CNT-LABEL.
004354     MOVE WS-CHK-SEQ-REJECTS               TO CNT-COUNT.
004356     WRITE BAL-RPT-RECORD FROM WS-COUNT-LINE.
004360     MOVE "SCORED TONIGHT (DERIVED)"       TO CNT-LABEL.
004370     MOVE WS-SCORED-TONIGHT                TO CNT-COUNT.
004380     WRITE BAL-RPT-RECORD FROM WS-COUNT-LINE.
004440     WRITE BAL-RPT-RECORD FROM WS-COUNT-LINE.
004450     MOVE "REJECTS FILE TOTAL RECORDS"     TO CNT-LABEL.
004460     MOVE WS-REJ-COUNT                     TO CNT-COUNT.
004462     WRITE BAL-RPT-RECORD FROM WS-COUNT-LINE.
004464     MOVE "SEQUENCE REJECTS ON REJECTS FILE" TO CNT-LABEL.
004466     MOVE WS-SEQ-REJ-COUNT                 TO CNT-COUNT.
004470     WRITE BAL-RPT-RECORD FROM WS-COUNT-LINE.
004480     WRITE BAL-RPT-RECORD FROM WS-BLANK-LINE.
004490     COMPUTE WS-DIFFERENCE =
004640             - WS-BASE-REJECT - CHK-REJECT-COUNT
004650         MOVE "REJECTS FILE GROWTH MISMATCH" TO DIF-LABEL
004660         PERFORM 4100-WRITE-DIFFERENCE THRU 4100-EXIT
004661         IF WS-PRIOR-HAS-SEQ
004662             COMPUTE WS-DIFFERENCE = WS-SEQ-REJ-COUNT
004663                 - WS-BASE-SEQ - WS-CHK-SEQ-REJECTS
004664             MOVE "SEQUENCE REJECTS GROWTH MISMATCH" TO DIF-LABEL
004665             PERFORM 4100-WRITE-DIFFERENCE THRU 4100-EXIT
004666         ELSE
004667             MOVE "NO PRIOR SEQUENCE TOTAL - CHECK SKIPPED"
004668                 TO WS-VERDICT-LINE
004669             WRITE BAL-RPT-RECORD FROM WS-VERDICT-LINE
004670         END-IF
004675     ELSE
004680         MOVE "NO PRIOR TOTALS - GROWTH CHECK SKIPPED"
004690             TO WS-VERDICT-LINE
004700         WRITE BAL-RPT-RECORD FROM WS-VERDICT-LINE
005030*     EARLIER NIGHT IS ITSELF THE NIGHT-START.  WITH NO PRIOR *
005040*     AT ALL THE NIGHT-START IS DERIVED FROM THE FILES LESS   *
005050*     TONIGHT'S OWN FIGURES, SO IT CAN STILL BE BANKED.       *
005055*     THE SEQUENCE BASELINE IS PICKED THE SAME WAY, BY 3550.    *
005060*****************************************************************
005070 3500-PICK-BASELINE.
005080     EVALUATE TRUE
005260             MOVE WS-PRIOR-SCORED-TOTAL TO WS-BASE-SCORED
005270             MOVE WS-PRIOR-REJECT-TOTAL TO WS-BASE-REJECT
005280     END-EVALUATE.
005285     PERFORM 3550-PICK-SEQ-BASELINE THRU 3550-EXIT.
005290 3500-EXIT.
005291     EXIT.
005292*****************************************************************
005293* 3550-PICK-SEQ-BASELINE - THE SAME CHOICE FOR THE THROW-       *
005294*     SEQUENCE TOTAL.  A PRIOR RECORD BANKED BEFORE THE SEQUENCE*
005295*     TOTAL EXISTED IS TREATED AS NO PRIOR AT ALL FOR THIS ONE  *
005296*     FIGURE, SO A SEQUENCE NIGHT-START CAN STILL BE BANKED.    *
005297*****************************************************************
005298 3550-PICK-SEQ-BASELINE.
005299     EVALUATE TRUE
005300         WHEN NOT WS-PRIOR-HAS-SEQ
005301             COMPUTE WS-BASE-SEQ =
005302                 WS-SEQ-REJ-COUNT - WS-CHK-SEQ-REJECTS
005303             IF WS-BASE-SEQ < ZERO
005304                 MOVE ZERO TO WS-BASE-SEQ
005305             END-IF
005306         WHEN CHK-RUN-ID NOT = SPACES
005307              AND WS-PRIOR-RUN-ID = CHK-RUN-ID
005308              AND WS-PRIOR-DATE = CHK-DATE
005309             MOVE WS-PRIOR-NS-SEQ TO WS-BASE-SEQ
005310         WHEN OTHER
005311             MOVE WS-PRIOR-SEQ-TOTAL TO WS-BASE-SEQ
005312     END-EVALUATE.
005313 3550-EXIT.
005315     EXIT.

005317*****************************************************************
005320* 4500-REBANK-REPORT - THE REBANK RUN'S REPORT: THE FILE       *
005330*     COUNTS BEING BANKED AND NOTHING ELSE.  NO CHECKPOINT IS  *
005340*     READ IN THIS MODE, SO THE PRIOR RECORD'S RUN-ID, DATE    *
005430         MOVE WS-PRIOR-DATE      TO CHK-DATE
005440         MOVE WS-PRIOR-NS-SCORED TO WS-BASE-SCORED
005450         MOVE WS-PRIOR-NS-REJECT TO WS-BASE-REJECT
005451         IF WS-PRIOR-HAS-SEQ
005452             MOVE WS-PRIOR-NS-SEQ TO WS-BASE-SEQ
005453         ELSE
005454             MOVE WS-SEQ-REJ-COUNT TO WS-BASE-SEQ
005455         END-IF
005460     ELSE
005470         ACCEPT CHK-DATE FROM DATE YYYYMMDD
005480         MOVE SPACES TO CHK-RUN-ID
005560     WRITE BAL-RPT-RECORD FROM WS-COUNT-LINE.
005570     MOVE "REJECTS FILE TOTAL RECORDS"     TO CNT-LABEL.
005580     MOVE WS-REJ-COUNT                     TO CNT-COUNT.
005582     WRITE BAL-RPT-RECORD FROM WS-COUNT-LINE.
005584     MOVE "SEQUENCE REJECTS ON REJECTS FILE" TO CNT-LABEL.
005586     MOVE WS-SEQ-REJ-COUNT                 TO CNT-COUNT.
005590     WRITE BAL-RPT-RECORD FROM WS-COUNT-LINE.
005600     WRITE BAL-RPT-RECORD FROM WS-BLANK-LINE.
005610     MOVE "TOTALS RE-BANKED - NO BALANCE CHECKS" TO
005770     MOVE WS-REJ-COUNT TO BAL-REJECT-TOTAL.
005780     MOVE WS-BASE-SCORED TO BAL-NIGHT-START-SCORED.
005790     MOVE WS-BASE-REJECT TO BAL-NIGHT-START-REJECT.
005793     MOVE WS-SEQ-REJ-COUNT TO BAL-SEQ-TOTAL.
005796     MOVE WS-BASE-SEQ TO BAL-NIGHT-START-SEQ.
005800     WRITE BAL-OUT-RECORD FROM WS-BAL-TOTALS-RECORD.
005810 5000-EXIT.
005820     EXIT.
005880     CLOSE BAL-OUT.
005890 9000-EXIT.
005900     EXIT.

005910*****************************************************************
005920* 9900-POST-RUN-LEDGER - POST THE RUN'S RETURN CODE AND COUNTS  *
005930*     TO THE RUN-CONTROL LEDGER.                                *
005940*****************************************************************
005950 9900-POST-RUN-LEDGER.
005960     SET RCL-POST-RUN TO TRUE.
005970     MOVE RETURN-CODE TO RCL-RETURN-CODE.
005980     MOVE "IN" TO RCL-COUNT-LABEL (1).
005990     MOVE WS-IN-COUNT TO RCL-COUNT (1).
006000     MOVE "OUT" TO RCL-COUNT-LABEL (2).
006010     MOVE WS-OUT-COUNT TO RCL-COUNT (2).
006020     MOVE "REJ" TO RCL-COUNT-LABEL (3).
006030     MOVE WS-REJ-COUNT TO RCL-COUNT (3).
006040     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
006050     MOVE RCL-RETURN-CODE TO RETURN-CODE.
006060 9900-EXIT.
006070     EXIT.
