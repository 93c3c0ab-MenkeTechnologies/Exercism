000200*                                                               *
000210* MODIFICATION HISTORY.                                        *
000220*     2026-09-01  RH   ORIGINAL PROGRAM.                        *
000221*     2026-10-15  RH   THE SAME DART ARRIVING FROM TWO VENUES (A*
000222*                      PLAYER/GAME/NIGHT AND ROUND/THROW ALREADY*
000223*                      COPIED FROM ANOTHER VENUE'S FILE) IS NO  *
000224*                      LONGER MERGED TWICE.  THE SECOND COPY IS *
000225*                      WRITTEN TO THE NEW MRGREJ FILE AS A      *
000226*                      DUP-ACROSS-VENUES REJECT (APPENDED TO THE*
000227*                      REJECTS FILE BY THE JOB) AND LISTED BY   *
000228*                      GAME AND BOARD ON THE REPORT, AND THE    *
000229*                      VENUE PROOF BECOMES COPIED PLUS HELD OUT *
000230*                      EQUALS SCORED.  EACH VENUE'S THROW-      *
000231*                      SEQUENCE REJECT COUNT FROM ITS FINAL     *
000232*                      CHECKPOINT IS PRINTED ALONGSIDE.         *
000233*     2026-10-15  RH   RUN-CONTROL LEDGER.  THE RUN IS CHECKED  *
000234*                      AGAINST THE LEDGER (DARTSRCL) BEFORE ANY *
000235*                      FILE IS OPENED - ONCE A NIGHT, AND ONLY  *
000236*                      AFTER DARTSBAL HAS BALANCED TONIGHT - AND*
000237*                      POSTED WITH ITS COUNTS AT THE END.  A    *
000238*                      REFUSED RUN ENDS WITH RETURN CODE 12     *
000239*                      UNLESS AN RCLOVR CARD FORCES IT.         *
000242*****************************************************************
000245 IDENTIFICATION DIVISION.
000250 PROGRAM-ID. DARTSMRG.
000260 AUTHOR. R. HALVORSEN.
000270 DATE-WRITTEN. 2026-09-01.
000530     SELECT MRG-RPT      ASSIGN TO MRGRPT
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-MRG-RPT-STATUS.
000552     SELECT MRG-REJ      ASSIGN TO MRGREJ
000554         ORGANIZATION IS LINE SEQUENTIAL
000556         FILE STATUS IS WS-MRG-REJ-STATUS.

000560 DATA DIVISION.
000570 FILE SECTION.
000790 FD  MRG-RPT
000800     RECORDING MODE IS F.
000810 01  MRG-RPT-RECORD              PIC X(132).
000812 FD  MRG-REJ
000814     RECORDING MODE IS F.
000816 01  MRG-REJ-RECORD              PIC X(80).

000820 WORKING-STORAGE SECTION.
000830 01  WS-VEN1-IN-STATUS           PIC XX.
001080     88  WS-MERGE-OUT-OK                  VALUE "00".
001090 01  WS-MRG-RPT-STATUS           PIC XX.
001100     88  WS-MRG-RPT-OK                    VALUE "00".
001103 01  WS-MRG-REJ-STATUS           PIC XX.
001106     88  WS-MRG-REJ-OK                    VALUE "00".

001110 01  WS-OUT-OF-BALANCE-SWITCH    PIC X(01) VALUE "N".
001120     88  WS-OUT-OF-BALANCE               VALUE "Y".
001130 01  WS-MERGED-TOTAL             PIC 9(07) COMP VALUE ZERO.
001135 01  WS-DUP-TOTAL                PIC 9(07) COMP VALUE ZERO.

001140*****************************************************************
001150* THE VENUE IN HAND, FILLED BY EACH VENUE'S COPY PARAGRAPHS    *
001230     88  WS-VEN-CHK-SEEN                 VALUE "Y".
001240 01  WS-VEN-SCORED               PIC S9(07) COMP VALUE ZERO.
001250 01  WS-DIFFERENCE               PIC S9(07) COMP VALUE ZERO.
001252 01  WS-VEN-DIGIT                PIC X(01) VALUE SPACE.
001254 01  WS-VEN-DUP-COUNT            PIC 9(07) COMP VALUE ZERO.
001256 01  WS-DART-DUP-SWITCH          PIC X(01) VALUE "N".
001258     88  WS-DART-IS-DUP                  VALUE "Y".

001260 01  WS-CHECKPOINT-RECORD.
001270     05  CHK-RUN-ID                  PIC X(08).
001290     05  CHK-REJECT-COUNT            PIC 9(07).
001300     05  CHK-DATE                    PIC 9(08).
001310     05  CHK-TIME                    PIC 9(08).
001315     05  CHK-SEQ-REJECT-COUNT        PIC 9(07).

001320 01  WS-RPT-TITLE                PIC X(40)
001330     VALUE "DARTSMRG - MULTI-VENUE CONSOLIDATION".

001440 01  WS-VERDICT-LINE             PIC X(50).
001450 01  WS-BLANK-LINE               PIC X(132) VALUE SPACES.
001451 01  WS-DUP-LINE.
001452     05  DUP-VENUE               PIC X(08).
001453     05  FILLER                  PIC X(07) VALUE " GAME: ".
001454     05  DUP-GAME-ID             PIC X(10).
001455     05  FILLER                  PIC X(08) VALUE " BOARD: ".
001456     05  DUP-VENUE-ID            PIC X(04).
001457     05  FILLER                  PIC X(01) VALUE "/".
001458     05  DUP-BOARD-NBR           PIC X(02).
001459     05  FILLER                  PIC X(02) VALUE SPACES.
001460     05  DUP-PLAYER-ID           PIC X(10).
001461     05  FILLER                  PIC X(08) VALUE "  ROUND ".
001462     05  DUP-ROUND-NBR           PIC X(02).
001463     05  FILLER                  PIC X(08) VALUE "  THROW ".
001464     05  DUP-THROW-NBR           PIC X(01).
001465     05  FILLER                  PIC X(25)
001466         VALUE "  DUP-ACROSS-VENUES FROM ".
001467     05  FILLER                  PIC X(06) VALUE "VENUE ".
001468     05  DUP-FIRST-VENUE         PIC X(01).

001469 COPY DTHROWRC.
001470 COPY DTHRSEQ.
001471 COPY DRCLCALL.

001474 PROCEDURE DIVISION.

001477*****************************************************************
001480* 0000-MAINLINE - COPY AND PROVE EACH VENUE IN TURN, PRINT     *
001490*     THE VERDICT, SET THE CONDITION CODE THE APPEND STEP IS   *
001500*     HELD ON.                                                 *
001510*****************************************************************
001520 0000-MAINLINE.
001521     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
001522     IF RCL-RUN-REFUSED
001523         MOVE 12 TO RETURN-CODE
001524         GOBACK
001525     END-IF.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001540     PERFORM 2000-PROCESS-VENUE-1 THRU 2000-EXIT.
001550     PERFORM 3000-PROCESS-VENUE-2 THRU 3000-EXIT.
001590     IF WS-OUT-OF-BALANCE
001600         MOVE 8 TO RETURN-CODE
001610     END-IF.
001615     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
001620     GOBACK.

001621*****************************************************************
001622* 0100-CHECK-RUN-LEDGER - CLEAR THE RUN WITH THE RUN-CONTROL    *
001623*     LEDGER BEFORE ANYTHING IS OPENED.                         *
001624*****************************************************************
001625 0100-CHECK-RUN-LEDGER.
001626     SET RCL-CHECK-RUN TO TRUE.
001627     MOVE "DARTSMRG" TO RCL-PROGRAM-ID.
001628     MOVE SPACES TO RCL-RUN-KEY.
001629     MOVE SPACES TO RCL-PRED-KEY.
001630     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
001631 0100-EXIT.
001632     EXIT.

001636*****************************************************************
001640* 1000-INITIALIZE - OPEN THE MERGED OUTPUT AND THE REPORT.     *
001650*****************************************************************
001660 1000-INITIALIZE.
001670     OPEN OUTPUT MERGE-OUT.
001680     OPEN OUTPUT MRG-RPT.
001685     OPEN OUTPUT MRG-REJ.
001690     WRITE MRG-RPT-RECORD FROM WS-RPT-TITLE.
001700     WRITE MRG-RPT-RECORD FROM WS-BLANK-LINE.
001710 1000-EXIT.
001800     MOVE ZERO TO WS-VEN-COUNT.
001810     MOVE "N" TO WS-VEN-FILE-SWITCH.
001820     MOVE "N" TO WS-VEN-CHK-SWITCH.
001823     MOVE ZERO TO WS-VEN-DUP-COUNT.
001826     MOVE "1" TO WS-VEN-DIGIT.
001830     OPEN INPUT VEN1-IN.
001840     IF WS-VEN1-IN-NOT-FOUND
001850         CONTINUE
002050         AT END GO TO 2100-EXIT
002060     END-READ.
002070     IF WS-VEN1-IN-OK
002074         MOVE VEN1-IN-RECORD TO THROW-RESULT-RECORD
002078         PERFORM 6000-CHECK-ACROSS-VENUES THRU 6000-EXIT
002082         IF WS-DART-IS-DUP
002086             PERFORM 6500-WRITE-DUPLICATE THRU 6500-EXIT
002090         ELSE
002094             WRITE MERGE-OUT-RECORD FROM VEN1-IN-RECORD
002098             ADD 1 TO WS-VEN-COUNT
002102             ADD 1 TO WS-MERGED-TOTAL
002106         END-IF
002110     END-IF.
002120 2100-EXIT.
002130     EXIT.
002280     MOVE ZERO TO WS-VEN-COUNT.
002290     MOVE "N" TO WS-VEN-FILE-SWITCH.
002300     MOVE "N" TO WS-VEN-CHK-SWITCH.
002303     MOVE ZERO TO WS-VEN-DUP-COUNT.
002306     MOVE "2" TO WS-VEN-DIGIT.
002310     OPEN INPUT VEN2-IN.
002320     IF WS-VEN2-IN-NOT-FOUND
002330         CONTINUE
002530         AT END GO TO 3100-EXIT
002540     END-READ.
002550     IF WS-VEN2-IN-OK
002554         MOVE VEN2-IN-RECORD TO THROW-RESULT-RECORD
002558         PERFORM 6000-CHECK-ACROSS-VENUES THRU 6000-EXIT
002562         IF WS-DART-IS-DUP
002566             PERFORM 6500-WRITE-DUPLICATE THRU 6500-EXIT
002570         ELSE
002574             WRITE MERGE-OUT-RECORD FROM VEN2-IN-RECORD
002578             ADD 1 TO WS-VEN-COUNT
002582             ADD 1 TO WS-MERGED-TOTAL
002586         END-IF
002590     END-IF.
002600 3100-EXIT.
002610     EXIT.
002760     MOVE ZERO TO WS-VEN-COUNT.
002770     MOVE "N" TO WS-VEN-FILE-SWITCH.
002780     MOVE "N" TO WS-VEN-CHK-SWITCH.
002783     MOVE ZERO TO WS-VEN-DUP-COUNT.
002786     MOVE "3" TO WS-VEN-DIGIT.
002790     OPEN INPUT VEN3-IN.
002800     IF WS-VEN3-IN-NOT-FOUND
002810         CONTINUE
003010         AT END GO TO 4100-EXIT
003020     END-READ.
003030     IF WS-VEN3-IN-OK
003034         MOVE VEN3-IN-RECORD TO THROW-RESULT-RECORD
003038         PERFORM 6000-CHECK-ACROSS-VENUES THRU 6000-EXIT
003042         IF WS-DART-IS-DUP
003046             PERFORM 6500-WRITE-DUPLICATE THRU 6500-EXIT
003050         ELSE
003054             WRITE MERGE-OUT-RECORD FROM VEN3-IN-RECORD
003058             ADD 1 TO WS-VEN-COUNT
003062             ADD 1 TO WS-MERGED-TOTAL
003066         END-IF
003070     END-IF.
003080 4100-EXIT.
003090     EXIT.
003200* 7000-PROVE-VENUE - THE VENUE'S FILE MUST HAVE ARRIVED, ITS   *
003210*     CHECKPOINT MUST HAVE ARRIVED, AND THE RECORDS COPIED     *
003220*     MUST EQUAL THE CHECKPOINT'S PROCESSED COUNT LESS ITS     *
003230*     REJECT COUNT (LESS ANY DART HELD OUT AS A DUPLICATE OF   *
003235*     ANOTHER VENUE'S) - THE SAME DERIVED-SCORED FIGURE DARTSBAL*
003240*     PROVES A SINGLE NIGHT WITH.  THE LAST CHECKPOINT ON THE  *
003250*     FILE IS THE FINAL ONE, AS DARTSBAT ITSELF RESTARTS ON.   *
003260*****************************************************************
003500     MOVE "SCORED PER CHECKPOINT" TO CNT-LABEL.
003510     MOVE WS-VEN-SCORED TO CNT-COUNT.
003520     WRITE MRG-RPT-RECORD FROM WS-COUNT-LINE.
003521     MOVE "HELD OUT AS CROSS-VENUE DUPS" TO CNT-LABEL.
003522     MOVE WS-VEN-DUP-COUNT TO CNT-COUNT.
003523     WRITE MRG-RPT-RECORD FROM WS-COUNT-LINE.
003524     IF CHK-SEQ-REJECT-COUNT IS NUMERIC
003525         MOVE "SEQUENCE REJECTS AT VENUE" TO CNT-LABEL
003526         MOVE CHK-SEQ-REJECT-COUNT TO CNT-COUNT
003527         WRITE MRG-RPT-RECORD FROM WS-COUNT-LINE
003528     END-IF.
003530     COMPUTE WS-DIFFERENCE =
003535         WS-VEN-COUNT + WS-VEN-DUP-COUNT - WS-VEN-SCORED.
003540     MOVE WS-VEN-LABEL TO DIF-VENUE.
003541     MOVE "COPIED+HELD OUT MINUS SCORED" TO DIF-LABEL.
003542     MOVE WS-DIFFERENCE TO DIF-COUNT.
003543     WRITE MRG-RPT-RECORD FROM WS-DIFF-LINE.
003544     IF WS-DIFFERENCE NOT = ZERO
003545         SET WS-OUT-OF-BALANCE TO TRUE
003546     END-IF.
003547 7000-EXIT.
003548     EXIT.
003549*****************************************************************
003550* 6000-CHECK-ACROSS-VENUES - BOOK THE DART IN HAND (ALREADY IN  *
003551*     THROW-RESULT-RECORD) AGAINST ITS LEG IN THE SEQUENCE TABLE*
003552*     (SEE DTHRSEQ) WITH THE VENUE'S DIGIT.  A SLOT ALREADY HELD*
003553*     BY A DIFFERENT VENUE IS THE SAME DART SENT FROM TWO       *
003554*     VENUES.  A SLOT HELD BY THIS SAME VENUE WAS LET THROUGH BY*
003555*     THAT VENUE'S OWN DARTSBAT AND IS LEFT TO ITS REJECTS; A   *
003556*     ROUND OR THROW NUMBER THAT CANNOT NAME A SLOT IS COPIED   *
003557*     AS IT STANDS.                                             *
003558*****************************************************************
003559 6000-CHECK-ACROSS-VENUES.
003560     MOVE "N" TO WS-DART-DUP-SWITCH.
003561     IF TRS-ROUND-NBR IS NOT NUMERIC
003562        OR TRS-THROW-NBR IS NOT NUMERIC
003563        OR TRS-ROUND-NBR = ZERO
003564        OR TRS-THROW-NBR < 1
003565        OR TRS-THROW-NBR > 3
003566         GO TO 6000-EXIT
003567     END-IF.
003568     MOVE "N" TO WS-SEQ-FOUND-SWITCH.
003569     IF WS-SEQ-COUNT > ZERO
003570         SET WS-SEQ-IDX TO 1
003571         SEARCH WS-SEQ-ENTRY
003572             AT END
003573                 CONTINUE
003574             WHEN WS-SEQ-PLAYER-ID (WS-SEQ-IDX) = TRS-PLAYER-ID
003575              AND WS-SEQ-GAME-ID (WS-SEQ-IDX) = TRS-GAME-ID
003576              AND WS-SEQ-LEG-DATE (WS-SEQ-IDX) = TRS-SCORE-DATE
003577                 SET WS-SEQ-ENTRY-FOUND TO TRUE
003578         END-SEARCH
003579     END-IF.
003580     IF NOT WS-SEQ-ENTRY-FOUND
003581         IF WS-SEQ-COUNT >= 2000
003582             IF NOT WS-SEQ-TABLE-FULL
003583                 SET WS-SEQ-TABLE-FULL TO TRUE
003584                 DISPLAY "DARTSMRG: MORE THAN 2000 LEGS IN THE "
003585                     "NIGHT - LEGS BEYOND THE 2000TH ARE NOT "
003586                     "CHECKED ACROSS VENUES"
003587             END-IF
003588             GO TO 6000-EXIT
003589         END-IF
003590         ADD 1 TO WS-SEQ-COUNT
003591         SET WS-SEQ-IDX TO WS-SEQ-COUNT
003592         MOVE TRS-PLAYER-ID  TO WS-SEQ-PLAYER-ID (WS-SEQ-IDX)
003593         MOVE TRS-GAME-ID    TO WS-SEQ-GAME-ID (WS-SEQ-IDX)
003594         MOVE TRS-SCORE-DATE TO WS-SEQ-LEG-DATE (WS-SEQ-IDX)
003595         MOVE SPACES         TO WS-SEQ-DART-SLOTS (WS-SEQ-IDX)
003596     END-IF.
003597     COMPUTE WS-SEQ-SLOT =
003598         (TRS-ROUND-NBR - 1) * 3 + TRS-THROW-NBR.
003599     IF WS-SEQ-DART-SEEN (WS-SEQ-IDX, WS-SEQ-SLOT) = SPACE
003600         MOVE WS-VEN-DIGIT
003601             TO WS-SEQ-DART-SEEN (WS-SEQ-IDX, WS-SEQ-SLOT)
003602     ELSE
003603         IF WS-SEQ-DART-SEEN (WS-SEQ-IDX, WS-SEQ-SLOT)
003604            NOT = WS-VEN-DIGIT
003605             SET WS-DART-IS-DUP TO TRUE
003606         END-IF
003607     END-IF.
003608 6000-EXIT.
003609     EXIT.

003610*****************************************************************
003611* 6500-WRITE-DUPLICATE - HOLD A CROSS-VENUE DUPLICATE OUT OF THE*
003612*     MERGE: A REJECT RECORD ON MRGREJ AND A LINE ON THE REPORT *
003613*     NAMING THE GAME, THE BOARD AND THE VENUE THAT SENT IT     *
003614*     FIRST.                                                    *
003615*****************************************************************
003616 6500-WRITE-DUPLICATE.
003617     MOVE SPACES          TO THROW-REJECT-RECORD.
003618     MOVE TRS-PLAYER-ID   TO TRJ-PLAYER-ID.
003619     MOVE TRS-GAME-ID     TO TRJ-GAME-ID.
003620     MOVE TRS-ROUND-NBR   TO TRJ-ROUND-NBR.
003621     MOVE TRS-THROW-NBR   TO TRJ-THROW-NBR.
003622     MOVE TRS-LEAGUE-ID   TO TRJ-LEAGUE-ID.
003623     MOVE TRS-BOARD-TYPE  TO TRJ-BOARD-TYPE.
003624     MOVE TRS-X           TO TRJ-X.
003625     MOVE TRS-Y           TO TRJ-Y.
003626     MOVE "DUP-ACROSS-VENUES" TO TRJ-REASON-CODE.
003627     MOVE TRS-VENUE-ID    TO TRJ-VENUE-ID.
003628     MOVE TRS-BOARD-NBR   TO TRJ-BOARD-NBR.
003629     WRITE MRG-REJ-RECORD FROM THROW-REJECT-RECORD.
003630     ADD 1 TO WS-VEN-DUP-COUNT.
003631     ADD 1 TO WS-DUP-TOTAL.
003632     MOVE WS-VEN-LABEL    TO DUP-VENUE.
003633     MOVE TRS-GAME-ID     TO DUP-GAME-ID.
003634     MOVE TRS-VENUE-ID    TO DUP-VENUE-ID.
003635     MOVE TRS-BOARD-NBR   TO DUP-BOARD-NBR.
003636     MOVE TRS-PLAYER-ID   TO DUP-PLAYER-ID.
003637     MOVE TRS-ROUND-NBR   TO DUP-ROUND-NBR.
003638     MOVE TRS-THROW-NBR   TO DUP-THROW-NBR.
003639     MOVE WS-SEQ-DART-SEEN (WS-SEQ-IDX, WS-SEQ-SLOT)
003640         TO DUP-FIRST-VENUE.
003641     WRITE MRG-RPT-RECORD FROM WS-DUP-LINE.
003642 6500-EXIT.
003643     EXIT.

003644*****************************************************************
003645* 8000-WRITE-VERDICT - THE MERGED TOTAL AND THE VERDICT THE    *
003650*     APPEND STEP IS HELD ON.                                  *
003660*****************************************************************
003670 8000-WRITE-VERDICT.
003690     MOVE SPACES TO CNT-VENUE.
003700     MOVE "MERGED RECORDS IN TOTAL" TO CNT-LABEL.
003710     MOVE WS-MERGED-TOTAL TO CNT-COUNT.
003712     WRITE MRG-RPT-RECORD FROM WS-COUNT-LINE.
003714     MOVE "CROSS-VENUE DUPLICATES HELD OUT" TO CNT-LABEL.
003716     MOVE WS-DUP-TOTAL TO CNT-COUNT.
003720     WRITE MRG-RPT-RECORD FROM WS-COUNT-LINE.
003730     WRITE MRG-RPT-RECORD FROM WS-BLANK-LINE.
003740     IF WS-OUT-OF-BALANCE
003850*****************************************************************
003860 9000-TERMINATE.
003870     CLOSE MERGE-OUT
003875     CLOSE MRG-REJ
003880     CLOSE MRG-RPT.
003890 9000-EXIT.
003900     EXIT.

003910*****************************************************************
003920* 9900-POST-RUN-LEDGER - POST THE RUN'S RETURN CODE AND COUNTS  *
003930*     TO THE RUN-CONTROL LEDGER.                                *
003940*****************************************************************
003950 9900-POST-RUN-LEDGER.
003960     SET RCL-POST-RUN TO TRUE.
003970     MOVE RETURN-CODE TO RCL-RETURN-CODE.
003980     MOVE "MERGED" TO RCL-COUNT-LABEL (1).
003990     MOVE WS-MERGED-TOTAL TO RCL-COUNT (1).
004000     MOVE "DUPS" TO RCL-COUNT-LABEL (2).
004010     MOVE WS-DUP-TOTAL TO RCL-COUNT (2).
004020     MOVE SPACES TO RCL-COUNT-LABEL (3).
004030     MOVE ZERO TO RCL-COUNT (3).
004040     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
004050     MOVE RCL-RETURN-CODE TO RETURN-CODE.
004060 9900-EXIT.
004070     EXIT.
