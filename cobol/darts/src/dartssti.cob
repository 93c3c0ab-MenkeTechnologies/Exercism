000210*                                                               *
000220* MODIFICATION HISTORY.                                        *
000230*     2026-09-01  RH   ORIGINAL PROGRAM.                        *
000231*     2026-10-15  RH   RUN-CONTROL LEDGER.  THE RUN IS CHECKED  *
000232*                      AGAINST THE LEDGER (DARTSRCL) AND POSTED *
000233*                      WITH ITS COUNTS AT THE END.  A SECOND RUN*
000234*                      IN ONE WEEK, OR A RUN BEFORE DARTSLSM HAS*
000235*                      COMPLETED THIS WEEK, FOLDS NOTHING: THE  *
000236*                      PRIOR MASTER IS PUBLISHED UNCHANGED AS   *
000237*                      THE NEW GENERATION AND THE RUN ENDS WITH *
000238*                      RETURN CODE 12 UNLESS AN RCLOVR CARD     *
000239*                      FORCES IT.                               *
000240*****************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID. DARTSSTI.
001520 COPY DSEASTAT.
001530 COPY DLEGSUMM.
001540 COPY DROSTER.
001545 COPY DRCLCALL.

001550 PROCEDURE DIVISION.

001570* 0000-MAINLINE.                                               *
001580*****************************************************************
001590 0000-MAINLINE.
001591     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
001592     IF RCL-RUN-REFUSED
001593         PERFORM 1000-INITIALIZE THRU 1000-EXIT
001594         PERFORM 7000-PUBLISH-SEASON THRU 7000-EXIT
001595         PERFORM 9000-TERMINATE THRU 9000-EXIT
001596         MOVE 12 TO RETURN-CODE
001597         GOBACK
001598     END-IF.
001600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001610     PERFORM 2000-FOLD-SUMMARIES THRU 2000-EXIT
001620         UNTIL WS-LEGSUMM-IN-EOF.
001630     PERFORM 7000-PUBLISH-SEASON THRU 7000-EXIT.
001640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001645     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
001650     GOBACK.

001651*****************************************************************
001652* 0100-CHECK-RUN-LEDGER - CLEAR THE RUN WITH THE RUN-CONTROL    *
001653*     LEDGER BEFORE ANYTHING IS OPENED.                         *
001654*****************************************************************
001655 0100-CHECK-RUN-LEDGER.
001656     SET RCL-CHECK-RUN TO TRUE.
001657     MOVE "DARTSSTI" TO RCL-PROGRAM-ID.
001658     MOVE SPACES TO RCL-RUN-KEY.
001659     MOVE SPACES TO RCL-PRED-KEY.
001660     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
001661 0100-EXIT.
001662     EXIT.

001666*****************************************************************
001670* 1000-INITIALIZE - OPEN FILES, LOAD THE ROSTER AND THE PRIOR  *
001680*     MASTER.  A MISSING PRIOR MASTER IS A FIRST WEEK AND      *
001690*     STARTS FROM NOTHING; A MISSING SUMMARY FILE MEANS NO     *
005110     CLOSE STAND-RPT.
005120 9000-EXIT.
005130     EXIT.

005140*****************************************************************
005150* 9900-POST-RUN-LEDGER - POST THE RUN'S RETURN CODE AND COUNTS  *
005160*     TO THE RUN-CONTROL LEDGER.                                *
005170*****************************************************************
005180 9900-POST-RUN-LEDGER.
005190     SET RCL-POST-RUN TO TRUE.
005200     MOVE RETURN-CODE TO RCL-RETURN-CODE.
005210     MOVE "FOLDED" TO RCL-COUNT-LABEL (1).
005220     MOVE WS-SUMMARIES-FOLDED TO RCL-COUNT (1).
005230     MOVE "PLAYRS" TO RCL-COUNT-LABEL (2).
005240     MOVE WS-STAT-COUNT TO RCL-COUNT (2).
005250     MOVE SPACES TO RCL-COUNT-LABEL (3).
005260     MOVE ZERO TO RCL-COUNT (3).
005270     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
005280     MOVE RCL-RETURN-CODE TO RETURN-CODE.
005290 9900-EXIT.
005300     EXIT.
