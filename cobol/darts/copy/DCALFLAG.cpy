000100*****************************************************************
000110* DCALFLAG.                                                     *
000120* CALIBRATION DRIFT EXTRACT.  ONE ROW PER GAME/NIGHT THE        *
000130* CALIBRATION DRIFT REPORT (DARTSCAL) FLAGS "CHECK CALIBRATION",*
000140* REWRITTEN ON EVERY DARTSCAL RUN, SO THE BOARD RUN (DARTSBRD)  *
000150* CAN PUT THE DRIFTING BOARDS ON THE WEEKLY MAINTENANCE LIST    *
000160* BESIDE THE BOARDS DUE FOR ROTATION OR REPLACEMENT.  AUDIT     *
000170* RECORDS WRITTEN BEFORE THE VENUE AND BOARD NUMBER EXISTED     *
000180* CARRY SPACES THERE AND NAME ONLY THE GAME.  THE SHARES ARE    *
000190* THE GAME/NIGHT'S BOUNDARY-ZONE SHARE AND ITS LEAGUE'S NORM,   *
000200* IN PERCENT.                                                   *
000210*****************************************************************
000220 01  CAL-FLAG-RECORD.
000230     05  CFL-VENUE-ID            PIC X(04).
000240     05  CFL-BOARD-NBR           PIC X(02).
000250     05  CFL-DATE                PIC 9(08).
000260     05  CFL-GAME-ID             PIC X(10).
000270     05  CFL-LEAGUE-ID           PIC X(04).
000280     05  CFL-BND-SHARE           PIC 9(03)V9.
000290     05  CFL-LEAG-BND-SHARE      PIC 9(03)V9.
