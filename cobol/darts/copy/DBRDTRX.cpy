000100*****************************************************************
000110* DBRDTRX.                                                      *
000120* BOARD MAINTENANCE CARD LAYOUT.  ONE OCCURRENCE PER PIECE OF   *
000130* WORK DONE ON A BOARD, KEYED BY THE VENUE CAPTAIN OR THE       *
000140* EQUIPMENT OFFICER AND APPLIED TO THE BOARD REGISTER (SEE      *
000150* DBRDMAST) BY THE BOARD RUN (DARTSBRD).  ACTIONS: A ADDS A NEW *
000160* BOARD TO THE REGISTER (THE TYPE IS REQUIRED AND THE DATE IS   *
000170* THE INSTALL DATE), R RECORDS A ROTATION, P A REPLACEMENT (A   *
000180* TYPE ON A P CARD CHANGES THE BOARD TYPE, BLANK KEEPS IT) AND  *
000190* C A SENSOR RECALIBRATION.  A CARD WHOSE WORK IS ALREADY ON    *
000200* THE REGISTER (THE SAME BOARD ADDED ON THE SAME DATE, OR A     *
000210* ROTATION, REPLACEMENT OR RECALIBRATION NOT LATER THAN THE ONE *
000220* ON FILE) IS PASSED OVER, SO THE CARD FILE CAN BE KEPT AND     *
000230* ADDED TO ALL SEASON.  EVERY CARD IS EDITED FIELD BY FIELD, AS *
000240* DARTSRMT EDITS ROSTER CARDS, AND A RUN WITH ANY REJECTED CARD *
000250* LEAVES THE OLD REGISTER IN FORCE.                             *
000260*****************************************************************
000270 01  BOARD-MAINT-TRANS.
000280     05  BTX-ACTION              PIC X(01).
000290         88  BTX-ADD                     VALUE "A".
000300         88  BTX-ROTATE                  VALUE "R".
000310         88  BTX-REPLACE                 VALUE "P".
000320         88  BTX-RECALIBRATE             VALUE "C".
000330     05  BTX-VENUE-ID            PIC X(04).
000340     05  BTX-BOARD-NBR           PIC X(02).
000350     05  BTX-WORK-DATE           PIC 9(08).
000360     05  BTX-WORK-DATE-X REDEFINES BTX-WORK-DATE
000370                                 PIC X(08).
000380     05  BTX-BOARD-TYPE          PIC X(01).
