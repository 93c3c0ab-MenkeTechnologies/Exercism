000100*****************************************************************
000110* DFEETRX.                                                      *
000120* FEES PAYMENT CARD LAYOUT.  ONE OCCURRENCE PER MONEY MOVEMENT  *
000130* KEYED BY THE TREASURER AND POSTED TO THE FEES LEDGER (SEE     *
000140* DFEEMAST) BY THE FEES RUN (DARTSFEE).  ACTIONS: P A PAYMENT   *
000150* RECEIVED, W A CHARGE WAIVED (BY THE COMMITTEE - A FINE LET    *
000160* OFF, SAY), R A REFUND PAID BACK OUT.  THE RECEIPT NUMBER IS   *
000170* THE TREASURER'S OWN AND MUST BE UNIQUE TO THE PLAYER AND      *
000180* AMOUNT: A CARD ALREADY ON THE LEDGER IS PASSED OVER AS POSTED,*
000190* SO THE CARD FILE CAN BE KEPT AND ADDED TO ALL SEASON.  EVERY  *
000200* CARD IS EDITED FIELD BY FIELD, AS DARTSRMT EDITS ROSTER CARDS,*
000210* AND A RUN WITH ANY REJECTED CARD LEAVES THE OLD LEDGER IN     *
000220* FORCE.                                                        *
000230*****************************************************************
000240 01  FEE-PAYMENT-TRANS.
000250     05  FTX-ACTION              PIC X(01).
000260         88  FTX-PAYMENT                 VALUE "P".
000270         88  FTX-WAIVER                  VALUE "W".
000280         88  FTX-REFUND                  VALUE "R".
000290     05  FTX-PLAYER-ID           PIC X(10).
000300     05  FTX-PAY-DATE            PIC 9(08).
000310     05  FTX-RECEIPT-NO          PIC X(08).
000320     05  FTX-AMOUNT              PIC 9(05)V99.
000330     05  FTX-AMOUNT-X REDEFINES FTX-AMOUNT
000340                                 PIC X(07).
