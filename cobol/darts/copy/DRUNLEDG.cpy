000100*****************************************************************
000110* DRUNLEDG.                                                     *
000120* RUN-CONTROL LEDGER (RIVR.DARTS.RUNLEDGER).  EVERY PROGRAM ON  *
000130* THE JOB STREAMS BELOW CALLS DARTSRCL AS IT STARTS, WHICH      *
000140* CHECKS THE LEDGER AND APPENDS A STARTED (OR REFUSED) ROW, AND *
000150* AGAIN AS IT ENDS, WHICH APPENDS A COMPLETE ROW (RETURN CODE   *
000160* ZERO) OR A FAILED ROW WITH ITS RETURN CODE AND UP TO THREE    *
000170* LABELLED RECORD COUNTS.  A STARTED ROW WITH NO LATER END ROW  *
000180* IS A RUN STILL GOING OR ONE THAT ABENDED.  THE PERIOD IS THE  *
000190* NIGHT (SEE THE CUT-OFF BELOW), OR THE MONDAY THAT STARTS THE  *
000200* LEAGUE WEEK OF THE NIGHT FOR A WEEKLY PROGRAM, OR THE RUN     *
000210* DATE FOR AN ON-DEMAND ONE.  THE RUN KEY IS THE RUNCTL         *
000213* CYCLE-ID FOR DARTSBAT, THE CHECKPOINT'S CYCLE-ID FOR DARTSBAL *
000216* (REBANK ON A REBANK RUN), SPACES OTHERWISE.                   *
000220*****************************************************************
000230 01  RUN-LEDGER-RECORD.
000240     05  RLG-PROGRAM-ID          PIC X(08).
000250     05  RLG-RUN-KEY             PIC X(08).
000260     05  RLG-PERIOD-TYPE         PIC X(01).
000270         88  RLG-NIGHTLY                  VALUE "N".
000280         88  RLG-WEEKLY                   VALUE "W".
000290         88  RLG-ON-DEMAND                VALUE "D".
000300     05  RLG-PERIOD-DATE         PIC 9(08).
000310     05  RLG-STATUS              PIC X(01).
000320         88  RLG-STARTED                  VALUE "S".
000330         88  RLG-COMPLETE                 VALUE "C".
000340         88  RLG-FAILED                   VALUE "F".
000350         88  RLG-REFUSED                  VALUE "R".
000360     05  RLG-RETURN-CODE         PIC 9(04).
000370     05  RLG-OVERRIDE-FLAG       PIC X(01).
000380         88  RLG-OVERRIDDEN               VALUE "Y".
000390     05  RLG-RUN-DATE            PIC 9(08).
000400     05  RLG-RUN-TIME            PIC 9(06).
000410     05  RLG-COUNT-ENTRY OCCURS 3 TIMES.
000420         10  RLG-COUNT-LABEL     PIC X(06).
000430         10  RLG-COUNT           PIC 9(09).

000431*****************************************************************
000432* THE NIGHT CUT-OFF.  A RUN THAT STARTS BEFORE THIS TIME OF DAY *
000433* BELONGS TO THE NIGHT BEFORE, SO A STREAM THAT CROSSES         *
000434* MIDNIGHT STAYS ON THE NIGHT IT BEGAN.  DARTSRCL SETS NIGHTLY  *
000435* AND WEEKLY PERIODS BY IT AND DARTSNST PLACES ROWS BY IT.      *
000436*****************************************************************
000437 01  RLG-NIGHT-CUTOFF-TIME       PIC 9(06) VALUE 060000.

000440*****************************************************************
000450* RCLOVR OVERRIDE CARD.  LETS ONE NAMED PROGRAM RUN ON THE      *
000460* NAMED RUN DATE PAST A REFUSAL (A REPEAT OF A COMPLETED NIGHT  *
000470* OR WEEK, OR A PREDECESSOR NOT COMPLETE).  THE DATE MUST BE    *
000480* THE DAY OF THE RUN, SO A CARD LEFT IN THE DECK IS INERT ON    *
000490* ANY LATER DAY.  THE OVERRIDE IS FLAGGED ON THE LEDGER ROWS.   *
000500*****************************************************************
000510 01  RUN-OVERRIDE-CARD.
000520     05  RLO-PROGRAM-ID          PIC X(08).
000530     05  RLO-RUN-DATE            PIC 9(08).
000540     05  RLO-AUTHORISED-BY       PIC X(10).

000550*****************************************************************
000560* THE JOB STREAMS, IN RUNNING ORDER.  PER PROGRAM: THE          *
000570* PREDECESSOR WHOSE LATEST RUN IN THE PERIOD MUST HAVE ENDED    *
000580* COMPLETE, A SECOND PREDECESSOR CHECKED ONLY WHEN IT HAS RUN   *
000590* IN THE PERIOD, THE PERIOD TYPE, AND WHETHER THE PROGRAM MAY   *
000600* RUN AGAIN IN A PERIOD IT HAS COMPLETED.  DARTSBAT CYCLES      *
000610* SEVERAL TIMES AN EVENING UNDER ONE CYCLE-ID (THE CHECKPOINT   *
000620* SKIPS WHAT IS SCORED), AND DARTSBAL BALANCES AFTER EACH CYCLE *
000630* - BUT ONLY ONCE PER CYCLE.  AN ON-DEMAND PROGRAM'S PERIOD IS  *
000640* ITS RUN DATE AND ITS PREDECESSOR'S LATEST RUN ON ANY DATE     *
000650* COUNTS.                                                       *
000660*****************************************************************
000670 01  RUN-STREAM-VALUES.
000680     05  FILLER PIC X(26) VALUE "DARTSBAT                NY".
000690     05  FILLER PIC X(26) VALUE "DARTSBALDARTSBAT        NY".
000700     05  FILLER PIC X(26) VALUE "DARTSMRGDARTSBAL        NN".
000710     05  FILLER PIC X(26) VALUE "DARTSLSMDARTSBALDARTSMRGNN".
000720     05  FILLER PIC X(26) VALUE "DARTSRCYDARTSBAL        DN".
000730     05  FILLER PIC X(26) VALUE "DARTSADJ                DN".
000740     05  FILLER PIC X(26) VALUE "DARTSSTIDARTSLSM        WN".
000750     05  FILLER PIC X(26) VALUE "DARTSCTYDARTSSTI        WN".
000760 01  RUN-STREAM-TABLE REDEFINES RUN-STREAM-VALUES.
000770     05  RST-ENTRY OCCURS 8 TIMES
000780                   INDEXED BY RST-IDX.
000790         10  RST-PROGRAM-ID      PIC X(08).
000800         10  RST-PRED-ID         PIC X(08).
000810         10  RST-PRED-2-ID       PIC X(08).
000820         10  RST-PERIOD-TYPE     PIC X(01).
000830         10  RST-REPEAT-SWITCH   PIC X(01).
000840             88  RST-REPEAT-ALLOWED       VALUE "Y".
