000100*****************************************************************
000110* DFEEMAST.                                                     *
000120* FEES LEDGER - FEE SCHEDULE, LEDGER RECORD LAYOUT AND          *
000130* IN-MEMORY TABLE.                                              *
000140*                                                               *
000150* FEE-SCHEDULE-RECORD - ONE ROW PER LEAGUE ON FEEPARM: THE      *
000160* MATCH FEE RAISED FOR EVERY FIXTURE A PLAYER APPEARS ON (PER   *
000170* TIE IN A TEAM LEAGUE), THE FINE RAISED FOR A NO-SHOW, THE     *
000180* MONTHLY MEMBERSHIP SUBS OF EVERY ACTIVE PLAYER, AND THE       *
000190* ARREARS LIMIT ABOVE WHICH A PLAYER IS HELD OFF THE FIXTURES.  *
000200* A ZERO FIGURE RAISES NOTHING (OR, FOR THE LIMIT, HOLDS NO     *
000210* ONE); A LEAGUE WITH NO ROW IS NOT CHARGED AT ALL.             *
000220*                                                               *
000230* FEE-LEDGER-RECORD - ONE ROW PER POSTING TO A PLAYER'S         *
000240* ACCOUNT, KEYED BY ROS-PLAYER-ID, KEPT IN PLAYER AND POSTING   *
000250* DATE ORDER BY THE FEES RUN (DARTSFEE).  ENTRY TYPES: M MATCH  *
000260* FEE, F NO-SHOW FINE, S MONTHLY SUBS - RAISED BY THE RUN - AND *
000270* P PAYMENT, W WAIVER, R REFUND - KEYED BY THE TREASURER ON THE *
000280* PAYMENT CARDS (SEE DFEETRX).  THE REFERENCE IS THE MATCH ID   *
000290* (OR TIE ID IN A TEAM LEAGUE) OF A FEE OR FINE, THE CCYYMM OF  *
000300* THE SUBS, AND THE RECEIPT NUMBER OF A CARD.  THE AMOUNT IS    *
000310* SIGNED: CHARGES AND REFUNDS ARE POSITIVE, PAYMENTS AND        *
000320* WAIVERS NEGATIVE, SO A PLAYER'S BALANCE (WHAT THEY OWE) IS THE*
000330* SUM OF THEIR ROWS.  PLAYER, TYPE, REFERENCE AND POSTING DATE  *
000340* IDENTIFY A ROW, SO A RERUN NEVER RAISES A CHARGE TWICE.       *
000341* O OPENING BALANCE - AT THE SEASON CLOSE THE RUN REPLACES      *
000342* EVERY ROW OF A PLAYER BY ONE O ROW CARRYING THEIR BALANCE,    *
000343* DATED THE CLOSE DATE AND REFERENCED BY IT (SEE DARTSFEE).     *
000344* NOTHING DATED ON OR BEFORE THE LATEST CLOSE IS RAISED OR      *
000345* POSTED AGAIN - IT IS IN THE OPENING BALANCE.                  *
000350*****************************************************************
000360 01  FEE-SCHEDULE-RECORD.
000370     05  FSC-LEAGUE-ID           PIC X(04).
000380     05  FSC-MATCH-FEE           PIC 9(03)V99.
000390     05  FSC-NO-SHOW-FINE        PIC 9(03)V99.
000400     05  FSC-MONTHLY-SUBS        PIC 9(03)V99.
000410     05  FSC-ARREARS-LIMIT       PIC 9(05)V99.

000420 01  FEE-LEDGER-RECORD.
000430     05  FLG-PLAYER-ID           PIC X(10).
000440     05  FLG-POST-DATE           PIC 9(08).
000450     05  FLG-ENTRY-TYPE          PIC X(01).
000460         88  FLG-MATCH-FEE               VALUE "M".
000470         88  FLG-NO-SHOW-FINE            VALUE "F".
000480         88  FLG-SUBS                    VALUE "S".
000490         88  FLG-PAYMENT                 VALUE "P".
000500         88  FLG-WAIVER                  VALUE "W".
000510         88  FLG-REFUND                  VALUE "R".
000515         88  FLG-OPENING-BALANCE         VALUE "O".
000520     05  FLG-REFERENCE           PIC X(08).
000530     05  FLG-LEAGUE-ID           PIC X(04).
000540     05  FLG-AMOUNT              PIC S9(05)V99
000550                                 SIGN IS TRAILING SEPARATE.
000560     05  FLG-RUN-DATE            PIC 9(08).

000570*****************************************************************
000580* THE FEE SCHEDULE IN HAND, ONE ENTRY PER LEAGUE.               *
000590*****************************************************************
000600 01  WS-FSC-COUNT                PIC 9(03) COMP VALUE ZERO.
000610 01  WS-FSC-TABLE.
000620     05  WS-FSC-ENTRY OCCURS 1 TO 50 TIMES
000630                      DEPENDING ON WS-FSC-COUNT
000640                      INDEXED BY WS-FSC-IDX.
000650         10  WS-FSC-LEAGUE-ID        PIC X(04).
000660         10  WS-FSC-MATCH-FEE        PIC 9(03)V99.
000670         10  WS-FSC-NO-SHOW-FINE     PIC 9(03)V99.
000680         10  WS-FSC-MONTHLY-SUBS     PIC 9(03)V99.
000690         10  WS-FSC-ARREARS-LIMIT    PIC 9(05)V99.

000700*****************************************************************
000710* THE LEDGER IN HAND - LAST RUN'S ROWS FOLLOWED BY THIS RUN'S   *
000720* POSTINGS, PUT BACK INTO PLAYER AND DATE ORDER (THE KEY) BEFORE*
000730* THE NEW LEDGER IS WRITTEN.  THE NEW SWITCH MARKS THIS RUN'S   *
000740* POSTINGS.                                                     *
000750*****************************************************************
000760 01  WS-FLG-COUNT                PIC 9(04) COMP VALUE ZERO.
000770 01  WS-FLG-TABLE.
000780     05  WS-FLG-ENTRY OCCURS 1 TO 5000 TIMES
000790                      DEPENDING ON WS-FLG-COUNT.
000800         10  WS-FLG-KEY.
000810             15  WS-FLG-PLAYER-ID    PIC X(10).
000820             15  WS-FLG-POST-DATE    PIC 9(08).
000830         10  WS-FLG-ENTRY-TYPE       PIC X(01).
000840         10  WS-FLG-REFERENCE        PIC X(08).
000850         10  WS-FLG-LEAGUE-ID        PIC X(04).
000860         10  WS-FLG-AMOUNT           PIC S9(05)V99.
000870         10  WS-FLG-RUN-DATE         PIC 9(08).
000880         10  WS-FLG-NEW-SWITCH       PIC X(01).
000890             88  WS-FLG-NEW-POSTING          VALUE "Y".
