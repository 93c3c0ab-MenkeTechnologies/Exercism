000100*****************************************************************
000110* DFEEBAL.                                                      *
000120* FEES BALANCE FILE - RECORD LAYOUT AND IN-MEMORY TABLE.  ONE   *
000130* RECORD PER PLAYER ON THE ROSTER OR THE FEES LEDGER, WRITTEN BY*
000140* EVERY FEES RUN (DARTSFEE) AS AT ITS RUN DATE: THE BALANCE     *
000150* OWED (NEGATIVE IS IN CREDIT), THE ARREARS LIMIT OF THE        *
000160* PLAYER'S LEAGUE, AND "Y" WHEN THE BALANCE IS OVER A NONZERO   *
000170* LIMIT.  THE FIXTURE EDIT (DARTSFGN) READS IT TO FLAG PLAYERS  *
000180* TO BE HELD BEFORE THE NIGHT.                                  *
000190*****************************************************************
000200 01  FEE-BALANCE-RECORD.
000210     05  FBL-PLAYER-ID           PIC X(10).
000220     05  FBL-TEAM-ID             PIC X(08).
000230     05  FBL-LEAGUE-ID           PIC X(04).
000240     05  FBL-BALANCE             PIC S9(05)V99
000250                                 SIGN IS TRAILING SEPARATE.
000260     05  FBL-ARREARS-LIMIT       PIC 9(05)V99.
000270     05  FBL-OVER-LIMIT-FLAG     PIC X(01).
000280         88  FBL-OVER-LIMIT              VALUE "Y".
000290     05  FBL-AS-OF-DATE          PIC 9(08).

000300*****************************************************************
000310* THE PLAYERS OVER THEIR ARREARS LIMIT, AS THE FIXTURE EDIT     *
000320* HOLDS THEM.                                                   *
000330*****************************************************************
000340 01  WS-FBL-COUNT                PIC 9(04) COMP VALUE ZERO.
000350 01  WS-FBL-TABLE.
000360     05  WS-FBL-ENTRY OCCURS 1 TO 500 TIMES
000370                      DEPENDING ON WS-FBL-COUNT
000380                      INDEXED BY WS-FBL-IDX.
000390         10  WS-FBL-PLAYER-ID        PIC X(10).
000400         10  WS-FBL-BALANCE          PIC S9(05)V99.
000410         10  WS-FBL-AS-OF-DATE       PIC 9(08).
