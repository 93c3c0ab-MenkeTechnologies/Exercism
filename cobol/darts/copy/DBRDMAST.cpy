000100*****************************************************************
000110* DBRDMAST.                                                     *
000120* BOARD REGISTER - REGISTER RECORD LAYOUT, THE WEAR LIMITS PER  *
000130* BOARD TYPE AND THE IN-MEMORY REGISTER TABLE.                  *
000140*                                                               *
000150* BOARD-REGISTER-RECORD - ONE ROW PER PHYSICAL BOARD, KEYED BY  *
000160* THE VENUE AND BOARD NUMBER THE SENSOR PADS STAMP ON EVERY     *
000170* THROW (THR-VENUE-ID, THR-BOARD-NBR - SEE DTHROWRC), KEPT IN   *
000180* KEY ORDER BY THE BOARD RUN (DARTSBRD).  THE INSTALL, ROTATION,*
000190* REPLACEMENT AND RECALIBRATION DATES ARE SET BY THE            *
000200* MAINTENANCE CARDS (SEE DBRDTRX); A NEW OR REPLACED BOARD      *
000210* STARTS WITH ITS ROTATION DATE EQUAL TO ITS REPLACEMENT DATE.  *
000220* THE DART COUNTS ARE THE DARTS THAT LANDED ON THE BOARD (A     *
000230* MISS DOES NOT WEAR IT) SINCE THE LAST ROTATION AND SINCE THE  *
000240* LAST REPLACEMENT, OVERALL AND IN THE 20 WEDGE, BOOKED NIGHTLY *
000250* OFF THE SEASON'S SCORED FILE.  A DART DATED THE SAME DAY AS   *
000260* THE MAINTENANCE COUNTS AFTER IT - BOARDS ARE SEEN TO BEFORE   *
000270* THE EVENING'S PLAY.  THE USAGE DATE IS THE LAST SCORING DATE  *
000280* BOOKED AND THE TWO COUNTS BESIDE IT ARE HOW MANY OF THAT      *
000290* DATE'S DARTS WERE BOOKED, SO A LATER CYCLE OF THE SAME NIGHT  *
000300* BOOKS ONLY ITS OWN DARTS AND A RERUN BOOKS NOTHING TWICE.     *
000310*                                                               *
000320* BOARD-PARM-RECORD - ONE ROW PER BOARD TYPE ON BRDPARM: THE    *
000330* DARTS BETWEEN ROTATIONS, THE 20-WEDGE DARTS A BOARD TAKES     *
000340* BEFORE ITS TREBLE-20 BED IS WORN OUT, AND THE PERCENTAGE OF   *
000350* EITHER LIMIT AT WHICH THE BOARD IS LISTED AS DUE.  A TYPE     *
000360* WITH NO ROW, OR A ZERO FIGURE, TAKES THE DEFAULTS CODED IN    *
000370* DARTSBRD.                                                     *
000380*****************************************************************
000390 01  BOARD-REGISTER-RECORD.
000400     05  BRD-KEY.
000410         10  BRD-VENUE-ID        PIC X(04).
000420         10  BRD-BOARD-NBR       PIC X(02).
000430     05  BRD-BOARD-TYPE          PIC X(01).
000440         88  BRD-STEEL-TIP               VALUE "S".
000450         88  BRD-SOFT-TIP                VALUE "T".
000460     05  BRD-INSTALL-DATE        PIC 9(08).
000470     05  BRD-ROTATE-DATE         PIC 9(08).
000480     05  BRD-REPLACE-DATE        PIC 9(08).
000490     05  BRD-RECAL-DATE          PIC 9(08).
000500     05  BRD-ROT-DARTS           PIC 9(07).
000510     05  BRD-ROT-20-DARTS        PIC 9(07).
000520     05  BRD-RPL-DARTS           PIC 9(07).
000530     05  BRD-RPL-20-DARTS        PIC 9(07).
000540     05  BRD-USAGE-DATE          PIC 9(08).
000550     05  BRD-USAGE-DATE-DARTS    PIC 9(05).
000560     05  BRD-USAGE-DATE-20-DARTS PIC 9(05).

000570 01  BOARD-PARM-RECORD.
000580     05  BPM-BOARD-TYPE          PIC X(01).
000590     05  BPM-ROTATE-DARTS        PIC 9(06).
000600     05  BPM-REPLACE-20-DARTS    PIC 9(06).
000610     05  BPM-DUE-PCT             PIC 9(03).

000620*****************************************************************
000630* THE REGISTER IN HAND, IN KEY ORDER.  THE RUN FIELDS BELOW THE *
000640* REGISTER FIELDS ARE THE BOARD RUN'S OWN: WHAT THE CARDS DID   *
000650* TO THE BOARD THIS RUN AND THE DARTS FOUND FOR IT ON THE       *
000660* SCORED FILE - AFTER THE USAGE DATE, ON IT, AND ON OR AFTER    *
000670* THE ROTATION AND REPLACEMENT DATES (FOR A BOARD ROTATED OR    *
000680* REPLACED THIS RUN, WHOSE COUNTS ARE TAKEN AFRESH FROM ITS     *
000690* MAINTENANCE DATE).                                            *
000700*****************************************************************
000710 01  WS-BRD-COUNT                PIC 9(04) COMP VALUE ZERO.
000720 01  WS-BRD-TABLE.
000730     05  WS-BRD-ENTRY OCCURS 1 TO 200 TIMES
000740                      DEPENDING ON WS-BRD-COUNT
000750                      INDEXED BY WS-BRD-IDX.
000760         10  WS-BRD-KEY.
000770             15  WS-BRD-VENUE-ID     PIC X(04).
000780             15  WS-BRD-BOARD-NBR    PIC X(02).
000790         10  WS-BRD-BOARD-TYPE       PIC X(01).
000800         10  WS-BRD-INSTALL-DATE     PIC 9(08).
000810         10  WS-BRD-ROTATE-DATE      PIC 9(08).
000820         10  WS-BRD-REPLACE-DATE     PIC 9(08).
000830         10  WS-BRD-RECAL-DATE       PIC 9(08).
000840         10  WS-BRD-ROT-DARTS        PIC 9(07).
000850         10  WS-BRD-ROT-20-DARTS     PIC 9(07).
000860         10  WS-BRD-RPL-DARTS        PIC 9(07).
000870         10  WS-BRD-RPL-20-DARTS     PIC 9(07).
000880         10  WS-BRD-USAGE-DATE       PIC 9(08).
000890         10  WS-BRD-USAGE-DARTS      PIC 9(05).
000900         10  WS-BRD-USAGE-20-DARTS   PIC 9(05).
000910         10  WS-BRD-RUN-FIELDS.
000920             15  WS-BRD-ROTATED-SWITCH   PIC X(01).
000930                 88  WS-BRD-ROTATED-THIS-RUN     VALUE "Y".
000940             15  WS-BRD-REPLACED-SWITCH  PIC X(01).
000950                 88  WS-BRD-REPLACED-THIS-RUN    VALUE "Y".
000960             15  WS-BRD-AFTER-DARTS      PIC 9(07) COMP.
000970             15  WS-BRD-AFTER-20-DARTS   PIC 9(07) COMP.
000980             15  WS-BRD-ON-DARTS         PIC 9(07) COMP.
000990             15  WS-BRD-ON-20-DARTS      PIC 9(07) COMP.
001000             15  WS-BRD-SINCE-ROT        PIC 9(07) COMP.
001010             15  WS-BRD-SINCE-ROT-20     PIC 9(07) COMP.
001020             15  WS-BRD-SINCE-RPL        PIC 9(07) COMP.
001030             15  WS-BRD-SINCE-RPL-20     PIC 9(07) COMP.
001040             15  WS-BRD-LAST-DATE        PIC 9(08).
001050             15  WS-BRD-LAST-DARTS       PIC 9(07) COMP.
001060             15  WS-BRD-LAST-20-DARTS    PIC 9(07) COMP.
001070             15  WS-BRD-BOOKED-DARTS     PIC 9(07) COMP.
001080             15  WS-BRD-BOOKED-20-DARTS  PIC 9(07) COMP.
