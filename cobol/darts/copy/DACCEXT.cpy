000100*****************************************************************
000110* DACCEXT.                                                      *
000120* PLAYER ACCURACY EXTRACT RECORD LAYOUT.  WRITTEN BY THE        *
000130* ACCURACY RUN (DARTSACC) FROM THE AUDIT TRAIL: ONE RECORD PER  *
000140* PLAYER PER BOARD SEGMENT OVER THE DATE RANGE ON THE REQUEST   *
000150* CARD, SO THE COACHING SPREADSHEET LOADS IT WITHOUT PARSING    *
000160* THE PRINTED SHEET.  THE SEGMENT IS THE WEDGE NUMBER 1-20, 25  *
000170* FOR THE BULL (OUTER BULL IN THE SINGLES COLUMN, INNER BULL IN *
000180* THE DOUBLES COLUMN) OR 00 FOR DARTS THAT MISSED THE SCORING   *
000190* AREA (IN THE SINGLES COLUMN).  THE FIRST AND LAST DATES ARE   *
000200* THE NIGHTS THE PLAYER WAS FIRST AND LAST SEEN IN THE RANGE;   *
000210* THE PLAYER'S DART TOTAL RIDES ON EVERY ROW SO A PERCENTAGE    *
000220* NEEDS NO SECOND PASS.  CHECKOUT ATTEMPTS AND HITS ARE DARTS   *
000230* THROWN AT, AND DARTS THAT WON A DOUBLE-OUT LEG ON, THAT       *
000240* SEGMENT'S DOUBLE (THE BULL ROW CARRIES THE INNER BULL); THE   *
000250* MISS ROW CARRIES ZERO.                                        *
000260*****************************************************************
000270 01  ACCURACY-EXTRACT-RECORD.
000280     05  ACX-PLAYER-ID           PIC X(10).
000290     05  ACX-FIRST-DATE          PIC 9(08).
000300     05  ACX-LAST-DATE           PIC 9(08).
000310     05  ACX-WEDGE-NBR           PIC 9(02).
000320     05  ACX-SINGLES             PIC 9(05).
000330     05  ACX-DOUBLES             PIC 9(05).
000340     05  ACX-TREBLES             PIC 9(05).
000350     05  ACX-WEDGE-DARTS         PIC 9(06).
000360     05  ACX-PLAYER-DARTS        PIC 9(06).
000370     05  ACX-CO-ATTEMPTS         PIC 9(05).
000380     05  ACX-CO-HITS             PIC 9(05).
