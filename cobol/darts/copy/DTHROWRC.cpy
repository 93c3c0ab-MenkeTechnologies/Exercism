000660* BY THE REJECT-RECYCLE RUN (DARTSRCY) ONCE A CORRECTION HAS   *
000670* BEEN APPLIED AND THE DART RE-ENTERED SCORING, SO THE SAME    *
000680* DART CANNOT BE RECYCLED TWICE.                               *
000681*                                                               *
000682* THE SEQUENCE-INTEGRITY REASON CODES (A DART SENT TWICE, A     *
000683* THROW NUMBER OUTSIDE 1-3, A ROUND SKIPPED MID-LEG, A DART     *
000684* AFTER THE LEG CHECKED OUT, THE SAME DART FROM TWO VENUES) ARE *
000685* NAMED BELOW SO DARTSBAL CAN PROVE THEM OUT SEPARATELY.  THEY  *
000686* ARE NEVER CORRECTABLE - THE DART HAS ALREADY BEEN SCORED ONCE *
000687* OR DID NOT HAPPEN WHERE IT CLAIMS TO HAVE.                    *
000690*****************************************************************
000700 01  THROW-REJECT-RECORD.
000710     05  TRJ-PLAYER-ID           PIC X(10).
000790     05  TRJ-Y                   PIC S9(02)V9
000800                                 SIGN IS TRAILING SEPARATE.
000810     05  TRJ-REASON-CODE         PIC X(20).
000812         88  TRJ-SEQUENCE-REJECT
000814                 VALUE "DUPLICATE-THROW"   "THROW-NBR-INVALID"
000816                       "ROUND-NBR-INVALID" "ROUND-SEQUENCE-GAP"
000817                       "THROW-AFTER-CHECKOUT"
000818                       "DUP-ACROSS-VENUES".
000820     05  TRJ-RESOLVED-FLAG       PIC X(01).
000830         88  TRJ-RESOLVED                VALUE "R".
000840     05  TRJ-VENUE-ID            PIC X(04).
