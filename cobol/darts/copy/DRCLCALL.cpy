000100*****************************************************************
000110* DRCLCALL.                                                     *
000120* CALL AREA FOR THE RUN-CONTROL LEDGER SUBPROGRAM (DARTSRCL).   *
000130* THE CALLER SETS THE FUNCTION, ITS PROGRAM-ID AND RUN KEY AND  *
000140* CALLS ONCE WITH CHECK BEFORE IT OPENS ANY OUTPUT; A REFUSED   *
000150* VERDICT MEANS STOP WITH RETURN CODE 12.  AT THE END IT SETS   *
000160* POST, ITS RETURN CODE AND COUNTS, AND CALLS AGAIN WITH THE    *
000170* SAME AREA (THE PERIOD AND OVERRIDE FLAG CARRY OVER FROM THE   *
000175* CHECK).  A COUNT LABEL LEFT BLANK IS NOT PRINTED.  THE        *
000180* PREDECESSOR KEY, WHEN NOT SPACES, LIMITS THAT CHECK TO THE   *
000185* PREDECESSOR'S RUNS UNDER THAT KEY (DARTSBAL FOLLOWS ITS CYCLE)*
000190*****************************************************************
000200 01  RUN-CONTROL-CALL.
000210     05  RCL-FUNCTION            PIC X(01).
000220         88  RCL-CHECK-RUN                VALUE "C".
000230         88  RCL-POST-RUN                 VALUE "P".
000240     05  RCL-PROGRAM-ID          PIC X(08).
000250     05  RCL-RUN-KEY             PIC X(08).
000255     05  RCL-PRED-KEY            PIC X(08).
000260     05  RCL-VERDICT             PIC X(01).
000270         88  RCL-RUN-CLEARED              VALUE "G".
000280         88  RCL-RUN-REFUSED              VALUE "R".
000290     05  RCL-OVERRIDE-FLAG       PIC X(01).
000300         88  RCL-OVERRIDDEN               VALUE "Y".
000310     05  RCL-PERIOD-TYPE         PIC X(01).
000320     05  RCL-PERIOD-DATE         PIC 9(08).
000330     05  RCL-RETURN-CODE         PIC S9(04).
000340     05  RCL-COUNT-ENTRY OCCURS 3 TIMES.
000350         10  RCL-COUNT-LABEL     PIC X(06).
000360         10  RCL-COUNT           PIC 9(09).
