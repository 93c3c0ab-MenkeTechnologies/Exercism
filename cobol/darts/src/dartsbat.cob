000876*                      THE RESULT AND REJECT RECORDS AND        *
000877*                      PASSED TO DARTS FOR THE AUDIT TRAIL.     *
000878*                      OLDER THROW FILES CARRY SPACES THERE.    *
000879*     2026-10-15  RH   ADDED THE THROW-SEQUENCE INTEGRITY CHECKS*
000880*                      AHEAD OF SCORING (SEE DTHRSEQ).  A DART  *
000881*                      SENT TWICE, A THROW NUMBER OUTSIDE 1-3 OR*
000882*                      A ZERO ROUND, A ROUND SKIPPED MID-LEG AND*
000883*                      A DART THROWN AFTER THE LEG CHECKED OUT  *
000884*                      GO TO REJECTSOUT WITH THEIR OWN REASON   *
000885*                      CODES INSTEAD OF INTO THE SEASON FILE,   *
000886*                      ARE LISTED PER GAME AND BOARD ON THE NEW *
000887*                      SEQRPT EXCEPTIONS LISTING, AND ARE       *
000888*                      COUNTED ON EVERY CHECKPOINT SO DARTSBAL  *
000889*                      PROVES THEM OUT WITH THE REST OF THE     *
000890*                      NIGHT.  THE CHECKOUT TEST REPLAYS EACH   *
000891*                      LEG WITH ITS LEAGUE'S OUT RULE AND       *
000892*                      STARTING TOTAL, SO RULEPARM IS NOW READ  *
000893*                      HERE TOO.  THE CHECKS SEE ONE RUN'S      *
000894*                      THROWS - A RESTART, OR A LATER CYCLE OF A*
000895*                      MULTI-CYCLE NIGHT, RE-ARMS THEM FROM ITS *
000896*                      FIRST THROW.                             *
000897*     2026-10-15  RH   HANDICAP LEAGUES.  A PLAYER WITH A ROW   *
000898*                      ON THE WEEKLY HANDICAP MASTER (HCPMAST,  *
000899*                      SEE DHCPMAST) STARTS EACH LEG OF THAT    *
000900*                      LEAGUE FROM THE RULEPARM TOTAL LESS THE  *
000901*                      HANDICAP; NO MASTER, OR NO ROW, PLAYS    *
000902*                      OFF THE FLAT TOTAL AS BEFORE.            *
000903*                      THE SEQUENCE REPLAY SEES A HANDICAPPED   *
000904*                      CHECKOUT, SO A DART THROWN AFTER IT IS   *
000905*                      HELD OUT.                                *
000906*     2026-10-15  RH   BOARD REGISTER.  WHEN THE REGISTER       *
000907*                      (BRDMAST, SEE DBRDMAST) IS SUPPLIED, A   *
000908*                      SCORED DART WHOSE VENUE AND BOARD ARE    *
000909*                      NOT ON IT IS COUNTED AND LISTED PER      *
000910*                      BOARD ON SEQRPT SO THE BOARD CAN BE      *
000911*                      ADDED.  THE DART STILL SCORES - IT IS    *
000912*                      NOT A REJECT AND DARTSBAL'S PROOF IS     *
000913*                      UNCHANGED.  NO REGISTER, OR AN EMPTY     *
000914*                      ONE, SKIPS THE CHECK.                    *
000915*     2026-10-15  RH   RUN-CONTROL LEDGER.  THE RUN IS CHECKED  *
000916*                      AGAINST THE LEDGER (DARTSRCL) BEFORE ANY *
000917*                      FILE IS OPENED AND POSTED WITH ITS COUNTS*
000918*                      AT THE END.  A CYCLE-ID ALREADY COMPLETED*
000919*                      ON AN EARLIER NIGHT IS REFUSED WITH      *
000920*                      RETURN CODE 12 UNLESS AN RCLOVR CARD     *
000921*                      FORCES IT; THE REFUSED RUN COPIES THE    *
000922*                      CHECKPOINT THROUGH SO THE RESTART POINT  *
000923*                      IS KEPT.                                 *
000924*****************************************************************
000925 IDENTIFICATION DIVISION.
000926 PROGRAM-ID. DARTSBAT.
000927 AUTHOR. R. HALVORSEN.
000928 DATE-WRITTEN. 2026-08-09.
000930 DATE-COMPILED. 2026-08-09.

000940 ENVIRONMENT DIVISION.
001150     SELECT ROSTER-IN     ASSIGN TO ROSTER
001160         ORGANIZATION IS LINE SEQUENTIAL
001170         FILE STATUS IS WS-ROSTER-IN-STATUS.
001171     SELECT RULE-PARM     ASSIGN TO RULEPARM
001172         ORGANIZATION IS LINE SEQUENTIAL
001173         FILE STATUS IS WS-RULE-PARM-STATUS.
001174     SELECT SEQ-RPT       ASSIGN TO SEQRPT
001175         ORGANIZATION IS LINE SEQUENTIAL
001176         FILE STATUS IS WS-SEQ-RPT-STATUS.
001177     SELECT HCP-MAST     ASSIGN TO HCPMAST
001178         ORGANIZATION IS LINE SEQUENTIAL
001179         FILE STATUS IS WS-HCP-MAST-STATUS.
001180     SELECT BRD-MAST     ASSIGN TO BRDMAST
001181         ORGANIZATION IS LINE SEQUENTIAL
001182         FILE STATUS IS WS-BRD-MAST-STATUS.

001186 DATA DIVISION.
001190 FILE SECTION.
001200 FD  THROWS-IN
001210     RECORDING MODE IS F.
001380 FD  ROSTER-IN
001390     RECORDING MODE IS F.
001400 01  ROSTER-IN-RECORD           PIC X(43).
001401 FD  RULE-PARM
001402     RECORDING MODE IS F.
001403 01  RULE-PARM-RECORD           PIC X(10).

001404 FD  SEQ-RPT
001405     RECORDING MODE IS F.
001406 01  SEQ-RPT-RECORD             PIC X(132).

001407 FD  HCP-MAST
001408     RECORDING MODE IS F.
001409 01  HCP-MAST-RECORD             PIC X(41).

001410 FD  BRD-MAST
001411     RECORDING MODE IS F.
001412 01  BRD-MAST-RECORD             PIC X(85).

001416 WORKING-STORAGE SECTION.
001420 01  WS-THROWS-IN-STATUS         PIC XX.
001430     88  WS-THROWS-IN-OK                 VALUE "00".
001440     88  WS-THROWS-IN-EOF                 VALUE "10".
001590     88  WS-ROSTER-IN-OK                  VALUE "00".
001600     88  WS-ROSTER-IN-EOF                 VALUE "10".
001610     88  WS-ROSTER-NOT-FOUND              VALUE "35".
001611 01  WS-RULE-PARM-STATUS         PIC XX.
001612     88  WS-RULE-PARM-OK                  VALUE "00".
001613     88  WS-RULE-PARM-EOF                 VALUE "10".
001614     88  WS-RULE-PARM-NOT-FOUND           VALUE "35".
001615 01  WS-HCP-MAST-STATUS          PIC XX.
001616     88  WS-HCP-MAST-OK                   VALUE "00".
001617     88  WS-HCP-MAST-EOF                  VALUE "10".
001618     88  WS-HCP-MAST-NOT-FOUND            VALUE "35".
001619 01  WS-BRD-MAST-STATUS          PIC XX.
001620     88  WS-BRD-MAST-OK                   VALUE "00".
001621     88  WS-BRD-MAST-EOF                  VALUE "10".
001622     88  WS-BRD-MAST-NOT-FOUND            VALUE "35".
001623 01  WS-SEQ-RPT-STATUS           PIC XX.
001624     88  WS-SEQ-RPT-OK                    VALUE "00".
001627 01  WS-EOF-SWITCH               PIC X(01) VALUE "N".
001630     88  WS-NO-MORE-THROWS               VALUE "Y".
001640 01  WS-CHECKPOINT-EOF-SWITCH    PIC X(01) VALUE "N".
001650     88  WS-NO-MORE-CHECKPOINTS          VALUE "Y".
001690 01  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
001700 01  WS-RESTART-COUNT            PIC 9(07) COMP VALUE ZERO.
001710 01  WS-RESTART-REJECT-COUNT     PIC 9(07) COMP VALUE ZERO.
001713 01  WS-SEQ-REJECT-COUNT         PIC 9(07) COMP VALUE ZERO.
001716 01  WS-RESTART-SEQ-COUNT        PIC 9(07) COMP VALUE ZERO.
001720 01  WS-SKIP-COUNT               PIC 9(07) COMP VALUE ZERO.
001730 01  WS-CHECKPOINT-INTERVAL      PIC 9(05) COMP VALUE 1000.
001740 01  WS-RUN-ID                   PIC X(08) VALUE SPACES.
001810     05  CHK-REJECT-COUNT            PIC 9(07).
001820     05  CHK-DATE                    PIC 9(08).
001830     05  CHK-TIME                    PIC 9(08).
001835     05  CHK-SEQ-REJECT-COUNT        PIC 9(07).
001840 01  WS-VALID-SWITCH             PIC X(01).
001850     88  WS-THROW-IS-VALID                VALUE "Y".
001860     88  WS-THROW-IS-INVALID             VALUE "N".
001870 01  WS-REASON-CODE              PIC X(20).
001871 01  WS-CALL-X                   PIC S9(02)V9
001872                                 SIGN IS TRAILING SEPARATE.
001873 01  WS-CALL-Y                   PIC S9(02)V9
001874                                 SIGN IS TRAILING SEPARATE.
001875 01  WS-CALL-WEDGE-NBR           PIC 9(02).
001876 01  WS-CALL-RING-CODE           PIC X(01).
001877 01  WS-CALL-SCORE-LABEL         PIC X(04).

001878 01  WS-ROSTER-FOUND-SWITCH      PIC X(01) VALUE "N".
001879     88  WS-ROSTER-PLAYER-FOUND          VALUE "Y".
001880*****************************************************************
001881* THROW-SEQUENCE CHECKS - THE RULEPARM ROW IN HAND, THE LEG     *
001882* REPLAY WORK FIELDS, THE COUNTS BY REASON, AND THE NIGHT'S     *
001883* EXCEPTIONS, HELD FOR THE LISTING PER GAME AND BOARD THAT      *
001884* PRINTS AT THE END OF THE RUN.                                 *
001885*****************************************************************
001886 01  WS-RULE-PARM-ROW.
001887     05  RPR-LEAGUE-ID           PIC X(04).
001888     05  RPR-OUT-MODE            PIC X(01).
001889     05  RPR-START-TOTAL         PIC 9(03).
001890     05  RPR-SET-LEGS            PIC 9(02).
001891 01  WS-SEQ-FAULT-SWITCH         PIC X(01) VALUE "N".
001892     88  WS-SEQUENCE-FAULT               VALUE "Y".
001893 01  WS-SEQ-TRACKED-SWITCH       PIC X(01) VALUE "N".
001894     88  WS-SEQ-LEG-TRACKED              VALUE "Y".
001895 01  WS-SEQ-TRIAL-TOTAL          PIC S9(05) VALUE ZERO.
001896 01  WS-SEQ-DUP-COUNT            PIC 9(07) COMP VALUE ZERO.
001897 01  WS-SEQ-THROW-NBR-COUNT      PIC 9(07) COMP VALUE ZERO.
001898 01  WS-SEQ-ROUND-NBR-COUNT      PIC 9(07) COMP VALUE ZERO.
001899 01  WS-SEQ-GAP-COUNT            PIC 9(07) COMP VALUE ZERO.
001900 01  WS-SEQ-AFTER-CKO-COUNT      PIC 9(07) COMP VALUE ZERO.

001901 01  WS-EXC-COUNT                PIC 9(04) COMP VALUE ZERO.
001902 01  WS-EXC-TABLE.
001903     05  WS-EXC-ENTRY OCCURS 1 TO 1000 TIMES
001904                      DEPENDING ON WS-EXC-COUNT.
001905         10  WS-EXC-GAME-ID          PIC X(10).
001906         10  WS-EXC-VENUE-ID         PIC X(04).
001907         10  WS-EXC-BOARD-NBR        PIC X(02).
001908         10  WS-EXC-PLAYER-ID        PIC X(10).
001909         10  WS-EXC-ROUND-NBR        PIC X(02).
001910         10  WS-EXC-THROW-NBR        PIC X(01).
001911         10  WS-EXC-REASON-CODE      PIC X(20).
001912         10  WS-EXC-PRINTED          PIC X(01).
001913             88  WS-EXC-WAS-PRINTED          VALUE "Y".
001914 01  WS-EXC-SUB                  PIC 9(04) COMP VALUE ZERO.
001915 01  WS-EXC-SCAN-SUB             PIC 9(04) COMP VALUE ZERO.
001916 01  WS-EXC-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
001917     88  WS-EXC-OVERFLOWED               VALUE "Y".

001918*****************************************************************
001919* DARTS SCORED AT A VENUE AND BOARD NOT ON THE BOARD REGISTER,  *
001920* ONE ENTRY PER BOARD WITH THE FIRST GAME SEEN ON IT.           *
001921*****************************************************************
001922 01  WS-UNB-COUNT                PIC 9(04) COMP VALUE ZERO.
001923 01  WS-UNB-TABLE.
001924     05  WS-UNB-ENTRY OCCURS 1 TO 50 TIMES
001925                      DEPENDING ON WS-UNB-COUNT
001926                      INDEXED BY WS-UNB-IDX.
001927         10  WS-UNB-VENUE-ID         PIC X(04).
001928         10  WS-UNB-BOARD-NBR        PIC X(02).
001929         10  WS-UNB-GAME-ID          PIC X(10).
001930         10  WS-UNB-DARTS            PIC 9(07) COMP.
001931 01  WS-UNB-FOUND-SWITCH         PIC X(01) VALUE "N".
001932     88  WS-UNB-FOUND                    VALUE "Y".
001933 01  WS-UNB-OVERFLOW-SWITCH      PIC X(01) VALUE "N".
001934     88  WS-UNB-OVERFLOWED               VALUE "Y".
001935 01  WS-UNREG-BOARD-DARTS        PIC 9(07) COMP VALUE ZERO.

001936 01  WS-UNB-LINE.
001937     05  FILLER                  PIC X(07) VALUE "VENUE: ".
001938     05  UNL-VENUE-ID            PIC X(04).
001939     05  FILLER                  PIC X(09) VALUE "  BOARD: ".
001940     05  UNL-BOARD-NBR           PIC X(02).
001941     05  FILLER                  PIC X(14) VALUE "  FIRST GAME: ".
001942     05  UNL-GAME-ID             PIC X(10).
001943     05  FILLER                  PIC X(09) VALUE "  DARTS: ".
001944     05  UNL-DARTS               PIC ZZZZZZ9.

001945 01  WS-SEQ-TITLE.
001946     05  FILLER                  PIC X(38)
001947         VALUE "DARTSBAT - THROW-SEQUENCE EXCEPTIONS  ".
001948     05  FILLER                  PIC X(04) VALUE "RUN ".
001949     05  STL-RUN-ID              PIC X(08).
001950     05  FILLER                  PIC X(07) VALUE "  DATE ".
001951     05  STL-RUN-DATE            PIC 9(08).

001952 01  WS-SEQ-GROUP-LINE.
001953     05  FILLER                  PIC X(06) VALUE "GAME: ".
001954     05  SGL-GAME-ID             PIC X(10).
001955     05  FILLER                  PIC X(09) VALUE "  VENUE: ".
001956     05  SGL-VENUE-ID            PIC X(04).
001957     05  FILLER                  PIC X(09) VALUE "  BOARD: ".
001958     05  SGL-BOARD-NBR           PIC X(02).

001959 01  WS-SEQ-DETAIL-LINE.
001960     05  FILLER                  PIC X(04) VALUE SPACES.
001961     05  SDL-PLAYER-ID           PIC X(10).
001962     05  FILLER                  PIC X(08) VALUE "  ROUND ".
001963     05  SDL-ROUND-NBR           PIC X(02).
001964     05  FILLER                  PIC X(08) VALUE "  THROW ".
001965     05  SDL-THROW-NBR           PIC X(01).
001966     05  FILLER                  PIC X(02) VALUE SPACES.
001967     05  SDL-REASON-CODE         PIC X(20).

001968 01  WS-SEQ-TOTAL-LINE.
001969     05  STT-LABEL               PIC X(34).
001970     05  STT-COUNT               PIC ZZZZZZ9.

001971 01  WS-SEQ-NOTE-LINE            PIC X(80).
001972 01  WS-SEQ-BLANK-LINE           PIC X(132) VALUE SPACES.

001973 COPY DTHROWRC.
001980 COPY DROSTER.
001981 COPY DTHRSEQ.
001982 COPY DRULETBL.
001983 COPY DHCPMAST.
001984 COPY DBRDMAST.
001985 COPY DRCLCALL.

001990 LINKAGE SECTION.

002020* 0000-MAINLINE - OPEN, DRIVE ONE RECORD AT A TIME, CLOSE.     *
002030*****************************************************************
002040 0000-MAINLINE.
002041     PERFORM 1040-READ-RUN-CTL THRU 1040-EXIT.
002042     PERFORM 0100-CHECK-RUN-LEDGER THRU 0100-EXIT.
002043     IF RCL-RUN-REFUSED
002044         PERFORM 0200-CARRY-CHECKPOINT THRU 0200-EXIT
002045         MOVE 12 TO RETURN-CODE
002046         GOBACK
002047     END-IF.
002050     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002060     PERFORM 2000-PROCESS-THROWS THRU 2000-EXIT
002070         UNTIL WS-NO-MORE-THROWS.
002080     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002085     PERFORM 9900-POST-RUN-LEDGER THRU 9900-EXIT.
002090     GOBACK.

002091*****************************************************************
002092* 0100-CHECK-RUN-LEDGER - CLEAR THE RUN WITH THE RUN-CONTROL    *
002093*     LEDGER UNDER TONIGHT'S CYCLE-ID BEFORE ANYTHING IS OPENED.*
002094*****************************************************************
002095 0100-CHECK-RUN-LEDGER.
002096     SET RCL-CHECK-RUN TO TRUE.
002097     MOVE "DARTSBAT" TO RCL-PROGRAM-ID.
002098     MOVE WS-RUN-ID TO RCL-RUN-KEY.
002099     MOVE SPACES TO RCL-PRED-KEY.
002100     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
002101 0100-EXIT.
002102     EXIT.

002103*****************************************************************
002104* 0200-CARRY-CHECKPOINT - A REFUSED RUN STILL CATALOGS A NEW    *
002105*     CHECKPOINT GENERATION, SO COPY THE CURRENT ONE INTO IT    *
002106*     UNCHANGED - THE NEXT GOOD RUN THEN RESTARTS FROM THE SAME *
002107*     POINT THIS ONE WOULD HAVE.                                *
002108*****************************************************************
002109 0200-CARRY-CHECKPOINT.
002110     OPEN OUTPUT CHECKPOINT-OUT.
002111     OPEN INPUT CHECKPOINT-IN.
002112     IF NOT WS-CHECKPOINT-NOT-FOUND
002113         PERFORM 0210-COPY-CHECKPOINT THRU 0210-EXIT
002114             UNTIL WS-NO-MORE-CHECKPOINTS
002115         CLOSE CHECKPOINT-IN
002116     END-IF.
002117     CLOSE CHECKPOINT-OUT.
002118 0200-EXIT.
002119     EXIT.

002120 0210-COPY-CHECKPOINT.
002121     READ CHECKPOINT-IN
002122         AT END
002123             SET WS-NO-MORE-CHECKPOINTS TO TRUE
002124             GO TO 0210-EXIT
002125     END-READ.
002126     WRITE CHECKPOINT-OUT-RECORD FROM CHECKPOINT-IN-RECORD.
002127 0210-EXIT.
002128     EXIT.

002130*****************************************************************
002132* 1000-INITIALIZE - DETERMINE WHETHER THIS IS A FRESH RUN OR A *
002134*     RESTART, OPEN FILES ACCORDINGLY, SKIP PAST ANY THROWS    *
002136*     ALREADY SCORED ON A PRIOR ATTEMPT, AND PRIME THE READ.   *
002140*****************************************************************
002150 1000-INITIALIZE.
002160     PERFORM 1070-LOAD-ROSTER THRU 1070-EXIT.
002165     PERFORM 1090-LOAD-RULE-TABLE THRU 1090-EXIT.
002167     PERFORM 1150-LOAD-HANDICAPS THRU 1150-EXIT.
002168     PERFORM 1170-LOAD-BOARDS THRU 1170-EXIT.
002170     PERFORM 1050-CHECK-FOR-RESTART THRU 1050-EXIT.
002180     IF WS-IS-RESTART
002190         OPEN EXTEND THROWS-OUT
002240     END-IF.
002250     OPEN INPUT  THROWS-IN.
002260     OPEN OUTPUT CHECKPOINT-OUT.
002265     OPEN OUTPUT SEQ-RPT.
002270     MOVE WS-RESTART-COUNT TO WS-SKIP-COUNT.
002280     PERFORM 2100-READ-THROW THRU 2100-EXIT
002290         WS-SKIP-COUNT TIMES.
002650            AND WS-LAST-CHECKPOINT-DATE = WS-TODAY-DATE
002660             SET WS-IS-RESTART TO TRUE
002670             MOVE WS-RESTART-REJECT-COUNT TO WS-REJECT-COUNT
002675             MOVE WS-RESTART-SEQ-COUNT TO WS-SEQ-REJECT-COUNT
002680         ELSE
002690             MOVE ZERO TO WS-RESTART-COUNT
002700         END-IF
003080         MOVE CHK-REJECT-COUNT TO WS-RESTART-REJECT-COUNT
003090         MOVE CHK-RUN-ID       TO WS-LAST-CHECKPOINT-RUN-ID
003100         MOVE CHK-DATE         TO WS-LAST-CHECKPOINT-DATE
003101         IF CHK-SEQ-REJECT-COUNT IS NUMERIC
003102             MOVE CHK-SEQ-REJECT-COUNT TO WS-RESTART-SEQ-COUNT
003103         ELSE
003104             MOVE ZERO TO WS-RESTART-SEQ-COUNT
003105         END-IF
003110     END-IF.
003120 1060-EXIT.
003130     EXIT.
003600     END-IF.
003610 1080-EXIT.
003620     EXIT.
003621*****************************************************************
003622* 1090-LOAD-RULE-TABLE - READ RULEPARM ONCE PER RUN INTO A      *
003623*     TABLE IN WORKING STORAGE, AS DARTSLSM DOES, SO THE        *
003624*     SEQUENCE CHECKS CAN REPLAY EACH LEG WITH ITS LEAGUE'S OUT *
003625*     RULE AND STARTING TOTAL.  A MISSING FILE LEAVES THE TABLE *
003626*     EMPTY, SO EVERY LEAGUE PLAYS STRAIGHT-OUT 501.            *
003627*****************************************************************
003628 1090-LOAD-RULE-TABLE.
003629     OPEN INPUT RULE-PARM.
003630     IF WS-RULE-PARM-NOT-FOUND
003631         CONTINUE
003632     ELSE
003633         PERFORM 1095-READ-RULE-ROW THRU 1095-EXIT
003634             UNTIL WS-RULE-PARM-EOF
003635         CLOSE RULE-PARM
003636     END-IF.
003637 1090-EXIT.
003638     EXIT.

003639*****************************************************************
003640* 1095-READ-RULE-ROW - READ ONE ROW OF RULEPARM INTO THE NEXT   *
003641*     TABLE ENTRY.  OLD 5-BYTE ROWS CARRY SPACES IN THE FORMAT  *
003642*     COLUMNS AND FALL TO 501/NO SETS.                          *
003643*****************************************************************
003644 1095-READ-RULE-ROW.
003645     READ RULE-PARM INTO WS-RULE-PARM-ROW
003646         AT END SET WS-RULE-PARM-EOF TO TRUE
003647     END-READ.
003648     IF WS-RULE-PARM-OK
003649         IF WS-RULE-COUNT >= 25
003650             DISPLAY "DARTSBAT: RULEPARM HAS MORE THAN 25 ROWS "
003651                 "- ROWS BEYOND THE 25TH ARE IGNORED"
003652             SET WS-RULE-PARM-EOF TO TRUE
003653         ELSE
003654             ADD 1 TO WS-RULE-COUNT
003655             SET WS-RULE-IDX TO WS-RULE-COUNT
003656             MOVE RPR-LEAGUE-ID TO
003657                 WS-RULE-LEAGUE-ID (WS-RULE-IDX)
003658             MOVE RPR-OUT-MODE  TO
003659                 WS-RULE-OUT-MODE (WS-RULE-IDX)
003660             IF RPR-START-TOTAL IS NUMERIC
003661                AND RPR-START-TOTAL > ZERO
003662                 MOVE RPR-START-TOTAL TO
003663                     WS-RULE-START-TOTAL (WS-RULE-IDX)
003664             ELSE
003665                 MOVE 501 TO
003666                     WS-RULE-START-TOTAL (WS-RULE-IDX)
003667             END-IF
003668             IF RPR-SET-LEGS IS NUMERIC
003669                 MOVE RPR-SET-LEGS TO
003670                     WS-RULE-SET-LEGS (WS-RULE-IDX)
003671             ELSE
003672                 MOVE ZERO TO
003673                     WS-RULE-SET-LEGS (WS-RULE-IDX)
003674             END-IF
003675         END-IF
003676     END-IF.
003677 1095-EXIT.
003678     EXIT.

003679*****************************************************************
003680* 1150-LOAD-HANDICAPS - READ THE WEEK'S HANDICAP MASTER ONCE    *
003681*     PER RUN INTO THE DHCPMAST TABLE.  A MISSING MASTER LEAVES *
003682*     THE TABLE EMPTY AND EVERY LEAGUE PLAYS OFF ITS FLAT TOTAL.*
003683*****************************************************************
003684 1150-LOAD-HANDICAPS.
003685     OPEN INPUT HCP-MAST.
003686     IF WS-HCP-MAST-NOT-FOUND
003687         CONTINUE
003688     ELSE
003689         PERFORM 1160-READ-HANDICAP-ROW THRU 1160-EXIT
003690             UNTIL WS-HCP-MAST-EOF
003691         CLOSE HCP-MAST
003692     END-IF.
003693 1150-EXIT.
003694     EXIT.

003695*****************************************************************
003696* 1160-READ-HANDICAP-ROW - ONE MASTER ROW INTO THE NEXT TABLE   *
003697*     ENTRY.                                                    *
003698*****************************************************************
003699 1160-READ-HANDICAP-ROW.
003700     READ HCP-MAST INTO HANDICAP-RECORD
003701         AT END
003702             SET WS-HCP-MAST-EOF TO TRUE
003703             GO TO 1160-EXIT
003704     END-READ.
003705     IF WS-HCP-COUNT >= 500
003706         DISPLAY "DARTSBAT: HANDICAP MASTER HAS MORE THAN 500 "
003707             "ROWS - ROWS BEYOND THE 500TH ARE IGNORED"
003708         SET WS-HCP-MAST-EOF TO TRUE
003709         GO TO 1160-EXIT
003710     END-IF.
003711     ADD 1 TO WS-HCP-COUNT.
003712     SET WS-HCP-IDX TO WS-HCP-COUNT.
003713     MOVE HCP-PLAYER-ID TO WS-HCP-PLAYER-ID (WS-HCP-IDX).
003714     MOVE HCP-LEAGUE-ID TO WS-HCP-LEAGUE-ID (WS-HCP-IDX).
003715     MOVE HCP-HANDICAP  TO WS-HCP-HANDICAP (WS-HCP-IDX).
003716     MOVE HCP-STATUS    TO WS-HCP-STATUS (WS-HCP-IDX).
003717     MOVE "N"           TO WS-HCP-SEEN-SWITCH (WS-HCP-IDX).
003718 1160-EXIT.
003719     EXIT.

003720*****************************************************************
003721* 1170-LOAD-BOARDS - READ THE BOARD REGISTER (DARTSBRD'S        *
003722*     BRDMAST) INTO THE DBRDMAST TABLE.  ONLY THE VENUE AND     *
003723*     BOARD NUMBER ARE WANTED HERE.  A MISSING OR EMPTY REGISTER*
003724*     LEAVES THE TABLE EMPTY AND NO BOARD IS CHECKED.           *
003725*****************************************************************
003726 1170-LOAD-BOARDS.
003727     OPEN INPUT BRD-MAST.
003728     IF WS-BRD-MAST-NOT-FOUND
003729         CONTINUE
003730     ELSE
003731         PERFORM 1180-READ-BOARD-ROW THRU 1180-EXIT
003732             UNTIL WS-BRD-MAST-EOF
003733         CLOSE BRD-MAST
003734     END-IF.
003735 1170-EXIT.
003736     EXIT.

003737 1180-READ-BOARD-ROW.
003738     READ BRD-MAST INTO BOARD-REGISTER-RECORD
003739         AT END
003740             SET WS-BRD-MAST-EOF TO TRUE
003741             GO TO 1180-EXIT
003742     END-READ.
003743     IF WS-BRD-COUNT >= 200
003744         DISPLAY "DARTSBAT: BOARD REGISTER HAS MORE THAN 200 "
003745             "BOARDS - BOARDS BEYOND THE 200TH ARE NOT CHECKED"
003746         SET WS-BRD-MAST-EOF TO TRUE
003747         GO TO 1180-EXIT
003748     END-IF.
003749     ADD 1 TO WS-BRD-COUNT.
003750     SET WS-BRD-IDX TO WS-BRD-COUNT.
003751     MOVE BRD-VENUE-ID  TO WS-BRD-VENUE-ID (WS-BRD-IDX).
003752     MOVE BRD-BOARD-NBR TO WS-BRD-BOARD-NBR (WS-BRD-IDX).
003753 1180-EXIT.
003754     EXIT.

003755*****************************************************************
003756* 2000-PROCESS-THROWS - VALIDATE, SCORE, WRITE THE RESULT OR   *
003757*     ROUTE THE THROW TO THE REJECTS FILE.                    *
003758*****************************************************************
003759 2000-PROCESS-THROWS.
003760     PERFORM 1500-VALIDATE-THROW THRU 1500-EXIT.
003761     IF WS-THROW-IS-VALID
003762         MOVE SPACES TO THROW-RESULT-RECORD
003763         MOVE THR-PLAYER-ID TO TRS-PLAYER-ID
003764         MOVE THR-GAME-ID   TO TRS-GAME-ID
003765         MOVE THR-ROUND-NBR TO TRS-ROUND-NBR
003766         MOVE THR-THROW-NBR TO TRS-THROW-NBR
003767         MOVE THR-LEAGUE-ID TO TRS-LEAGUE-ID
003768         MOVE THR-BOARD-TYPE TO TRS-BOARD-TYPE
003770         MOVE THR-X         TO TRS-X
003780         MOVE THR-Y         TO TRS-Y
003790         MOVE WS-TODAY-DATE TO TRS-SCORE-DATE
003860         MOVE WS-CALL-WEDGE-NBR   TO TRS-WEDGE-NBR
003870         MOVE WS-CALL-RING-CODE   TO TRS-RING-CODE
003880         MOVE WS-CALL-SCORE-LABEL TO TRS-SCORE-LABEL
003885         PERFORM 1800-ADVANCE-LEG THRU 1800-EXIT
003890         PERFORM 2200-WRITE-RESULT THRU 2200-EXIT
003892         IF WS-BRD-COUNT > ZERO
003894             PERFORM 2600-CHECK-BOARD THRU 2600-EXIT
003896         END-IF
003900     ELSE
003910         PERFORM 2300-WRITE-REJECT THRU 2300-EXIT
003920         ADD 1 TO WS-REJECT-COUNT
003922         IF WS-SEQUENCE-FAULT
003924             PERFORM 2500-LOG-EXCEPTION THRU 2500-EXIT
003926         END-IF
003930     END-IF.
003940     ADD 1 TO WS-THROW-COUNT.
003950     IF FUNCTION MOD(WS-THROW-COUNT, WS-CHECKPOINT-INTERVAL) = 0
004080*     THE PLAYER ID MUST ALSO BE REGISTERED AND ACTIVE ON THE  *
004090*     LEAGUE ROSTER (WHEN ONE IS SUPPLIED), SO A MISTYPED      *
004100*     SENSOR-PAD ENTRY CANNOT SCORE AS A PHANTOM PLAYER.       *
004103*     THE THROW-SEQUENCE CHECKS RUN FIRST: A DART THAT BREAKS   *
004106*     THE LEG'S SEQUENCE IS HELD OUT WHATEVER ITS COORDINATES.  *
004110*****************************************************************
004120 1500-VALIDATE-THROW.
004130     SET WS-THROW-IS-VALID TO TRUE.
004140     MOVE SPACES TO WS-REASON-CODE.
004150     PERFORM 1700-CHECK-SEQUENCE THRU 1700-EXIT.
004152     IF WS-THROW-IS-VALID
004154         PERFORM 1600-CHECK-ROSTER THRU 1600-EXIT
004156     END-IF.
004160     EVALUATE TRUE
004170         WHEN WS-THROW-IS-INVALID
004180             CONTINUE
004510         WHEN NOT WS-ROSTER-PLAYER-FOUND
004520             MOVE "PLAYER-NOT-ON-ROSTER" TO WS-REASON-CODE
004530             SET WS-THROW-IS-INVALID TO TRUE
004531         WHEN NOT WS-ROSTER-PLAYER-ACTIVE (WS-ROSTER-IDX)
004532             MOVE "PLAYER-INACTIVE" TO WS-REASON-CODE
004533             SET WS-THROW-IS-INVALID TO TRUE
004534         WHEN OTHER
004535             CONTINUE
004536     END-EVALUATE.
004537 1600-EXIT.
004538     EXIT.
004539*****************************************************************
004540* 1250-FIND-OUT-RULE - SEARCH THE RULE TABLE FOR THE THROW'S    *
004541*     LEAGUE.  A LEAGUE WITH NO ROW PLAYS STRAIGHT-OUT 501.     *
004542*****************************************************************
004543 1250-FIND-OUT-RULE.
004544     MOVE "S" TO WS-LEG-OUT-MODE.
004545     MOVE 501 TO WS-LEG-START-TOTAL.
004546     MOVE ZERO TO WS-LEG-SET-LEGS.
004547     IF WS-RULE-COUNT > ZERO
004548         SET WS-RULE-IDX TO 1
004549         SEARCH WS-RULE-ENTRY
004550             AT END
004551                 CONTINUE
004552             WHEN WS-RULE-LEAGUE-ID (WS-RULE-IDX)
004553                 = THR-LEAGUE-ID
004554                 MOVE WS-RULE-OUT-MODE (WS-RULE-IDX)
004555                     TO WS-LEG-OUT-MODE
004556                 MOVE WS-RULE-START-TOTAL (WS-RULE-IDX)
004557                     TO WS-LEG-START-TOTAL
004558                 MOVE WS-RULE-SET-LEGS (WS-RULE-IDX)
004559                     TO WS-LEG-SET-LEGS
004560         END-SEARCH
004561     END-IF.
004562 1250-EXIT.
004563     EXIT.

004564*****************************************************************
004565* 1255-APPLY-HANDICAP - IN A HANDICAP LEAGUE THE LEG STARTS     *
004566*     FROM THE LEAGUE TOTAL LESS THE PLAYER'S HANDICAP (SEE     *
004567*     DHCPMAST).  A PLAYER WITH NO HANDICAP ROW PLAYS OFF THE   *
004568*     FLAT TOTAL; A HANDICAP THAT WOULD LEAVE LESS THAN 2 TO    *
004569*     START FROM IS IGNORED.                                    *
004570*****************************************************************
004571 1255-APPLY-HANDICAP.
004572     IF WS-HCP-COUNT > ZERO
004573         SET WS-HCP-IDX TO 1
004574         SEARCH WS-HCP-ENTRY
004575             AT END
004576                 CONTINUE
004577             WHEN WS-HCP-PLAYER-ID (WS-HCP-IDX) = THR-PLAYER-ID
004578              AND WS-HCP-LEAGUE-ID (WS-HCP-IDX) = THR-LEAGUE-ID
004579                 IF WS-HCP-HANDICAP (WS-HCP-IDX)
004580                    < WS-LEG-START-TOTAL - 1
004581                     SUBTRACT WS-HCP-HANDICAP (WS-HCP-IDX)
004582                         FROM WS-LEG-START-TOTAL
004583                 END-IF
004584         END-SEARCH
004585     END-IF.
004586 1255-EXIT.
004587     EXIT.

004588*****************************************************************
004589* 1700-CHECK-SEQUENCE - THE THROW-SEQUENCE INTEGRITY CHECKS.    *
004590*     THE THROW NUMBER MUST BE 1-3 AND THE ROUND NONZERO BEFORE *
004591*     THE DART CAN EVEN BE PLACED IN ITS LEG.  THEN, IN ORDER:  *
004592*     A DART SLOT ALREADY FILLED IS A DOUBLE-TRANSMITTED DART;  *
004593*     A DART AFTER THE LEG CHECKED OUT IS A DART THAT DID NOT   *
004594*     COUNT; A ROUND MORE THAN ONE PAST THE LAST ROUND SEEN IS A*
004595*     ROUND SKIPPED MID-LEG, AND EVERY DART OF THAT ROUND IS    *
004596*     HELD OUT.  THE FIRST DART SEEN FOR A LEG MAY BE IN ANY    *
004597*     ROUND, SO A RESTARTED RUN DOES NOT FLAG THE LEGS IT PICKS *
004598*     UP PART-WAY THROUGH.  A DART THAT PASSES IS BOOKED IN ITS *
004599*     SLOT EVEN IF THE COORDINATE OR ROSTER CHECKS THEN REJECT  *
004600*     IT - IT WAS STILL THROWN, AND A SECOND COPY IS STILL A    *
004601*     DUPLICATE.                                                *
004602*****************************************************************
004603 1700-CHECK-SEQUENCE.
004604     MOVE "N" TO WS-SEQ-FAULT-SWITCH.
004605     MOVE "N" TO WS-SEQ-TRACKED-SWITCH.
004606     IF THR-THROW-NBR IS NOT NUMERIC
004607        OR THR-THROW-NBR < 1
004608        OR THR-THROW-NBR > 3
004609         MOVE "THROW-NBR-INVALID" TO WS-REASON-CODE
004610         PERFORM 1790-FLAG-SEQUENCE-FAULT THRU 1790-EXIT
004611         GO TO 1700-EXIT
004612     END-IF.
004613     IF THR-ROUND-NBR IS NOT NUMERIC
004614        OR THR-ROUND-NBR = ZERO
004615         MOVE "ROUND-NBR-INVALID" TO WS-REASON-CODE
004616         PERFORM 1790-FLAG-SEQUENCE-FAULT THRU 1790-EXIT
004617         GO TO 1700-EXIT
004618     END-IF.
004619     PERFORM 1710-FIND-LEG THRU 1710-EXIT.
004620     IF NOT WS-SEQ-LEG-TRACKED
004621         GO TO 1700-EXIT
004622     END-IF.
004623     COMPUTE WS-SEQ-SLOT =
004624         (THR-ROUND-NBR - 1) * 3 + THR-THROW-NBR.
004625     IF WS-SEQ-DART-SEEN (WS-SEQ-IDX, WS-SEQ-SLOT) NOT = SPACE
004626         MOVE "DUPLICATE-THROW" TO WS-REASON-CODE
004627         PERFORM 1790-FLAG-SEQUENCE-FAULT THRU 1790-EXIT
004628         GO TO 1700-EXIT
004629     END-IF.
004630     MOVE "Y" TO WS-SEQ-DART-SEEN (WS-SEQ-IDX, WS-SEQ-SLOT).
004631     IF WS-SEQ-LEG-CHECKED-OUT (WS-SEQ-IDX)
004632         MOVE "THROW-AFTER-CHECKOUT" TO WS-REASON-CODE
004633         PERFORM 1790-FLAG-SEQUENCE-FAULT THRU 1790-EXIT
004634         GO TO 1700-EXIT
004635     END-IF.
004636     IF THR-ROUND-NBR = WS-SEQ-GAP-ROUND (WS-SEQ-IDX)
004637         MOVE "ROUND-SEQUENCE-GAP" TO WS-REASON-CODE
004638         PERFORM 1790-FLAG-SEQUENCE-FAULT THRU 1790-EXIT
004639         GO TO 1700-EXIT
004640     END-IF.
004641     IF WS-SEQ-LAST-ROUND (WS-SEQ-IDX) > ZERO
004642        AND THR-ROUND-NBR > WS-SEQ-LAST-ROUND (WS-SEQ-IDX) + 1
004643         MOVE THR-ROUND-NBR TO WS-SEQ-GAP-ROUND (WS-SEQ-IDX)
004644         MOVE THR-ROUND-NBR TO WS-SEQ-LAST-ROUND (WS-SEQ-IDX)
004645         MOVE "ROUND-SEQUENCE-GAP" TO WS-REASON-CODE
004646         PERFORM 1790-FLAG-SEQUENCE-FAULT THRU 1790-EXIT
004647         GO TO 1700-EXIT
004648     END-IF.
004649     IF THR-ROUND-NBR > WS-SEQ-LAST-ROUND (WS-SEQ-IDX)
004650         MOVE THR-ROUND-NBR TO WS-SEQ-LAST-ROUND (WS-SEQ-IDX)
004651         MOVE WS-SEQ-RUNNING-TOTAL (WS-SEQ-IDX)
004652             TO WS-SEQ-TURN-START (WS-SEQ-IDX)
004653     END-IF.
004654 1700-EXIT.
004655     EXIT.

004656*****************************************************************
004657* 1710-FIND-LEG - LOCATE THE THROW'S LEG IN THE SEQUENCE TABLE, *
004658*     OPENING A NEW ENTRY AT THE LEAGUE'S STARTING TOTAL THE    *
004659*     FIRST TIME THE LEG IS SEEN.  A FULL TABLE LEAVES THE NEW  *
004660*     LEG UNTRACKED (AND UNCHECKED) WITH A CONSOLE NOTE.        *
004661*****************************************************************
004662 1710-FIND-LEG.
004663     MOVE "N" TO WS-SEQ-FOUND-SWITCH.
004664     IF WS-SEQ-COUNT > ZERO
004665         SET WS-SEQ-IDX TO 1
004666         SEARCH WS-SEQ-ENTRY
004667             AT END
004668                 CONTINUE
004669             WHEN WS-SEQ-PLAYER-ID (WS-SEQ-IDX) = THR-PLAYER-ID
004670              AND WS-SEQ-GAME-ID (WS-SEQ-IDX) = THR-GAME-ID
004671              AND WS-SEQ-LEG-DATE (WS-SEQ-IDX) = WS-TODAY-DATE
004672                 SET WS-SEQ-ENTRY-FOUND TO TRUE
004673         END-SEARCH
004674     END-IF.
004675     IF WS-SEQ-ENTRY-FOUND
004676         SET WS-SEQ-LEG-TRACKED TO TRUE
004677         GO TO 1710-EXIT
004678     END-IF.
004679     IF WS-SEQ-COUNT >= 2000
004680         IF NOT WS-SEQ-TABLE-FULL
004681             SET WS-SEQ-TABLE-FULL TO TRUE
004682             DISPLAY "DARTSBAT: MORE THAN 2000 LEGS IN THE RUN "
004683                 "- LEGS BEYOND THE 2000TH ARE NOT "
004684                 "SEQUENCE-CHECKED"
004685         END-IF
004686         GO TO 1710-EXIT
004687     END-IF.
004688     PERFORM 1250-FIND-OUT-RULE THRU 1250-EXIT.
004689     PERFORM 1255-APPLY-HANDICAP THRU 1255-EXIT.
004690     ADD 1 TO WS-SEQ-COUNT.
004691     SET WS-SEQ-IDX TO WS-SEQ-COUNT.
004692     MOVE THR-PLAYER-ID      TO WS-SEQ-PLAYER-ID (WS-SEQ-IDX).
004693     MOVE THR-GAME-ID        TO WS-SEQ-GAME-ID (WS-SEQ-IDX).
004694     MOVE WS-TODAY-DATE      TO WS-SEQ-LEG-DATE (WS-SEQ-IDX).
004695     MOVE ZERO               TO WS-SEQ-LAST-ROUND (WS-SEQ-IDX).
004696     MOVE ZERO               TO WS-SEQ-GAP-ROUND (WS-SEQ-IDX).
004697     MOVE WS-LEG-OUT-MODE    TO WS-SEQ-OUT-MODE (WS-SEQ-IDX).
004698     MOVE WS-LEG-START-TOTAL TO WS-SEQ-RUNNING-TOTAL (WS-SEQ-IDX).
004699     MOVE WS-LEG-START-TOTAL TO WS-SEQ-TURN-START (WS-SEQ-IDX).
004700     SET WS-SEQ-LEG-OPEN (WS-SEQ-IDX) TO TRUE.
004701     MOVE SPACES             TO WS-SEQ-DART-SLOTS (WS-SEQ-IDX).
004702     SET WS-SEQ-LEG-TRACKED TO TRUE.
004703 1710-EXIT.
004704     EXIT.

004705*****************************************************************
004706* 1790-FLAG-SEQUENCE-FAULT - FAIL THE THROW ON A SEQUENCE CHECK.*
004707*     THE REASON CODE IS ALREADY IN WS-REASON-CODE.             *
004708*****************************************************************
004709 1790-FLAG-SEQUENCE-FAULT.
004710     SET WS-THROW-IS-INVALID TO TRUE.
004711     SET WS-SEQUENCE-FAULT TO TRUE.
004712 1790-EXIT.
004713     EXIT.

004714*****************************************************************
004715* 1800-ADVANCE-LEG - REPLAY THE DART JUST SCORED AGAINST ITS    *
004716*     LEG'S RUNNING TOTAL WITH THE SAME BUST AND CHECKOUT RULES *
004717*     DARTSLSM APPLIES, SO A DART THROWN AFTER THE LEG CLOSED   *
004718*     IS CAUGHT BY 1700-CHECK-SEQUENCE.                         *
004719*****************************************************************
004720 1800-ADVANCE-LEG.
004721     IF NOT WS-SEQ-LEG-TRACKED
004722         GO TO 1800-EXIT
004723     END-IF.
004724     COMPUTE WS-SEQ-TRIAL-TOTAL =
004725         WS-SEQ-RUNNING-TOTAL (WS-SEQ-IDX) - TRS-RESULT.
004726     EVALUATE TRUE
004727         WHEN WS-SEQ-TRIAL-TOTAL = 0
004728              AND (NOT WS-SEQ-DOUBLE-OUT (WS-SEQ-IDX)
004729                   OR TRS-RING-DOUBLE
004730                   OR TRS-SCORE-LABEL = "DB")
004731             MOVE ZERO TO WS-SEQ-RUNNING-TOTAL (WS-SEQ-IDX)
004732             SET WS-SEQ-LEG-CHECKED-OUT (WS-SEQ-IDX) TO TRUE
004733         WHEN WS-SEQ-DOUBLE-OUT (WS-SEQ-IDX)
004734              AND WS-SEQ-TRIAL-TOTAL < 2
004735             MOVE WS-SEQ-TURN-START (WS-SEQ-IDX)
004736                 TO WS-SEQ-RUNNING-TOTAL (WS-SEQ-IDX)
004737         WHEN WS-SEQ-TRIAL-TOTAL < 0
004738             CONTINUE
004739         WHEN OTHER
004740             MOVE WS-SEQ-TRIAL-TOTAL
004741                 TO WS-SEQ-RUNNING-TOTAL (WS-SEQ-IDX)
004742     END-EVALUATE.
004743 1800-EXIT.
004744     EXIT.

004745*****************************************************************
004746* 2300-WRITE-REJECT - WRITE ONE FAILED THROW TO THE REJECTS   *
004747*     FILE, CARRYING THE REASON THE VALIDATION FAILED.        *
004748*****************************************************************
004749 2300-WRITE-REJECT.
004750     MOVE SPACES TO THROW-REJECT-RECORD.
004751     MOVE THR-PLAYER-ID   TO TRJ-PLAYER-ID.
004752     MOVE THR-GAME-ID     TO TRJ-GAME-ID.
004753     MOVE THR-ROUND-NBR   TO TRJ-ROUND-NBR.
004754     MOVE THR-THROW-NBR   TO TRJ-THROW-NBR.
004755     MOVE THR-LEAGUE-ID   TO TRJ-LEAGUE-ID.
004756     MOVE THR-BOARD-TYPE  TO TRJ-BOARD-TYPE.
004757     MOVE THR-X           TO TRJ-X.
004758     MOVE THR-Y           TO TRJ-Y.
004760     MOVE WS-REASON-CODE  TO TRJ-REASON-CODE.
004762     MOVE THR-VENUE-ID    TO TRJ-VENUE-ID.
004764     MOVE THR-BOARD-NBR   TO TRJ-BOARD-NBR.
005010     MOVE WS-RUN-ID       TO CHK-RUN-ID.
005020     MOVE WS-THROW-COUNT  TO CHK-THROW-COUNT.
005030     MOVE WS-REJECT-COUNT TO CHK-REJECT-COUNT.
005035     MOVE WS-SEQ-REJECT-COUNT TO CHK-SEQ-REJECT-COUNT.
005040     ACCEPT CHK-DATE FROM DATE YYYYMMDD.
005050     ACCEPT CHK-TIME FROM TIME.
005060     WRITE CHECKPOINT-OUT-RECORD FROM WS-CHECKPOINT-RECORD.
005070 2400-EXIT.
005080     EXIT.
005081*****************************************************************
005082* 2500-LOG-EXCEPTION - COUNT A SEQUENCE REJECT BY REASON AND    *
005083*     HOLD IT FOR THE EXCEPTIONS LISTING.  EXCEPTIONS BEYOND THE*
005084*     TABLE LIMIT ARE STILL COUNTED AND STILL ON REJECTSOUT.    *
005085*****************************************************************
005086 2500-LOG-EXCEPTION.
005087     ADD 1 TO WS-SEQ-REJECT-COUNT.
005088     EVALUATE WS-REASON-CODE
005089         WHEN "DUPLICATE-THROW"
005090             ADD 1 TO WS-SEQ-DUP-COUNT
005091         WHEN "THROW-NBR-INVALID"
005092             ADD 1 TO WS-SEQ-THROW-NBR-COUNT
005093         WHEN "ROUND-NBR-INVALID"
005094             ADD 1 TO WS-SEQ-ROUND-NBR-COUNT
005095         WHEN "ROUND-SEQUENCE-GAP"
005096             ADD 1 TO WS-SEQ-GAP-COUNT
005097         WHEN OTHER
005098             ADD 1 TO WS-SEQ-AFTER-CKO-COUNT
005099     END-EVALUATE.
005100     IF WS-EXC-COUNT >= 1000
005101         SET WS-EXC-OVERFLOWED TO TRUE
005102         GO TO 2500-EXIT
005103     END-IF.
005104     ADD 1 TO WS-EXC-COUNT.
005105     MOVE THR-GAME-ID    TO WS-EXC-GAME-ID (WS-EXC-COUNT).
005106     MOVE THR-VENUE-ID   TO WS-EXC-VENUE-ID (WS-EXC-COUNT).
005107     MOVE THR-BOARD-NBR  TO WS-EXC-BOARD-NBR (WS-EXC-COUNT).
005108     MOVE THR-PLAYER-ID  TO WS-EXC-PLAYER-ID (WS-EXC-COUNT).
005109     MOVE THR-ROUND-NBR  TO WS-EXC-ROUND-NBR (WS-EXC-COUNT).
005110     MOVE THR-THROW-NBR  TO WS-EXC-THROW-NBR (WS-EXC-COUNT).
005111     MOVE WS-REASON-CODE TO WS-EXC-REASON-CODE (WS-EXC-COUNT).
005112     MOVE "N"            TO WS-EXC-PRINTED (WS-EXC-COUNT).
005113 2500-EXIT.
005114     EXIT.

005115*****************************************************************
005116* 2600-CHECK-BOARD - A SCORED DART AT A VENUE AND BOARD NOT ON  *
005117*     THE REGISTER IS COUNTED AGAINST ITS BOARD FOR THE SEQRPT  *
005118*     LISTING.  A DART FROM A PAD THAT STAMPS NO VENUE OR BOARD *
005119*     IS NOT CHECKED.  LIKE THE SEQUENCE CHECKS, THIS SEES ONE  *
005120*     RUN'S THROWS - A RESTART COUNTS FROM ITS FIRST THROW.     *
005121*****************************************************************
005122 2600-CHECK-BOARD.
005123     IF THR-VENUE-ID = SPACES
005124        AND THR-BOARD-NBR = SPACES
005125         GO TO 2600-EXIT
005126     END-IF.
005127     SET WS-BRD-IDX TO 1.
005128     SEARCH WS-BRD-ENTRY
005129         AT END
005130             CONTINUE
005131         WHEN WS-BRD-VENUE-ID (WS-BRD-IDX) = THR-VENUE-ID
005132          AND WS-BRD-BOARD-NBR (WS-BRD-IDX) = THR-BOARD-NBR
005133             GO TO 2600-EXIT
005134     END-SEARCH.
005135     ADD 1 TO WS-UNREG-BOARD-DARTS.
005136     MOVE "N" TO WS-UNB-FOUND-SWITCH.
005137     IF WS-UNB-COUNT > ZERO
005138         SET WS-UNB-IDX TO 1
005139         SEARCH WS-UNB-ENTRY
005140             AT END
005141                 CONTINUE
005142             WHEN WS-UNB-VENUE-ID (WS-UNB-IDX) = THR-VENUE-ID
005143              AND WS-UNB-BOARD-NBR (WS-UNB-IDX) = THR-BOARD-NBR
005144                 SET WS-UNB-FOUND TO TRUE
005145                 ADD 1 TO WS-UNB-DARTS (WS-UNB-IDX)
005146         END-SEARCH
005147     END-IF.
005148     IF WS-UNB-FOUND
005149         GO TO 2600-EXIT
005150     END-IF.
005151     IF WS-UNB-COUNT >= 50
005152         SET WS-UNB-OVERFLOWED TO TRUE
005153         GO TO 2600-EXIT
005154     END-IF.
005155     ADD 1 TO WS-UNB-COUNT.
005156     SET WS-UNB-IDX TO WS-UNB-COUNT.
005157     MOVE THR-VENUE-ID  TO WS-UNB-VENUE-ID (WS-UNB-IDX).
005158     MOVE THR-BOARD-NBR TO WS-UNB-BOARD-NBR (WS-UNB-IDX).
005159     MOVE THR-GAME-ID   TO WS-UNB-GAME-ID (WS-UNB-IDX).
005160     MOVE 1             TO WS-UNB-DARTS (WS-UNB-IDX).
005161 2600-EXIT.
005162     EXIT.

005163*****************************************************************
005164* 8000-PRINT-EXCEPTIONS - THE THROW-SEQUENCE EXCEPTIONS LISTING:*
005165*     ONE GROUP PER GAME AND BOARD (VENUE AND BOARD NUMBER), IN *
005166*     THE ORDER EACH GROUP FIRST APPEARED, THEN THE COUNTS BY   *
005167*     REASON.  THE TOTAL IS THE FIGURE STAMPED ON THE FINAL     *
005168*     CHECKPOINT THAT DARTSBAL PROVES AGAINST THE REJECTS FILE. *
005169*****************************************************************
005170 8000-PRINT-EXCEPTIONS.
005171     MOVE WS-RUN-ID     TO STL-RUN-ID.
005172     MOVE WS-TODAY-DATE TO STL-RUN-DATE.
005173     WRITE SEQ-RPT-RECORD FROM WS-SEQ-TITLE.
005174     WRITE SEQ-RPT-RECORD FROM WS-SEQ-BLANK-LINE.
005175     IF WS-IS-RESTART
005176         MOVE "RESTARTED RUN - EXCEPTIONS BEFORE THE RESTART"
005177             TO WS-SEQ-NOTE-LINE
005178         WRITE SEQ-RPT-RECORD FROM WS-SEQ-NOTE-LINE
005179         MOVE "    POINT ARE ON REJECTSOUT AND IN THE TOTALS ONLY"
005180             TO WS-SEQ-NOTE-LINE
005181         WRITE SEQ-RPT-RECORD FROM WS-SEQ-NOTE-LINE
005182         WRITE SEQ-RPT-RECORD FROM WS-SEQ-BLANK-LINE
005183     END-IF.
005184     IF WS-EXC-COUNT = ZERO
005185         MOVE "NO THROW-SEQUENCE EXCEPTIONS" TO WS-SEQ-NOTE-LINE
005186         WRITE SEQ-RPT-RECORD FROM WS-SEQ-NOTE-LINE
005187     ELSE
005188         PERFORM 8100-PRINT-GROUP THRU 8100-EXIT
005189             VARYING WS-EXC-SUB FROM 1 BY 1
005190             UNTIL WS-EXC-SUB > WS-EXC-COUNT
005191     END-IF.
005192     IF WS-EXC-OVERFLOWED
005193         WRITE SEQ-RPT-RECORD FROM WS-SEQ-BLANK-LINE
005194         MOVE "MORE THAN 1000 EXCEPTIONS - THE REST ARE COUNTED"
005195             TO WS-SEQ-NOTE-LINE
005196         WRITE SEQ-RPT-RECORD FROM WS-SEQ-NOTE-LINE
005197         MOVE "    BUT NOT LISTED" TO WS-SEQ-NOTE-LINE
005198         WRITE SEQ-RPT-RECORD FROM WS-SEQ-NOTE-LINE
005199     END-IF.
005200     WRITE SEQ-RPT-RECORD FROM WS-SEQ-BLANK-LINE.
005201     MOVE "DARTS SENT TWICE"           TO STT-LABEL.
005202     MOVE WS-SEQ-DUP-COUNT             TO STT-COUNT.
005203     WRITE SEQ-RPT-RECORD FROM WS-SEQ-TOTAL-LINE.
005204     MOVE "THROW NUMBER OUTSIDE 1-3"   TO STT-LABEL.
005205     MOVE WS-SEQ-THROW-NBR-COUNT       TO STT-COUNT.
005206     WRITE SEQ-RPT-RECORD FROM WS-SEQ-TOTAL-LINE.
005207     MOVE "ROUND NUMBER ZERO"          TO STT-LABEL.
005208     MOVE WS-SEQ-ROUND-NBR-COUNT       TO STT-COUNT.
005209     WRITE SEQ-RPT-RECORD FROM WS-SEQ-TOTAL-LINE.
005210     MOVE "ROUND SKIPPED MID-LEG"      TO STT-LABEL.
005211     MOVE WS-SEQ-GAP-COUNT             TO STT-COUNT.
005212     WRITE SEQ-RPT-RECORD FROM WS-SEQ-TOTAL-LINE.
005213     MOVE "DARTS AFTER CHECKOUT"       TO STT-LABEL.
005214     MOVE WS-SEQ-AFTER-CKO-COUNT       TO STT-COUNT.
005215     WRITE SEQ-RPT-RECORD FROM WS-SEQ-TOTAL-LINE.
005216     MOVE "SEQUENCE REJECTS FOR THE NIGHT" TO STT-LABEL.
005217     MOVE WS-SEQ-REJECT-COUNT          TO STT-COUNT.
005218     WRITE SEQ-RPT-RECORD FROM WS-SEQ-TOTAL-LINE.
005219     IF WS-BRD-COUNT > ZERO
005220         PERFORM 8200-PRINT-UNREG-BOARDS THRU 8200-EXIT
005221     END-IF.
005222 8000-EXIT.
005223     EXIT.

005224*****************************************************************
005225* 8100-PRINT-GROUP - THE FIRST EXCEPTION NOT YET PRINTED OPENS  *
005226*     A GROUP FOR ITS GAME AND BOARD; EVERY LATER EXCEPTION OF  *
005227*     THE SAME GAME AND BOARD PRINTS UNDER IT.                  *
005228*****************************************************************
005229 8100-PRINT-GROUP.
005230     IF WS-EXC-WAS-PRINTED (WS-EXC-SUB)
005231         GO TO 8100-EXIT
005232     END-IF.
005233     MOVE WS-EXC-GAME-ID (WS-EXC-SUB)   TO SGL-GAME-ID.
005234     MOVE WS-EXC-VENUE-ID (WS-EXC-SUB)  TO SGL-VENUE-ID.
005235     MOVE WS-EXC-BOARD-NBR (WS-EXC-SUB) TO SGL-BOARD-NBR.
005236     WRITE SEQ-RPT-RECORD FROM WS-SEQ-GROUP-LINE.
005237     PERFORM 8110-PRINT-GROUP-MEMBER THRU 8110-EXIT
005238         VARYING WS-EXC-SCAN-SUB FROM WS-EXC-SUB BY 1
005239         UNTIL WS-EXC-SCAN-SUB > WS-EXC-COUNT.
005240     WRITE SEQ-RPT-RECORD FROM WS-SEQ-BLANK-LINE.
005241 8100-EXIT.
005242     EXIT.

005243 8110-PRINT-GROUP-MEMBER.
005244     IF WS-EXC-WAS-PRINTED (WS-EXC-SCAN-SUB)
005245        OR WS-EXC-GAME-ID (WS-EXC-SCAN-SUB) NOT = SGL-GAME-ID
005246        OR WS-EXC-VENUE-ID (WS-EXC-SCAN-SUB) NOT = SGL-VENUE-ID
005247        OR WS-EXC-BOARD-NBR (WS-EXC-SCAN-SUB) NOT = SGL-BOARD-NBR
005248         GO TO 8110-EXIT
005249     END-IF.
005250     MOVE WS-EXC-PLAYER-ID (WS-EXC-SCAN-SUB)   TO SDL-PLAYER-ID.
005251     MOVE WS-EXC-ROUND-NBR (WS-EXC-SCAN-SUB)   TO SDL-ROUND-NBR.
005252     MOVE WS-EXC-THROW-NBR (WS-EXC-SCAN-SUB)   TO SDL-THROW-NBR.
005253     MOVE WS-EXC-REASON-CODE (WS-EXC-SCAN-SUB) TO SDL-REASON-CODE.
005254     WRITE SEQ-RPT-RECORD FROM WS-SEQ-DETAIL-LINE.
005255     MOVE "Y" TO WS-EXC-PRINTED (WS-EXC-SCAN-SUB).
005256 8110-EXIT.
005257     EXIT.

005258*****************************************************************
005259* 8200-PRINT-UNREG-BOARDS - THE BOARDS THAT TOOK DARTS TONIGHT  *
005260*     BUT ARE NOT ON THE BOARD REGISTER.  THE DARTS SCORED; THE *
005261*     BOARD SHOULD BE ADDED WITH A DARTSBRD MAINTENANCE CARD.   *
005262*****************************************************************
005263 8200-PRINT-UNREG-BOARDS.
005264     WRITE SEQ-RPT-RECORD FROM WS-SEQ-BLANK-LINE.
005265     MOVE "DARTS ON BOARDS NOT ON THE REGISTER"
005266         TO WS-SEQ-NOTE-LINE.
005267     WRITE SEQ-RPT-RECORD FROM WS-SEQ-NOTE-LINE.
005268     WRITE SEQ-RPT-RECORD FROM WS-SEQ-BLANK-LINE.
005269     IF WS-UNB-COUNT = ZERO
005270         MOVE "EVERY BOARD USED IS ON THE REGISTER"
005271             TO WS-SEQ-NOTE-LINE
005272         WRITE SEQ-RPT-RECORD FROM WS-SEQ-NOTE-LINE
005273     ELSE
005274         PERFORM 8210-PRINT-UNREG-BOARD THRU 8210-EXIT
005275             VARYING WS-UNB-IDX FROM 1 BY 1
005276             UNTIL WS-UNB-IDX > WS-UNB-COUNT
005277     END-IF.
005278     IF WS-UNB-OVERFLOWED
005279         MOVE "MORE THAN 50 BOARDS - THE REST ARE COUNTED ONLY"
005280             TO WS-SEQ-NOTE-LINE
005281         WRITE SEQ-RPT-RECORD FROM WS-SEQ-NOTE-LINE
005282     END-IF.
005283     WRITE SEQ-RPT-RECORD FROM WS-SEQ-BLANK-LINE.
005284     MOVE "DARTS ON UNREGISTERED BOARDS" TO STT-LABEL.
005285     MOVE WS-UNREG-BOARD-DARTS           TO STT-COUNT.
005286     WRITE SEQ-RPT-RECORD FROM WS-SEQ-TOTAL-LINE.
005287 8200-EXIT.
005288     EXIT.

005289 8210-PRINT-UNREG-BOARD.
005290     MOVE WS-UNB-VENUE-ID (WS-UNB-IDX)  TO UNL-VENUE-ID.
005291     MOVE WS-UNB-BOARD-NBR (WS-UNB-IDX) TO UNL-BOARD-NBR.
005292     MOVE WS-UNB-GAME-ID (WS-UNB-IDX)   TO UNL-GAME-ID.
005293     MOVE WS-UNB-DARTS (WS-UNB-IDX)     TO UNL-DARTS.
005294     WRITE SEQ-RPT-RECORD FROM WS-UNB-LINE.
005295 8210-EXIT.
005296     EXIT.

005297*****************************************************************
005298* 9000-TERMINATE - WRITE A FINAL CHECKPOINT, PRINT THE          *
005299*     EXCEPTIONS LISTING AND CLOSE FILES.                       *
005300*****************************************************************
005301 9000-TERMINATE.
005302     PERFORM 2400-WRITE-CHECKPOINT THRU 2400-EXIT.
005303     PERFORM 8000-PRINT-EXCEPTIONS THRU 8000-EXIT.
005304     CLOSE THROWS-IN
005305     CLOSE THROWS-OUT
005306     CLOSE REJECTS-OUT
005307     CLOSE SEQ-RPT
005308     CLOSE CHECKPOINT-OUT.
005309 9000-EXIT.
005310     EXIT.

005320*****************************************************************
005330* 9900-POST-RUN-LEDGER - POST THE RUN'S RETURN CODE AND COUNTS  *
005340*     TO THE RUN-CONTROL LEDGER.                                *
005350*****************************************************************
005360 9900-POST-RUN-LEDGER.
005370     SET RCL-POST-RUN TO TRUE.
005380     MOVE RETURN-CODE TO RCL-RETURN-CODE.
005390     MOVE "THROWS" TO RCL-COUNT-LABEL (1).
005400     MOVE WS-THROW-COUNT TO RCL-COUNT (1).
005410     MOVE "REJECT" TO RCL-COUNT-LABEL (2).
005420     MOVE WS-REJECT-COUNT TO RCL-COUNT (2).
005430     MOVE "SEQREJ" TO RCL-COUNT-LABEL (3).
005440     MOVE WS-SEQ-REJECT-COUNT TO RCL-COUNT (3).
005450     CALL "DARTSRCL" USING RUN-CONTROL-CALL.
005460     MOVE RCL-RETURN-CODE TO RETURN-CODE.
005470 9900-EXIT.
005480     EXIT.
