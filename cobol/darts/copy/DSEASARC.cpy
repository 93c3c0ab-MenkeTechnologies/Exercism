000100*****************************************************************
000110* DSEASARC.                                                     *
000120* SEASON ARCHIVE RECORD.  ONE GENERATION OF RIVR.DARTS.SEASARC  *
000130* PER CLOSED SEASON, WRITTEN BY THE SEASON CLOSE RUN (DARTSCLS) *
000140* AND NEVER UPDATED AFTERWARDS.  EVERY RECORD CARRIES THE DATE  *
000150* THE SEASON WAS CLOSED.  TYPE "S" HOLDS ONE ROW OF THE FINAL   *
000160* SEASON STATISTICS MASTER WORD FOR WORD (SEE DSEASTAT); TYPE   *
000170* "P" IS ONE LINE OF A FINAL PLAYER TABLE (RANKED BY THREE-DART *
000180* AVERAGE WITHIN DIVISION, AS DARTSSTA PRINTS IT); TYPE "T" IS  *
000190* ONE LINE OF A FINAL TEAM TABLE (RANKED BY POINTS, THEN GAMES  *
000200* FOR, AS DARTSTES PRINTS IT).  THE STANDING ROWS ALSO CARRY    *
000210* THE OUTCOME - "P" PROMOTED, "R" RELEGATED, "K" KEPT IN THE    *
000220* DIVISION - AND THE DIVISION PLAYED IN NEXT SEASON.            *
000230*****************************************************************
000240 01  SEASON-ARCHIVE-RECORD.
000250     05  SAR-CLOSE-DATE          PIC 9(08).
000260     05  SAR-RECORD-TYPE         PIC X(01).
000270         88  SAR-STATS-ROW               VALUE "S".
000280         88  SAR-PLAYER-STANDING         VALUE "P".
000290         88  SAR-TEAM-STANDING           VALUE "T".
000300     05  SAR-DETAIL              PIC X(55).
000310     05  SAR-PLAYER-DETAIL REDEFINES SAR-DETAIL.
000320         10  SAP-LEAGUE-ID           PIC X(04).
000330         10  SAP-POSITION            PIC 9(03).
000340         10  SAP-PLAYER-ID           PIC X(10).
000350         10  SAP-TEAM-ID             PIC X(08).
000360         10  SAP-AVG-3DART           PIC 9(03)V99.
000370         10  SAP-LEGS-PLAYED         PIC 9(04).
000380         10  SAP-OUTCOME             PIC X(01).
000390             88  SAP-PROMOTED                VALUE "P".
000400             88  SAP-RELEGATED               VALUE "R".
000410             88  SAP-KEPT                    VALUE "K".
000420         10  SAP-NEW-LEAGUE-ID       PIC X(04).
000430         10  FILLER                  PIC X(16).
000440     05  SAR-TEAM-DETAIL REDEFINES SAR-DETAIL.
000450         10  SAT-LEAGUE-ID           PIC X(04).
000460         10  SAT-POSITION            PIC 9(03).
000470         10  SAT-TEAM-ID             PIC X(08).
000480         10  SAT-PLAYED              PIC 9(03).
000490         10  SAT-WON                 PIC 9(03).
000500         10  SAT-DRAWN               PIC 9(03).
000510         10  SAT-LOST                PIC 9(03).
000520         10  SAT-GAMES-FOR           PIC 9(04).
000530         10  SAT-GAMES-AGAINST       PIC 9(04).
000540         10  SAT-POINTS              PIC 9(03).
000550         10  SAT-OUTCOME             PIC X(01).
000560             88  SAT-PROMOTED                VALUE "P".
000570             88  SAT-RELEGATED               VALUE "R".
000580             88  SAT-KEPT                    VALUE "K".
000590         10  SAT-NEW-LEAGUE-ID       PIC X(04).
000600         10  FILLER                  PIC X(12).
