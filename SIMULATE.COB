               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCH-ID
               FILE STATUS IS MATCH-FILE-STATUS.
           SELECT FLEET-FILE ASSIGN TO "FLEETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLEET-MATCH-ID
               FILE STATUS IS FLEET-FILE-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "SUMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
*********the player master - a name typed in is checked here, aliases
*********resolve to the registered name, unknown and banned names stay out
           SELECT PLAYER-FILE ASSIGN TO "PLYRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PLAYER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
               03  MATCH-HITS-LANDED  PIC 9(3) OCCURS 4 TIMES.
*********Y here is this program's signature on the registry record
           02  MATCH-SIM-FLAG      PIC X.
           02  MATCH-CPU-LEVEL     PIC X.
*********space = played out, F = forfeit awarded by adjudication, V = voided
           02  MATCH-RESULT-REASON PIC X.
*********team play: Y when the four seats played as two partnerships, the side
*********(1 or 2) each seat sat on, and the side left afloat - zeroes otherwise
           02  MATCH-TEAM-MODE     PIC X.
           02  MATCH-TEAMS.
               03  MATCH-TEAM-OF   PIC 9 OCCURS 4 TIMES.
           02  MATCH-WIN-TEAM      PIC 9.
*********the opening layout, same record BATTLE writes
       FD  FLEET-FILE.
       01  FLEET-REC.
           02  FLEET-MATCH-ID      PIC X(16).
           02  FLEET-NUM-PLAYERS   PIC 9.
           02  FLEET-BOARD-ROWS    PIC 9.
           02  FLEET-BOARD-COLS    PIC 9.
           02  FLEET-NUM-SHIPS     PIC 9.
           02  FLEET-ITEMS.
               03  FLEET-ITEM-TABLE    OCCURS 4 TIMES.
                    04  FLEET-ITEM-ROWS  OCCURS 5 TIMES.
                         05  FLEET-P-X      PIC 9 OCCURS 5 TIMES.
                         05  FLEET-P-Y      PIC 9 OCCURS 5 TIMES.
                         05  FLEET-P-LENG   PIC 9.
       FD  SUMMARY-FILE.
       01  SUMMARY-REC       PIC X(100).
       FD  CONFIG-FILE.
           02  LOCK-STATE    PIC X(6).
           02  FILLER        PIC X     VALUE SPACE.
           02  LOCK-STAMP    PIC X(14).
       FD  PLAYER-FILE.
       01  PLAYER-REC.
           02  PM-PLAYER-ID        PIC 9(5).
           02  PM-NAME             PIC X(10).
           02  PM-ALIASES.
               03  PM-ALIAS        PIC X(10) OCCURS 5 TIMES.
*********A = active, I = inactive, B = banned
           02  PM-STATUS           PIC X.
           02  PM-JOINED           PIC X(8).
       WORKING-STORAGE SECTION.
       01  LOCK-FILE-STATUS    PIC XX.
       01  PLAYER-FILE-STATUS  PIC XX.
*********name checking against the player master - off when none is on disk
       01  MASTER-ON-WS        PIC X VALUE "N".
       01  MASTER-EOF-WS       PIC XXX.
       01  RESOLVED-NAME-WS    PIC X(10).
*********R = registered and active, I = inactive, B = banned, U = unknown
       01  NAME-VERDICT-WS     PIC X.
       01  ALIAS-NO-WS         PIC 9.
       01  NAME-INPUT-WS       PIC X(10).
       01  GUEST-ANSWER-WS     PIC X.
       01  SEAT-DONE-WS        PIC X.
       01  DUP-SEAT-WS         PIC 9.
       01  LOCK-ANSWER-WS      PIC X.
       01  LOG-FILE-STATUS     PIC XX.
       01  MATCH-FILE-STATUS   PIC XX.
       01  FLEET-FILE-STATUS   PIC XX.
       01  SUMMARY-FILE-STATUS PIC XX.
       01  CONFIG-FILE-STATUS  PIC XX.
       01  SCENARIO-FILE-STATUS PIC XX.
       01  SCENARIO-MODE-WS    PIC X VALUE "N".
       01  SCN-EOF-WS          PIC XXX.
       01  CFG-VALID-WS        PIC X.
*********how hard every machine seat plays this run - E easy (random cells),
*********M medium (hunt/target), H hard (expert), same levels as BATTLE's CPU
       01  CPU-LEVEL-WS        PIC X VALUE SPACE.
       01  CPU-LEVEL-INPUT-WS  PIC X.
       01  SIM-LEVEL-LINE-WS.
             02  FILLER              PIC X(15)  VALUE "MACHINE LEVEL: ".
             02  SIM-LEVEL-NAME-WS   PIC X(22).
*********which match of the run is on the table, and the sequence number that
*********keeps back-to-back simulated IDs from landing on the same key
       01  MATCH-NO-WS         PIC 9(4).
       01  LIVE-OPP-PICK-WS    PIC 9.
       01  LIVE-OPP-TBL-WS.
             02  LIVE-OPP-WS   PIC 9 OCCURS 3 TIMES.
*********the shooter's scratch, same as BATTLE's CPU-INPUT-FNC
       01  CPU-X-WS          PIC 99.
       01  CPU-Y-WS          PIC 99.
*********the machine's view of the water it's shooting at: . untried, M miss,
*********O a hit on a ship still afloat, S a hit on a ship already sunk
       01  AIM-MAP-WS.
             02  AIM-MAP-ROW-WS OCCURS 9 TIMES.
                   03  AIM-CELL-WS   PIC X OCCURS 9 TIMES.
       01  AIM-SCORE-TBL-WS.
             02  AIM-SCORE-ROW-WS OCCURS 9 TIMES.
                   03  AIM-SCORE-WS  PIC 9(5) OCCURS 9 TIMES.
       01  AIM-X-WS          PIC 99.
       01  AIM-Y-WS          PIC 99.
       01  AIM-NX-WS         PIC S99.
       01  AIM-NY-WS         PIC S99.
       01  AIM-STEP-X-WS     PIC S9.
       01  AIM-STEP-Y-WS     PIC S9.
       01  AIM-DIR-WS        PIC 9.
       01  AIM-LOOK-WS       PIC X.
       01  AIM-OPEN-CNT-WS   PIC 9(3).
       01  AIM-SHIP-WS       PIC 9.
       01  AIM-SEG-WS        PIC 9.
       01  AIM-LEN-WS        PIC 9.
       01  AIM-ORIENT-WS     PIC 9.
       01  AIM-OK-WS         PIC X.
       01  AIM-COVER-WS      PIC 9.
       01  AIM-WEIGHT-WS     PIC 9(3).
       01  AIM-PARITY-WS     PIC 9.
       01  AIM-SUM-WS        PIC 99.
       01  AIM-HALF-WS       PIC 99.
       01  AIM-BEST-WS       PIC 9(5).
       01  AIM-TIES-WS       PIC 9(3).
       01  AIM-PICK-WS       PIC 9(3).
*********clock-watching, same arithmetic as BATTLE's duration line
       01  CURRENT-DATE-WS    PIC X(21).
       01  START-TIME-WS.
                                   STOP RUN
                             END-IF
                       END-IF.
                       OPEN I-O FLEET-FILE.
                       IF FLEET-FILE-STATUS NOT = "00" THEN
                             IF FLEET-FILE-STATUS = "35" THEN
                                   OPEN OUTPUT FLEET-FILE
                                   CLOSE FLEET-FILE
                                   OPEN I-O FLEET-FILE
                             ELSE
                                   DISPLAY "CANNOT OPEN FLEETMST, STATUS " FLEET-FILE-STATUS " - RUN ABANDONED"
                                   CLOSE LOG-FILE
                                   CLOSE MATCH-FILE
                                   PERFORM SESSION-UNLOCK-FNC
                                   STOP RUN
                             END-IF
                       END-IF.
                       OPEN EXTEND SUMMARY-FILE.
                       IF SUMMARY-FILE-STATUS NOT = "00" THEN
                             IF SUMMARY-FILE-STATUS = "35" THEN
                                   DISPLAY "CANNOT OPEN SUMMRPT, STATUS " SUMMARY-FILE-STATUS " - RUN ABANDONED"
                                   CLOSE LOG-FILE
                                   CLOSE MATCH-FILE
                                   CLOSE FLEET-FILE
                                   PERFORM SESSION-UNLOCK-FNC
                                   STOP RUN
                             END-IF
                       OPEN OUTPUT SIMREPORT-FILE.
                       MOVE "==== BATTLESHIP SIMULATION RUN ====" TO SIMREPORT-REC.
                       WRITE SIMREPORT-REC.
                       IF CPU-LEVEL-WS = "H" THEN
                             MOVE "HARD (EXPERT)" TO SIM-LEVEL-NAME-WS
                       ELSE
                             IF CPU-LEVEL-WS = "M" THEN
                                   MOVE "MEDIUM (HUNT/TARGET)" TO SIM-LEVEL-NAME-WS
                             ELSE
                                   MOVE "EASY (RANDOM)" TO SIM-LEVEL-NAME-WS
                             END-IF
                       END-IF.
                       MOVE SIM-LEVEL-LINE-WS TO SIMREPORT-REC.
                       WRITE SIMREPORT-REC.
                       IF CONFIG-ANSWER-WS = "Y" THEN
                             PERFORM LOAD-CONFIG-FNC
                       ELSE
                       MOVE "CPU2" TO PLAYER-NAME-WS(2).
                       MOVE "CPU3" TO PLAYER-NAME-WS(3).
                       MOVE "CPU4" TO PLAYER-NAME-WS(4).
                       PERFORM NAME-SIM-SEATS-FNC.
                       MOVE 0 TO TOT-SHOTS-WS.
                       MOVE 99999 TO MIN-TURNS-WS.
                       MOVE 0 TO MAX-TURNS-WS.
                       CLOSE SIMREPORT-FILE.
                       CLOSE LOG-FILE.
                       CLOSE MATCH-FILE.
                       CLOSE FLEET-FILE.
                       CLOSE SUMMARY-FILE.
                       PERFORM SESSION-UNLOCK-FNC.
                       DISPLAY "SIMULATION COMPLETE - " SIM-MATCH-COUNT-WS " MATCH(ES), REPORT ON SIMRPT".
               ACCEPT CONFIG-ANSWER-WS FROM CONSOLE.
               DISPLAY "USE FIXED SCENARIO FILE FOR SHIP PLACEMENT? Y/N >".
               ACCEPT SCENARIO-ANSWER-WS FROM CONSOLE.
               PERFORM UNTIL CPU-LEVEL-WS = "E" OR CPU-LEVEL-WS = "M" OR CPU-LEVEL-WS = "H"
                     DISPLAY "MACHINE LEVEL - E=EASY (RANDOM)  M=MEDIUM (HUNT/TARGET)  H=HARD (EXPERT) >"
                     ACCEPT CPU-LEVEL-INPUT-WS FROM CONSOLE
                     IF CPU-LEVEL-INPUT-WS = "E" OR CPU-LEVEL-INPUT-WS = "M" OR CPU-LEVEL-INPUT-WS = "H" THEN
                           MOVE CPU-LEVEL-INPUT-WS TO CPU-LEVEL-WS
                     ELSE
                           DISPLAY "MUST BE E, M, OR H"
                     END-IF
               END-PERFORM.
       NAME-SIM-SEATS-FNC.
****************the seats play as CPU1-CPU4 unless the soak test is run under
****************players' names - and a player's name is checked against the
****************master the same way BATTLE's name prompt checks it
               PERFORM OPEN-MASTER-FNC.
               PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > NUM-PLAYERS-WS
                     MOVE "N" TO SEAT-DONE-WS
                     PERFORM UNTIL SEAT-DONE-WS = "Y"
                           PERFORM ASK-SIM-SEAT-FNC
                     END-PERFORM
               END-PERFORM.
               PERFORM CLOSE-MASTER-FNC.
       ASK-SIM-SEAT-FNC.
****************names starting CPU are kept for the machine seats, and nobody
****************sits at the table twice
               DISPLAY "NAME FOR SEAT " CHK-X " (BLANK = " PLAYER-NAME-WS(CHK-X) ") >".
               ACCEPT NAME-INPUT-WS FROM CONSOLE.
               IF NAME-INPUT-WS = SPACES THEN
                     MOVE "Y" TO SEAT-DONE-WS
               ELSE
                     IF MASTER-ON-WS = "N" THEN
                           MOVE SPACE TO NAME-VERDICT-WS
                           IF NAME-INPUT-WS(1:3) = "CPU" THEN
                                 DISPLAY "NAMES STARTING CPU ARE KEPT FOR THE MACHINE SEATS"
                           ELSE
                                 MOVE NAME-INPUT-WS TO RESOLVED-NAME-WS
                                 MOVE "R" TO NAME-VERDICT-WS
                           END-IF
                     ELSE
                           PERFORM RESOLVE-NAME-FNC
                           IF NAME-VERDICT-WS = "B" THEN
                                 DISPLAY RESOLVED-NAME-WS " IS BANNED - NOT SEATED"
                           END-IF
                           IF NAME-VERDICT-WS = "I" THEN
                                 DISPLAY RESOLVED-NAME-WS " IS INACTIVE - REACTIVATE THROUGH PLYRMNT FIRST"
                           END-IF
                           IF NAME-VERDICT-WS = "U" THEN
                                 DISPLAY NAME-INPUT-WS " IS NOT A REGISTERED PLAYER"
                                 DISPLAY "G = SEAT AS A GUEST UNDER THIS NAME, ANYTHING ELSE TO RE-ENTER >"
                                 ACCEPT GUEST-ANSWER-WS FROM CONSOLE
                                 IF GUEST-ANSWER-WS = "G" THEN
                                       IF NAME-INPUT-WS(1:3) = "CPU" THEN
                                             DISPLAY "NAMES STARTING CPU ARE KEPT FOR THE MACHINE SEATS"
                                       ELSE
                                             MOVE "R" TO NAME-VERDICT-WS
                                       END-IF
                                 END-IF
                           END-IF
                     END-IF
                     IF NAME-VERDICT-WS = "R" THEN
                           MOVE 0 TO DUP-SEAT-WS
                           PERFORM VARYING CHK-Y FROM 1 BY 1 UNTIL CHK-Y > NUM-PLAYERS-WS
                                 IF CHK-Y NOT = CHK-X AND PLAYER-NAME-WS(CHK-Y) = RESOLVED-NAME-WS THEN
                                       MOVE CHK-Y TO DUP-SEAT-WS
                                 END-IF
                           END-PERFORM
                           IF DUP-SEAT-WS NOT = 0 THEN
                                 DISPLAY RESOLVED-NAME-WS " IS ALREADY SEATED AT SEAT " DUP-SEAT-WS
                           ELSE
                                 IF RESOLVED-NAME-WS NOT = NAME-INPUT-WS THEN
                                       DISPLAY NAME-INPUT-WS " IS AN ALIAS - SEATED AS " RESOLVED-NAME-WS
                                 END-IF
                                 MOVE RESOLVED-NAME-WS TO PLAYER-NAME-WS(CHK-X)
                                 MOVE "Y" TO SEAT-DONE-WS
                           END-IF
                     END-IF
               END-IF.
       OPEN-MASTER-FNC.
****************no master on disk means nobody has been enrolled yet - names go
****************through unchecked, the way they always did, with a warning
               OPEN INPUT PLAYER-FILE.
               IF PLAYER-FILE-STATUS = "00" THEN
                     MOVE "Y" TO MASTER-ON-WS
               ELSE
                     CLOSE PLAYER-FILE
                     MOVE "N" TO MASTER-ON-WS
                     DISPLAY "WARNING: NO PLAYER MASTER (PLYRMST STATUS " PLAYER-FILE-STATUS ") - NAMES NOT CHECKED"
               END-IF.
       CLOSE-MASTER-FNC.
               IF MASTER-ON-WS = "Y" THEN
                     CLOSE PLAYER-FILE
               END-IF.
       RESOLVE-NAME-FNC.
****************NAME-INPUT-WS against every registered name and alias: the
****************registered spelling comes back in RESOLVED-NAME-WS, the
****************player's standing in NAME-VERDICT-WS
               MOVE "U" TO NAME-VERDICT-WS.
               MOVE NAME-INPUT-WS TO RESOLVED-NAME-WS.
               MOVE "NO" TO MASTER-EOF-WS.
               MOVE ZEROES TO PM-PLAYER-ID.
               START PLAYER-FILE KEY NOT < PM-PLAYER-ID
                    INVALID KEY MOVE "YES" TO MASTER-EOF-WS
               END-START.
               PERFORM UNTIL MASTER-EOF-WS = "YES"
                     READ PLAYER-FILE NEXT RECORD
                          AT END MOVE "YES" TO MASTER-EOF-WS
                     END-READ
                     IF MASTER-EOF-WS NOT = "YES" THEN
                           IF PM-NAME = NAME-INPUT-WS THEN
                                 MOVE "YES" TO MASTER-EOF-WS
                           END-IF
                           PERFORM VARYING ALIAS-NO-WS FROM 1 BY 1 UNTIL ALIAS-NO-WS > 5
                                 IF PM-ALIAS(ALIAS-NO-WS) = NAME-INPUT-WS THEN
                                       MOVE "YES" TO MASTER-EOF-WS
                                 END-IF
                           END-PERFORM
                           IF MASTER-EOF-WS = "YES" THEN
                                 MOVE PM-NAME TO RESOLVED-NAME-WS
                                 IF PM-STATUS = "B" THEN
                                       MOVE "B" TO NAME-VERDICT-WS
                                 ELSE
                                       IF PM-STATUS = "I" THEN
                                             MOVE "I" TO NAME-VERDICT-WS
                                       ELSE
                                             MOVE "R" TO NAME-VERDICT-WS
                                       END-IF
                                 END-IF
                           END-IF
                     END-IF
               END-PERFORM.
       LOAD-DEFAULT-CONFIG-FNC.
****************the classic 9x9 board, 5-ship fleet - lengths 2,3,3,4,5
               MOVE 9 TO BOARD-ROWS-WS.
               MOVE CURRENT-DATE-WS(9:6) TO START-TIME-WS.
               PERFORM BUILD-MATCH-ID-FNC.
               PERFORM REGISTER-MATCH-FNC.
               PERFORM WRITE-FLEET-FNC.
               PERFORM COUNT-ALIVE-FNC.
               PERFORM UNTIL ALIVE-COUNT-WS <= 1 OR DEADLOCK-WS = "Y"
                     PERFORM UNTIL P-HP(CUR-TURN-PLAYER-WS) NOT = 0
                     END-IF
                     MOVE LIVE-OPP-WS(LIVE-OPP-PICK-WS) TO OPPONENT
               END-IF.
****************above easy, a wounded ship gets finished before the shooter
****************wanders off to somebody else's water
               IF CPU-LEVEL-WS NOT = "E" AND LIVE-OPP-CNT-WS > 1 THEN
                     MOVE OPPONENT TO CHK-Z
                     MOVE 0 TO LIVE-OPP-PICK-WS
                     PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > LIVE-OPP-CNT-WS OR LIVE-OPP-PICK-WS NOT = 0
                           MOVE LIVE-OPP-WS(CHK-X) TO OPPONENT
                           PERFORM AIM-MAP-FNC
                           IF AIM-OPEN-CNT-WS NOT = 0 THEN
                                 MOVE CHK-X TO LIVE-OPP-PICK-WS
                           END-IF
                     END-PERFORM
                     IF LIVE-OPP-PICK-WS = 0 THEN
                           MOVE CHK-Z TO OPPONENT
                     ELSE
                           MOVE LIVE-OPP-WS(LIVE-OPP-PICK-WS) TO OPPONENT
                     END-IF
               END-IF.
       COUNT-UNTRIED-FNC.
****************how much of CHK-Z's water this shooter hasn't touched yet
               MOVE 0 TO UNTRIED-WS.
                     END-PERFORM
               END-PERFORM.
       PICK-SIM-CELL-FNC.
****************an untried cell the way BATTLE's CPU shooter picks one at the
****************run's level - the target choice already proved one is there
               PERFORM AIM-MAP-FNC.
               IF CPU-LEVEL-WS = "H" THEN
                     PERFORM AIM-EXPERT-FNC
               ELSE
                     IF CPU-LEVEL-WS = "M" THEN
                           PERFORM AIM-HUNT-FNC
                     ELSE
                           PERFORM AIM-RANDOM-FNC
                     END-IF
               END-IF.
               MOVE CPU-X-WS TO X.
               MOVE CPU-Y-WS TO Y.
       AIM-MAP-FNC.
****************read the attack grid the way a player across the table would:
****************misses, hits, and which hits belong to ships already gone down.
****************off the board counts as a miss so the neighbour checks stay simple
               MOVE 0 TO AIM-OPEN-CNT-WS.
               PERFORM VARYING AIM-X-WS FROM 1 BY 1 UNTIL AIM-X-WS > 9
                     PERFORM VARYING AIM-Y-WS FROM 1 BY 1 UNTIL AIM-Y-WS > 9
                           IF AIM-X-WS > BOARD-COLS-WS OR AIM-Y-WS > BOARD-ROWS-WS THEN
                                 MOVE "M" TO AIM-CELL-WS(AIM-X-WS, AIM-Y-WS)
                           ELSE
                           IF P(PLAYER, OPPONENT, AIM-X-WS, AIM-Y-WS) = " " THEN
                                 MOVE "." TO AIM-CELL-WS(AIM-X-WS, AIM-Y-WS)
                           ELSE
                           IF P(PLAYER, OPPONENT, AIM-X-WS, AIM-Y-WS) = "X" THEN
                                 MOVE "M" TO AIM-CELL-WS(AIM-X-WS, AIM-Y-WS)
                           ELSE
                                 MOVE "M" TO AIM-CELL-WS(AIM-X-WS, AIM-Y-WS)
                                 PERFORM VARYING AIM-SHIP-WS FROM 1 BY 1 UNTIL AIM-SHIP-WS > 5
                                       PERFORM VARYING AIM-SEG-WS FROM 1 BY 1 UNTIL AIM-SEG-WS > 5
                                             IF P-X(OPPONENT, AIM-SHIP-WS, AIM-SEG-WS) = AIM-X-WS AND
                                                P-Y(OPPONENT, AIM-SHIP-WS, AIM-SEG-WS) = AIM-Y-WS THEN
                                                   IF P-LENG(OPPONENT, AIM-SHIP-WS) = 0 THEN
                                                         MOVE "S" TO AIM-CELL-WS(AIM-X-WS, AIM-Y-WS)
                                                   ELSE
                                                         MOVE "O" TO AIM-CELL-WS(AIM-X-WS, AIM-Y-WS)
                                                         ADD 1 TO AIM-OPEN-CNT-WS
                                                   END-IF
                                             END-IF
                                       END-PERFORM
                                 END-PERFORM
                           END-IF
                           END-IF
                           END-IF
                     END-PERFORM
               END-PERFORM.
       AIM-RANDOM-FNC.
****************easy: any untried cell, straight off the dice
               MOVE 0 TO CHK.
               PERFORM UNTIL CHK = 1
                     COMPUTE CPU-X-WS = 1 + FUNCTION RANDOM * BOARD-COLS-WS
                     COMPUTE CPU-Y-WS = 1 + FUNCTION RANDOM * BOARD-ROWS-WS
                     IF CPU-X-WS >= 1 AND CPU-X-WS <= BOARD-COLS-WS AND
                        CPU-Y-WS >= 1 AND CPU-Y-WS <= BOARD-ROWS-WS THEN
                           IF AIM-CELL-WS(CPU-X-WS, CPU-Y-WS) = "." THEN
                                 MOVE 1 TO CHK
                           END-IF
                     END-IF
               END-PERFORM.
       AIM-HUNT-FNC.
****************medium: with a wounded ship on the board, fire next to the hits,
****************and hardest along a line of two - otherwise hunt on the
****************checkerboard, since no ship is shorter than two cells
               MOVE ZEROES TO AIM-SCORE-TBL-WS.
               IF AIM-OPEN-CNT-WS NOT = 0 THEN
                     PERFORM VARYING AIM-X-WS FROM 1 BY 1 UNTIL AIM-X-WS > BOARD-COLS-WS
                           PERFORM VARYING AIM-Y-WS FROM 1 BY 1 UNTIL AIM-Y-WS > BOARD-ROWS-WS
                                 IF AIM-CELL-WS(AIM-X-WS, AIM-Y-WS) = "." THEN
                                       PERFORM VARYING AIM-DIR-WS FROM 1 BY 1 UNTIL AIM-DIR-WS > 4
                                             PERFORM AIM-STEP-FNC
                                             COMPUTE AIM-NX-WS = AIM-X-WS + AIM-STEP-X-WS
                                             COMPUTE AIM-NY-WS = AIM-Y-WS + AIM-STEP-Y-WS
                                             PERFORM AIM-LOOK-FNC
                                             IF AIM-LOOK-WS = "O" THEN
                                                   ADD 1 TO AIM-SCORE-WS(AIM-X-WS, AIM-Y-WS)
                                                   COMPUTE AIM-NX-WS = AIM-NX-WS + AIM-STEP-X-WS
                                                   COMPUTE AIM-NY-WS = AIM-NY-WS + AIM-STEP-Y-WS
                                                   PERFORM AIM-LOOK-FNC
                                                   IF AIM-LOOK-WS = "O" THEN
                                                         ADD 4 TO AIM-SCORE-WS(AIM-X-WS, AIM-Y-WS)
                                                   END-IF
                                             END-IF
                                       END-PERFORM
                                 END-IF
                           END-PERFORM
                     END-PERFORM
               END-IF.
               PERFORM AIM-PICK-BEST-FNC.
               IF AIM-BEST-WS = 0 THEN
                     PERFORM VARYING AIM-X-WS FROM 1 BY 1 UNTIL AIM-X-WS > BOARD-COLS-WS
                           PERFORM VARYING AIM-Y-WS FROM 1 BY 1 UNTIL AIM-Y-WS > BOARD-ROWS-WS
                                 IF AIM-CELL-WS(AIM-X-WS, AIM-Y-WS) = "." THEN
                                       COMPUTE AIM-SUM-WS = AIM-X-WS + AIM-Y-WS
                                       DIVIDE AIM-SUM-WS BY 2 GIVING AIM-HALF-WS REMAINDER AIM-PARITY-WS
                                       IF AIM-PARITY-WS = 0 THEN
                                             MOVE 2 TO AIM-SCORE-WS(AIM-X-WS, AIM-Y-WS)
                                       ELSE
                                             MOVE 1 TO AIM-SCORE-WS(AIM-X-WS, AIM-Y-WS)
                                       END-IF
                                 END-IF
                           END-PERFORM
                     END-PERFORM
                     PERFORM AIM-PICK-BEST-FNC
               END-IF.
               IF AIM-BEST-WS = 0 THEN
                     PERFORM AIM-RANDOM-FNC
               END-IF.
       AIM-EXPERT-FNC.
****************hard: lay every ship still afloat (lengths off the fleet config)
****************across the water in every way it could still fit, and count how
****************often each untried cell gets covered - a fit that runs through a
****************live hit counts twenty times over, so a wounded ship gets finished
               MOVE ZEROES TO AIM-SCORE-TBL-WS.
               PERFORM VARYING AIM-SHIP-WS FROM 1 BY 1 UNTIL AIM-SHIP-WS > NUM-SHIPS-WS
                     IF P-LENG(OPPONENT, AIM-SHIP-WS) NOT = 0 THEN
                           MOVE CFG-SHIP-LEN(AIM-SHIP-WS) TO AIM-LEN-WS
                           PERFORM VARYING AIM-ORIENT-WS FROM 1 BY 1 UNTIL AIM-ORIENT-WS > 2
                                 PERFORM VARYING AIM-X-WS FROM 1 BY 1 UNTIL AIM-X-WS > BOARD-COLS-WS
                                       PERFORM VARYING AIM-Y-WS FROM 1 BY 1 UNTIL AIM-Y-WS > BOARD-ROWS-WS
                                             PERFORM AIM-FIT-FNC
                                       END-PERFORM
                                 END-PERFORM
                           END-PERFORM
                     END-IF
               END-PERFORM.
               PERFORM AIM-PICK-BEST-FNC.
               IF AIM-BEST-WS = 0 THEN
                     PERFORM AIM-RANDOM-FNC
               END-IF.
       AIM-FIT-FNC.
****************one ship of AIM-LEN-WS anchored at AIM-X-WS/AIM-Y-WS, across
****************(orient 1) or down (orient 2): does it fit the water that's
****************left, and if so every untried cell under it scores its weight
               MOVE "Y" TO AIM-OK-WS.
               MOVE 0 TO AIM-COVER-WS.
               PERFORM VARYING AIM-SEG-WS FROM 1 BY 1 UNTIL AIM-SEG-WS > AIM-LEN-WS OR AIM-OK-WS = "N"
                     PERFORM AIM-FIT-CELL-FNC
                     PERFORM AIM-LOOK-FNC
                     IF AIM-LOOK-WS = "M" OR AIM-LOOK-WS = "S" THEN
                           MOVE "N" TO AIM-OK-WS
                     END-IF
                     IF AIM-LOOK-WS = "O" THEN
                           ADD 1 TO AIM-COVER-WS
                     END-IF
               END-PERFORM.
               IF AIM-OK-WS = "Y" THEN
                     COMPUTE AIM-WEIGHT-WS = 1 + 20 * AIM-COVER-WS
                     PERFORM VARYING AIM-SEG-WS FROM 1 BY 1 UNTIL AIM-SEG-WS > AIM-LEN-WS
                           PERFORM AIM-FIT-CELL-FNC
                           IF AIM-CELL-WS(AIM-NX-WS, AIM-NY-WS) = "." THEN
                                 ADD AIM-WEIGHT-WS TO AIM-SCORE-WS(AIM-NX-WS, AIM-NY-WS)
                           END-IF
                     END-PERFORM
               END-IF.
       AIM-FIT-CELL-FNC.
****************where segment AIM-SEG-WS of the trial ship lands
               IF AIM-ORIENT-WS = 1 THEN
                     COMPUTE AIM-NX-WS = AIM-X-WS + AIM-SEG-WS - 1
                     MOVE AIM-Y-WS TO AIM-NY-WS
               ELSE
                     MOVE AIM-X-WS TO AIM-NX-WS
                     COMPUTE AIM-NY-WS = AIM-Y-WS + AIM-SEG-WS - 1
               END-IF.
       AIM-STEP-FNC.
****************direction 1 right, 2 left, 3 down, 4 up
               MOVE 0 TO AIM-STEP-X-WS.
               MOVE 0 TO AIM-STEP-Y-WS.
               IF AIM-DIR-WS = 1 THEN
                     MOVE 1 TO AIM-STEP-X-WS
               END-IF.
               IF AIM-DIR-WS = 2 THEN
                     MOVE -1 TO AIM-STEP-X-WS
               END-IF.
               IF AIM-DIR-WS = 3 THEN
                     MOVE 1 TO AIM-STEP-Y-WS
               END-IF.
               IF AIM-DIR-WS = 4 THEN
                     MOVE -1 TO AIM-STEP-Y-WS
               END-IF.
       AIM-LOOK-FNC.
****************what the map says at AIM-NX-WS/AIM-NY-WS, miss if off the board
               IF AIM-NX-WS < 1 OR AIM-NX-WS > BOARD-COLS-WS OR
                  AIM-NY-WS < 1 OR AIM-NY-WS > BOARD-ROWS-WS THEN
                     MOVE "M" TO AIM-LOOK-WS
               ELSE
                     MOVE AIM-CELL-WS(AIM-NX-WS, AIM-NY-WS) TO AIM-LOOK-WS
               END-IF.
       AIM-PICK-BEST-FNC.
****************the untried cell with the top score, a tie settled by the dice;
****************a top score of zero means there was nothing to go on
               MOVE 0 TO AIM-BEST-WS.
               MOVE 0 TO AIM-TIES-WS.
               PERFORM VARYING AIM-X-WS FROM 1 BY 1 UNTIL AIM-X-WS > BOARD-COLS-WS
                     PERFORM VARYING AIM-Y-WS FROM 1 BY 1 UNTIL AIM-Y-WS > BOARD-ROWS-WS
                           IF AIM-CELL-WS(AIM-X-WS, AIM-Y-WS) = "." THEN
                                 IF AIM-SCORE-WS(AIM-X-WS, AIM-Y-WS) > AIM-BEST-WS THEN
                                       MOVE AIM-SCORE-WS(AIM-X-WS, AIM-Y-WS) TO AIM-BEST-WS
                                       MOVE 1 TO AIM-TIES-WS
                                 ELSE
                                       IF AIM-SCORE-WS(AIM-X-WS, AIM-Y-WS) = AIM-BEST-WS THEN
                                             ADD 1 TO AIM-TIES-WS
                                       END-IF
                                 END-IF
                           END-IF
                     END-PERFORM
               END-PERFORM.
               IF AIM-BEST-WS NOT = 0 THEN
                     COMPUTE AIM-PICK-WS = 1 + FUNCTION RANDOM * AIM-TIES-WS
                     IF AIM-PICK-WS > AIM-TIES-WS THEN
                           MOVE AIM-TIES-WS TO AIM-PICK-WS
                     END-IF
                     PERFORM VARYING AIM-X-WS FROM 1 BY 1 UNTIL AIM-X-WS > BOARD-COLS-WS
                           PERFORM VARYING AIM-Y-WS FROM 1 BY 1 UNTIL AIM-Y-WS > BOARD-ROWS-WS
                                 IF AIM-CELL-WS(AIM-X-WS, AIM-Y-WS) = "." AND
                                    AIM-SCORE-WS(AIM-X-WS, AIM-Y-WS) = AIM-BEST-WS THEN
                                       IF AIM-PICK-WS = 1 THEN
                                             MOVE AIM-X-WS TO CPU-X-WS
                                             MOVE AIM-Y-WS TO CPU-Y-WS
                                       END-IF
                                       SUBTRACT 1 FROM AIM-PICK-WS
                                 END-IF
                           END-PERFORM
                     END-PERFORM
               END-IF.
       ACTION-FNC.
****************resolve the shot exactly the way BATTLE does - same marks,
****************same results on the log, so REPLAY can't tell the difference
               IF MATCH-FOUND-WS = "N" THEN
                     DISPLAY "WARNING: MATCH REGISTRY WRITE FAILED, STATUS " MATCH-FILE-STATUS
               END-IF.
       WRITE-FLEET-FNC.
****************the opening layout under whichever ID the registry took, so a
****************soak match can be re-scored like any other
               MOVE SPACES TO FLEET-REC.
               MOVE MATCH-ID-WS TO FLEET-MATCH-ID.
               MOVE NUM-PLAYERS-WS TO FLEET-NUM-PLAYERS.
               MOVE BOARD-ROWS-WS TO FLEET-BOARD-ROWS.
               MOVE BOARD-COLS-WS TO FLEET-BOARD-COLS.
               MOVE NUM-SHIPS-WS TO FLEET-NUM-SHIPS.
               MOVE ITEMS TO FLEET-ITEMS.
               WRITE FLEET-REC
                    INVALID KEY DISPLAY "WARNING: FLEET LAYOUT WRITE FAILED, STATUS " FLEET-FILE-STATUS
               END-WRITE.
       BUILD-MATCH-REC-FNC.
****************everything the registry knows about this match except the
****************result - the start date comes off the ID, which leads with it
               MOVE 0 TO MATCH-DURATION-SEC.
               MOVE ZEROES TO MATCH-SHOT-STATS.
               MOVE "Y" TO MATCH-SIM-FLAG.
               MOVE CPU-LEVEL-WS TO MATCH-CPU-LEVEL.
               MOVE SPACE TO MATCH-RESULT-REASON.
****************the simulator only plays free-for-all
               MOVE "N" TO MATCH-TEAM-MODE.
               MOVE ZEROES TO MATCH-TEAMS.
               MOVE 0 TO MATCH-WIN-TEAM.
       CLOSE-MATCH-REC-FNC.
****************the match is decided - finish its registry entry with winner,
****************duration, and box score, re-creating it if the start-of-match
