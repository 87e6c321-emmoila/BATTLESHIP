               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCH-ID
               FILE STATUS IS MATCH-FILE-STATUS.
*********every match's opening fleet, keyed by match ID - the checkpoint goes
*********away when the match ends, this doesn't, so the re-scoring job can
*********prove a HIT on the log really hit a ship
           SELECT FLEET-FILE ASSIGN TO "FLEETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLEET-MATCH-ID
               FILE STATUS IS FLEET-FILE-STATUS.
*********a snapshot of the match, in case the job gets killed mid-turn - one
*********file per match ID, so two in-flight matches can't overwrite each
*********other's restart point (the name is built per use, like the archive
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
*********one PLAYER/X/Y per line, so JCL can drive a whole tournament overnight
           SELECT MOVES-FILE ASSIGN TO "MOVES"
               ORGANIZATION IS LINE SEQUENTIAL
*********new registry fields go AFTER the shot stats, same deal as the
*********checkpoint - Y here means SIMULATE wrote the match, not a human
           02  MATCH-SIM-FLAG      PIC X.
*********how hard the machine was trying: E easy, M medium, H hard, blank
*********when nobody in the match was a machine
           02  MATCH-CPU-LEVEL     PIC X.
*********space = played out, F = forfeit awarded by adjudication, V = voided
           02  MATCH-RESULT-REASON PIC X.
*********team play: Y when the four seats played as two partnerships, the side
*********(1 or 2) each seat sat on, and the side left afloat - zeroes otherwise
           02  MATCH-TEAM-MODE     PIC X.
           02  MATCH-TEAMS.
               03  MATCH-TEAM-OF   PIC 9 OCCURS 4 TIMES.
           02  MATCH-WIN-TEAM      PIC 9.
       FD  FLEET-FILE.
       01  FLEET-REC.
           02  FLEET-MATCH-ID      PIC X(16).
           02  FLEET-NUM-PLAYERS   PIC 9.
           02  FLEET-BOARD-ROWS    PIC 9.
           02  FLEET-BOARD-COLS    PIC 9.
           02  FLEET-NUM-SHIPS     PIC 9.
*********the ITEMS table exactly as INIT-ITEMS left it, before the first shot
           02  FLEET-ITEMS.
               03  FLEET-ITEM-TABLE    OCCURS 4 TIMES.
                    04  FLEET-ITEM-ROWS  OCCURS 5 TIMES.
                         05  FLEET-P-X      PIC 9 OCCURS 5 TIMES.
                         05  FLEET-P-Y      PIC 9 OCCURS 5 TIMES.
                         05  FLEET-P-LENG   PIC 9.
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           02  CKPT-COORDINATES.
*********which library scenario the dead session was playing, so the resume
*********reloads the same layout instead of whatever SHIPPLAN holds today
           02  CKPT-SCEN-NAME-WS       PIC X(12).
*********the CPU's level, so a resumed single-player match doesn't go soft
           02  CKPT-CPU-LEVEL-WS       PIC X.
*********the partnerships in a doubles match, so a resume doesn't turn it into
*********a free-for-all
           02  CKPT-TEAM-MODE-WS       PIC X.
           02  CKPT-TEAM-TBL-WS.
               03  CKPT-TEAM-OF-WS     PIC 9 OCCURS 4 TIMES.
       FD  CKPTDIR-FILE.
       01  CKPTDIR-REC.
           02  CKD-MATCH-ID  PIC X(16).
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
       FD  MOVES-FILE.
       01  MOVES-REC.
           02  MV-PLAYER     PIC 9.
       01  MATCH-FILE-STATUS  PIC XX.
       01  MATCH-ID-WS        PIC X(16) VALUE SPACES.
       01  MATCH-FOUND-WS     PIC X.
       01  FLEET-FILE-STATUS  PIC XX.
*********shot counter and what ACTION-FNC actually decided, for the log
       01  TURN-NO         PIC 9(5) VALUE 0.
       01  SKIP-COUNT-WS   PIC 9(5).
       01  RESUME-ID-WS        PIC X(16).
*********the session lock: who has the files, and since when
       01  LOCK-FILE-STATUS    PIC XX.
       01  PLAYER-FILE-STATUS  PIC XX.
*********name checking against the player master - off when none is on disk
       01  MASTER-ON-WS        PIC X VALUE "N".
       01  MASTER-EOF-WS       PIC XXX.
       01  RESOLVED-NAME-WS    PIC X(10).
*********R = registered and active, I = inactive, B = banned, U = unknown
       01  NAME-VERDICT-WS     PIC X.
       01  ALIAS-NO-WS         PIC 9.
       01  GUEST-ANSWER-WS     PIC X.
       01  SEAT-DONE-WS        PIC X.
       01  DUP-SEAT-WS         PIC 9.
       01  LOCK-ANSWER-WS      PIC X.
*********free-for-all: how many are playing, whose turn is it, and who's still afloat
       01  NUM-PLAYERS-WS      PIC 9 VALUE 0.
       01  CUR-TURN-PLAYER-WS  PIC 9 VALUE 1.
       01  ALIVE-COUNT-WS      PIC 9.
       01  TARGET-INPUT-WS     PIC 9.
*********doubles: four seats as two partnerships. every seat has a side - in
*********free-for-all each seat is a side of its own - and in doubles a partner
       01  TEAM-ANSWER-WS      PIC X.
       01  TEAM-MODE-WS        PIC X VALUE "N".
       01  PARTNER-INPUT-WS    PIC 9.
       01  TEAM-TBL-WS.
             02  TEAM-OF-WS      PIC 9 OCCURS 4 TIMES.
       01  PARTNER-TBL-WS.
             02  PARTNER-OF-WS   PIC 9 OCCURS 4 TIMES.
       01  SIDE-ALIVE-TBL-WS.
             02  SIDE-ALIVE-WS   PIC X OCCURS 4 TIMES.
       01  WIN-TEAM-WS         PIC 9 VALUE 0.
*********salvo variant: as many shots as you have ships afloat, entered as a
*********group before any of them are resolved - league rules
       01  SALVO-ANSWER-WS   PIC X VALUE "N".
*********single-player: let the machine take player 2's shots
       01  CPU-ANSWER-WS   PIC X VALUE "N".
       01  CPU-MODE-WS     PIC X VALUE "N".
*********how hard the machine tries: E = random cells (the old behaviour),
*********M = hunt at random then work around a hit until the ship sinks,
*********H = expert, fires where the ships still afloat are most likely to be
       01  CPU-LEVEL-WS    PIC X VALUE "E".
       01  CPU-LEVEL-INPUT-WS PIC X.
*********the machine's view of the water it's shooting at: . untried, M miss,
*********O a hit on a ship still afloat, S a hit on a ship already sunk, D a
*********cell already declared in this salvo
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
       01  CPU-X-WS        PIC 9.
       01  CPU-Y-WS        PIC 9.
*********a fixed ship layout, read once at startup, in place of PLACE-SHIP-FNC's dice roll
             02  FILLER          PIC X(12) VALUE "==== FINAL: ".
             02  COMM-FINAL-NAME-WS PIC X(10).
             02  FILLER          PIC X(10) VALUE " WINS ====".
       01  COMM-SIDE-FINAL-LINE-WS.
             02  FILLER          PIC X(17) VALUE "==== FINAL: SIDE ".
             02  COMM-FINAL-SIDE-WS PIC 9.
             02  FILLER          PIC X(10) VALUE " WINS ====".
       01  EDIT-TOTALS-WS.
             02  FILLER             PIC X(11) VALUE "ROWS READ: ".
             02  EDIT-ROWS-OUT-WS   PIC ZZZZ9.
       01  SUMMARY-MATCH-LINE-WS.
             02  FILLER              PIC X(10)  VALUE "MATCH ID: ".
             02  SUMMARY-MATCH-ID-WS PIC X(16).
*********a doubles side and who sat on it, for the summary and the commentary
       01  TEAM-LINE-WS.
             02  FILLER              PIC X(5)   VALUE "SIDE ".
             02  TL-TEAM-WS          PIC 9.
             02  FILLER              PIC X(2)   VALUE ": ".
             02  TL-NAME-1-WS        PIC X(10).
             02  FILLER              PIC X(5)   VALUE " AND ".
             02  TL-NAME-2-WS        PIC X(10).
             02  TL-TAG-WS           PIC X(10).
*********who's actually sitting at the keyboard, for the leaderboard
       01  PLAYER-NAMES.
            02  PLAYER-NAME-WS PIC X(10) OCCURS 4 TIMES.
             02  SB-19     PIC X.
             02  FILLER    PIC XX  VALUE "| ".
             02  SB-20     PIC 9.
*********the same row cell by cell, so a partner's hits can be laid over your own
       01  SB-CELLS-WS REDEFINES SINGLE-BOARD-WS.
             02  FILLER    PIC XXX.
             02  SB-CELL-GRP-WS OCCURS 9 TIMES.
                   03  FILLER      PIC XX.
                   03  SB-CELL-WS  PIC X.
             02  FILLER    PIC XXX.
       01  ATTACK-HEADER-WS.
             02  FILLER      PIC X(11)  VALUE "ATTACKS ON ".
             02  AH-NAME-WS  PIC X(10).
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
                                   DISPLAY "CANNOT OPEN FLEETMST, STATUS " FLEET-FILE-STATUS " - NOT STARTING"
                                   CLOSE LOG-FILE
                                   CLOSE STATS-FILE
                                   CLOSE MATCH-FILE
                                   PERFORM SESSION-UNLOCK-FNC
                                   STOP RUN
                             END-IF
                       END-IF.
                       OPEN EXTEND SUMMARY-FILE.
                       IF SUMMARY-FILE-STATUS NOT = "00" THEN
                             IF SUMMARY-FILE-STATUS = "35" THEN
                                   CLOSE LOG-FILE
                                   CLOSE STATS-FILE
                                   CLOSE MATCH-FILE
                                   CLOSE FLEET-FILE
                                   PERFORM SESSION-UNLOCK-FNC
                                   STOP RUN
                             END-IF
                                         DISPLAY "MUST BE 2, 3, OR 4"
                                   END-IF
                             END-PERFORM
                             IF NUM-PLAYERS-WS = 4 THEN
                                   DISPLAY "TEAM PLAY (TWO AGAINST TWO)? Y/N >"
                                   ACCEPT TEAM-ANSWER-WS FROM CONSOLE
                                   IF TEAM-ANSWER-WS = "Y" THEN
                                         MOVE "Y" TO TEAM-MODE-WS
                                         PERFORM PICK-PARTNERS-FNC
                                   END-IF
                             END-IF
                             PERFORM SET-SIDES-FNC
                             IF NUM-PLAYERS-WS = 2 THEN
                                   DISPLAY "SINGLE PLAYER MODE (CPU OPPONENT)? Y/N >"
                                   ACCEPT CPU-ANSWER-WS FROM CONSOLE
                                   IF CPU-ANSWER-WS = "Y" THEN
                                         MOVE "Y" TO CPU-MODE-WS
                                         MOVE SPACE TO CPU-LEVEL-INPUT-WS
                                         PERFORM UNTIL CPU-LEVEL-INPUT-WS = "E" OR CPU-LEVEL-INPUT-WS = "M" OR CPU-LEVEL-INPUT-WS = "H"
                                               DISPLAY "CPU DIFFICULTY - E=EASY (RANDOM)  M=MEDIUM (HUNT/TARGET)  H=HARD (EXPERT) >"
                                               ACCEPT CPU-LEVEL-INPUT-WS FROM CONSOLE
                                         END-PERFORM
                                         MOVE CPU-LEVEL-INPUT-WS TO CPU-LEVEL-WS
                                   END-IF
                             END-IF
                             DISPLAY "SALVO VARIANT (ONE SHOT PER SHIP AFLOAT)? Y/N >"
                                         CLOSE LOG-FILE
                                         CLOSE STATS-FILE
                                         CLOSE MATCH-FILE
                                         CLOSE FLEET-FILE
                                         CLOSE SUMMARY-FILE
                                         PERFORM SESSION-UNLOCK-FNC
                                         STOP RUN
                       CLOSE LOG-FILE.
                       CLOSE STATS-FILE.
                       CLOSE MATCH-FILE.
                       CLOSE FLEET-FILE.
                       CLOSE SUMMARY-FILE.
                       IF BATCH-MODE-WS = "Y" THEN
                             CLOSE MOVES-FILE
               MOVE "PLAYER2" TO PLAYER-NAME-WS(2).
               MOVE "PLAYER3" TO PLAYER-NAME-WS(3).
               MOVE "PLAYER4" TO PLAYER-NAME-WS(4).
****************the machine plays under its level, so the leaderboard keeps a
****************win over the easy CPU apart from a win over the hard one
               IF CPU-MODE-WS = "Y" THEN
                     IF CPU-LEVEL-WS = "H" THEN
                           MOVE "CPU-HARD" TO PLAYER-NAME-WS(2)
                     ELSE
                           IF CPU-LEVEL-WS = "M" THEN
                                 MOVE "CPU-MEDIUM" TO PLAYER-NAME-WS(2)
                           ELSE
                                 MOVE "CPU-EASY" TO PLAYER-NAME-WS(2)
                           END-IF
                     END-IF
               END-IF.
               PERFORM OPEN-MASTER-FNC.
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > NUM-PLAYERS-WS
                     IF NOT (CPU-MODE-WS = "Y" AND CHK-Z = 2) THEN
                           IF MASTER-ON-WS = "N" THEN
                                 DISPLAY "ENTER NAME FOR PLAYER " CHK-Z " (BLANK FOR PLAYER" CHK-Z ") >"
                                 ACCEPT NAME-INPUT-WS FROM CONSOLE
                                 IF NAME-INPUT-WS NOT = SPACES THEN
                                       MOVE NAME-INPUT-WS TO PLAYER-NAME-WS(CHK-Z)
                                 END-IF
                           ELSE
                                 MOVE "N" TO SEAT-DONE-WS
                                 PERFORM UNTIL SEAT-DONE-WS = "Y"
                                       PERFORM ASK-SEAT-NAME-FNC
                                 END-PERFORM
                           END-IF
                     END-IF
               END-PERFORM.
               PERFORM CLOSE-MASTER-FNC.
       ASK-SEAT-NAME-FNC.
****************with a master on disk a seat takes a registered player (an alias
****************seats them under the registered name) or, when the operator
****************says so, a guest under the name as typed. banned and inactive
****************players are turned away
               DISPLAY "ENTER NAME FOR PLAYER " CHK-Z " (REGISTERED NAME OR ALIAS) >".
               ACCEPT NAME-INPUT-WS FROM CONSOLE.
               IF NAME-INPUT-WS = SPACES THEN
                     DISPLAY "A NAME IS NEEDED - PLAYERS ARE CHECKED AGAINST THE PLAYER MASTER"
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
                                       DISPLAY "NAMES STARTING CPU ARE KEPT FOR THE MACHINE SEAT"
                                 ELSE
                                       MOVE "R" TO NAME-VERDICT-WS
                                 END-IF
                           END-IF
                     END-IF
                     IF NAME-VERDICT-WS = "R" THEN
                           MOVE 0 TO DUP-SEAT-WS
                           PERFORM VARYING CHK-Y FROM 1 BY 1 UNTIL CHK-Y > CHK-Z - 1
                                 IF PLAYER-NAME-WS(CHK-Y) = RESOLVED-NAME-WS THEN
                                       MOVE CHK-Y TO DUP-SEAT-WS
                                 END-IF
                           END-PERFORM
                           IF DUP-SEAT-WS NOT = 0 THEN
                                 DISPLAY RESOLVED-NAME-WS " IS ALREADY SEATED AS PLAYER " DUP-SEAT-WS
                           ELSE
                                 IF RESOLVED-NAME-WS NOT = NAME-INPUT-WS THEN
                                       DISPLAY NAME-INPUT-WS " IS AN ALIAS - SEATED AS " RESOLVED-NAME-WS
                                 END-IF
                                 MOVE RESOLVED-NAME-WS TO PLAYER-NAME-WS(CHK-Z)
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
                           END-IF
                     END-PERFORM
               END-PERFORM.
       PICK-PARTNERS-FNC.
****************doubles: player 1 names a partner and the other two seats make up
****************the other side. blank keeps the usual table seating, 1 and 3
****************against 2 and 4, so the turns alternate between the sides
               MOVE 0 TO PARTNER-INPUT-WS.
               PERFORM UNTIL PARTNER-INPUT-WS >= 2 AND PARTNER-INPUT-WS <= 4
                     DISPLAY "PLAYER 1'S PARTNER - SEAT 2, 3 OR 4 (BLANK = 3) >"
                     ACCEPT PARTNER-INPUT-WS FROM CONSOLE
                     IF PARTNER-INPUT-WS = 0 THEN
                           MOVE 3 TO PARTNER-INPUT-WS
                     END-IF
                     IF PARTNER-INPUT-WS < 2 OR PARTNER-INPUT-WS > 4 THEN
                           DISPLAY "MUST BE 2, 3, OR 4"
                     END-IF
               END-PERFORM.
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > 4
                     IF CHK-Z = 1 OR CHK-Z = PARTNER-INPUT-WS THEN
                           MOVE 1 TO TEAM-OF-WS(CHK-Z)
                     ELSE
                           MOVE 2 TO TEAM-OF-WS(CHK-Z)
                     END-IF
               END-PERFORM.
               DISPLAY "SIDE 1: PLAYERS 1 AND " PARTNER-INPUT-WS " - SIDE 2: THE OTHER TWO".
       SET-SIDES-FNC.
****************free-for-all makes every seat its own side with no partner; in
****************doubles each seat's partner is the other seat on its side
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > 4
                     IF TEAM-MODE-WS NOT = "Y" THEN
                           MOVE CHK-Z TO TEAM-OF-WS(CHK-Z)
                     END-IF
                     MOVE 0 TO PARTNER-OF-WS(CHK-Z)
               END-PERFORM.
               IF TEAM-MODE-WS = "Y" THEN
                     PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > 4
                           PERFORM VARYING CHK-Y FROM 1 BY 1 UNTIL CHK-Y > 4
                                 IF CHK-Y NOT = CHK-Z AND TEAM-OF-WS(CHK-Y) = TEAM-OF-WS(CHK-Z) THEN
                                       MOVE CHK-Y TO PARTNER-OF-WS(CHK-Z)
                                 END-IF
                           END-PERFORM
                     END-PERFORM
               END-IF.
       GAME-FNC.
***************lay til u cant play no more
               PERFORM UNTIL INPUT-YN = "N"
*********************a resumed match keeps the ID it was registered under the first time
                     IF MATCH-ID-WS = SPACES THEN
                           PERFORM REGISTER-MATCH-FNC
                           PERFORM WRITE-FLEET-FNC
                     END-IF
                     PERFORM COUNT-ALIVE-FNC
                     PERFORM UNTIL ALIVE-COUNT-WS <= 1 OR EOF = "YES"
                     PERFORM FINISH-CHECKPOINT-FNC
************************cobol doesnt have spell-check
                     MOVE 0 TO WINNER-WS
                     MOVE 0 TO WIN-TEAM-WS
                     PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > NUM-PLAYERS-WS
                             IF P-HP(CHK-Z) NOT = 0 THEN
                                   MOVE CHK-Z TO WINNER-WS
                             END-IF
                     END-PERFORM
************************in doubles the registry's winner is the last seat still afloat
************************on the winning side, and the side goes on record beside it
                     IF ALIVE-COUNT-WS = 1 THEN
                             IF TEAM-MODE-WS = "Y" THEN
                                   MOVE TEAM-OF-WS(WINNER-WS) TO WIN-TEAM-WS
                                   DISPLAY "SIDE " WIN-TEAM-WS " WINS! (" PLAYER-NAME-WS(WINNER-WS) " AND "
                                           PLAYER-NAME-WS(PARTNER-OF-WS(WINNER-WS)) ")"
                             ELSE
                                   DISPLAY "PLAYER " WINNER-WS " WINS!"
                             END-IF
                             DISPLAY "YOU WIN EPICALLY!"
                     ELSE
                             MOVE 0 TO WINNER-WS
****************late in a match the enemy water can hold fewer untried cells than
****************you have ships - a salvo can never be bigger than the sea it has left
               MOVE 0 TO SALVO-AVAIL-WS.
****************(in doubles a partner's board is off limits, and so is any cell
****************the partner has already hit)
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > NUM-PLAYERS-WS
                     IF CHK-Z NOT = PLAYER AND TEAM-OF-WS(CHK-Z) NOT = TEAM-OF-WS(PLAYER) AND P-HP(CHK-Z) NOT = 0 THEN
                           PERFORM VARYING X FROM 1 BY 1 UNTIL X > BOARD-COLS-WS
                                 PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > BOARD-ROWS-WS
                                       IF P(PLAYER, CHK-Z, X, Y) = " " THEN
                                             IF TEAM-MODE-WS NOT = "Y" THEN
                                                   ADD 1 TO SALVO-AVAIL-WS
                                             ELSE
                                                   IF P(PARTNER-OF-WS(PLAYER), CHK-Z, X, Y) NOT = "!" THEN
                                                         ADD 1 TO SALVO-AVAIL-WS
                                                   END-IF
                                             END-IF
                                       END-IF
                                 END-PERFORM
                           END-PERFORM
                     END-IF
               END-PERFORM.
       COUNT-ALIVE-FNC.
****************how many sides still have a ship left, for the round-robin loop and the win check -
****************in free-for-all that's how many players, in doubles a side stays in while
****************either partner is afloat
               MOVE "NNNN" TO SIDE-ALIVE-TBL-WS.
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > NUM-PLAYERS-WS
                     IF P-HP(CHK-Z) NOT = 0 THEN
                           MOVE "Y" TO SIDE-ALIVE-WS(TEAM-OF-WS(CHK-Z))
                     END-IF
               END-PERFORM.
               MOVE 0 TO ALIVE-COUNT-WS.
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > 4
                     IF SIDE-ALIVE-WS(CHK-Z) = "Y" THEN
                           ADD 1 TO ALIVE-COUNT-WS
                     END-IF
               END-PERFORM.
                           MOVE 0 TO STATS-HITS-LANDED
                     END-IF
                     ADD 1 TO STATS-GAMES-PLAYED
****************************a doubles win goes to both partners, sunk or not
                     IF CHK-X = WINNER-WS THEN
                           ADD 1 TO STATS-GAMES-WON
                     ELSE
                           IF WIN-TEAM-WS NOT = 0 AND TEAM-OF-WS(CHK-X) = WIN-TEAM-WS THEN
                                 ADD 1 TO STATS-GAMES-WON
                           END-IF
                     END-IF
                     ADD SHOTS-FIRED-WS(CHK-X) TO STATS-SHOTS-FIRED
                     ADD HITS-LANDED-WS(CHK-X) TO STATS-HITS-LANDED
               WRITE MATCH-REC
                    INVALID KEY DISPLAY "WARNING: MATCH REGISTRY WRITE FAILED, STATUS " MATCH-FILE-STATUS
               END-WRITE.
       WRITE-FLEET-FNC.
****************the opening layout under the same ID - nothing has been fired
****************yet, so every P-LENG is still the full length of its ship
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
****************everything the registry knows about this match except the final result
               MOVE MATCH-ID-WS TO MATCH-ID.
               MOVE 0 TO MATCH-DURATION-SEC.
               MOVE ZEROES TO MATCH-SHOT-STATS.
               MOVE "N" TO MATCH-SIM-FLAG.
               IF CPU-MODE-WS = "Y" THEN
                     MOVE CPU-LEVEL-WS TO MATCH-CPU-LEVEL
               ELSE
                     MOVE SPACE TO MATCH-CPU-LEVEL
               END-IF.
               MOVE SPACE TO MATCH-RESULT-REASON.
               MOVE TEAM-MODE-WS TO MATCH-TEAM-MODE.
               IF TEAM-MODE-WS = "Y" THEN
                     MOVE TEAM-TBL-WS TO MATCH-TEAMS
               ELSE
                     MOVE ZEROES TO MATCH-TEAMS
               END-IF.
               MOVE 0 TO MATCH-WIN-TEAM.
       CLOSE-MATCH-FNC.
****************the match is decided - finish its registry entry with winner and
****************duration, re-creating it if the start-of-match write never landed
                     PERFORM BUILD-MATCH-REC-FNC
               END-IF.
               MOVE WINNER-WS TO MATCH-WINNER.
               MOVE WIN-TEAM-WS TO MATCH-WIN-TEAM.
               MOVE MATCH-DURATION-SEC-WS TO MATCH-DURATION-SEC.
               MOVE SHOT-STATS-WS TO MATCH-SHOT-STATS.
               IF MATCH-FOUND-WS = "N" THEN
               MOVE FIRST-BLOOD-WS   TO CKPT-FIRST-BLOOD-WS.
               MOVE PREV-SHOT-WS     TO CKPT-PREV-SHOT-WS.
               MOVE SCEN-NAME-WS     TO CKPT-SCEN-NAME-WS.
               MOVE CPU-LEVEL-WS     TO CKPT-CPU-LEVEL-WS.
               MOVE TEAM-MODE-WS     TO CKPT-TEAM-MODE-WS.
               MOVE TEAM-TBL-WS      TO CKPT-TEAM-TBL-WS.
               MOVE "N" TO CKPT-MATCH-COMPLETE-WS.
*********************each match checkpoints under its own ID - two in-flight
*********************matches stopped saving over each other's restart point
                                 MOVE "N" TO PREV-VALID-WS
                           END-IF
                           MOVE CKPT-SCEN-NAME-WS TO SCEN-NAME-WS
****************************a checkpoint from before the levels played easy
                           IF CKPT-CPU-LEVEL-WS = "M" OR CKPT-CPU-LEVEL-WS = "H" THEN
                                 MOVE CKPT-CPU-LEVEL-WS TO CPU-LEVEL-WS
                           ELSE
                                 MOVE "E" TO CPU-LEVEL-WS
                           END-IF
****************************and one from before team play was a free-for-all
                           IF CKPT-TEAM-MODE-WS = "Y" THEN
                                 MOVE "Y" TO TEAM-MODE-WS
                                 MOVE CKPT-TEAM-TBL-WS TO TEAM-TBL-WS
                           ELSE
                                 MOVE "N" TO TEAM-MODE-WS
                           END-IF
                           PERFORM SET-SIDES-FNC
                           CLOSE CHECKPOINT-FILE
                           MOVE "Y" TO RESUME-PENDING-WS
*****************************the resumed match is already on the ledger
               MOVE MATCH-ID-WS TO SUMMARY-MATCH-ID-WS.
               MOVE SUMMARY-MATCH-LINE-WS TO SUMMARY-REC.
               WRITE SUMMARY-REC.
               IF TEAM-MODE-WS = "Y" THEN
                     PERFORM VARYING TL-TEAM-WS FROM 1 BY 1 UNTIL TL-TEAM-WS > 2
                           PERFORM FILL-TEAM-LINE-FNC
                           MOVE TEAM-LINE-WS TO SUMMARY-REC
                           WRITE SUMMARY-REC
                     END-PERFORM
               END-IF.
               PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > NUM-PLAYERS-WS
                     IF SHOTS-FIRED-WS(CHK-X) = 0 THEN
                           MOVE 0 TO HIT-PCT-WS
               WRITE SUMMARY-REC.
               MOVE SPACES TO SUMMARY-REC.
               WRITE SUMMARY-REC.
       FILL-TEAM-LINE-FNC.
****************the two names on side TL-TEAM-WS in seat order, flagged if they won
               MOVE SPACES TO TL-NAME-1-WS.
               MOVE SPACES TO TL-NAME-2-WS.
               MOVE SPACES TO TL-TAG-WS.
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > NUM-PLAYERS-WS
                     IF TEAM-OF-WS(CHK-Z) = TL-TEAM-WS THEN
                           IF TL-NAME-1-WS = SPACES THEN
                                 MOVE PLAYER-NAME-WS(CHK-Z) TO TL-NAME-1-WS
                           ELSE
                                 MOVE PLAYER-NAME-WS(CHK-Z) TO TL-NAME-2-WS
                           END-IF
                     END-IF
               END-PERFORM.
               IF TL-TEAM-WS = WIN-TEAM-WS THEN
                     MOVE " - WINNERS" TO TL-TAG-WS
               END-IF.
       INPUT-YN-FNC.
               PERFORM UNTIL INPUT-YN = "Y" OR INPUT-YN = "N"
                       DISPLAY "PLAY AGAIN? Y/N (OR R TO RUN A RECONCILIATION CHECK) >"
               PERFORM EMIT-LINE-FNC.
       DISPLAY-NP-FNC.
****************free-for-all: show the current player's attack grid against each living opponent, one at a time
****************(in doubles only the other side's boards, with the partner's hits marked on them)
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > NUM-PLAYERS-WS
                     IF CHK-Z NOT = PLAYER AND TEAM-OF-WS(CHK-Z) NOT = TEAM-OF-WS(PLAYER) AND P-HP(CHK-Z) NOT = 0 THEN
                           MOVE CHK-Z TO DISP-TARGET-WS
                           MOVE PLAYER-NAME-WS(CHK-Z) TO AH-NAME-WS
                           MOVE ATTACK-HEADER-WS TO OUTPUT-LINE-WS
                           PERFORM EMIT-LINE-FNC
                           IF TEAM-MODE-WS = "Y" THEN
                                 MOVE "(* = YOUR PARTNER'S HIT)" TO OUTPUT-LINE-WS
                                 PERFORM EMIT-LINE-FNC
                           END-IF
                           MOVE "Y X|10|20|30|40|50|60|70|80|90" TO OUTPUT-LINE-WS
                           PERFORM EMIT-LINE-FNC
                           PERFORM VARYING Y FROM 1 BY 1 UNTIL Y > 9
               MOVE P(PLAYER, DISP-TARGET-WS, 8, Y) TO SB-18.
               MOVE P(PLAYER, DISP-TARGET-WS, 9, Y) TO SB-19.
               MOVE Y TO SB-20.
               IF TEAM-MODE-WS = "Y" THEN
                     PERFORM VARYING X FROM 1 BY 1 UNTIL X > 9
                           IF SB-CELL-WS(X) = SPACE AND P(PARTNER-OF-WS(PLAYER), DISP-TARGET-WS, X, Y) = "!" THEN
                                 MOVE "*" TO SB-CELL-WS(X)
                           END-IF
                     END-PERFORM
               END-IF.
               MOVE SINGLE-BOARD-WS TO OUTPUT-LINE-WS.
               PERFORM EMIT-LINE-FNC.
       INPUT-FNC.
                                   DISPLAY "YOU HAVE ALREADY TRIED THAT LOCATION!"
                                   MOVE 0 TO INPUT-XY
                             END-IF
****************************in doubles your partner's hits are on your board too
                             IF TEAM-MODE-WS = "Y" AND INPUT-X NOT = 0 AND INPUT-Y NOT = 0 THEN
                                   IF P(PARTNER-OF-WS(PLAYER), OPPONENT, INPUT-X, INPUT-Y) = "!" THEN
                                         DISPLAY "YOUR PARTNER HAS ALREADY HIT THAT LOCATION!"
                                         MOVE 0 TO INPUT-XY
                                   END-IF
                             END-IF
                             END-IF
                     END-PERFORM
                     END-IF
                     ACCEPT TARGET-INPUT-WS FROM CONSOLE
                     IF TARGET-INPUT-WS >= 1 AND TARGET-INPUT-WS <= NUM-PLAYERS-WS AND
                        TARGET-INPUT-WS NOT = PLAYER AND P-HP(TARGET-INPUT-WS) NOT = 0 THEN
****************************a partner is never fair game
                           IF TEAM-OF-WS(TARGET-INPUT-WS) = TEAM-OF-WS(PLAYER) THEN
                                 DISPLAY "THAT'S YOUR PARTNER - PICK A PLAYER ON THE OTHER SIDE"
                           ELSE
                                 MOVE TARGET-INPUT-WS TO OPPONENT
                           END-IF
                     ELSE
                           DISPLAY "NOT A VALID LIVING OPPONENT, TRY AGAIN"
                     END-IF
                     DISPLAY "WARNING: SHOTLOG WRITE FAILED, STATUS " LOG-FILE-STATUS
               END-IF.
       CPU-INPUT-FNC.
****************single-player mode: the computer takes player 2's shot, nothing
****************tried twice - how it picks the cell depends on its level
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
               DISPLAY "CPU FIRES AT " CPU-X-WS CPU-Y-WS.
               MOVE CPU-X-WS TO INPUT-X.
               MOVE CPU-Y-WS TO INPUT-Y.
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
****************a salvo isn't marked on the grid until it resolves - the cells
****************already declared in it are off limits for the rest of it
               IF SALVO-MODE-WS = "Y" THEN
                     PERFORM VARYING SALVO-CHK-WS FROM 1 BY 1 UNTIL SALVO-CHK-WS > SALVO-GOT-WS
                           IF SALVO-TGT-WS(SALVO-CHK-WS) = OPPONENT THEN
                                 MOVE "D" TO AIM-CELL-WS(SALVO-X-WS(SALVO-CHK-WS), SALVO-Y-WS(SALVO-CHK-WS))
                           END-IF
                     END-PERFORM
               END-IF.
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
       SKIP-CONSUMED-MOVES-FNC.
****************TURN-NO records were already read off this tape before the checkpoint that
****************we just resumed from was written - burn through the same number again so
                     IF MV-TARGET < 1 OR MV-TARGET > NUM-PLAYERS-WS OR MV-TARGET = MV-PLAYER THEN
                           MOVE "TARGET MISSING, SELF, OR NOT IN THIS MATCH" TO EDIT-REASON-WS
                           PERFORM EDIT-WRITE-ERR-FNC
                     ELSE
                           IF TEAM-MODE-WS = "Y" AND MV-PLAYER >= 1 AND MV-PLAYER <= NUM-PLAYERS-WS THEN
                                 IF TEAM-OF-WS(MV-TARGET) = TEAM-OF-WS(MV-PLAYER) THEN
                                       MOVE "TARGET IS THE ATTACKER'S PARTNER" TO EDIT-REASON-WS
                                       PERFORM EDIT-WRITE-ERR-FNC
                                 END-IF
                           END-IF
                     END-IF
               END-IF.
****************the duplicate-cell check only means anything on a row whose fields all landed
               END-IF.
       BATCH-CHOOSE-TARGET-FNC.
****************pull the intended target off the tape; fall back to the first living opponent if it's missing or dead
****************(a partner is never a living opponent)
               MOVE 0 TO OPPONENT.
               IF MV-TARGET NOT = 0 AND MV-TARGET NOT = PLAYER AND P-HP(MV-TARGET) NOT = 0 AND
                  TEAM-OF-WS(MV-TARGET) NOT = TEAM-OF-WS(PLAYER) THEN
                     MOVE MV-TARGET TO OPPONENT
               ELSE
                     PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > NUM-PLAYERS-WS
                           IF OPPONENT = 0 AND CHK-Z NOT = PLAYER AND P-HP(CHK-Z) NOT = 0 AND
                              TEAM-OF-WS(CHK-Z) NOT = TEAM-OF-WS(PLAYER) THEN
                                 MOVE CHK-Z TO OPPONENT
                           END-IF
                     END-PERFORM
               IF WINNER-WS = 0 THEN
                     MOVE "==== FINAL: A DRAW ====" TO COMMENT-REC
               ELSE
                     IF WIN-TEAM-WS NOT = 0 THEN
                           MOVE WIN-TEAM-WS TO COMM-FINAL-SIDE-WS
                           MOVE COMM-SIDE-FINAL-LINE-WS TO COMMENT-REC
                     ELSE
                           MOVE PLAYER-NAME-WS(WINNER-WS) TO COMM-FINAL-NAME-WS
                           MOVE COMM-FINAL-LINE-WS TO COMMENT-REC
                     END-IF
               END-IF.
               WRITE COMMENT-REC.
****************doubles: who played with whom
               IF TEAM-MODE-WS = "Y" THEN
                     PERFORM VARYING TL-TEAM-WS FROM 1 BY 1 UNTIL TL-TEAM-WS > 2
                           PERFORM FILL-TEAM-LINE-FNC
                           MOVE TEAM-LINE-WS TO COMMENT-REC
                           WRITE COMMENT-REC
                     END-PERFORM
               END-IF.
               PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > NUM-PLAYERS-WS
                     IF SHOTS-FIRED-WS(CHK-X) = 0 THEN
                           MOVE 0 TO HIT-PCT-WS
