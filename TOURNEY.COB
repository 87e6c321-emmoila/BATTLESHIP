           SELECT ROSTER-FILE ASSIGN TO "TROSTER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROSTER-FILE-STATUS.
*********the player master - a name typed in is checked here, aliases
*********resolve to the registered name, unknown and banned names stay out
           SELECT PLAYER-FILE ASSIGN TO "PLYRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PLAYER-FILE-STATUS.
*********the match registry BATTLE writes - every finished pairing is in here
           SELECT MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
       FD  ROSTER-FILE.
       01  ROSTER-REC.
           02  ROSTER-NAME   PIC X(10).
*********a G in column 12 enters somebody not on the player master as a guest
           02  FILLER        PIC X.
           02  ROSTER-GUEST  PIC X.
       FD  PLAYER-FILE.
       01  PLAYER-REC.
           02  PM-PLAYER-ID        PIC 9(5).
           02  PM-NAME             PIC X(10).
           02  PM-ALIASES.
               03  PM-ALIAS        PIC X(10) OCCURS 5 TIMES.
*********A = active, I = inactive, B = banned
           02  PM-STATUS           PIC X.
           02  PM-JOINED           PIC X(8).
       FD  MATCH-FILE.
       01  MATCH-REC.
           02  MATCH-ID            PIC X(16).
               03  MATCH-HITS-LANDED  PIC 9(3) OCCURS 4 TIMES.
*********Y means SIMULATE wrote the match - soak-test traffic, not a pairing
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
       FD  STAND-FILE.
       01  STAND-REC         PIC X(60).
       FD  TREPORT-FILE.
       01  MATCH-FILE-STATUS   PIC XX.
       01  STAND-FILE-STATUS   PIC XX.
       01  TREPORT-FILE-STATUS PIC XX.
       01  PLAYER-FILE-STATUS  PIC XX.
*********name checking against the player master - off when none is on disk
       01  MASTER-ON-WS        PIC X VALUE "N".
       01  MASTER-EOF-WS       PIC XXX.
       01  RESOLVED-NAME-WS    PIC X(10).
*********R = registered and active, I = inactive, B = banned, U = unknown
       01  NAME-VERDICT-WS     PIC X.
       01  ALIAS-NO-WS         PIC 9.
       01  NAME-INPUT-WS       PIC X(10).
       01  ROSTER-OK-WS        PIC X.
       01  REJ-TEXT-WS         PIC X(40).
*********roster lines the master turned away, listed on the report
       01  REJ-COUNT-WS        PIC 99 VALUE 0.
       01  REJ-TBL-WS.
             02  REJ-ENTRY-WS OCCURS 16 TIMES.
                   03  REJ-NAME-WS     PIC X(10).
                   03  REJ-REASON-WS   PIC X(40).
       01  REJ-LINE-WS.
             02  FILLER            PIC X(2)  VALUE "  ".
             02  REJ-LINE-NAME-WS  PIC X(10).
             02  FILLER            PIC X(3)  VALUE " - ".
             02  REJ-LINE-TEXT-WS  PIC X(40).
       01  ROSTER-EOF-WS       PIC XXX VALUE "NO".
       01  MATCH-EOF-WS        PIC XXX VALUE "NO".
*********the field: up to sixteen names and each one's running tally
                       DISPLAY "STANDINGS ON TSTAND, FULL REPORT ON TOURNRPT".
                       STOP RUN.
       LOAD-ROSTER-FNC.
****************sixteen seats; anybody past that waits for the next bracket.
****************every name is checked against the player master first: an
****************alias is entered under the registered name, and an unknown
****************name only gets in when its line is marked as a guest
               OPEN INPUT ROSTER-FILE.
               IF ROSTER-FILE-STATUS NOT = "00" THEN
                     CLOSE ROSTER-FILE
                     DISPLAY "NO TROSTER FILE FOUND, NOTHING TO DRIVE"
                     STOP RUN
               END-IF.
               PERFORM OPEN-MASTER-FNC.
               PERFORM UNTIL ROSTER-EOF-WS = "YES"
                     READ ROSTER-FILE
                          AT END MOVE "YES" TO ROSTER-EOF-WS
                     END-READ
                     IF ROSTER-EOF-WS NOT = "YES" AND ROSTER-NAME NOT = SPACES THEN
                           PERFORM CHECK-ROSTER-NAME-FNC
                     END-IF
                     IF ROSTER-EOF-WS NOT = "YES" AND ROSTER-NAME NOT = SPACES AND ROSTER-OK-WS = "Y" THEN
                           IF TRN-COUNT-WS < 16 THEN
                                 ADD 1 TO TRN-COUNT-WS
                                 MOVE RESOLVED-NAME-WS TO TRN-NAME-WS(TRN-COUNT-WS)
                                 MOVE 0 TO TRN-WINS-WS(TRN-COUNT-WS)
                                 MOVE 0 TO TRN-LOSSES-WS(TRN-COUNT-WS)
                                 MOVE 0 TO TRN-POINTS-WS(TRN-COUNT-WS)
                     END-IF
               END-PERFORM.
               CLOSE ROSTER-FILE.
               PERFORM CLOSE-MASTER-FNC.
       CHECK-ROSTER-NAME-FNC.
****************one roster line past the master, and past the names already entered
               MOVE "Y" TO ROSTER-OK-WS.
               MOVE ROSTER-NAME TO NAME-INPUT-WS.
               MOVE ROSTER-NAME TO RESOLVED-NAME-WS.
               IF MASTER-ON-WS = "Y" THEN
                     PERFORM RESOLVE-NAME-FNC
                     IF NAME-VERDICT-WS = "B" THEN
                           MOVE "N" TO ROSTER-OK-WS
                           MOVE "BANNED - NOT ENTERED" TO REJ-TEXT-WS
                     END-IF
                     IF NAME-VERDICT-WS = "I" THEN
                           MOVE "N" TO ROSTER-OK-WS
                           MOVE "INACTIVE - NOT ENTERED" TO REJ-TEXT-WS
                     END-IF
                     IF NAME-VERDICT-WS = "U" AND ROSTER-GUEST NOT = "G" THEN
                           MOVE "N" TO ROSTER-OK-WS
                           MOVE "NOT REGISTERED - G IN COL 12 FOR A GUEST" TO REJ-TEXT-WS
                     END-IF
               END-IF.
****************a guest can be called anything but the machine's names
               IF ROSTER-OK-WS = "Y" AND ROSTER-GUEST = "G" AND ROSTER-NAME(1:3) = "CPU" AND
                  (MASTER-ON-WS = "N" OR NAME-VERDICT-WS = "U") THEN
                     MOVE "N" TO ROSTER-OK-WS
                     MOVE "CPU NAMES ARE KEPT FOR THE MACHINE SEATS" TO REJ-TEXT-WS
               END-IF.
               IF ROSTER-OK-WS = "Y" THEN
                     PERFORM VARYING TRN-I-WS FROM 1 BY 1 UNTIL TRN-I-WS > TRN-COUNT-WS
                           IF TRN-NAME-WS(TRN-I-WS) = RESOLVED-NAME-WS THEN
                                 MOVE "N" TO ROSTER-OK-WS
                                 MOVE "ALREADY ON THE ROSTER - NOT ENTERED TWICE" TO REJ-TEXT-WS
                           END-IF
                     END-PERFORM
               END-IF.
               IF ROSTER-OK-WS = "N" THEN
                     DISPLAY "ROSTER NAME " ROSTER-NAME ": " REJ-TEXT-WS
                     IF REJ-COUNT-WS < 16 THEN
                           ADD 1 TO REJ-COUNT-WS
                           MOVE REJ-TEXT-WS TO REJ-REASON-WS(REJ-COUNT-WS)
                           MOVE ROSTER-NAME TO REJ-NAME-WS(REJ-COUNT-WS)
                     END-IF
               ELSE
                     IF RESOLVED-NAME-WS NOT = ROSTER-NAME THEN
                           DISPLAY "ROSTER NAME " ROSTER-NAME " IS AN ALIAS - ENTERED AS " RESOLVED-NAME-WS
                     END-IF
               END-IF.
       BUILD-PAIRINGS-FNC.
****************everybody plays everybody once
               MOVE 0 TO PAIR-COUNT-WS.
                           END-IF
                     END-PERFORM
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
       COMPUTE-TIEBREAK-FNC.
****************the tiebreak: hit percentage over this tournament's own matches,
****************accumulated while the registry was scanned - nobody's lifetime
                     MOVE STAND-LINE-WS TO TREPORT-REC
                     WRITE TREPORT-REC
               END-PERFORM.
               IF REJ-COUNT-WS NOT = 0 THEN
                     MOVE "ROSTER NAMES TURNED AWAY BY THE PLAYER MASTER:" TO TREPORT-REC
                     WRITE TREPORT-REC
                     PERFORM VARYING TRN-I-WS FROM 1 BY 1 UNTIL TRN-I-WS > REJ-COUNT-WS
                           MOVE REJ-NAME-WS(TRN-I-WS) TO REJ-LINE-NAME-WS
                           MOVE REJ-REASON-WS(TRN-I-WS) TO REJ-LINE-TEXT-WS
                           MOVE REJ-LINE-WS TO TREPORT-REC
                           WRITE TREPORT-REC
                     END-PERFORM
               END-IF.
               MOVE "ROUND-ROBIN SCHEDULE:" TO TREPORT-REC.
               WRITE TREPORT-REC.
               MOVE 0 TO QUEUED-COUNT-WS.
