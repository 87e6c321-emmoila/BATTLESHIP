               03  MATCH-SHOTS-FIRED  PIC 9(3) OCCURS 4 TIMES.
               03  MATCH-HITS-LANDED  PIC 9(3) OCCURS 4 TIMES.
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
       FD  LOCK-FILE.
       01  LOCK-REC.
           02  LOCK-STATE    PIC X(6).
****************exactly the arithmetic UPDATE-STATS-FNC does at match end.
****************simulated matches never touched PLYRSTAT, so they don't here;
****************a match that was never closed (winner 0 with a zeroed box
****************score) never reached the stats update either, so it's skipped -
****************unless the adjudication run settled it, which posted it
               DISPLAY "REBUILD WIPES PLYRSTAT AND RECOUNTS FROM MATCHMST - PROCEED? Y/N >".
               ACCEPT CONFIRM-WS FROM CONSOLE.
               IF CONFIRM-WS NOT = "Y" THEN
                                       IF MATCH-SIM-FLAG = "Y" THEN
                                             ADD 1 TO REBUILD-SIM-CNT-WS
                                       ELSE
                                             IF MATCH-WINNER = 0 AND MATCH-SHOT-STATS = ZEROES AND
                                                MATCH-RESULT-REASON NOT = "F" AND MATCH-RESULT-REASON NOT = "V" THEN
                                                   ADD 1 TO REBUILD-SKIP-CNT-WS
                                             ELSE
                                                   ADD 1 TO REBUILD-MATCH-CNT-WS
                                 MOVE 0 TO STATS-HITS-LANDED
                           END-IF
                           ADD 1 TO STATS-GAMES-PLAYED
****************************a doubles win belongs to both partners
                           IF SEAT-NO-WS = MATCH-WINNER THEN
                                 ADD 1 TO STATS-GAMES-WON
                           ELSE
                                 IF MATCH-TEAM-MODE = "Y" AND MATCH-WIN-TEAM NOT = 0 AND
                                    MATCH-TEAM-OF(SEAT-NO-WS) = MATCH-WIN-TEAM THEN
                                       ADD 1 TO STATS-GAMES-WON
                                 END-IF
                           END-IF
                           ADD MATCH-SHOTS-FIRED(SEAT-NO-WS) TO STATS-SHOTS-FIRED
                           ADD MATCH-HITS-LANDED(SEAT-NO-WS) TO STATS-HITS-LANDED
