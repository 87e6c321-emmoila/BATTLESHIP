       IDENTIFICATION DIVISION.
       PROGRAM-ID. RIVALRY.
*********head-to-head records - PLYRSTAT and the ladder say how somebody does
*********against the field, never how they do against one particular
*********opponent, and that's the argument at the bar. this job walks the
*********match registry in play order and keeps one record per pair of
*********players who have met: meetings, wins each way, draws, the
*********meetings somebody else at the table won, both players' shots and
*********hits together, the current and longest winning run, and when they
*********last met. an update run picks up after the bookmark like RATING's;
*********a full rebuild replays the whole registry from scratch after a
*********merge or correction. simulated matches never count - the soak
*********tester doesn't have rivals - and partners in a doubles match
*********aren't rivals either, only seats on opposite sides meet
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCH-ID
               FILE STATUS IS MATCH-FILE-STATUS.
*********one record per pair, the two names in alphabetical order
           SELECT RIVAL-FILE ASSIGN TO "RIVALS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RIV-KEY
               FILE STATUS IS RIVAL-FILE-STATUS.
*********one little record remembering the last match already tallied
           SELECT CONTROL-FILE ASSIGN TO "RIVALCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
*********everybody's record against everybody, and the worst beatings
           SELECT REPORT-FILE ASSIGN TO "RIVALRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  MATCH-FILE.
       01  MATCH-REC.
           02  MATCH-ID            PIC X(16).
           02  MATCH-START-DATE    PIC X(8).
           02  MATCH-START-TIME    PIC X(6).
           02  MATCH-PLAYER-NAMES.
               03  MATCH-PLAYER-NAME  PIC X(10) OCCURS 4 TIMES.
           02  MATCH-NUM-PLAYERS   PIC 9.
           02  MATCH-BATCH-FLAG    PIC X.
           02  MATCH-CPU-FLAG      PIC X.
           02  MATCH-SCENARIO-FLAG PIC X.
           02  MATCH-BOARD-ROWS    PIC 9.
           02  MATCH-BOARD-COLS    PIC 9.
           02  MATCH-NUM-SHIPS     PIC 9.
           02  MATCH-WINNER        PIC 9.
           02  MATCH-DURATION-SEC  PIC 9(7).
           02  MATCH-SHOT-STATS.
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
       FD  RIVAL-FILE.
       01  RIV-REC.
           02  RIV-KEY.
               03  RIV-NAME-A      PIC X(10).
               03  RIV-NAME-B      PIC X(10).
           02  RIV-GAMES           PIC 9(5).
           02  RIV-WINS-A          PIC 9(5).
           02  RIV-WINS-B          PIC 9(5).
*********no winner at all: a batch deck that ran dry, or a match voided
           02  RIV-DRAWS           PIC 9(5).
*********a three- or four-seat meeting won by somebody else at the table
           02  RIV-OTHER-WINS      PIC 9(5).
           02  RIV-SHOTS           PIC 9(7).
           02  RIV-HITS            PIC 9(7).
*********the run going now (A, B or space for nobody) and the longest ever
           02  RIV-RUN-HOLDER      PIC X.
           02  RIV-RUN-LENGTH      PIC 9(3).
           02  RIV-BEST-HOLDER     PIC X.
           02  RIV-BEST-LENGTH     PIC 9(3).
           02  RIV-LAST-DATE       PIC X(8).
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           02  CTL-LAST-ID     PIC X(16).
       FD  REPORT-FILE.
       01  REPORT-REC        PIC X(80).
       WORKING-STORAGE SECTION.
       01  MATCH-FILE-STATUS   PIC XX.
       01  RIVAL-FILE-STATUS   PIC XX.
       01  CONTROL-FILE-STATUS PIC XX.
       01  REPORT-FILE-STATUS  PIC XX.
       01  MATCH-EOF-WS        PIC XXX.
       01  RIV-EOF-WS          PIC XXX.
       01  REBUILD-ANSWER-WS   PIC X.
*********where the last run stopped and where this one got to
       01  LAST-DONE-ID-WS     PIC X(16).
       01  HIGH-DONE-ID-WS     PIC X(16).
       01  TALLIED-COUNT-WS    PIC 9(5).
       01  SKIPPED-COUNT-WS    PIC 9(5).
*********a match still open (winner 0, no box score) parks an update run, the
*********same as RATING: it may be a killed match waiting on its checkpoint
       01  PENDING-FLAG-WS     PIC X.
       01  PENDING-ID-WS       PIC X(16).
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
*********one match's seats: which ones won, and the pair being tallied
       01  SEAT-WON-TBL-WS.
             02  SEAT-WON-WS     PIC X OCCURS 4 TIMES.
       01  SEAT-I-WS           PIC 9.
       01  SEAT-J-WS           PIC 9.
       01  SEAT-J-FROM-WS      PIC 9.
       01  SEAT-A-WS           PIC 9.
       01  SEAT-B-WS           PIC 9.
       01  RIV-FOUND-WS        PIC X.
*********the rivalry file pulled into memory for the report
       01  PAIR-COUNT-WS       PIC 9(4) VALUE 0.
       01  PAIR-LOST-WS        PIC 9(4) VALUE 0.
       01  PAIR-TBL-WS.
             02  PAIR-ENTRY-WS OCCURS 1000 TIMES.
                   03  PR-NAME-A-WS     PIC X(10).
                   03  PR-NAME-B-WS     PIC X(10).
                   03  PR-GAMES-WS      PIC 9(5).
                   03  PR-WINS-A-WS     PIC 9(5).
                   03  PR-WINS-B-WS     PIC 9(5).
                   03  PR-DRAWS-WS      PIC 9(5).
                   03  PR-OTHER-WS      PIC 9(5).
                   03  PR-SHOTS-WS      PIC 9(7).
                   03  PR-HITS-WS       PIC 9(7).
                   03  PR-BEST-HOLDER-WS PIC X.
                   03  PR-BEST-LENGTH-WS PIC 9(3).
                   03  PR-LAST-DATE-WS  PIC X(8).
       01  PR-IDX-WS           PIC 9(4).
*********every name that has met somebody, alphabetical
       01  PLY-COUNT-WS        PIC 9(4) VALUE 0.
       01  PLY-LOST-WS         PIC 9(4) VALUE 0.
       01  PLY-TBL-WS.
             02  PLY-NAME-WS     PIC X(10) OCCURS 500 TIMES.
       01  PLY-IDX-WS          PIC 9(4).
       01  PLY-JDX-WS          PIC 9(4).
       01  PLY-SEEN-WS         PIC X.
       01  PLY-HOLD-WS         PIC X(10).
       01  SORT-SWAP-WS        PIC X.
*********the lopsided list: a pair needs this many decided meetings to rank
       01  LOP-MIN-DECIDED-WS  PIC 9(3) VALUE 3.
       01  LOP-COUNT-WS        PIC 9(4) VALUE 0.
       01  LOP-TBL-WS.
             02  LOP-ENTRY-WS OCCURS 1000 TIMES.
                   03  LOP-PCT-WS      PIC 999.
                   03  LOP-DECIDED-WS  PIC 9(5).
                   03  LOP-PAIR-WS     PIC 9(4).
       01  LOP-HOLD-WS.
             02  LOP-HOLD-PCT-WS     PIC 999.
             02  LOP-HOLD-DECIDED-WS PIC 9(5).
             02  LOP-HOLD-PAIR-WS    PIC 9(4).
       01  LOP-IDX-WS          PIC 9(4).
       01  LOP-JDX-WS          PIC 9(4).
       01  DECIDED-WS          PIC 9(5).
       01  TOP-WINS-WS         PIC 9(5).
*********report lines
       01  PLAYER-HEAD-WS.
             02  FILLER            PIC X(5)  VALUE "==== ".
             02  PH-NAME-WS        PIC X(10).
             02  FILLER            PIC X(34) VALUE " - RECORD AGAINST EVERY OPPONENT".
       01  COLUMN-HEAD-WS.
             02  FILLER            PIC X(37) VALUE "  OPPONENT    MET  WON LOST DRAW OTHR".
             02  FILLER            PIC X(41) VALUE "   SHOTS    HITS  LONGEST RUN    LAST MET".
       01  RECORD-LINE-WS.
             02  FILLER            PIC X(2)  VALUE SPACES.
             02  RL-OPP-WS         PIC X(10).
             02  RL-MET-WS         PIC ZZZZ9.
             02  RL-WON-WS         PIC ZZZZ9.
             02  RL-LOST-WS        PIC ZZZZ9.
             02  RL-DRAW-WS        PIC ZZZZ9.
             02  RL-OTHER-WS       PIC ZZZZ9.
             02  RL-SHOTS-WS       PIC Z(7)9.
             02  RL-HITS-WS        PIC Z(7)9.
             02  FILLER            PIC X(2)  VALUE SPACES.
             02  RL-RUN-WS         PIC ZZ9.
             02  FILLER            PIC X     VALUE SPACE.
             02  RL-RUN-NAME-WS    PIC X(10).
             02  FILLER            PIC X     VALUE SPACE.
             02  RL-LAST-WS        PIC X(8).
       01  LOP-LINE-WS.
             02  LP-RANK-WS        PIC Z9.
             02  FILLER            PIC X(2)  VALUE ". ".
             02  LP-TOP-WS         PIC X(10).
             02  FILLER            PIC X(6)  VALUE " OVER ".
             02  LP-UNDER-WS       PIC X(10).
             02  FILLER            PIC X(2)  VALUE SPACES.
             02  LP-TOP-WINS-WS    PIC ZZZ9.
             02  FILLER            PIC X(3)  VALUE " - ".
             02  LP-UNDER-WINS-WS  PIC ZZZ9.
             02  FILLER            PIC X(3)  VALUE "  (".
             02  LP-PCT-WS         PIC ZZ9.
             02  FILLER            PIC X(18) VALUE "% OF THOSE DECIDED".
             02  FILLER            PIC X(1)  VALUE ")".
       PROCEDURE DIVISION.
*********tally what's new - or everything, when the history got corrected
                       DISPLAY "BATTLESHIP HEAD-TO-HEAD RIVALRIES".
                       DISPLAY "FULL REBUILD FROM THE WHOLE REGISTRY? Y/N (N = TALLY NEW MATCHES ONLY) >".
                       ACCEPT REBUILD-ANSWER-WS FROM CONSOLE.
                       OPEN I-O RIVAL-FILE.
                       IF RIVAL-FILE-STATUS NOT = "00" THEN
                             IF RIVAL-FILE-STATUS = "35" THEN
                                   OPEN OUTPUT RIVAL-FILE
                                   CLOSE RIVAL-FILE
                                   OPEN I-O RIVAL-FILE
                             ELSE
                                   DISPLAY "CANNOT OPEN RIVALS, STATUS " RIVAL-FILE-STATUS " - NOTHING TOUCHED"
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                             END-IF
                       END-IF.
                       IF REBUILD-ANSWER-WS = "Y" THEN
*********************************start over: empty file, forget the bookmark
                             CLOSE RIVAL-FILE
                             OPEN OUTPUT RIVAL-FILE
                             CLOSE RIVAL-FILE
                             OPEN I-O RIVAL-FILE
                             MOVE SPACES TO LAST-DONE-ID-WS
                       ELSE
                             PERFORM LOAD-CONTROL-FNC
                       END-IF.
                       MOVE LAST-DONE-ID-WS TO HIGH-DONE-ID-WS.
                       MOVE 0 TO TALLIED-COUNT-WS.
                       MOVE 0 TO SKIPPED-COUNT-WS.
                       PERFORM TALLY-REGISTRY-FNC.
                       PERFORM WRITE-CONTROL-FNC.
                       PERFORM PUBLISH-REPORT-FNC.
                       CLOSE RIVAL-FILE.
                       DISPLAY "TALLIED " TALLIED-COUNT-WS " MATCH(ES), SKIPPED " SKIPPED-COUNT-WS ", REPORT ON RIVALRPT".
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       LOAD-CONTROL-FNC.
****************no bookmark on file means nothing tallied yet
               OPEN INPUT CONTROL-FILE.
               IF CONTROL-FILE-STATUS = "00" THEN
                     READ CONTROL-FILE
                          AT END MOVE SPACES TO CTL-LAST-ID
                     END-READ
                     MOVE CTL-LAST-ID TO LAST-DONE-ID-WS
                     CLOSE CONTROL-FILE
               ELSE
                     CLOSE CONTROL-FILE
                     MOVE SPACES TO LAST-DONE-ID-WS
               END-IF.
       WRITE-CONTROL-FNC.
               MOVE SPACES TO CONTROL-REC.
               MOVE HIGH-DONE-ID-WS TO CTL-LAST-ID.
               OPEN OUTPUT CONTROL-FILE.
               IF CONTROL-FILE-STATUS = "00" THEN
                     WRITE CONTROL-REC
               END-IF.
****************a bookmark that didn't take means the next update counts these
****************meetings a second time - run a full rebuild before then
               IF CONTROL-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: RIVALCTL NOT UPDATED, STATUS " CONTROL-FILE-STATUS " - RUN A FULL REBUILD NEXT TIME"
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               CLOSE CONTROL-FILE.
       TALLY-REGISTRY-FNC.
****************down the registry in key order - play order, because the ID
****************leads with date and time - so the winning runs come out in the
****************order they happened. an update run stops at the first match
****************still open (winner 0 and no box score, not settled by ADJUDGE)
****************and leaves the bookmark before it; a rebuild steps past it
               MOVE "N" TO PENDING-FLAG-WS.
               OPEN INPUT MATCH-FILE.
               IF MATCH-FILE-STATUS NOT = "00" THEN
                     CLOSE MATCH-FILE
                     DISPLAY "NO MATCH REGISTRY FOUND, NOTHING TO TALLY"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO MATCH-EOF-WS
                     MOVE LOW-VALUES TO MATCH-ID
                     START MATCH-FILE KEY NOT < MATCH-ID
                          INVALID KEY MOVE "YES" TO MATCH-EOF-WS
                     END-START
                     PERFORM UNTIL MATCH-EOF-WS = "YES"
                           READ MATCH-FILE NEXT RECORD
                                AT END MOVE "YES" TO MATCH-EOF-WS
                           END-READ
                           IF MATCH-EOF-WS NOT = "YES" AND MATCH-ID > LAST-DONE-ID-WS THEN
                                 IF REBUILD-ANSWER-WS NOT = "Y" AND
                                    MATCH-WINNER = 0 AND MATCH-SHOT-STATS = ZEROES AND
                                    MATCH-RESULT-REASON NOT = "F" AND MATCH-RESULT-REASON NOT = "V" AND
                                    MATCH-SIM-FLAG NOT = "Y" THEN
                                       MOVE "Y" TO PENDING-FLAG-WS
                                       MOVE MATCH-ID TO PENDING-ID-WS
                                       MOVE "YES" TO MATCH-EOF-WS
                                 ELSE
                                       IF MATCH-SIM-FLAG = "Y" OR
                                          (MATCH-WINNER = 0 AND MATCH-SHOT-STATS = ZEROES AND
                                           MATCH-RESULT-REASON NOT = "F" AND MATCH-RESULT-REASON NOT = "V") THEN
                                             ADD 1 TO SKIPPED-COUNT-WS
                                       ELSE
                                             PERFORM TALLY-ONE-MATCH-FNC
                                             ADD 1 TO TALLIED-COUNT-WS
                                       END-IF
                                       IF MATCH-ID > HIGH-DONE-ID-WS THEN
                                             MOVE MATCH-ID TO HIGH-DONE-ID-WS
                                       END-IF
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE MATCH-FILE
               END-IF.
               IF PENDING-FLAG-WS = "Y" THEN
                     DISPLAY "UPDATE STOPPED AT STILL-OPEN MATCH " PENDING-ID-WS
                     DISPLAY "FINISH OR RESUME IT, OR SETTLE IT WITH ADJUDGE, AND RERUN - OR RUN A FULL REBUILD TO MOVE PAST IT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       TALLY-ONE-MATCH-FNC.
****************who won at this table - the winning seat, or in doubles both
****************seats on the winning side - then every pair of opponents in turn
               MOVE "NNNN" TO SEAT-WON-TBL-WS.
               IF MATCH-WINNER >= 1 AND MATCH-WINNER <= 4 THEN
                     MOVE "Y" TO SEAT-WON-WS(MATCH-WINNER)
                     IF MATCH-TEAM-MODE = "Y" THEN
                           PERFORM VARYING SEAT-I-WS FROM 1 BY 1 UNTIL SEAT-I-WS > 4
                                 IF MATCH-TEAM-OF(SEAT-I-WS) = MATCH-TEAM-OF(MATCH-WINNER) THEN
                                       MOVE "Y" TO SEAT-WON-WS(SEAT-I-WS)
                                 END-IF
                           END-PERFORM
                     END-IF
               END-IF.
               PERFORM VARYING SEAT-I-WS FROM 1 BY 1 UNTIL SEAT-I-WS >= MATCH-NUM-PLAYERS
                     COMPUTE SEAT-J-FROM-WS = SEAT-I-WS + 1
                     PERFORM VARYING SEAT-J-WS FROM SEAT-J-FROM-WS BY 1 UNTIL SEAT-J-WS > MATCH-NUM-PLAYERS
****************************a seat against itself by name, a blank seat, or a
****************************partner is no rivalry
                           IF MATCH-PLAYER-NAME(SEAT-I-WS) NOT = SPACES AND
                              MATCH-PLAYER-NAME(SEAT-J-WS) NOT = SPACES AND
                              MATCH-PLAYER-NAME(SEAT-I-WS) NOT = MATCH-PLAYER-NAME(SEAT-J-WS) THEN
                                 IF MATCH-TEAM-MODE NOT = "Y" OR
                                    MATCH-TEAM-OF(SEAT-I-WS) NOT = MATCH-TEAM-OF(SEAT-J-WS) THEN
                                       PERFORM TALLY-PAIR-FNC
                                 END-IF
                           END-IF
                     END-PERFORM
               END-PERFORM.
       TALLY-PAIR-FNC.
****************one meeting onto the pair's record - A is always the name
****************that sorts first, so the pair has exactly one key
               IF MATCH-PLAYER-NAME(SEAT-I-WS) < MATCH-PLAYER-NAME(SEAT-J-WS) THEN
                     MOVE SEAT-I-WS TO SEAT-A-WS
                     MOVE SEAT-J-WS TO SEAT-B-WS
               ELSE
                     MOVE SEAT-J-WS TO SEAT-A-WS
                     MOVE SEAT-I-WS TO SEAT-B-WS
               END-IF.
               MOVE MATCH-PLAYER-NAME(SEAT-A-WS) TO RIV-NAME-A.
               MOVE MATCH-PLAYER-NAME(SEAT-B-WS) TO RIV-NAME-B.
               READ RIVAL-FILE
                    INVALID KEY MOVE "N" TO RIV-FOUND-WS
                    NOT INVALID KEY MOVE "Y" TO RIV-FOUND-WS
               END-READ.
               IF RIV-FOUND-WS = "N" THEN
                     MOVE MATCH-PLAYER-NAME(SEAT-A-WS) TO RIV-NAME-A
                     MOVE MATCH-PLAYER-NAME(SEAT-B-WS) TO RIV-NAME-B
                     MOVE 0 TO RIV-GAMES
                     MOVE 0 TO RIV-WINS-A
                     MOVE 0 TO RIV-WINS-B
                     MOVE 0 TO RIV-DRAWS
                     MOVE 0 TO RIV-OTHER-WINS
                     MOVE 0 TO RIV-SHOTS
                     MOVE 0 TO RIV-HITS
                     MOVE SPACE TO RIV-RUN-HOLDER
                     MOVE 0 TO RIV-RUN-LENGTH
                     MOVE SPACE TO RIV-BEST-HOLDER
                     MOVE 0 TO RIV-BEST-LENGTH
               END-IF.
               ADD 1 TO RIV-GAMES.
               ADD MATCH-SHOTS-FIRED(SEAT-A-WS) TO RIV-SHOTS.
               ADD MATCH-SHOTS-FIRED(SEAT-B-WS) TO RIV-SHOTS.
               ADD MATCH-HITS-LANDED(SEAT-A-WS) TO RIV-HITS.
               ADD MATCH-HITS-LANDED(SEAT-B-WS) TO RIV-HITS.
               MOVE MATCH-START-DATE TO RIV-LAST-DATE.
****************a win keeps or starts that player's run; anything else - a
****************draw, or a third seat taking the match - breaks it
               IF SEAT-WON-WS(SEAT-A-WS) = "Y" THEN
                     ADD 1 TO RIV-WINS-A
                     IF RIV-RUN-HOLDER = "A" THEN
                           ADD 1 TO RIV-RUN-LENGTH
                     ELSE
                           MOVE "A" TO RIV-RUN-HOLDER
                           MOVE 1 TO RIV-RUN-LENGTH
                     END-IF
               ELSE
                     IF SEAT-WON-WS(SEAT-B-WS) = "Y" THEN
                           ADD 1 TO RIV-WINS-B
                           IF RIV-RUN-HOLDER = "B" THEN
                                 ADD 1 TO RIV-RUN-LENGTH
                           ELSE
                                 MOVE "B" TO RIV-RUN-HOLDER
                                 MOVE 1 TO RIV-RUN-LENGTH
                           END-IF
                     ELSE
                           IF MATCH-WINNER = 0 THEN
                                 ADD 1 TO RIV-DRAWS
                           ELSE
                                 ADD 1 TO RIV-OTHER-WINS
                           END-IF
                           MOVE SPACE TO RIV-RUN-HOLDER
                           MOVE 0 TO RIV-RUN-LENGTH
                     END-IF
               END-IF.
               IF RIV-RUN-LENGTH > RIV-BEST-LENGTH THEN
                     MOVE RIV-RUN-HOLDER TO RIV-BEST-HOLDER
                     MOVE RIV-RUN-LENGTH TO RIV-BEST-LENGTH
               END-IF.
               IF RIV-FOUND-WS = "N" THEN
                     WRITE RIV-REC
               ELSE
                     REWRITE RIV-REC
               END-IF.
               IF RIVAL-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: RIVALS WRITE FAILED FOR " RIV-NAME-A " / " RIV-NAME-B ", STATUS " RIVAL-FILE-STATUS
                     MOVE 8 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       PUBLISH-REPORT-FNC.
****************the file into memory, then a page section per player and the
****************lopsided list at the back
               PERFORM LOAD-PAIRS-FNC.
               OPEN OUTPUT REPORT-FILE.
               IF REPORT-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: CANNOT OPEN RIVALRPT, STATUS " REPORT-FILE-STATUS " - NO REPORT WRITTEN"
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     PERFORM WRITE-REPORT-FNC
                     CLOSE REPORT-FILE
               END-IF.
       WRITE-REPORT-FNC.
               MOVE "==== BATTLESHIP HEAD-TO-HEAD RIVALRIES ====" TO REPORT-REC.
               WRITE REPORT-REC.
               MOVE "(OTHR = MEETINGS WON BY A THIRD SEAT AT THE TABLE)" TO REPORT-REC.
               WRITE REPORT-REC.
               IF PAIR-COUNT-WS = 0 THEN
                     MOVE "  (NOBODY HAS MET ANYBODY YET)" TO REPORT-REC
                     WRITE REPORT-REC
               ELSE
                     PERFORM VARYING PLY-IDX-WS FROM 1 BY 1 UNTIL PLY-IDX-WS > PLY-COUNT-WS
                           PERFORM PLAYER-SECTION-FNC
                     END-PERFORM
                     PERFORM LOPSIDED-SECTION-FNC
               END-IF.
               IF PAIR-LOST-WS NOT = 0 THEN
                     MOVE "WARNING: MORE PAIRS THAN THE REPORT TABLE HOLDS, SOME NOT LISTED" TO REPORT-REC
                     WRITE REPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               IF PLY-LOST-WS NOT = 0 THEN
                     MOVE "WARNING: MORE PLAYERS THAN THE REPORT TABLE HOLDS, SOME HAVE NO SECTION" TO REPORT-REC
                     WRITE REPORT-REC
                     DISPLAY "WARNING: " PLY-LOST-WS " PLAYERS OVER THE 500-NAME TABLE, NOT IN THE REPORT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       LOAD-PAIRS-FNC.
****************every pair in key order, and every name on them, no repeats
               MOVE 0 TO PAIR-COUNT-WS.
               MOVE 0 TO PAIR-LOST-WS.
               MOVE 0 TO PLY-COUNT-WS.
               MOVE 0 TO PLY-LOST-WS.
               MOVE "NO" TO RIV-EOF-WS.
               MOVE LOW-VALUES TO RIV-KEY.
               START RIVAL-FILE KEY NOT < RIV-KEY
                    INVALID KEY MOVE "YES" TO RIV-EOF-WS
               END-START.
               PERFORM UNTIL RIV-EOF-WS = "YES"
                     READ RIVAL-FILE NEXT RECORD
                          AT END MOVE "YES" TO RIV-EOF-WS
                     END-READ
                     IF RIV-EOF-WS NOT = "YES" THEN
                           IF PAIR-COUNT-WS < 1000 THEN
                                 ADD 1 TO PAIR-COUNT-WS
                                 MOVE RIV-NAME-A TO PR-NAME-A-WS(PAIR-COUNT-WS)
                                 MOVE RIV-NAME-B TO PR-NAME-B-WS(PAIR-COUNT-WS)
                                 MOVE RIV-GAMES TO PR-GAMES-WS(PAIR-COUNT-WS)
                                 MOVE RIV-WINS-A TO PR-WINS-A-WS(PAIR-COUNT-WS)
                                 MOVE RIV-WINS-B TO PR-WINS-B-WS(PAIR-COUNT-WS)
                                 MOVE RIV-DRAWS TO PR-DRAWS-WS(PAIR-COUNT-WS)
                                 MOVE RIV-OTHER-WINS TO PR-OTHER-WS(PAIR-COUNT-WS)
                                 MOVE RIV-SHOTS TO PR-SHOTS-WS(PAIR-COUNT-WS)
                                 MOVE RIV-HITS TO PR-HITS-WS(PAIR-COUNT-WS)
                                 MOVE RIV-BEST-HOLDER TO PR-BEST-HOLDER-WS(PAIR-COUNT-WS)
                                 MOVE RIV-BEST-LENGTH TO PR-BEST-LENGTH-WS(PAIR-COUNT-WS)
                                 MOVE RIV-LAST-DATE TO PR-LAST-DATE-WS(PAIR-COUNT-WS)
                                 MOVE RIV-NAME-A TO PLY-HOLD-WS
                                 PERFORM NOTE-PLAYER-FNC
                                 MOVE RIV-NAME-B TO PLY-HOLD-WS
                                 PERFORM NOTE-PLAYER-FNC
                           ELSE
                                 ADD 1 TO PAIR-LOST-WS
                           END-IF
                     END-IF
               END-PERFORM.
****************names alphabetical, so the report reads like a phone book
               MOVE "Y" TO SORT-SWAP-WS.
               PERFORM UNTIL SORT-SWAP-WS = "N"
                     MOVE "N" TO SORT-SWAP-WS
                     PERFORM VARYING PLY-IDX-WS FROM 1 BY 1 UNTIL PLY-IDX-WS >= PLY-COUNT-WS
                           COMPUTE PLY-JDX-WS = PLY-IDX-WS + 1
                           IF PLY-NAME-WS(PLY-JDX-WS) < PLY-NAME-WS(PLY-IDX-WS) THEN
                                 MOVE PLY-NAME-WS(PLY-IDX-WS) TO PLY-HOLD-WS
                                 MOVE PLY-NAME-WS(PLY-JDX-WS) TO PLY-NAME-WS(PLY-IDX-WS)
                                 MOVE PLY-HOLD-WS TO PLY-NAME-WS(PLY-JDX-WS)
                                 MOVE "Y" TO SORT-SWAP-WS
                           END-IF
                     END-PERFORM
               END-PERFORM.
       NOTE-PLAYER-FNC.
               MOVE "N" TO PLY-SEEN-WS.
               PERFORM VARYING PLY-JDX-WS FROM 1 BY 1 UNTIL PLY-JDX-WS > PLY-COUNT-WS
                     IF PLY-NAME-WS(PLY-JDX-WS) = PLY-HOLD-WS THEN
                           MOVE "Y" TO PLY-SEEN-WS
                     END-IF
               END-PERFORM.
               IF PLY-SEEN-WS = "N" THEN
                     IF PLY-COUNT-WS < 500 THEN
                           ADD 1 TO PLY-COUNT-WS
                           MOVE PLY-HOLD-WS TO PLY-NAME-WS(PLY-COUNT-WS)
                     ELSE
                           ADD 1 TO PLY-LOST-WS
                     END-IF
               END-IF.
       PLAYER-SECTION-FNC.
****************one player's record against each opponent. the pairs are in
****************key order, so the ones where this player sorts second (their
****************opponent first) come before the ones where they sort first,
****************and the opponents come out alphabetical either way
               MOVE SPACES TO REPORT-REC.
               WRITE REPORT-REC.
               MOVE PLY-NAME-WS(PLY-IDX-WS) TO PH-NAME-WS.
               MOVE PLAYER-HEAD-WS TO REPORT-REC.
               WRITE REPORT-REC.
               MOVE COLUMN-HEAD-WS TO REPORT-REC.
               WRITE REPORT-REC.
               PERFORM VARYING PR-IDX-WS FROM 1 BY 1 UNTIL PR-IDX-WS > PAIR-COUNT-WS
                     IF PR-NAME-A-WS(PR-IDX-WS) = PLY-NAME-WS(PLY-IDX-WS) OR
                        PR-NAME-B-WS(PR-IDX-WS) = PLY-NAME-WS(PLY-IDX-WS) THEN
                           PERFORM RECORD-LINE-FNC
                     END-IF
               END-PERFORM.
       RECORD-LINE-FNC.
****************the pair from this player's side of the table
               IF PR-NAME-A-WS(PR-IDX-WS) = PLY-NAME-WS(PLY-IDX-WS) THEN
                     MOVE PR-NAME-B-WS(PR-IDX-WS) TO RL-OPP-WS
                     MOVE PR-WINS-A-WS(PR-IDX-WS) TO RL-WON-WS
                     MOVE PR-WINS-B-WS(PR-IDX-WS) TO RL-LOST-WS
               ELSE
                     MOVE PR-NAME-A-WS(PR-IDX-WS) TO RL-OPP-WS
                     MOVE PR-WINS-B-WS(PR-IDX-WS) TO RL-WON-WS
                     MOVE PR-WINS-A-WS(PR-IDX-WS) TO RL-LOST-WS
               END-IF.
               MOVE PR-GAMES-WS(PR-IDX-WS) TO RL-MET-WS.
               MOVE PR-DRAWS-WS(PR-IDX-WS) TO RL-DRAW-WS.
               MOVE PR-OTHER-WS(PR-IDX-WS) TO RL-OTHER-WS.
               MOVE PR-SHOTS-WS(PR-IDX-WS) TO RL-SHOTS-WS.
               MOVE PR-HITS-WS(PR-IDX-WS) TO RL-HITS-WS.
               MOVE PR-BEST-LENGTH-WS(PR-IDX-WS) TO RL-RUN-WS.
               IF PR-BEST-HOLDER-WS(PR-IDX-WS) = "A" THEN
                     MOVE PR-NAME-A-WS(PR-IDX-WS) TO RL-RUN-NAME-WS
               ELSE
                     IF PR-BEST-HOLDER-WS(PR-IDX-WS) = "B" THEN
                           MOVE PR-NAME-B-WS(PR-IDX-WS) TO RL-RUN-NAME-WS
                     ELSE
                           MOVE "(NONE)" TO RL-RUN-NAME-WS
                     END-IF
               END-IF.
               MOVE PR-LAST-DATE-WS(PR-IDX-WS) TO RL-LAST-WS.
               MOVE RECORD-LINE-WS TO REPORT-REC.
               WRITE REPORT-REC.
       LOPSIDED-SECTION-FNC.
****************the one-sided ones: share of the decided meetings (wins either
****************way) taken by the stronger player, most one-sided first, more
****************meetings breaking a tie - top ten, and only pairs that have
****************settled enough meetings for the number to mean something
               MOVE 0 TO LOP-COUNT-WS.
               PERFORM VARYING PR-IDX-WS FROM 1 BY 1 UNTIL PR-IDX-WS > PAIR-COUNT-WS
                     COMPUTE DECIDED-WS = PR-WINS-A-WS(PR-IDX-WS) + PR-WINS-B-WS(PR-IDX-WS)
                     IF DECIDED-WS >= LOP-MIN-DECIDED-WS THEN
                           IF PR-WINS-A-WS(PR-IDX-WS) >= PR-WINS-B-WS(PR-IDX-WS) THEN
                                 MOVE PR-WINS-A-WS(PR-IDX-WS) TO TOP-WINS-WS
                           ELSE
                                 MOVE PR-WINS-B-WS(PR-IDX-WS) TO TOP-WINS-WS
                           END-IF
                           ADD 1 TO LOP-COUNT-WS
                           COMPUTE LOP-PCT-WS(LOP-COUNT-WS) ROUNDED = TOP-WINS-WS * 100 / DECIDED-WS
                           MOVE DECIDED-WS TO LOP-DECIDED-WS(LOP-COUNT-WS)
                           MOVE PR-IDX-WS TO LOP-PAIR-WS(LOP-COUNT-WS)
                     END-IF
               END-PERFORM.
               MOVE "Y" TO SORT-SWAP-WS.
               PERFORM UNTIL SORT-SWAP-WS = "N"
                     MOVE "N" TO SORT-SWAP-WS
                     PERFORM VARYING LOP-IDX-WS FROM 1 BY 1 UNTIL LOP-IDX-WS >= LOP-COUNT-WS
                           COMPUTE LOP-JDX-WS = LOP-IDX-WS + 1
                           IF LOP-PCT-WS(LOP-JDX-WS) > LOP-PCT-WS(LOP-IDX-WS) OR
                              (LOP-PCT-WS(LOP-JDX-WS) = LOP-PCT-WS(LOP-IDX-WS) AND
                               LOP-DECIDED-WS(LOP-JDX-WS) > LOP-DECIDED-WS(LOP-IDX-WS)) THEN
                                 MOVE LOP-ENTRY-WS(LOP-IDX-WS) TO LOP-HOLD-WS
                                 MOVE LOP-ENTRY-WS(LOP-JDX-WS) TO LOP-ENTRY-WS(LOP-IDX-WS)
                                 MOVE LOP-HOLD-WS TO LOP-ENTRY-WS(LOP-JDX-WS)
                                 MOVE "Y" TO SORT-SWAP-WS
                           END-IF
                     END-PERFORM
               END-PERFORM.
               MOVE SPACES TO REPORT-REC.
               WRITE REPORT-REC.
               MOVE "==== MOST LOPSIDED RIVALRIES ====" TO REPORT-REC.
               WRITE REPORT-REC.
               IF LOP-COUNT-WS = 0 THEN
                     MOVE "  (NO PAIR HAS SETTLED ENOUGH MEETINGS YET)" TO REPORT-REC
                     WRITE REPORT-REC
               ELSE
                     PERFORM VARYING LOP-IDX-WS FROM 1 BY 1 UNTIL LOP-IDX-WS > LOP-COUNT-WS OR LOP-IDX-WS > 10
                           MOVE LOP-PAIR-WS(LOP-IDX-WS) TO PR-IDX-WS
                           MOVE LOP-IDX-WS TO LP-RANK-WS
                           IF PR-WINS-A-WS(PR-IDX-WS) >= PR-WINS-B-WS(PR-IDX-WS) THEN
                                 MOVE PR-NAME-A-WS(PR-IDX-WS) TO LP-TOP-WS
                                 MOVE PR-NAME-B-WS(PR-IDX-WS) TO LP-UNDER-WS
                                 MOVE PR-WINS-A-WS(PR-IDX-WS) TO LP-TOP-WINS-WS
                                 MOVE PR-WINS-B-WS(PR-IDX-WS) TO LP-UNDER-WINS-WS
                           ELSE
                                 MOVE PR-NAME-B-WS(PR-IDX-WS) TO LP-TOP-WS
                                 MOVE PR-NAME-A-WS(PR-IDX-WS) TO LP-UNDER-WS
                                 MOVE PR-WINS-B-WS(PR-IDX-WS) TO LP-TOP-WINS-WS
                                 MOVE PR-WINS-A-WS(PR-IDX-WS) TO LP-UNDER-WINS-WS
                           END-IF
                           MOVE LOP-PCT-WS(LOP-IDX-WS) TO LP-PCT-WS
                           MOVE LOP-LINE-WS TO REPORT-REC
                           WRITE REPORT-REC
                     END-PERFORM
               END-IF.
