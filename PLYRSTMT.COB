       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLYRSTMT.
*********player statements - a player's history is spread over the live
*********leaderboard (PLYRSTAT), the rating ladder and its history, the frozen
*********seasons (SEASHIST), the tournament standings (TSTAND) and the match
*********registry itself, and "how am I doing" meant running four programs.
*********this run prints one page per player pulling all of it together for
*********a period: every match in it, the rating going in and coming out,
*********where the player sits in the live season, how past seasons finished,
*********the latest tournament placing, and period totals set against
*********PLYRSTAT so the page can be trusted. one player, or every active
*********player on the master - the stack handed out at the season party
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*********the player master - who is active, and what an alias resolves to
           SELECT PLAYER-FILE ASSIGN TO "PLYRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PLAYER-FILE-STATUS.
           SELECT MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCH-ID
               FILE STATUS IS MATCH-FILE-STATUS.
*********the live season's leaderboard
           SELECT STATS-FILE ASSIGN TO "PLYRSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STATS-NAME
               FILE STATUS IS STATS-FILE-STATUS.
*********today's ladder, and every change RATING ever made to it
           SELECT RATING-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-NAME
               FILE STATUS IS RATING-FILE-STATUS.
           SELECT RHIST-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS RHIST-FILE-STATUS.
*********the frozen seasons, and when the live one started
           SELECT HIST-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT CONTROL-FILE ASSIGN TO "SEASCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
*********the latest tournament's standings, best first, as TOURNEY left them
           SELECT STAND-FILE ASSIGN TO "TSTAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAND-FILE-STATUS.
*********the statements, a page per player
           SELECT STMT-FILE ASSIGN TO "STMTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STMT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
       FD  STATS-FILE.
       01  STATS-REC.
           02  STATS-NAME          PIC X(10).
           02  STATS-GAMES-PLAYED  PIC 9(5).
           02  STATS-GAMES-WON     PIC 9(5).
           02  STATS-SHOTS-FIRED   PIC 9(5).
           02  STATS-HITS-LANDED   PIC 9(5).
       FD  RATING-FILE.
       01  RATE-REC.
           02  RATE-NAME       PIC X(10).
           02  RATE-VALUE      PIC 9(4).
           02  RATE-MATCHES    PIC 9(5).
       FD  RHIST-FILE.
       01  RH-REC.
           02  RH-KEY.
               03  RH-NAME     PIC X(10).
               03  RH-MATCH-ID PIC X(16).
           02  RH-DATE         PIC X(8).
           02  RH-BEFORE       PIC 9(4).
           02  RH-AFTER        PIC 9(4).
       FD  HIST-FILE.
       01  HIST-REC.
           02  SH-KEY.
               03  SH-SEASON       PIC X(6).
               03  SH-NAME         PIC X(10).
           02  SH-GAMES-PLAYED     PIC 9(5).
           02  SH-GAMES-WON        PIC 9(5).
           02  SH-SHOTS-FIRED      PIC 9(5).
           02  SH-HITS-LANDED      PIC 9(5).
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           02  SCTL-SEASON-START   PIC X(8).
       FD  STAND-FILE.
       01  STAND-REC         PIC X(60).
       FD  STMT-FILE.
       01  STMT-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       01  PLAYER-FILE-STATUS  PIC XX.
       01  MATCH-FILE-STATUS   PIC XX.
       01  STATS-FILE-STATUS   PIC XX.
       01  RATING-FILE-STATUS  PIC XX.
       01  RHIST-FILE-STATUS   PIC XX.
       01  HIST-FILE-STATUS    PIC XX.
       01  CONTROL-FILE-STATUS PIC XX.
       01  STAND-FILE-STATUS   PIC XX.
       01  STMT-FILE-STATUS    PIC XX.
       01  MASTER-EOF-WS       PIC XXX.
       01  MATCH-EOF-WS        PIC XXX.
       01  STATS-EOF-WS        PIC XXX.
       01  RHIST-EOF-WS        PIC XXX.
       01  HIST-EOF-WS         PIC XXX.
       01  STAND-EOF-WS        PIC XXX.
*********which of the optional files are on disk - a missing one leaves its
*********section of the page saying so instead of stopping the run
       01  MASTER-ON-WS        PIC X VALUE "N".
       01  MATCH-ON-WS         PIC X VALUE "N".
       01  RATING-ON-WS        PIC X VALUE "N".
       01  RHIST-ON-WS         PIC X VALUE "N".
       01  HIST-ON-WS          PIC X VALUE "N".
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
       01  CURRENT-DATE-WS     PIC X(21).
       01  TODAY-WS            PIC X(8).
*********who the statements are for
       01  NAME-INPUT-WS       PIC X(10).
       01  RESOLVED-NAME-WS    PIC X(10).
*********R = registered and active, I = inactive, B = banned, U = unknown
       01  NAME-VERDICT-WS     PIC X.
       01  ALIAS-NO-WS         PIC 9.
       01  STMT-COUNT-WS       PIC 9(3) VALUE 0.
       01  STMT-LOST-WS        PIC 9(3) VALUE 0.
       01  STMT-TBL-WS.
             02  STMT-NAME-WS    PIC X(10) OCCURS 500 TIMES.
       01  STMT-IDX-WS         PIC 9(3).
       01  PLAYER-WS           PIC X(10).
       01  PAGES-WS            PIC 9(3) VALUE 0.
*********the period, and the live season it may or may not line up with
       01  FROM-INPUT-WS       PIC X(8).
       01  TO-INPUT-WS         PIC X(8).
       01  FROM-DATE-WS        PIC X(8).
       01  TO-DATE-WS          PIC X(8).
       01  SEASON-START-WS     PIC X(8).
       01  PERIOD-OK-WS        PIC X.
*********the live leaderboard held in memory for the season positions
       01  LIVE-COUNT-WS       PIC 9(3) VALUE 0.
       01  LIVE-LOST-WS        PIC 9(3) VALUE 0.
       01  LIVE-TBL-WS.
             02  LIVE-ENTRY-WS OCCURS 500 TIMES.
                   03  LIVE-NAME-WS    PIC X(10).
                   03  LIVE-PLAYED-WS  PIC 9(5).
                   03  LIVE-WON-WS     PIC 9(5).
                   03  LIVE-SHOTS-WS   PIC 9(5).
                   03  LIVE-HITS-WS    PIC 9(5).
                   03  LIVE-PCT-WS     PIC 999.
       01  LIVE-IDX-WS         PIC 9(3).
       01  LIVE-MINE-WS        PIC 9(3).
*********one frozen season at a time while the prior finishes are worked out
       01  SEA-COUNT-WS        PIC 9(3) VALUE 0.
       01  SEA-TBL-WS.
             02  SEA-ENTRY-WS OCCURS 200 TIMES.
                   03  SEA-NAME-WS     PIC X(10).
                   03  SEA-PLAYED-WS   PIC 9(5).
                   03  SEA-WON-WS      PIC 9(5).
                   03  SEA-PCT-WS      PIC 999.
       01  SEA-IDX-WS          PIC 9(3).
       01  SEA-MINE-WS         PIC 9(3).
       01  SEA-GROUP-WS        PIC X(6).
       01  PRIOR-COUNT-WS      PIC 9(3).
*********the latest tournament's standings, in finishing order
       01  TRN-COUNT-WS        PIC 99 VALUE 0.
       01  TRN-TBL-WS.
             02  TRN-LINE-WS     PIC X(60) OCCURS 16 TIMES.
       01  TRN-IDX-WS          PIC 99.
       01  TRN-MINE-WS         PIC 99.
*********ranking scratch: wins first, hit percentage breaking ties - the
*********same order SEASON freezes its final table in
       01  RANK-WS             PIC 9(3).
       01  RANK-OF-WS          PIC 9(3).
*********one match as the player saw it
       01  SEAT-NO-WS          PIC 9.
       01  MY-SEAT-WS          PIC 9.
       01  OPP-PTR-WS          PIC 99.
       01  PARTNER-WS          PIC X(10).
       01  DUR-HOURS-WS        PIC 9(3).
       01  DUR-REST-WS         PIC 9(4).
       01  DUR-MINUTES-WS      PIC 99.
       01  DUR-SECONDS-WS      PIC 99.
*********the period's totals, counted the way PLYRSTAT is credited
       01  PER-GAMES-WS        PIC 9(5).
       01  PER-WON-WS          PIC 9(5).
       01  PER-SHOTS-WS        PIC 9(5).
       01  PER-HITS-WS         PIC 9(5).
       01  PER-OPEN-WS         PIC 9(5).
*********the rating going in and coming out
       01  START-RATING-WS     PIC 9(4).
       01  END-RATING-WS       PIC 9(4).
       01  RATED-IN-PERIOD-WS  PIC 9(5).
       01  RATED-EVER-WS       PIC X.
       01  RATING-CHANGE-WS    PIC S9(4).
*********page lines
       01  PAGE-HEAD-WS.
             02  FILLER            PIC X(38) VALUE "==== BATTLESHIP PLAYER STATEMENT ====".
             02  FILLER            PIC X(9)  VALUE "PRINTED ".
             02  PGH-TODAY-WS      PIC X(8).
       01  PLAYER-HEAD-WS.
             02  FILLER            PIC X(8)  VALUE "PLAYER: ".
             02  PLH-NAME-WS       PIC X(10).
             02  FILLER            PIC X(10) VALUE "  PERIOD: ".
             02  PLH-FROM-WS       PIC X(8).
             02  FILLER            PIC X(4)  VALUE " TO ".
             02  PLH-TO-WS         PIC X(8).
       01  MATCH-HEAD-WS.
             02  FILLER            PIC X(52) VALUE "  DATE      OPPONENT(S)".
             02  FILLER            PIC X(40) VALUE "RESULT        SHOTS HITS   DURATION".
       01  MATCH-LINE-WS.
             02  FILLER            PIC X(2)  VALUE SPACES.
             02  ML-DATE-WS        PIC X(8).
             02  FILLER            PIC X(2)  VALUE SPACES.
             02  ML-OPPS-WS        PIC X(40).
             02  ML-RESULT-WS      PIC X(14).
             02  ML-SHOTS-WS       PIC ZZZZ9.
             02  ML-HITS-WS        PIC ZZZZ9.
             02  FILLER            PIC X(2)  VALUE SPACES.
             02  ML-HOURS-WS       PIC ZZ9.
             02  FILLER            PIC X     VALUE ":".
             02  ML-MINUTES-WS     PIC 99.
             02  FILLER            PIC X     VALUE ":".
             02  ML-SECONDS-WS     PIC 99.
       01  RATING-LINE-WS.
             02  FILLER            PIC X(16) VALUE "RATING:   START ".
             02  RL-START-WS       PIC ZZZ9.
             02  FILLER            PIC X(6)  VALUE "  END ".
             02  RL-END-WS         PIC ZZZ9.
             02  FILLER            PIC X(9)  VALUE "  CHANGE ".
             02  RL-CHANGE-WS      PIC +ZZZ9.
             02  FILLER            PIC X(6)  VALUE "  IN ".
             02  RL-RATED-WS       PIC ZZZZ9.
             02  FILLER            PIC X(15) VALUE " RATED MATCHES".
       01  LADDER-LINE-WS.
             02  FILLER            PIC X(26) VALUE "          LADDER TODAY:   ".
             02  LL-VALUE-WS       PIC ZZZ9.
             02  FILLER            PIC X(6)  VALUE " OVER ".
             02  LL-MATCHES-WS     PIC ZZZZ9.
             02  FILLER            PIC X(15) VALUE " RATED MATCHES".
       01  SEASON-LINE-WS.
             02  FILLER            PIC X(26) VALUE "SEASON:   LIVE SINCE      ".
             02  SL-START-WS       PIC X(8).
             02  FILLER            PIC X(12) VALUE " - POSITION ".
             02  SL-RANK-WS        PIC ZZ9.
             02  FILLER            PIC X(4)  VALUE " OF ".
             02  SL-OF-WS          PIC ZZ9.
             02  FILLER            PIC X(5)  VALUE "  W: ".
             02  SL-WON-WS         PIC ZZZZ9.
             02  FILLER            PIC X(7)  VALUE "  PCT: ".
             02  SL-PCT-WS         PIC ZZ9.
             02  FILLER            PIC X(1)  VALUE "%".
       01  PRIOR-LINE-WS.
             02  FILLER            PIC X(2)  VALUE SPACES.
             02  PR-SEASON-WS      PIC X(6).
             02  FILLER            PIC X(12) VALUE "  FINISHED  ".
             02  PR-RANK-WS        PIC ZZ9.
             02  FILLER            PIC X(4)  VALUE " OF ".
             02  PR-OF-WS          PIC ZZ9.
             02  FILLER            PIC X(5)  VALUE "  W: ".
             02  PR-WON-WS         PIC ZZZZ9.
             02  FILLER            PIC X(9)  VALUE "  GAMES: ".
             02  PR-PLAYED-WS      PIC ZZZZ9.
             02  FILLER            PIC X(7)  VALUE "  PCT: ".
             02  PR-PCT-WS         PIC ZZ9.
             02  FILLER            PIC X(1)  VALUE "%".
       01  TOURNEY-LINE-WS.
             02  FILLER            PIC X(8)  VALUE "  PLACE ".
             02  TL-RANK-WS        PIC Z9.
             02  FILLER            PIC X(4)  VALUE " OF ".
             02  TL-OF-WS          PIC Z9.
             02  FILLER            PIC X(3)  VALUE " - ".
             02  TL-STAND-WS       PIC X(60).
       01  TOTALS-HEAD-WS.
             02  FILLER            PIC X(26) VALUE "PERIOD TOTALS:".
             02  FILLER            PIC X(28) VALUE "  GAMES    WON  SHOTS   HITS".
       01  TOTALS-LINE-WS.
             02  FILLER            PIC X(2)  VALUE SPACES.
             02  TTL-TITLE-WS      PIC X(24).
             02  TTL-GAMES-WS      PIC ZZZZZZ9.
             02  TTL-WON-WS        PIC ZZZZZZ9.
             02  TTL-SHOTS-WS      PIC ZZZZZZ9.
             02  TTL-HITS-WS       PIC ZZZZZZ9.
       PROCEDURE DIVISION.
*********who, over what period, then a page apiece
                       DISPLAY "BATTLESHIP PLAYER STATEMENTS".
                       MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
                       MOVE CURRENT-DATE-WS(1:8) TO TODAY-WS.
                       PERFORM LOAD-SEASON-START-FNC.
                       DISPLAY "PLAYER NAME (BLANK = EVERY ACTIVE PLAYER) >".
                       ACCEPT NAME-INPUT-WS FROM CONSOLE.
                       DISPLAY "PERIOD FROM YYYYMMDD (BLANK = START OF THE LIVE SEASON, " SEASON-START-WS ") >".
                       ACCEPT FROM-INPUT-WS FROM CONSOLE.
                       DISPLAY "PERIOD TO YYYYMMDD (BLANK = TODAY) >".
                       ACCEPT TO-INPUT-WS FROM CONSOLE.
                       PERFORM SET-PERIOD-FNC.
                       IF PERIOD-OK-WS NOT = "Y" THEN
                             DISPLAY "NO STATEMENTS PRINTED"
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       PERFORM BUILD-PLAYER-LIST-FNC.
                       IF STMT-COUNT-WS = 0 THEN
                             DISPLAY "NOBODY TO PRINT A STATEMENT FOR"
                             MOVE 8 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                       ELSE
                             PERFORM LOAD-LIVE-TABLE-FNC
                             PERFORM LOAD-STANDINGS-FNC
                             PERFORM OPEN-SOURCES-FNC
                             OPEN OUTPUT STMT-FILE
                             IF STMT-FILE-STATUS NOT = "00" THEN
                                   DISPLAY "CANNOT OPEN STMTRPT, STATUS " STMT-FILE-STATUS " - NO STATEMENTS PRINTED"
                                   MOVE 12 TO NEW-CODE-WS
                                   PERFORM RAISE-CODE-FNC
                             ELSE
                                   PERFORM VARYING STMT-IDX-WS FROM 1 BY 1 UNTIL STMT-IDX-WS > STMT-COUNT-WS
                                         MOVE STMT-NAME-WS(STMT-IDX-WS) TO PLAYER-WS
                                         PERFORM PRINT-STATEMENT-FNC
                                   END-PERFORM
                                   CLOSE STMT-FILE
                                   DISPLAY PAGES-WS " STATEMENT(S) ON STMTRPT"
                             END-IF
                             PERFORM CLOSE-SOURCES-FNC
                       END-IF.
                       IF STMT-LOST-WS NOT = 0 THEN
                             DISPLAY "WARNING: " STMT-LOST-WS " ACTIVE PLAYER(S) OVER THE RUN'S LIMIT, NO STATEMENT PRINTED"
                             MOVE 4 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                       END-IF.
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       LOAD-SEASON-START-FNC.
****************when the live season began - no control record means no
****************season has ever been closed, so the live one owns all history
               OPEN INPUT CONTROL-FILE.
               IF CONTROL-FILE-STATUS = "00" THEN
                     READ CONTROL-FILE
                          AT END MOVE "00000000" TO SCTL-SEASON-START
                     END-READ
                     MOVE SCTL-SEASON-START TO SEASON-START-WS
                     CLOSE CONTROL-FILE
               ELSE
                     CLOSE CONTROL-FILE
                     MOVE "00000000" TO SEASON-START-WS
               END-IF.
       SET-PERIOD-FNC.
****************blank ends default to the live season; a typed end must be a
****************whole date, and the period can't run backwards
               MOVE "Y" TO PERIOD-OK-WS.
               IF FROM-INPUT-WS = SPACES THEN
                     MOVE SEASON-START-WS TO FROM-DATE-WS
               ELSE
                     MOVE FROM-INPUT-WS TO FROM-DATE-WS
                     IF FROM-DATE-WS NOT NUMERIC THEN
                           DISPLAY "FROM DATE MUST BE YYYYMMDD"
                           MOVE "N" TO PERIOD-OK-WS
                     END-IF
               END-IF.
               IF TO-INPUT-WS = SPACES THEN
                     MOVE TODAY-WS TO TO-DATE-WS
               ELSE
                     MOVE TO-INPUT-WS TO TO-DATE-WS
                     IF TO-DATE-WS NOT NUMERIC THEN
                           DISPLAY "TO DATE MUST BE YYYYMMDD"
                           MOVE "N" TO PERIOD-OK-WS
                     END-IF
               END-IF.
               IF PERIOD-OK-WS = "Y" AND FROM-DATE-WS > TO-DATE-WS THEN
                     DISPLAY "PERIOD ENDS BEFORE IT STARTS"
                     MOVE "N" TO PERIOD-OK-WS
               END-IF.
       BUILD-PLAYER-LIST-FNC.
****************a name typed in resolves through the master like anywhere else;
****************blank takes every active player on it, in ID order. with no
****************master on disk the live leaderboard stands in for the roster
               MOVE 0 TO STMT-COUNT-WS.
               MOVE 0 TO STMT-LOST-WS.
               OPEN INPUT PLAYER-FILE.
               IF PLAYER-FILE-STATUS = "00" THEN
                     MOVE "Y" TO MASTER-ON-WS
               ELSE
                     CLOSE PLAYER-FILE
                     MOVE "N" TO MASTER-ON-WS
                     DISPLAY "WARNING: NO PLAYER MASTER (PLYRMST STATUS " PLAYER-FILE-STATUS ") - NAMES NOT CHECKED"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               IF NAME-INPUT-WS NOT = SPACES THEN
                     MOVE NAME-INPUT-WS TO RESOLVED-NAME-WS
                     IF MASTER-ON-WS = "Y" THEN
                           PERFORM RESOLVE-NAME-FNC
                           IF NAME-VERDICT-WS = "U" THEN
                                 DISPLAY "WARNING: " NAME-INPUT-WS " IS NOT ON THE PLAYER MASTER - PRINTED AS TYPED"
                                 MOVE 4 TO NEW-CODE-WS
                                 PERFORM RAISE-CODE-FNC
                           END-IF
                     END-IF
                     MOVE 1 TO STMT-COUNT-WS
                     MOVE RESOLVED-NAME-WS TO STMT-NAME-WS(1)
               ELSE
                     IF MASTER-ON-WS = "Y" THEN
                           PERFORM LIST-ACTIVE-FNC
                     ELSE
                           PERFORM LIST-LEADERBOARD-FNC
                     END-IF
               END-IF.
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
       LIST-ACTIVE-FNC.
               MOVE "NO" TO MASTER-EOF-WS.
               MOVE ZEROES TO PM-PLAYER-ID.
               START PLAYER-FILE KEY NOT < PM-PLAYER-ID
                    INVALID KEY MOVE "YES" TO MASTER-EOF-WS
               END-START.
               PERFORM UNTIL MASTER-EOF-WS = "YES"
                     READ PLAYER-FILE NEXT RECORD
                          AT END MOVE "YES" TO MASTER-EOF-WS
                     END-READ
                     IF MASTER-EOF-WS NOT = "YES" AND PM-STATUS = "A" THEN
                           IF STMT-COUNT-WS < 500 THEN
                                 ADD 1 TO STMT-COUNT-WS
                                 MOVE PM-NAME TO STMT-NAME-WS(STMT-COUNT-WS)
                           ELSE
                                 ADD 1 TO STMT-LOST-WS
                           END-IF
                     END-IF
               END-PERFORM.
       LIST-LEADERBOARD-FNC.
               OPEN INPUT STATS-FILE.
               IF STATS-FILE-STATUS = "00" THEN
                     MOVE "NO" TO STATS-EOF-WS
                     MOVE LOW-VALUES TO STATS-NAME
                     START STATS-FILE KEY NOT < STATS-NAME
                          INVALID KEY MOVE "YES" TO STATS-EOF-WS
                     END-START
                     PERFORM UNTIL STATS-EOF-WS = "YES"
                           READ STATS-FILE NEXT RECORD
                                AT END MOVE "YES" TO STATS-EOF-WS
                           END-READ
                           IF STATS-EOF-WS NOT = "YES" THEN
                                 IF STMT-COUNT-WS < 500 THEN
                                       ADD 1 TO STMT-COUNT-WS
                                       MOVE STATS-NAME TO STMT-NAME-WS(STMT-COUNT-WS)
                                 ELSE
                                       ADD 1 TO STMT-LOST-WS
                                 END-IF
                           END-IF
                     END-PERFORM
               END-IF.
               CLOSE STATS-FILE.
       LOAD-LIVE-TABLE-FNC.
****************the live leaderboard into memory, hit percentage worked out
****************once, for the season positions and the tie-back
               MOVE 0 TO LIVE-COUNT-WS.
               MOVE 0 TO LIVE-LOST-WS.
               OPEN INPUT STATS-FILE.
               IF STATS-FILE-STATUS NOT = "00" THEN
                     CLOSE STATS-FILE
                     DISPLAY "WARNING: NO LEADERBOARD (PLYRSTAT STATUS " STATS-FILE-STATUS ") - NOTHING TO TIE BACK TO"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO STATS-EOF-WS
                     MOVE LOW-VALUES TO STATS-NAME
                     START STATS-FILE KEY NOT < STATS-NAME
                          INVALID KEY MOVE "YES" TO STATS-EOF-WS
                     END-START
                     PERFORM UNTIL STATS-EOF-WS = "YES"
                           READ STATS-FILE NEXT RECORD
                                AT END MOVE "YES" TO STATS-EOF-WS
                           END-READ
                           IF STATS-EOF-WS NOT = "YES" THEN
                                 IF LIVE-COUNT-WS < 500 THEN
                                       ADD 1 TO LIVE-COUNT-WS
                                       MOVE STATS-NAME TO LIVE-NAME-WS(LIVE-COUNT-WS)
                                       MOVE STATS-GAMES-PLAYED TO LIVE-PLAYED-WS(LIVE-COUNT-WS)
                                       MOVE STATS-GAMES-WON TO LIVE-WON-WS(LIVE-COUNT-WS)
                                       MOVE STATS-SHOTS-FIRED TO LIVE-SHOTS-WS(LIVE-COUNT-WS)
                                       MOVE STATS-HITS-LANDED TO LIVE-HITS-WS(LIVE-COUNT-WS)
                                       IF STATS-SHOTS-FIRED = 0 THEN
                                             MOVE 0 TO LIVE-PCT-WS(LIVE-COUNT-WS)
                                       ELSE
                                             COMPUTE LIVE-PCT-WS(LIVE-COUNT-WS) ROUNDED =
                                                   STATS-HITS-LANDED * 100 / STATS-SHOTS-FIRED
                                       END-IF
                                 ELSE
                                       ADD 1 TO LIVE-LOST-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE STATS-FILE
                     IF LIVE-LOST-WS NOT = 0 THEN
                           DISPLAY "WARNING: MORE LEADERBOARD ROWS THAN THE RUN HOLDS, POSITIONS MAY BE SHORT"
                           MOVE 4 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     END-IF
               END-IF.
       LOAD-STANDINGS-FNC.
****************TSTAND is written best first, so the line number is the place
               MOVE 0 TO TRN-COUNT-WS.
               OPEN INPUT STAND-FILE.
               IF STAND-FILE-STATUS = "00" THEN
                     MOVE "NO" TO STAND-EOF-WS
                     PERFORM UNTIL STAND-EOF-WS = "YES"
                           READ STAND-FILE
                                AT END MOVE "YES" TO STAND-EOF-WS
                           END-READ
                           IF STAND-EOF-WS NOT = "YES" AND TRN-COUNT-WS < 16 THEN
                                 ADD 1 TO TRN-COUNT-WS
                                 MOVE STAND-REC TO TRN-LINE-WS(TRN-COUNT-WS)
                           END-IF
                     END-PERFORM
               END-IF.
               CLOSE STAND-FILE.
       OPEN-SOURCES-FNC.
****************whatever is on disk; the page says so for whatever isn't
               OPEN INPUT MATCH-FILE.
               IF MATCH-FILE-STATUS = "00" THEN
                     MOVE "Y" TO MATCH-ON-WS
               ELSE
                     CLOSE MATCH-FILE
                     DISPLAY "WARNING: NO MATCH REGISTRY FOUND - STATEMENTS WILL LIST NO MATCHES"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               OPEN INPUT RATING-FILE.
               IF RATING-FILE-STATUS = "00" THEN
                     MOVE "Y" TO RATING-ON-WS
               ELSE
                     CLOSE RATING-FILE
               END-IF.
               OPEN INPUT RHIST-FILE.
               IF RHIST-FILE-STATUS = "00" THEN
                     MOVE "Y" TO RHIST-ON-WS
               ELSE
                     CLOSE RHIST-FILE
                     DISPLAY "WARNING: NO RATING HISTORY (RATEHIST) - A FULL RATING REBUILD CREATES IT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               OPEN INPUT HIST-FILE.
               IF HIST-FILE-STATUS = "00" THEN
                     MOVE "Y" TO HIST-ON-WS
               ELSE
                     CLOSE HIST-FILE
               END-IF.
       CLOSE-SOURCES-FNC.
               IF MATCH-ON-WS = "Y" THEN
                     CLOSE MATCH-FILE
               END-IF.
               IF RATING-ON-WS = "Y" THEN
                     CLOSE RATING-FILE
               END-IF.
               IF RHIST-ON-WS = "Y" THEN
                     CLOSE RHIST-FILE
               END-IF.
               IF HIST-ON-WS = "Y" THEN
                     CLOSE HIST-FILE
               END-IF.
       PRINT-STATEMENT-FNC.
****************one player's page, top to bottom
               ADD 1 TO PAGES-WS.
               MOVE TODAY-WS TO PGH-TODAY-WS.
               MOVE PAGE-HEAD-WS TO STMT-REC.
               IF PAGES-WS = 1 THEN
                     WRITE STMT-REC
               ELSE
                     WRITE STMT-REC AFTER ADVANCING PAGE
               END-IF.
               MOVE PLAYER-WS TO PLH-NAME-WS.
               MOVE FROM-DATE-WS TO PLH-FROM-WS.
               MOVE TO-DATE-WS TO PLH-TO-WS.
               MOVE PLAYER-HEAD-WS TO STMT-REC.
               WRITE STMT-REC.
               MOVE SPACES TO STMT-REC.
               WRITE STMT-REC.
               PERFORM MATCHES-SECTION-FNC.
               MOVE SPACES TO STMT-REC.
               WRITE STMT-REC.
               PERFORM RATING-SECTION-FNC.
               PERFORM SEASON-SECTION-FNC.
               PERFORM PRIOR-SEASONS-FNC.
               PERFORM TOURNEY-SECTION-FNC.
               MOVE SPACES TO STMT-REC.
               WRITE STMT-REC.
               PERFORM TOTALS-SECTION-FNC.
       MATCHES-SECTION-FNC.
****************every match in the period the player sat in. the match ID
****************leads with the date, so the read starts at the period's first
****************day and stops past its last. simulated matches and matches
****************never closed are left off and out of the totals, the same as
****************the PLYRSTAT rebuild leaves them out
               MOVE 0 TO PER-GAMES-WS.
               MOVE 0 TO PER-WON-WS.
               MOVE 0 TO PER-SHOTS-WS.
               MOVE 0 TO PER-HITS-WS.
               MOVE 0 TO PER-OPEN-WS.
               MOVE "MATCHES IN THE PERIOD:" TO STMT-REC.
               WRITE STMT-REC.
               MOVE MATCH-HEAD-WS TO STMT-REC.
               WRITE STMT-REC.
               IF MATCH-ON-WS = "Y" THEN
                     MOVE "NO" TO MATCH-EOF-WS
                     MOVE LOW-VALUES TO MATCH-ID
                     MOVE FROM-DATE-WS TO MATCH-ID(1:8)
                     START MATCH-FILE KEY NOT < MATCH-ID
                          INVALID KEY MOVE "YES" TO MATCH-EOF-WS
                     END-START
                     PERFORM UNTIL MATCH-EOF-WS = "YES"
                           READ MATCH-FILE NEXT RECORD
                                AT END MOVE "YES" TO MATCH-EOF-WS
                           END-READ
                           IF MATCH-EOF-WS NOT = "YES" THEN
                                 IF MATCH-START-DATE > TO-DATE-WS THEN
                                       MOVE "YES" TO MATCH-EOF-WS
                                 ELSE
                                       PERFORM CHECK-ONE-MATCH-FNC
                                 END-IF
                           END-IF
                     END-PERFORM
               END-IF.
               IF PER-GAMES-WS = 0 THEN
                     MOVE "  (NO MATCHES IN THE PERIOD)" TO STMT-REC
                     WRITE STMT-REC
               END-IF.
               IF PER-OPEN-WS NOT = 0 THEN
                     MOVE SPACES TO STMT-REC
                     STRING "  (" PER-OPEN-WS " MATCH(ES) STILL OPEN - NOT SHOWN UNTIL FINISHED OR ADJUDICATED)"
                            DELIMITED BY SIZE INTO STMT-REC
                     WRITE STMT-REC
               END-IF.
       CHECK-ONE-MATCH-FNC.
****************is the player at this table, and does the match count
               MOVE 0 TO MY-SEAT-WS.
               PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > MATCH-NUM-PLAYERS
                     IF MATCH-PLAYER-NAME(SEAT-NO-WS) = PLAYER-WS AND MY-SEAT-WS = 0 THEN
                           MOVE SEAT-NO-WS TO MY-SEAT-WS
                     END-IF
               END-PERFORM.
               IF MY-SEAT-WS NOT = 0 AND MATCH-SIM-FLAG NOT = "Y" THEN
                     IF MATCH-WINNER = 0 AND MATCH-SHOT-STATS = ZEROES AND
                        MATCH-RESULT-REASON NOT = "F" AND MATCH-RESULT-REASON NOT = "V" THEN
                           ADD 1 TO PER-OPEN-WS
                     ELSE
                           PERFORM WRITE-MATCH-LINE-FNC
                     END-IF
               END-IF.
       WRITE-MATCH-LINE-FNC.
****************the match from the player's seat: who was across the table
****************(a doubles partner is named as such), how it came out, the
****************player's own shots and hits, and how long it ran
               MOVE MATCH-START-DATE TO ML-DATE-WS.
               MOVE SPACES TO ML-OPPS-WS.
               MOVE SPACES TO PARTNER-WS.
               MOVE 1 TO OPP-PTR-WS.
               PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > MATCH-NUM-PLAYERS
                     IF SEAT-NO-WS NOT = MY-SEAT-WS THEN
                           IF MATCH-TEAM-MODE = "Y" AND
                              MATCH-TEAM-OF(SEAT-NO-WS) = MATCH-TEAM-OF(MY-SEAT-WS) THEN
                                 MOVE MATCH-PLAYER-NAME(SEAT-NO-WS) TO PARTNER-WS
                           ELSE
                                 IF OPP-PTR-WS > 1 THEN
                                       STRING "," DELIMITED BY SIZE INTO ML-OPPS-WS WITH POINTER OPP-PTR-WS
                                 END-IF
                                 STRING MATCH-PLAYER-NAME(SEAT-NO-WS) DELIMITED BY "  "
                                        INTO ML-OPPS-WS WITH POINTER OPP-PTR-WS
                           END-IF
                     END-IF
               END-PERFORM.
               IF PARTNER-WS NOT = SPACES THEN
                     STRING " (WITH " DELIMITED BY SIZE
                            PARTNER-WS DELIMITED BY "  "
                            INTO ML-OPPS-WS WITH POINTER OPP-PTR-WS
                     STRING ")" DELIMITED BY SIZE INTO ML-OPPS-WS WITH POINTER OPP-PTR-WS
               END-IF.
               ADD 1 TO PER-GAMES-WS.
               IF MATCH-RESULT-REASON = "V" THEN
                     MOVE "VOID" TO ML-RESULT-WS
               ELSE
                     IF MATCH-WINNER = 0 THEN
                           MOVE "DRAW" TO ML-RESULT-WS
                     ELSE
                           IF MY-SEAT-WS = MATCH-WINNER OR
                              (MATCH-TEAM-MODE = "Y" AND MATCH-WIN-TEAM NOT = 0 AND
                               MATCH-TEAM-OF(MY-SEAT-WS) = MATCH-WIN-TEAM) THEN
                                 ADD 1 TO PER-WON-WS
                                 IF MATCH-RESULT-REASON = "F" THEN
                                       MOVE "WON BY FORFEIT" TO ML-RESULT-WS
                                 ELSE
                                       MOVE "WON" TO ML-RESULT-WS
                                 END-IF
                           ELSE
                                 IF MATCH-RESULT-REASON = "F" THEN
                                       MOVE "FORFEITED" TO ML-RESULT-WS
                                 ELSE
                                       MOVE "LOST" TO ML-RESULT-WS
                                 END-IF
                           END-IF
                     END-IF
               END-IF.
               ADD MATCH-SHOTS-FIRED(MY-SEAT-WS) TO PER-SHOTS-WS.
               ADD MATCH-HITS-LANDED(MY-SEAT-WS) TO PER-HITS-WS.
               MOVE MATCH-SHOTS-FIRED(MY-SEAT-WS) TO ML-SHOTS-WS.
               MOVE MATCH-HITS-LANDED(MY-SEAT-WS) TO ML-HITS-WS.
               DIVIDE MATCH-DURATION-SEC BY 3600 GIVING DUR-HOURS-WS REMAINDER DUR-REST-WS.
               DIVIDE DUR-REST-WS BY 60 GIVING DUR-MINUTES-WS REMAINDER DUR-SECONDS-WS.
               MOVE DUR-HOURS-WS TO ML-HOURS-WS.
               MOVE DUR-MINUTES-WS TO ML-MINUTES-WS.
               MOVE DUR-SECONDS-WS TO ML-SECONDS-WS.
               MOVE MATCH-LINE-WS TO STMT-REC.
               WRITE STMT-REC.
       RATING-SECTION-FNC.
****************the rating history in play order: the last change before the
****************period is the rating going in, the last change inside it the
****************rating coming out. nobody the ladder has met starts at 1500
               MOVE 1500 TO START-RATING-WS.
               MOVE 1500 TO END-RATING-WS.
               MOVE 0 TO RATED-IN-PERIOD-WS.
               MOVE "N" TO RATED-EVER-WS.
               IF RHIST-ON-WS NOT = "Y" THEN
                     MOVE "RATING:   NO RATING HISTORY ON FILE - A FULL RATING REBUILD CREATES IT" TO STMT-REC
                     WRITE STMT-REC
               ELSE
                     MOVE "NO" TO RHIST-EOF-WS
                     MOVE PLAYER-WS TO RH-NAME
                     MOVE LOW-VALUES TO RH-MATCH-ID
                     START RHIST-FILE KEY NOT < RH-KEY
                          INVALID KEY MOVE "YES" TO RHIST-EOF-WS
                     END-START
                     PERFORM UNTIL RHIST-EOF-WS = "YES"
                           READ RHIST-FILE NEXT RECORD
                                AT END MOVE "YES" TO RHIST-EOF-WS
                           END-READ
                           IF RHIST-EOF-WS NOT = "YES" THEN
                                 IF RH-NAME NOT = PLAYER-WS THEN
                                       MOVE "YES" TO RHIST-EOF-WS
                                 ELSE
                                       MOVE "Y" TO RATED-EVER-WS
                                       IF RH-DATE < FROM-DATE-WS THEN
                                             MOVE RH-AFTER TO START-RATING-WS
                                       END-IF
                                       IF RH-DATE NOT > TO-DATE-WS THEN
                                             MOVE RH-AFTER TO END-RATING-WS
                                             IF RH-DATE NOT < FROM-DATE-WS THEN
                                                   ADD 1 TO RATED-IN-PERIOD-WS
                                             END-IF
                                       END-IF
                                 END-IF
                           END-IF
                     END-PERFORM
                     IF RATED-EVER-WS = "N" THEN
                           MOVE "RATING:   NOT ON THE LADDER - ONLY DECIDED TWO-PLAYER MATCHES BETWEEN HUMANS ARE RATED" TO STMT-REC
                           WRITE STMT-REC
                     ELSE
                           IF RATED-IN-PERIOD-WS = 0 THEN
                                 MOVE START-RATING-WS TO END-RATING-WS
                           END-IF
                           COMPUTE RATING-CHANGE-WS = END-RATING-WS - START-RATING-WS
                           MOVE START-RATING-WS TO RL-START-WS
                           MOVE END-RATING-WS TO RL-END-WS
                           MOVE RATING-CHANGE-WS TO RL-CHANGE-WS
                           MOVE RATED-IN-PERIOD-WS TO RL-RATED-WS
                           MOVE RATING-LINE-WS TO STMT-REC
                           WRITE STMT-REC
                     END-IF
               END-IF.
               IF RATING-ON-WS = "Y" THEN
                     MOVE PLAYER-WS TO RATE-NAME
                     READ RATING-FILE
                          INVALID KEY CONTINUE
                     END-READ
                     IF RATING-FILE-STATUS = "00" THEN
                           MOVE RATE-VALUE TO LL-VALUE-WS
                           MOVE RATE-MATCHES TO LL-MATCHES-WS
                           MOVE LADDER-LINE-WS TO STMT-REC
                           WRITE STMT-REC
                     END-IF
               END-IF.
       SEASON-SECTION-FNC.
****************where the player sits on the live leaderboard right now
               MOVE 0 TO LIVE-MINE-WS.
               PERFORM VARYING LIVE-IDX-WS FROM 1 BY 1 UNTIL LIVE-IDX-WS > LIVE-COUNT-WS
                     IF LIVE-NAME-WS(LIVE-IDX-WS) = PLAYER-WS THEN
                           MOVE LIVE-IDX-WS TO LIVE-MINE-WS
                     END-IF
               END-PERFORM.
               IF LIVE-MINE-WS = 0 THEN
                     MOVE "SEASON:   NOT ON THE LIVE LEADERBOARD" TO STMT-REC
                     WRITE STMT-REC
               ELSE
                     IF LIVE-PLAYED-WS(LIVE-MINE-WS) = 0 THEN
                           MOVE "SEASON:   NO GAMES YET THIS SEASON" TO STMT-REC
                           WRITE STMT-REC
                     ELSE
****************************one ahead for every player with more wins, or as
****************************many wins and the better percentage; the field is
****************************everybody with a game this season
                           MOVE 1 TO RANK-WS
                           MOVE 0 TO RANK-OF-WS
                           PERFORM VARYING LIVE-IDX-WS FROM 1 BY 1 UNTIL LIVE-IDX-WS > LIVE-COUNT-WS
                                 IF LIVE-PLAYED-WS(LIVE-IDX-WS) NOT = 0 THEN
                                       ADD 1 TO RANK-OF-WS
                                       IF LIVE-WON-WS(LIVE-IDX-WS) > LIVE-WON-WS(LIVE-MINE-WS) OR
                                          (LIVE-WON-WS(LIVE-IDX-WS) = LIVE-WON-WS(LIVE-MINE-WS) AND
                                           LIVE-PCT-WS(LIVE-IDX-WS) > LIVE-PCT-WS(LIVE-MINE-WS)) THEN
                                             ADD 1 TO RANK-WS
                                       END-IF
                                 END-IF
                           END-PERFORM
                           MOVE SEASON-START-WS TO SL-START-WS
                           MOVE RANK-WS TO SL-RANK-WS
                           MOVE RANK-OF-WS TO SL-OF-WS
                           MOVE LIVE-WON-WS(LIVE-MINE-WS) TO SL-WON-WS
                           MOVE LIVE-PCT-WS(LIVE-MINE-WS) TO SL-PCT-WS
                           MOVE SEASON-LINE-WS TO STMT-REC
                           WRITE STMT-REC
                     END-IF
               END-IF.
       PRIOR-SEASONS-FNC.
****************every frozen season the player is on, with where they
****************finished. history is keyed season first, so each season is
****************gathered whole and ranked when the next one starts
               MOVE "PRIOR SEASONS:" TO STMT-REC.
               WRITE STMT-REC.
               MOVE 0 TO PRIOR-COUNT-WS.
               IF HIST-ON-WS = "Y" THEN
                     MOVE 0 TO SEA-COUNT-WS
                     MOVE 0 TO SEA-MINE-WS
                     MOVE SPACES TO SEA-GROUP-WS
                     MOVE "NO" TO HIST-EOF-WS
                     MOVE LOW-VALUES TO SH-KEY
                     START HIST-FILE KEY NOT < SH-KEY
                          INVALID KEY MOVE "YES" TO HIST-EOF-WS
                     END-START
                     PERFORM UNTIL HIST-EOF-WS = "YES"
                           READ HIST-FILE NEXT RECORD
                                AT END MOVE "YES" TO HIST-EOF-WS
                           END-READ
                           IF HIST-EOF-WS NOT = "YES" THEN
                                 IF SH-SEASON NOT = SEA-GROUP-WS THEN
                                       PERFORM FINISH-SEASON-GROUP-FNC
                                       MOVE SH-SEASON TO SEA-GROUP-WS
                                       MOVE 0 TO SEA-COUNT-WS
                                       MOVE 0 TO SEA-MINE-WS
                                 END-IF
                                 IF SEA-COUNT-WS < 200 THEN
                                       ADD 1 TO SEA-COUNT-WS
                                       MOVE SH-NAME TO SEA-NAME-WS(SEA-COUNT-WS)
                                       MOVE SH-GAMES-PLAYED TO SEA-PLAYED-WS(SEA-COUNT-WS)
                                       MOVE SH-GAMES-WON TO SEA-WON-WS(SEA-COUNT-WS)
                                       IF SH-SHOTS-FIRED = 0 THEN
                                             MOVE 0 TO SEA-PCT-WS(SEA-COUNT-WS)
                                       ELSE
                                             COMPUTE SEA-PCT-WS(SEA-COUNT-WS) ROUNDED =
                                                   SH-HITS-LANDED * 100 / SH-SHOTS-FIRED
                                       END-IF
                                       IF SH-NAME = PLAYER-WS THEN
                                             MOVE SEA-COUNT-WS TO SEA-MINE-WS
                                       END-IF
                                 END-IF
                           END-IF
                     END-PERFORM
                     PERFORM FINISH-SEASON-GROUP-FNC
               END-IF.
               IF PRIOR-COUNT-WS = 0 THEN
                     MOVE "  (NONE ON FILE)" TO STMT-REC
                     WRITE STMT-REC
               END-IF.
       FINISH-SEASON-GROUP-FNC.
****************rank the player inside the season just gathered, if they were in it
               IF SEA-MINE-WS NOT = 0 AND SEA-PLAYED-WS(SEA-MINE-WS) NOT = 0 THEN
                     MOVE 1 TO RANK-WS
                     MOVE 0 TO RANK-OF-WS
                     PERFORM VARYING SEA-IDX-WS FROM 1 BY 1 UNTIL SEA-IDX-WS > SEA-COUNT-WS
                           IF SEA-PLAYED-WS(SEA-IDX-WS) NOT = 0 THEN
                                 ADD 1 TO RANK-OF-WS
                                 IF SEA-WON-WS(SEA-IDX-WS) > SEA-WON-WS(SEA-MINE-WS) OR
                                    (SEA-WON-WS(SEA-IDX-WS) = SEA-WON-WS(SEA-MINE-WS) AND
                                     SEA-PCT-WS(SEA-IDX-WS) > SEA-PCT-WS(SEA-MINE-WS)) THEN
                                       ADD 1 TO RANK-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     ADD 1 TO PRIOR-COUNT-WS
                     MOVE SEA-GROUP-WS TO PR-SEASON-WS
                     MOVE RANK-WS TO PR-RANK-WS
                     MOVE RANK-OF-WS TO PR-OF-WS
                     MOVE SEA-WON-WS(SEA-MINE-WS) TO PR-WON-WS
                     MOVE SEA-PLAYED-WS(SEA-MINE-WS) TO PR-PLAYED-WS
                     MOVE SEA-PCT-WS(SEA-MINE-WS) TO PR-PCT-WS
                     MOVE PRIOR-LINE-WS TO STMT-REC
                     WRITE STMT-REC
               END-IF.
       TOURNEY-SECTION-FNC.
****************the latest tournament TOURNEY has standings on file for
               MOVE "TOURNAMENT (LATEST STANDINGS ON FILE):" TO STMT-REC.
               WRITE STMT-REC.
               MOVE 0 TO TRN-MINE-WS.
               PERFORM VARYING TRN-IDX-WS FROM 1 BY 1 UNTIL TRN-IDX-WS > TRN-COUNT-WS
                     IF TRN-LINE-WS(TRN-IDX-WS)(1:10) = PLAYER-WS AND TRN-MINE-WS = 0 THEN
                           MOVE TRN-IDX-WS TO TRN-MINE-WS
                     END-IF
               END-PERFORM.
               IF TRN-COUNT-WS = 0 THEN
                     MOVE "  (NO TOURNAMENT STANDINGS ON FILE)" TO STMT-REC
                     WRITE STMT-REC
               ELSE
                     IF TRN-MINE-WS = 0 THEN
                           MOVE "  (NOT IN THE LATEST TOURNAMENT)" TO STMT-REC
                           WRITE STMT-REC
                     ELSE
                           MOVE TRN-MINE-WS TO TL-RANK-WS
                           MOVE TRN-COUNT-WS TO TL-OF-WS
                           MOVE TRN-LINE-WS(TRN-MINE-WS) TO TL-STAND-WS
                           MOVE TOURNEY-LINE-WS TO STMT-REC
                           WRITE STMT-REC
                     END-IF
               END-IF.
       TOTALS-SECTION-FNC.
****************the period's matches added up the way PLYRSTAT is credited, set
****************against the leaderboard. PLYRSTAT holds the live season, so the
****************two should agree exactly when the period is the live season to
****************date; any other period shows PLYRSTAT for reference only
               MOVE TOTALS-HEAD-WS TO STMT-REC.
               WRITE STMT-REC.
               MOVE "THIS STATEMENT" TO TTL-TITLE-WS.
               MOVE PER-GAMES-WS TO TTL-GAMES-WS.
               MOVE PER-WON-WS TO TTL-WON-WS.
               MOVE PER-SHOTS-WS TO TTL-SHOTS-WS.
               MOVE PER-HITS-WS TO TTL-HITS-WS.
               MOVE TOTALS-LINE-WS TO STMT-REC.
               WRITE STMT-REC.
               IF LIVE-MINE-WS = 0 THEN
                     MOVE "  PLYRSTAT (LIVE SEASON)        NO ROW ON FILE" TO STMT-REC
                     WRITE STMT-REC
               ELSE
                     MOVE "PLYRSTAT (LIVE SEASON)" TO TTL-TITLE-WS
                     MOVE LIVE-PLAYED-WS(LIVE-MINE-WS) TO TTL-GAMES-WS
                     MOVE LIVE-WON-WS(LIVE-MINE-WS) TO TTL-WON-WS
                     MOVE LIVE-SHOTS-WS(LIVE-MINE-WS) TO TTL-SHOTS-WS
                     MOVE LIVE-HITS-WS(LIVE-MINE-WS) TO TTL-HITS-WS
                     MOVE TOTALS-LINE-WS TO STMT-REC
                     WRITE STMT-REC
               END-IF.
               IF FROM-DATE-WS NOT = SEASON-START-WS OR TO-DATE-WS < TODAY-WS THEN
                     MOVE "  PERIOD IS NOT THE LIVE SEASON TO DATE - PLYRSTAT SHOWN FOR REFERENCE" TO STMT-REC
                     WRITE STMT-REC
               ELSE
                     IF LIVE-MINE-WS = 0 AND PER-GAMES-WS = 0 THEN
                           MOVE "  TIES TO PLYRSTAT" TO STMT-REC
                           WRITE STMT-REC
                     ELSE
                           IF LIVE-MINE-WS NOT = 0 AND
                              PER-GAMES-WS = LIVE-PLAYED-WS(LIVE-MINE-WS) AND
                              PER-WON-WS = LIVE-WON-WS(LIVE-MINE-WS) AND
                              PER-SHOTS-WS = LIVE-SHOTS-WS(LIVE-MINE-WS) AND
                              PER-HITS-WS = LIVE-HITS-WS(LIVE-MINE-WS) THEN
                                 MOVE "  TIES TO PLYRSTAT" TO STMT-REC
                                 WRITE STMT-REC
                           ELSE
                                 MOVE "  *** DOES NOT TIE TO PLYRSTAT - RUN AUDIT BEFORE HANDING THIS OUT ***" TO STMT-REC
                                 WRITE STMT-REC
                                 DISPLAY "WARNING: STATEMENT FOR " PLAYER-WS " DOES NOT TIE TO PLYRSTAT"
                                 MOVE 4 TO NEW-CODE-WS
                                 PERFORM RAISE-CODE-FNC
                           END-IF
                     END-IF
               END-IF.
