               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-NAME
               FILE STATUS IS RATING-FILE-STATUS.
*********every change the ladder ever made, player by player in play order -
*********what anybody's rating was on any given date, for the statements
           SELECT HISTORY-FILE ASSIGN TO "RATEHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.
*********one little record remembering the last match already rated
           SELECT CONTROL-FILE ASSIGN TO "RATECTL"
               ORGANIZATION IS LINE SEQUENTIAL
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
       FD  RATING-FILE.
       01  RATE-REC.
           02  RATE-NAME       PIC X(10).
           02  RATE-VALUE      PIC 9(4).
           02  RATE-MATCHES    PIC 9(5).
       FD  HISTORY-FILE.
       01  RH-REC.
           02  RH-KEY.
               03  RH-NAME     PIC X(10).
               03  RH-MATCH-ID PIC X(16).
           02  RH-DATE         PIC X(8).
           02  RH-BEFORE       PIC 9(4).
           02  RH-AFTER        PIC 9(4).
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           02  CTL-LAST-ID     PIC X(16).
       WORKING-STORAGE SECTION.
       01  MATCH-FILE-STATUS   PIC XX.
       01  RATING-FILE-STATUS  PIC XX.
       01  HISTORY-FILE-STATUS PIC XX.
       01  CONTROL-FILE-STATUS PIC XX.
       01  LADDER-FILE-STATUS  PIC XX.
       01  MATCH-EOF-WS        PIC XXX.
       01  RATE-CHANGE-WS      PIC S9(3).
       01  NEW-WIN-RATING-WS   PIC S9(5).
       01  NEW-LOSE-RATING-WS  PIC S9(5).
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
*********the ladder pulled into memory for the sort
       01  LAD-COUNT-WS        PIC 9(3) VALUE 0.
       01  LAD-LOST-WS         PIC 9(3) VALUE 0.
                                   OPEN I-O RATING-FILE
                             ELSE
                                   DISPLAY "CANNOT OPEN RATINGS, STATUS " RATING-FILE-STATUS " - NOTHING TOUCHED"
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                             END-IF
                       END-IF.
                       OPEN I-O HISTORY-FILE.
                       IF HISTORY-FILE-STATUS NOT = "00" THEN
                             IF HISTORY-FILE-STATUS = "35" THEN
                                   OPEN OUTPUT HISTORY-FILE
                                   CLOSE HISTORY-FILE
                                   OPEN I-O HISTORY-FILE
                             ELSE
                                   DISPLAY "CANNOT OPEN RATEHIST, STATUS " HISTORY-FILE-STATUS " - NOTHING TOUCHED"
                                   CLOSE RATING-FILE
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                             END-IF
                       END-IF.
                       IF REBUILD-ANSWER-WS = "Y" THEN
*********************************start over: empty ratings and their history, forget the bookmark
                             CLOSE RATING-FILE
                             OPEN OUTPUT RATING-FILE
                             CLOSE RATING-FILE
                             OPEN I-O RATING-FILE
                             CLOSE HISTORY-FILE
                             OPEN OUTPUT HISTORY-FILE
                             CLOSE HISTORY-FILE
                             OPEN I-O HISTORY-FILE
                             MOVE SPACES TO LAST-RATED-ID-WS
                       ELSE
                             PERFORM LOAD-CONTROL-FNC
                       PERFORM WRITE-CONTROL-FNC.
                       PERFORM PUBLISH-LADDER-FNC.
                       CLOSE RATING-FILE.
                       CLOSE HISTORY-FILE.
                       DISPLAY "RATED " RATED-COUNT-WS " MATCH(ES), SKIPPED " SKIPPED-COUNT-WS ", LADDER ON RATERPT".
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       LOAD-CONTROL-FNC.
****************no bookmark on file means nothing rated yet
               OPEN INPUT CONTROL-FILE.
               MOVE SPACES TO CONTROL-REC.
               MOVE HIGH-RATED-ID-WS TO CTL-LAST-ID.
               OPEN OUTPUT CONTROL-FILE.
               IF CONTROL-FILE-STATUS = "00" THEN
                     WRITE CONTROL-REC
               END-IF.
****************a bookmark that didn't take means the next update rates these
****************matches a second time - run a full rebuild before then
               IF CONTROL-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: RATECTL NOT UPDATED, STATUS " CONTROL-FILE-STATUS " - RUN A FULL REBUILD NEXT TIME"
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               CLOSE CONTROL-FILE.
       RATE-REGISTRY-FNC.
****************down the registry in key order - which is play order, because
               IF MATCH-FILE-STATUS NOT = "00" THEN
                     CLOSE MATCH-FILE
                     DISPLAY "NO MATCH REGISTRY FOUND, NOTHING TO RATE"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO MATCH-EOF-WS
                     MOVE LOW-VALUES TO MATCH-ID
                           IF MATCH-EOF-WS NOT = "YES" AND MATCH-ID > LAST-RATED-ID-WS THEN
                                 IF REBUILD-ANSWER-WS NOT = "Y" AND
                                    MATCH-NUM-PLAYERS = 2 AND MATCH-WINNER = 0 AND
                                    MATCH-RESULT-REASON NOT = "V" AND
                                    MATCH-SIM-FLAG NOT = "Y" AND
                                    MATCH-CPU-FLAG NOT = "Y" AND
                                    MATCH-PLAYER-NAME(1) NOT = MATCH-PLAYER-NAME(2) THEN
               END-IF.
               IF PENDING-FLAG-WS = "Y" THEN
                     DISPLAY "UPDATE STOPPED AT STILL-OPEN MATCH " PENDING-ID-WS
                     DISPLAY "FINISH OR RESUME IT, OR SETTLE IT WITH ADJUDGE, AND RERUN - OR RUN A FULL REBUILD TO MOVE PAST IT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       RATE-ONE-MATCH-FNC.
****************both seats in, the elo arithmetic, both seats back out
               MOVE NEW-WIN-RATING-WS TO RATE-VALUE.
               COMPUTE RATE-MATCHES = WIN-MATCHES-WS + 1.
               PERFORM STORE-RATING-FNC.
               MOVE WIN-RATING-WS TO RH-BEFORE.
               PERFORM STORE-HISTORY-FNC.
               MOVE LOSE-NAME-WS TO RATE-NAME.
               MOVE NEW-LOSE-RATING-WS TO RATE-VALUE.
               COMPUTE RATE-MATCHES = LOSE-MATCHES-WS + 1.
               PERFORM STORE-RATING-FNC.
               MOVE LOSE-RATING-WS TO RH-BEFORE.
               PERFORM STORE-HISTORY-FNC.
       EXPECT-TABLE-FNC.
****************the step table: gap in points to the favorite's expected score
****************in percent, the banded version of the elo curve
               END-REWRITE.
               IF RATING-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: RATING WRITE FAILED FOR " RATE-NAME ", STATUS " RATING-FILE-STATUS
                     MOVE 8 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       STORE-HISTORY-FNC.
****************this match's before and after for the player just stored
               MOVE RATE-NAME TO RH-NAME.
               MOVE MATCH-ID TO RH-MATCH-ID.
               MOVE MATCH-START-DATE TO RH-DATE.
               MOVE RATE-VALUE TO RH-AFTER.
               REWRITE RH-REC
                    INVALID KEY WRITE RH-REC
               END-REWRITE.
               IF HISTORY-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: RATING HISTORY WRITE FAILED FOR " RH-NAME ", STATUS " HISTORY-FILE-STATUS
                     MOVE 8 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       PUBLISH-LADDER-FNC.
****************the file into memory, best first, onto the report
                     END-PERFORM
               END-PERFORM.
               OPEN OUTPUT LADDER-FILE.
               IF LADDER-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: CANNOT OPEN RATERPT, STATUS " LADDER-FILE-STATUS " - LADDER NOT PUBLISHED"
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     PERFORM WRITE-LADDER-FNC
                     CLOSE LADDER-FILE
               END-IF.
       WRITE-LADDER-FNC.
               MOVE "==== BATTLESHIP RATING LADDER ====" TO LADDER-REC.
               WRITE LADDER-REC.
               IF LAD-COUNT-WS = 0 THEN
               IF LAD-LOST-WS NOT = 0 THEN
                     MOVE "WARNING: MORE RATED PLAYERS THAN THE LADDER TABLE HOLDS, SOME NOT LISTED" TO LADDER-REC
                     WRITE LADDER-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
