       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEBXTRCT.
*********results feed for the league website - everything posted online used
*********to be typed back in off SUMMRPT, TOURNRPT and RATERPT. this job
*********writes one fixed-layout interface file the website loads as it
*********stands: a header (extract date and sequence number), every match
*********finished since the last extract, the whole rating ladder as it is
*********tonight, the latest tournament standings, and a trailer counting
*********each kind of record. the matches run off a bookmark the same way
*********RATING's do, so each night sends only what is new; a full re-send
*********starts the registry again from the top when the website has to be
*********reloaded. simulated matches and matches nobody won stay home
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCH-ID
               FILE STATUS IS MATCH-FILE-STATUS.
           SELECT RATING-FILE ASSIGN TO "RATINGS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RATE-NAME
               FILE STATUS IS RATING-FILE-STATUS.
*********the latest tournament's standings as TOURNEY left them, best first
           SELECT STAND-FILE ASSIGN TO "TSTAND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STAND-FILE-STATUS.
*********one little record: the last match sent, and the last extract's
*********sequence number and date
           SELECT CONTROL-FILE ASSIGN TO "WEBCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
*********the interface file itself, replaced every run
           SELECT WEB-FILE ASSIGN TO "WEBRSLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WEB-FILE-STATUS.
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
       FD  RATING-FILE.
       01  RATE-REC.
           02  RATE-NAME       PIC X(10).
           02  RATE-VALUE      PIC 9(4).
           02  RATE-MATCHES    PIC 9(5).
*********TOURNEY's standings line, taken apart again
       FD  STAND-FILE.
       01  STAND-REC.
           02  STAND-NAME      PIC X(10).
           02  FILLER          PIC X(4).
           02  STAND-WINS      PIC Z9.
           02  FILLER          PIC X(4).
           02  STAND-LOSSES    PIC Z9.
           02  FILLER          PIC X(6).
           02  STAND-POINTS    PIC ZZ9.
           02  FILLER          PIC X(6).
           02  STAND-PCT       PIC ZZ9.
           02  FILLER          PIC X(20).
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           02  CTL-LAST-ID     PIC X(16).
           02  CTL-SEQUENCE    PIC 9(6).
           02  CTL-LAST-DATE   PIC X(8).
*********every record is 120 bytes, the record type in byte 1:
*********H header, M match result, L ladder position, S tournament standing,
*********T trailer. numbers are unsigned and zero-filled, names left-justified
       FD  WEB-FILE.
       01  WEB-REC.
           02  WEB-TYPE        PIC X.
           02  FILLER          PIC X(119).
       01  WEB-HEADER-REC.
           02  XH-TYPE         PIC X.
           02  XH-EXTRACT-DATE PIC X(8).
           02  XH-EXTRACT-TIME PIC X(6).
           02  XH-SEQUENCE     PIC 9(6).
*********F = full re-send (the website should replace its results), U = update
           02  XH-KIND         PIC X.
*********the last match already sent before this extract - spaces on a full one
           02  XH-AFTER-ID     PIC X(16).
           02  FILLER          PIC X(82).
       01  WEB-MATCH-REC.
           02  XM-TYPE         PIC X.
           02  XM-MATCH-ID     PIC X(16).
           02  XM-DATE         PIC X(8).
           02  XM-TIME         PIC X(6).
           02  XM-NUM-PLAYERS  PIC 9.
           02  XM-TEAM-MODE    PIC X.
           02  XM-SEAT OCCURS 4 TIMES.
               03  XM-NAME     PIC X(10).
               03  XM-TEAM     PIC 9.
               03  XM-SHOTS    PIC 9(3).
               03  XM-HITS     PIC 9(3).
*********the winning seat (its name is XM-NAME of that seat) and, in team
*********play, the winning side
           02  XM-WINNER       PIC 9.
           02  XM-WIN-TEAM     PIC 9.
*********space = played out, F = forfeit awarded by adjudication
           02  XM-REASON       PIC X.
           02  XM-CPU-FLAG     PIC X.
           02  XM-DURATION     PIC 9(7).
           02  FILLER          PIC X(8).
       01  WEB-LADDER-REC.
           02  XL-TYPE         PIC X.
           02  XL-RANK         PIC 9(3).
           02  XL-NAME         PIC X(10).
           02  XL-RATING       PIC 9(4).
           02  XL-MATCHES      PIC 9(5).
           02  FILLER          PIC X(97).
       01  WEB-STAND-REC.
           02  XS-TYPE         PIC X.
           02  XS-PLACE        PIC 9(3).
           02  XS-NAME         PIC X(10).
           02  XS-WINS         PIC 9(3).
           02  XS-LOSSES       PIC 9(3).
           02  XS-POINTS       PIC 9(3).
           02  XS-HIT-PCT      PIC 9(3).
           02  FILLER          PIC X(94).
       01  WEB-TRAILER-REC.
           02  XT-TYPE         PIC X.
           02  XT-SEQUENCE     PIC 9(6).
           02  XT-MATCH-COUNT  PIC 9(7).
           02  XT-LADDER-COUNT PIC 9(7).
           02  XT-STAND-COUNT  PIC 9(7).
*********every record on the file, header and trailer included
           02  XT-RECORD-COUNT PIC 9(9).
           02  FILLER          PIC X(83).
       WORKING-STORAGE SECTION.
       01  MATCH-FILE-STATUS   PIC XX.
       01  RATING-FILE-STATUS  PIC XX.
       01  STAND-FILE-STATUS   PIC XX.
       01  CONTROL-FILE-STATUS PIC XX.
       01  WEB-FILE-STATUS     PIC XX.
       01  MATCH-EOF-WS        PIC XXX.
       01  RATE-EOF-WS         PIC XXX.
       01  STAND-EOF-WS        PIC XXX.
       01  RESEND-ANSWER-WS    PIC X.
       01  CURRENT-DATE-WS     PIC X(21).
       01  SEAT-NO-WS          PIC 9.
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
*********where the last extract stopped, where this one got to, and its number
       01  LAST-SENT-ID-WS     PIC X(16).
       01  HIGH-SENT-ID-WS     PIC X(16).
       01  SEQUENCE-WS         PIC 9(6).
       01  SKIPPED-COUNT-WS    PIC 9(7).
*********a match still carrying winner 0 with no box score may be a killed
*********match waiting on its checkpoint - sending past it would mean it never
*********reaches the website once it finishes, so the bookmark parks there
       01  PENDING-FLAG-WS     PIC X.
       01  PENDING-ID-WS       PIC X(16).
*********what went onto the file
       01  MATCH-COUNT-WS      PIC 9(7) VALUE 0.
       01  LADDER-COUNT-WS     PIC 9(7) VALUE 0.
       01  STAND-COUNT-WS      PIC 9(7) VALUE 0.
       01  RECORD-COUNT-WS     PIC 9(9) VALUE 0.
*********the ladder pulled into memory for the sort
       01  LAD-COUNT-WS        PIC 9(3) VALUE 0.
       01  LAD-LOST-WS         PIC 9(3) VALUE 0.
       01  LAD-TBL-WS.
             02  LAD-ENTRY-WS OCCURS 200 TIMES.
                   03  LAD-NAME-WS     PIC X(10).
                   03  LAD-VALUE-WS    PIC 9(4).
                   03  LAD-MATCHES-WS  PIC 9(5).
       01  LAD-IDX-WS          PIC 9(3).
       01  LAD-JDX-WS          PIC 9(3).
       01  SORT-SWAP-WS        PIC X.
       01  LAD-HOLD-WS.
             02  LAD-HOLD-NAME-WS    PIC X(10).
             02  LAD-HOLD-VALUE-WS   PIC 9(4).
             02  LAD-HOLD-MATCHES-WS PIC 9(5).
       PROCEDURE DIVISION.
*********header, new matches, ladder, standings, trailer - then the bookmark
                       DISPLAY "BATTLESHIP WEBSITE RESULTS EXTRACT".
                       DISPLAY "FULL RE-SEND OF EVERY MATCH? Y/N (N = ONLY WHAT IS NEW SINCE THE LAST EXTRACT) >".
                       ACCEPT RESEND-ANSWER-WS FROM CONSOLE.
                       PERFORM LOAD-CONTROL-FNC.
                       IF RESEND-ANSWER-WS = "Y" THEN
                             MOVE SPACES TO LAST-SENT-ID-WS
                       END-IF.
                       MOVE LAST-SENT-ID-WS TO HIGH-SENT-ID-WS.
                       ADD 1 TO SEQUENCE-WS.
                       MOVE 0 TO SKIPPED-COUNT-WS.
                       OPEN OUTPUT WEB-FILE.
                       IF WEB-FILE-STATUS NOT = "00" THEN
                             DISPLAY "CANNOT OPEN WEBRSLT, STATUS " WEB-FILE-STATUS " - NOTHING SENT"
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       PERFORM WRITE-HEADER-FNC.
                       PERFORM EXTRACT-MATCHES-FNC.
                       PERFORM EXTRACT-LADDER-FNC.
                       PERFORM EXTRACT-STANDINGS-FNC.
                       PERFORM WRITE-TRAILER-FNC.
                       CLOSE WEB-FILE.
*********a file that didn't write cleanly never happened - the bookmark and the
*********sequence number stay put so the next run sends it all again
                       IF COND-CODE-WS < 12 THEN
                             PERFORM WRITE-CONTROL-FNC
                       ELSE
                             DISPLAY "WEBRSLT INCOMPLETE - DO NOT LOAD IT; BOOKMARK LEFT WHERE IT WAS"
                       END-IF.
                       DISPLAY "EXTRACT " SEQUENCE-WS " ON WEBRSLT: " MATCH-COUNT-WS " MATCH(ES), "
                               LADDER-COUNT-WS " LADDER, " STAND-COUNT-WS " STANDING(S), SKIPPED " SKIPPED-COUNT-WS.
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       LOAD-CONTROL-FNC.
****************no control record means nothing ever sent
               OPEN INPUT CONTROL-FILE.
               IF CONTROL-FILE-STATUS = "00" THEN
                     READ CONTROL-FILE
                          AT END MOVE SPACES TO CTL-LAST-ID
                                 MOVE 0 TO CTL-SEQUENCE
                     END-READ
                     MOVE CTL-LAST-ID TO LAST-SENT-ID-WS
                     IF CTL-SEQUENCE IS NUMERIC THEN
                           MOVE CTL-SEQUENCE TO SEQUENCE-WS
                     ELSE
                           MOVE 0 TO SEQUENCE-WS
                     END-IF
                     CLOSE CONTROL-FILE
               ELSE
                     CLOSE CONTROL-FILE
                     MOVE SPACES TO LAST-SENT-ID-WS
                     MOVE 0 TO SEQUENCE-WS
               END-IF.
       WRITE-CONTROL-FNC.
               MOVE SPACES TO CONTROL-REC.
               MOVE HIGH-SENT-ID-WS TO CTL-LAST-ID.
               MOVE SEQUENCE-WS TO CTL-SEQUENCE.
               MOVE CURRENT-DATE-WS(1:8) TO CTL-LAST-DATE.
               OPEN OUTPUT CONTROL-FILE.
               IF CONTROL-FILE-STATUS = "00" THEN
                     WRITE CONTROL-REC
               END-IF.
****************a bookmark that didn't take means the next update sends every
****************match again under the same sequence number
               IF CONTROL-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: WEBCTL NOT UPDATED, STATUS " CONTROL-FILE-STATUS " - SET IT TO " HIGH-SENT-ID-WS " " SEQUENCE-WS " BY HAND"
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               CLOSE CONTROL-FILE.
       PUT-RECORD-FNC.
****************every record goes out through here so the trailer can count them
               WRITE WEB-REC.
               IF WEB-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: WEBRSLT WRITE FAILED, STATUS " WEB-FILE-STATUS
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     ADD 1 TO RECORD-COUNT-WS
               END-IF.
       WRITE-HEADER-FNC.
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
               MOVE SPACES TO WEB-HEADER-REC.
               MOVE "H" TO XH-TYPE.
               MOVE CURRENT-DATE-WS(1:8) TO XH-EXTRACT-DATE.
               MOVE CURRENT-DATE-WS(9:6) TO XH-EXTRACT-TIME.
               MOVE SEQUENCE-WS TO XH-SEQUENCE.
               IF RESEND-ANSWER-WS = "Y" THEN
                     MOVE "F" TO XH-KIND
               ELSE
                     MOVE "U" TO XH-KIND
               END-IF.
               MOVE LAST-SENT-ID-WS TO XH-AFTER-ID.
               PERFORM PUT-RECORD-FNC.
       EXTRACT-MATCHES-FNC.
****************down the registry from the bookmark in key order, which is play
****************order. a finished match with a winner goes out - a forfeit
****************counts, the reason code tells the website so. simulated
****************matches, voids and played-out matches nobody won are passed
****************over for good. an update run stops at the first real match
****************still open and leaves the bookmark before it; a full re-send
****************carries on past it and sends the finished matches after it,
****************but still holds the bookmark before the first open one so it
****************goes out once settled - the later ones simply go again by id
               MOVE "N" TO PENDING-FLAG-WS.
               OPEN INPUT MATCH-FILE.
               IF MATCH-FILE-STATUS NOT = "00" THEN
                     CLOSE MATCH-FILE
                     DISPLAY "NO MATCH REGISTRY FOUND, NO RESULTS SENT"
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
                           IF MATCH-EOF-WS NOT = "YES" AND MATCH-ID > LAST-SENT-ID-WS THEN
                                 IF MATCH-WINNER = 0 AND MATCH-SHOT-STATS = ZEROES AND
                                    MATCH-RESULT-REASON NOT = "F" AND
                                    MATCH-RESULT-REASON NOT = "V" AND
                                    MATCH-SIM-FLAG NOT = "Y" THEN
                                       IF PENDING-FLAG-WS = "N" THEN
                                             MOVE "Y" TO PENDING-FLAG-WS
                                             MOVE MATCH-ID TO PENDING-ID-WS
                                       END-IF
                                       IF RESEND-ANSWER-WS = "Y" THEN
                                             ADD 1 TO SKIPPED-COUNT-WS
                                       ELSE
                                             MOVE "YES" TO MATCH-EOF-WS
                                       END-IF
                                 ELSE
                                       IF MATCH-WINNER NOT = 0 AND MATCH-SIM-FLAG NOT = "Y" THEN
                                             PERFORM WRITE-MATCH-FNC
                                       ELSE
                                             ADD 1 TO SKIPPED-COUNT-WS
                                       END-IF
                                       IF PENDING-FLAG-WS = "N" AND MATCH-ID > HIGH-SENT-ID-WS THEN
                                             MOVE MATCH-ID TO HIGH-SENT-ID-WS
                                       END-IF
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE MATCH-FILE
               END-IF.
               IF PENDING-FLAG-WS = "Y" AND RESEND-ANSWER-WS = "Y" THEN
                     DISPLAY "BOOKMARK HELD BEFORE STILL-OPEN MATCH " PENDING-ID-WS
                     DISPLAY "LATER RESULTS WERE SENT AND WILL BE SENT AGAIN WITH THE NEXT EXTRACT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               IF PENDING-FLAG-WS = "Y" AND RESEND-ANSWER-WS NOT = "Y" THEN
                     DISPLAY "RESULTS STOPPED AT STILL-OPEN MATCH " PENDING-ID-WS
                     DISPLAY "FINISH OR RESUME IT, OR SETTLE IT WITH ADJUDGE, AND IT GOES OUT WITH THE NEXT EXTRACT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       WRITE-MATCH-FNC.
****************one result, seat by seat
               MOVE SPACES TO WEB-MATCH-REC.
               MOVE "M" TO XM-TYPE.
               MOVE MATCH-ID TO XM-MATCH-ID.
               MOVE MATCH-START-DATE TO XM-DATE.
               MOVE MATCH-START-TIME TO XM-TIME.
               MOVE MATCH-NUM-PLAYERS TO XM-NUM-PLAYERS.
               IF MATCH-TEAM-MODE = "Y" THEN
                     MOVE "Y" TO XM-TEAM-MODE
               ELSE
                     MOVE "N" TO XM-TEAM-MODE
               END-IF.
               PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > 4
                     MOVE MATCH-PLAYER-NAME(SEAT-NO-WS) TO XM-NAME(SEAT-NO-WS)
                     IF MATCH-TEAM-MODE = "Y" THEN
                           MOVE MATCH-TEAM-OF(SEAT-NO-WS) TO XM-TEAM(SEAT-NO-WS)
                     ELSE
                           MOVE 0 TO XM-TEAM(SEAT-NO-WS)
                     END-IF
                     MOVE MATCH-SHOTS-FIRED(SEAT-NO-WS) TO XM-SHOTS(SEAT-NO-WS)
                     MOVE MATCH-HITS-LANDED(SEAT-NO-WS) TO XM-HITS(SEAT-NO-WS)
               END-PERFORM.
               MOVE MATCH-WINNER TO XM-WINNER.
               IF MATCH-TEAM-MODE = "Y" THEN
                     MOVE MATCH-WIN-TEAM TO XM-WIN-TEAM
               ELSE
                     MOVE 0 TO XM-WIN-TEAM
               END-IF.
               MOVE MATCH-RESULT-REASON TO XM-REASON.
               IF MATCH-CPU-FLAG = "Y" THEN
                     MOVE "Y" TO XM-CPU-FLAG
               ELSE
                     MOVE "N" TO XM-CPU-FLAG
               END-IF.
               MOVE MATCH-DURATION-SEC TO XM-DURATION.
               PERFORM PUT-RECORD-FNC.
               ADD 1 TO MATCH-COUNT-WS.
       EXTRACT-LADDER-FNC.
****************the whole ladder every night, best first, ranked the way
****************RATERPT ranks it - the website replaces its ladder outright
               MOVE 0 TO LAD-COUNT-WS.
               MOVE 0 TO LAD-LOST-WS.
               OPEN INPUT RATING-FILE.
               IF RATING-FILE-STATUS NOT = "00" THEN
                     CLOSE RATING-FILE
                     DISPLAY "NO RATINGS FILE FOUND, NO LADDER SENT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO RATE-EOF-WS
                     MOVE LOW-VALUES TO RATE-NAME
                     START RATING-FILE KEY NOT < RATE-NAME
                          INVALID KEY MOVE "YES" TO RATE-EOF-WS
                     END-START
                     PERFORM UNTIL RATE-EOF-WS = "YES"
                           READ RATING-FILE NEXT RECORD
                                AT END MOVE "YES" TO RATE-EOF-WS
                           END-READ
                           IF RATE-EOF-WS NOT = "YES" THEN
                                 IF LAD-COUNT-WS < 200 THEN
                                       ADD 1 TO LAD-COUNT-WS
                                       MOVE RATE-NAME TO LAD-NAME-WS(LAD-COUNT-WS)
                                       MOVE RATE-VALUE TO LAD-VALUE-WS(LAD-COUNT-WS)
                                       MOVE RATE-MATCHES TO LAD-MATCHES-WS(LAD-COUNT-WS)
                                 ELSE
                                       ADD 1 TO LAD-LOST-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE RATING-FILE
               END-IF.
               MOVE "Y" TO SORT-SWAP-WS.
               PERFORM UNTIL SORT-SWAP-WS = "N"
                     MOVE "N" TO SORT-SWAP-WS
                     PERFORM VARYING LAD-IDX-WS FROM 1 BY 1 UNTIL LAD-IDX-WS >= LAD-COUNT-WS
                           COMPUTE LAD-JDX-WS = LAD-IDX-WS + 1
                           IF LAD-VALUE-WS(LAD-JDX-WS) > LAD-VALUE-WS(LAD-IDX-WS) THEN
                                 MOVE LAD-ENTRY-WS(LAD-IDX-WS) TO LAD-HOLD-WS
                                 MOVE LAD-ENTRY-WS(LAD-JDX-WS) TO LAD-ENTRY-WS(LAD-IDX-WS)
                                 MOVE LAD-HOLD-WS TO LAD-ENTRY-WS(LAD-JDX-WS)
                                 MOVE "Y" TO SORT-SWAP-WS
                           END-IF
                     END-PERFORM
               END-PERFORM.
               PERFORM VARYING LAD-IDX-WS FROM 1 BY 1 UNTIL LAD-IDX-WS > LAD-COUNT-WS
                     MOVE SPACES TO WEB-LADDER-REC
                     MOVE "L" TO XL-TYPE
                     MOVE LAD-IDX-WS TO XL-RANK
                     MOVE LAD-NAME-WS(LAD-IDX-WS) TO XL-NAME
                     MOVE LAD-VALUE-WS(LAD-IDX-WS) TO XL-RATING
                     MOVE LAD-MATCHES-WS(LAD-IDX-WS) TO XL-MATCHES
                     PERFORM PUT-RECORD-FNC
                     ADD 1 TO LADDER-COUNT-WS
               END-PERFORM.
               IF LAD-LOST-WS NOT = 0 THEN
                     DISPLAY "WARNING: MORE RATED PLAYERS THAN THE LADDER TABLE HOLDS, SOME NOT SENT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       EXTRACT-STANDINGS-FNC.
****************TSTAND is written best first, so the line number is the place
               OPEN INPUT STAND-FILE.
               IF STAND-FILE-STATUS = "00" THEN
                     MOVE "NO" TO STAND-EOF-WS
                     PERFORM UNTIL STAND-EOF-WS = "YES"
                           READ STAND-FILE
                                AT END MOVE "YES" TO STAND-EOF-WS
                           END-READ
                           IF STAND-EOF-WS NOT = "YES" AND STAND-NAME NOT = SPACES THEN
                                 MOVE SPACES TO WEB-STAND-REC
                                 MOVE "S" TO XS-TYPE
                                 COMPUTE XS-PLACE = STAND-COUNT-WS + 1
                                 MOVE STAND-NAME TO XS-NAME
                                 MOVE STAND-WINS TO XS-WINS
                                 MOVE STAND-LOSSES TO XS-LOSSES
                                 MOVE STAND-POINTS TO XS-POINTS
                                 MOVE STAND-PCT TO XS-HIT-PCT
                                 PERFORM PUT-RECORD-FNC
                                 ADD 1 TO STAND-COUNT-WS
                           END-IF
                     END-PERFORM
                     CLOSE STAND-FILE
               ELSE
                     CLOSE STAND-FILE
                     DISPLAY "NO TOURNAMENT STANDINGS ON TSTAND, NONE SENT"
               END-IF.
       WRITE-TRAILER-FNC.
****************the counts the website checks its load against
               MOVE SPACES TO WEB-TRAILER-REC.
               MOVE "T" TO XT-TYPE.
               MOVE SEQUENCE-WS TO XT-SEQUENCE.
               MOVE MATCH-COUNT-WS TO XT-MATCH-COUNT.
               MOVE LADDER-COUNT-WS TO XT-LADDER-COUNT.
               MOVE STAND-COUNT-WS TO XT-STAND-COUNT.
               COMPUTE XT-RECORD-COUNT = RECORD-COUNT-WS + 1.
               PERFORM PUT-RECORD-FNC.
