       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCORE.
*********post-match re-scoring - the checkpoint that knew where the ships were
*********is deleted the moment a match ends, so once the argument starts the
*********only witness left is SHOTLOG saying HIT. BATTLE and SIMULATE now file
*********every match's opening fleet on FLEETMST; this job plays each match's
*********logged shots back against that fleet the way ACTION-FNC scores them,
*********re-derives every HIT/MISS/SUNK, the winner, and each seat's shots and
*********hits, and lists everywhere the record disagrees: a shot the log got
*********wrong, a registry winner or box score that doesn't follow from the
*********shots, a SUMMRPT line that doesn't match. REVERSED lines erase the
*********shot they took back, same as the referee did at the table. archived
*********generations are read alongside the live files, like AUDIT reads them
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*********the registry says who played, who won, and what the box score was
           SELECT MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCH-ID
               FILE STATUS IS MATCH-FILE-STATUS.
*********the opening layout BATTLE filed under the same match ID
           SELECT FLEET-FILE ASSIGN TO "FLEETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLEET-MATCH-ID
               FILE STATUS IS FLEET-FILE-STATUS.
           SELECT LOG-FILE ASSIGN TO "SHOTLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-FILE-STATUS.
           SELECT SUMMARY-FILE ASSIGN TO "SUMMRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-FILE-STATUS.
*********the archived generations, names built per use like the archive job
           SELECT SHOT-GEN-FILE ASSIGN USING GEN-SHOT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHOT-GEN-STATUS.
           SELECT SUMM-GEN-FILE ASSIGN USING GEN-SUMM-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMM-GEN-STATUS.
*********which generations are still on disk
           SELECT CONTROL-FILE ASSIGN TO "ARCHCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-FILE-STATUS.
*********the exception report, one disagreement per line, totals at the bottom
           SELECT RSCREPORT-FILE ASSIGN TO "RESCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RSCREPORT-FILE-STATUS.
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
       FD  LOG-FILE.
       01  LOG-IN-REC        PIC X(100).
       FD  SUMMARY-FILE.
       01  SUMM-IN-REC       PIC X(100).
       FD  SHOT-GEN-FILE.
       01  SHOT-GEN-REC      PIC X(100).
       FD  SUMM-GEN-FILE.
       01  SUMM-GEN-REC      PIC X(100).
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           02  CTL-CUR-GEN   PIC 9(4).
           02  FILLER        PIC X.
           02  CTL-KEEP      PIC 9(2).
           02  FILLER        PIC X.
           02  CTL-OLDEST    PIC 9(4).
       FD  RSCREPORT-FILE.
       01  RSCREPORT-REC     PIC X(100).
       WORKING-STORAGE SECTION.
       01  MATCH-FILE-STATUS   PIC XX.
       01  FLEET-FILE-STATUS   PIC XX.
       01  LOG-FILE-STATUS     PIC XX.
       01  SUMMARY-FILE-STATUS PIC XX.
       01  SHOT-GEN-STATUS     PIC XX.
       01  SUMM-GEN-STATUS     PIC XX.
       01  CONTROL-FILE-STATUS PIC XX.
       01  RSCREPORT-FILE-STATUS PIC XX.
       01  MATCH-EOF-WS        PIC XXX.
       01  GEN-EOF-WS          PIC XXX.
       01  FLEET-FOUND-WS      PIC X.
*********one match by ID, or every match from a start date on
       01  WANT-MATCH-ID-WS    PIC X(16).
       01  FROM-DATE-WS        PIC X(8).
*********the generation walk, names built like the archive job builds them
       01  CUR-GEN-WS          PIC 9(4).
       01  OLDEST-GEN-WS       PIC 9(4).
       01  GEN-NO-WS           PIC 9(4).
       01  GEN-SHOT-NAME-WS.
             02  FILLER            PIC X(9) VALUE "SHOTLOG.G".
             02  GEN-SHOT-NO-WS    PIC 9(4).
       01  GEN-SUMM-NAME-WS.
             02  FILLER            PIC X(9) VALUE "SUMMRPT.G".
             02  GEN-SUMM-NO-WS    PIC 9(4).
*********a log line, live or archived, laid out the way LOG-SHOT-FNC writes it
       01  SCAN-LOG-WS.
             02  SCAN-MATCH-ID-WS  PIC X(16).
             02  FILLER            PIC X.
             02  SCAN-TURN-WS      PIC 9(5).
             02  FILLER            PIC X.
             02  SCAN-PLAYER-WS    PIC 9.
             02  FILLER            PIC X.
             02  SCAN-OPPONENT-WS  PIC 9.
             02  FILLER            PIC X.
             02  SCAN-X-WS         PIC 9.
             02  FILLER            PIC X.
             02  SCAN-Y-WS         PIC 9.
             02  FILLER            PIC X.
             02  SCAN-RESULT-WS    PIC X(20).
       01  SUMM-LINE-WS        PIC X(100).
*********the match being re-scored, and its shots in log order. a reversed
*********shot stays in the table marked dead so the turn order holds
       01  RS-ID-WS            PIC X(16).
       01  RS-GO-WS            PIC X.
       01  SHOT-COUNT-WS       PIC 9(4).
       01  DROP-COUNT-WS       PIC 9(4).
       01  SHOT-NO-WS          PIC 9(4).
       01  SCAN-NO-WS          PIC 9(4).
       01  REV-HIT-WS          PIC 9(4).
       01  SHOT-TABLE-WS.
             02  SHOT-ENTRY-WS OCCURS 2000 TIMES.
                   03  RS-TURN-WS     PIC 9(5).
                   03  RS-PLAYER-WS   PIC 9.
                   03  RS-OPPONENT-WS PIC 9.
                   03  RS-X-WS        PIC 9.
                   03  RS-Y-WS        PIC 9.
                   03  RS-RESULT-WS   PIC X(20).
                   03  RS-LIVE-WS     PIC X.
*********the fleet in play during the replay, same shape as BATTLE's ITEMS,
*********and which segments and cells have already taken a shot
       01  ITEMS.
            02  ITEM-TABLE-WS    OCCURS 4 TIMES.
                 03  ITEM-ROWS-WS  OCCURS 5 TIMES.
                      04  P-X      PIC 9 OCCURS 5 TIMES.
                      04  P-Y      PIC 9 OCCURS 5 TIMES.
                      04  P-LENG   PIC 9.
       01  PLAYERS-HP.
            02  P-HP  PIC 9 OCCURS 4 TIMES.
       01  SEG-HIT-TBL-WS.
             02  SEG-HIT-PLAYER-WS OCCURS 4 TIMES.
                   03  SEG-HIT-SHIP-WS OCCURS 5 TIMES.
                         04  SEG-HIT-WS  PIC X OCCURS 5 TIMES.
       01  TRIED-TBL-WS.
             02  TRIED-ATK-WS OCCURS 4 TIMES.
                   03  TRIED-DEF-WS OCCURS 4 TIMES.
                         04  TRIED-ROW-WS OCCURS 9 TIMES.
                               05  TRIED-WS  PIC X OCCURS 9 TIMES.
*********what the replay says happened
       01  RS-STATS-WS.
             02  RS-SHOTS-WS    PIC 9(3) OCCURS 4 TIMES.
             02  RS-HITS-WS     PIC 9(3) OCCURS 4 TIMES.
       01  RS-WINNER-WS        PIC 9.
       01  ALIVE-COUNT-WS      PIC 9.
*********in a doubles match it's sides left afloat that decide it, not seats
       01  SIDE-ALIVE-TBL-WS.
             02  SIDE-ALIVE-WS   PIC X OCCURS 2 TIMES.
       01  DERIVED-WS          PIC X(20).
       01  PLAYER              PIC 9.
       01  OPPONENT            PIC 9.
       01  X                   PIC 9.
       01  Y                   PIC 9.
       01  CHK                 PIC 9.
       01  CHK-X               PIC 9.
       01  CHK-Y               PIC 9.
       01  CHK-Z               PIC 9.
*********walking a SUMMRPT block: are we inside this match's block, and
*********which seat's PLAYER line comes next
       01  IN-BLOCK-WS         PIC X.
       01  SUMM-SEAT-WS        PIC 9.
       01  SUMM-BLOCK-CNT-WS   PIC 9(3).
       01  EDIT-SHOTS-WS       PIC ZZ9.
       01  EDIT-HITS-WS        PIC ZZ9.
*********running totals for the trailer
       01  RESCORED-COUNT-WS   PIC 9(5) VALUE 0.
       01  NOT-RESCORED-WS     PIC 9(5) VALUE 0.
       01  REPLAYED-TOTAL-WS   PIC 9(7) VALUE 0.
       01  EXCEPT-COUNT-WS     PIC 9(5) VALUE 0.
*********the side the replay left afloat, for a team match
       01  RS-WIN-TEAM-WS      PIC 9.
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
*********report lines
       01  RSC-SHOT-LINE-WS.
             02  FILLER            PIC X(6)  VALUE "MATCH ".
             02  RSL-ID-WS         PIC X(16).
             02  FILLER            PIC X(6)  VALUE " TURN ".
             02  RSL-TURN-WS       PIC ZZZZ9.
             02  FILLER            PIC X(9)  VALUE ": PLAYER ".
             02  RSL-PLAYER-WS     PIC 9.
             02  FILLER            PIC X(11) VALUE " AT PLAYER ".
             02  RSL-OPP-WS        PIC 9.
             02  FILLER            PIC X(3)  VALUE " X=".
             02  RSL-X-WS          PIC 9.
             02  FILLER            PIC X(3)  VALUE " Y=".
             02  RSL-Y-WS          PIC 9.
             02  FILLER            PIC X(8)  VALUE " LOGGED ".
             02  RSL-LOGGED-WS     PIC X(9).
             02  FILLER            PIC X(10) VALUE " REPLAYED ".
             02  RSL-DERIVED-WS    PIC X(9).
       01  RSC-WIN-LINE-WS.
             02  FILLER            PIC X(6)  VALUE "MATCH ".
             02  RWL-ID-WS         PIC X(16).
             02  FILLER            PIC X(18) VALUE ": REGISTRY WINNER ".
             02  RWL-REG-WS        PIC 9.
             02  FILLER            PIC X(16) VALUE ", REPLAY WINNER ".
             02  RWL-REPLAY-WS     PIC 9.
       01  RSC-SIDE-LINE-WS.
             02  FILLER            PIC X(6)  VALUE "MATCH ".
             02  RSD-ID-WS         PIC X(16).
             02  FILLER            PIC X(24) VALUE ": REGISTRY WINNING SIDE ".
             02  RSD-REG-WS        PIC 9.
             02  FILLER            PIC X(22) VALUE ", REPLAY WINNING SIDE ".
             02  RSD-REPLAY-WS     PIC 9.
       01  RSC-STAT-LINE-WS.
             02  FILLER            PIC X(6)  VALUE "MATCH ".
             02  RTL-ID-WS         PIC X(16).
             02  FILLER            PIC X(6)  VALUE " SEAT ".
             02  RTL-SEAT-WS       PIC 9.
             02  FILLER            PIC X(2)  VALUE ": ".
             02  RTL-SOURCE-WS     PIC X(8).
             02  FILLER            PIC X(7)  VALUE " SHOTS ".
             02  RTL-FILE-SHOTS-WS PIC X(3).
             02  FILLER            PIC X(6)  VALUE " HITS ".
             02  RTL-FILE-HITS-WS  PIC X(3).
             02  FILLER            PIC X(16) VALUE " - REPLAY SHOTS ".
             02  RTL-RS-SHOTS-WS   PIC ZZ9.
             02  FILLER            PIC X(6)  VALUE " HITS ".
             02  RTL-RS-HITS-WS    PIC ZZ9.
       01  RSC-NOTE-LINE-WS.
             02  FILLER            PIC X(6)  VALUE "MATCH ".
             02  RNL-ID-WS         PIC X(16).
             02  FILLER            PIC X(2)  VALUE ": ".
             02  RNL-TEXT-WS       PIC X(70).
       01  RSC-TOTALS-WS.
             02  FILLER            PIC X(19) VALUE "MATCHES RE-SCORED: ".
             02  RTT-DONE-WS       PIC ZZZZ9.
             02  FILLER            PIC X(18) VALUE "  SHOTS REPLAYED: ".
             02  RTT-SHOTS-WS      PIC ZZZZZZ9.
             02  FILLER            PIC X(17) VALUE "  NOT RE-SCORED: ".
             02  RTT-SKIP-WS       PIC ZZZZ9.
       01  RSC-VERDICT-WS.
             02  FILLER            PIC X(12) VALUE "EXCEPTIONS: ".
             02  RVL-COUNT-WS      PIC ZZZZ9.
       PROCEDURE DIVISION.
*********the fleet, the shots, and the paperwork - one more time, slowly
                       DISPLAY "MATCH RE-SCORING AGAINST THE FILED FLEET LAYOUTS".
                       DISPLAY "MATCH ID TO RE-SCORE (BLANK = EVERY MATCH FROM A START DATE) >".
                       ACCEPT WANT-MATCH-ID-WS FROM CONSOLE.
                       MOVE "00000000" TO FROM-DATE-WS.
                       IF WANT-MATCH-ID-WS = SPACES THEN
                             DISPLAY "RE-SCORE MATCHES STARTED ON OR AFTER (YYYYMMDD, BLANK = ALL) >"
                             ACCEPT FROM-DATE-WS FROM CONSOLE
                             IF FROM-DATE-WS = SPACES OR FROM-DATE-WS NOT NUMERIC THEN
                                   MOVE "00000000" TO FROM-DATE-WS
                             END-IF
                       END-IF.
                       OPEN INPUT MATCH-FILE.
                       IF MATCH-FILE-STATUS NOT = "00" THEN
                             DISPLAY "NO MATCH REGISTRY FOUND, NOTHING TO RE-SCORE"
                             CLOSE MATCH-FILE
                             MOVE 12 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                             MOVE COND-CODE-WS TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       OPEN INPUT FLEET-FILE.
                       IF FLEET-FILE-STATUS NOT = "00" THEN
                             DISPLAY "NO FLEET LAYOUT FILE FOUND, NOTHING TO RE-SCORE"
                             CLOSE FLEET-FILE
                             CLOSE MATCH-FILE
                             MOVE 12 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                             MOVE COND-CODE-WS TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       PERFORM LOAD-ARCHCTL-FNC.
                       OPEN OUTPUT RSCREPORT-FILE.
                       IF RSCREPORT-FILE-STATUS NOT = "00" THEN
                             DISPLAY "CANNOT OPEN RESCRPT, STATUS " RSCREPORT-FILE-STATUS " - NOTHING RE-SCORED"
                             CLOSE FLEET-FILE
                             CLOSE MATCH-FILE
                             MOVE 12 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                             MOVE COND-CODE-WS TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       MOVE "==== BATTLESHIP RE-SCORING EXCEPTIONS ====" TO RSCREPORT-REC.
                       WRITE RSCREPORT-REC.
                       IF WANT-MATCH-ID-WS NOT = SPACES THEN
                             MOVE WANT-MATCH-ID-WS TO MATCH-ID
                             READ MATCH-FILE
                                  INVALID KEY
                                        DISPLAY "MATCH " WANT-MATCH-ID-WS " IS NOT IN THE REGISTRY"
                                  NOT INVALID KEY
                                        PERFORM RESCORE-ONE-FNC
                             END-READ
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
                                   IF MATCH-EOF-WS NOT = "YES" AND MATCH-START-DATE >= FROM-DATE-WS THEN
                                         PERFORM RESCORE-ONE-FNC
                                   END-IF
                             END-PERFORM
                       END-IF.
                       MOVE RESCORED-COUNT-WS TO RTT-DONE-WS.
                       MOVE REPLAYED-TOTAL-WS TO RTT-SHOTS-WS.
                       MOVE NOT-RESCORED-WS TO RTT-SKIP-WS.
                       MOVE RSC-TOTALS-WS TO RSCREPORT-REC.
                       WRITE RSCREPORT-REC.
                       MOVE EXCEPT-COUNT-WS TO RVL-COUNT-WS.
                       MOVE RSC-VERDICT-WS TO RSCREPORT-REC.
                       WRITE RSCREPORT-REC.
                       IF EXCEPT-COUNT-WS = 0 THEN
                             MOVE "EVERY RE-SCORED MATCH AGREES WITH THE RECORD" TO RSCREPORT-REC
                             WRITE RSCREPORT-REC
                       END-IF.
                       CLOSE RSCREPORT-FILE.
                       CLOSE FLEET-FILE.
                       CLOSE MATCH-FILE.
                       DISPLAY "RE-SCORING COMPLETE: " RESCORED-COUNT-WS " MATCH(ES), " EXCEPT-COUNT-WS " EXCEPTION(S), REPORT ON RESCRPT".
                       IF NOT-RESCORED-WS NOT = 0 THEN
                             MOVE 4 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                       END-IF.
                       IF EXCEPT-COUNT-WS NOT = 0 THEN
                             MOVE 8 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                       END-IF.
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       LOAD-ARCHCTL-FNC.
****************which generations the archive job still has on disk - zero
****************current means no cut has ever run and only the live files count
               MOVE 0 TO CUR-GEN-WS.
               MOVE 1 TO OLDEST-GEN-WS.
               OPEN INPUT CONTROL-FILE.
               IF CONTROL-FILE-STATUS = "00" THEN
                     READ CONTROL-FILE
                          AT END CONTINUE
                     END-READ
                     IF CONTROL-FILE-STATUS = "00" THEN
                           MOVE CTL-CUR-GEN TO CUR-GEN-WS
                           MOVE CTL-OLDEST TO OLDEST-GEN-WS
                     END-IF
                     CLOSE CONTROL-FILE
               ELSE
                     CLOSE CONTROL-FILE
               END-IF.
       RESCORE-ONE-FNC.
****************one registry entry: still open, no fleet on file, or no shots
****************left on the logs means there's nothing to re-score it from -
****************listed for the record, not counted against anybody
               MOVE MATCH-ID TO RS-ID-WS.
               MOVE MATCH-ID TO RNL-ID-WS.
               MOVE "Y" TO RS-GO-WS.
               IF MATCH-RESULT-REASON = "F" OR MATCH-RESULT-REASON = "V" THEN
                     MOVE "N" TO RS-GO-WS
                     MOVE "ABANDONED, SETTLED BY ADJUDICATION - NOT RE-SCORED" TO RNL-TEXT-WS
               ELSE
                     IF MATCH-WINNER = 0 AND MATCH-SHOT-STATS = ZEROES THEN
                           MOVE "N" TO RS-GO-WS
                           MOVE "STILL OPEN (WINNER 0, NO BOX SCORE) - NOT RE-SCORED" TO RNL-TEXT-WS
                     ELSE
                           MOVE RS-ID-WS TO FLEET-MATCH-ID
                           READ FLEET-FILE
                                INVALID KEY MOVE "N" TO FLEET-FOUND-WS
                                NOT INVALID KEY MOVE "Y" TO FLEET-FOUND-WS
                           END-READ
                           IF FLEET-FOUND-WS = "N" THEN
                                 MOVE "N" TO RS-GO-WS
                                 MOVE "NO FLEET LAYOUT ON FILE - NOT RE-SCORED" TO RNL-TEXT-WS
                           ELSE
                                 PERFORM LOAD-SHOTS-FNC
                                 IF SHOT-COUNT-WS = 0 THEN
                                       MOVE "N" TO RS-GO-WS
                                       MOVE "NO SHOTLOG LINES ON FILE - NOT RE-SCORED" TO RNL-TEXT-WS
                                 END-IF
                                 IF DROP-COUNT-WS NOT = 0 THEN
                                       MOVE "N" TO RS-GO-WS
                                       MOVE "MORE SHOT LINES THAN THE REPLAY TABLE HOLDS - NOT RE-SCORED" TO RNL-TEXT-WS
                                 END-IF
                           END-IF
                     END-IF
               END-IF.
               IF RS-GO-WS = "N" THEN
                     ADD 1 TO NOT-RESCORED-WS
                     MOVE RSC-NOTE-LINE-WS TO RSCREPORT-REC
                     WRITE RSCREPORT-REC
               ELSE
                     ADD 1 TO RESCORED-COUNT-WS
                     PERFORM REPLAY-SHOTS-FNC
                     PERFORM CHECK-REGISTRY-FNC
                     PERFORM CHECK-SUMMARY-FNC
               END-IF.
       LOAD-SHOTS-FNC.
****************every line for this match, archived generations first and then
****************the live log, in the order they were written
               MOVE 0 TO SHOT-COUNT-WS.
               MOVE 0 TO DROP-COUNT-WS.
               PERFORM VARYING GEN-NO-WS FROM OLDEST-GEN-WS BY 1 UNTIL GEN-NO-WS > CUR-GEN-WS
                     PERFORM LOAD-ONE-LOG-GEN-FNC
               END-PERFORM.
               OPEN INPUT LOG-FILE.
               IF LOG-FILE-STATUS NOT = "00" THEN
                     CLOSE LOG-FILE
               ELSE
                     MOVE "NO" TO GEN-EOF-WS
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ LOG-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 MOVE LOG-IN-REC TO SCAN-LOG-WS
                                 IF SCAN-MATCH-ID-WS = RS-ID-WS THEN
                                       PERFORM BOOK-SHOT-FNC
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE LOG-FILE
               END-IF.
       LOAD-ONE-LOG-GEN-FNC.
               MOVE GEN-NO-WS TO GEN-SHOT-NO-WS.
               MOVE "NO" TO GEN-EOF-WS.
               OPEN INPUT SHOT-GEN-FILE.
               IF SHOT-GEN-STATUS NOT = "00" THEN
                     CLOSE SHOT-GEN-FILE
               ELSE
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ SHOT-GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 MOVE SHOT-GEN-REC TO SCAN-LOG-WS
                                 IF SCAN-MATCH-ID-WS = RS-ID-WS THEN
                                       PERFORM BOOK-SHOT-FNC
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE SHOT-GEN-FILE
               END-IF.
       BOOK-SHOT-FNC.
****************a shot goes on the table live; a REVERSED line kills the most
****************recent live shot with the same seats and cell - the referee
****************only ever takes back the newest one, so newest-first finds it
               IF SCAN-RESULT-WS = "REVERSED" THEN
                     MOVE 0 TO REV-HIT-WS
                     PERFORM VARYING SCAN-NO-WS FROM SHOT-COUNT-WS BY -1 UNTIL SCAN-NO-WS < 1 OR REV-HIT-WS NOT = 0
                           IF RS-LIVE-WS(SCAN-NO-WS) = "Y" AND
                              RS-PLAYER-WS(SCAN-NO-WS) = SCAN-PLAYER-WS AND
                              RS-OPPONENT-WS(SCAN-NO-WS) = SCAN-OPPONENT-WS AND
                              RS-X-WS(SCAN-NO-WS) = SCAN-X-WS AND
                              RS-Y-WS(SCAN-NO-WS) = SCAN-Y-WS THEN
                                 MOVE SCAN-NO-WS TO REV-HIT-WS
                           END-IF
                     END-PERFORM
                     IF REV-HIT-WS NOT = 0 THEN
                           MOVE "N" TO RS-LIVE-WS(REV-HIT-WS)
                     ELSE
                           ADD 1 TO EXCEPT-COUNT-WS
                           MOVE RS-ID-WS TO RSL-ID-WS
                           MOVE SCAN-TURN-WS TO RSL-TURN-WS
                           MOVE SCAN-PLAYER-WS TO RSL-PLAYER-WS
                           MOVE SCAN-OPPONENT-WS TO RSL-OPP-WS
                           MOVE SCAN-X-WS TO RSL-X-WS
                           MOVE SCAN-Y-WS TO RSL-Y-WS
                           MOVE "REVERSED" TO RSL-LOGGED-WS
                           MOVE "NO SHOT" TO RSL-DERIVED-WS
                           MOVE RSC-SHOT-LINE-WS TO RSCREPORT-REC
                           WRITE RSCREPORT-REC
                     END-IF
               ELSE
                     IF SHOT-COUNT-WS < 2000 THEN
                           ADD 1 TO SHOT-COUNT-WS
                           MOVE SCAN-TURN-WS TO RS-TURN-WS(SHOT-COUNT-WS)
                           MOVE SCAN-PLAYER-WS TO RS-PLAYER-WS(SHOT-COUNT-WS)
                           MOVE SCAN-OPPONENT-WS TO RS-OPPONENT-WS(SHOT-COUNT-WS)
                           MOVE SCAN-X-WS TO RS-X-WS(SHOT-COUNT-WS)
                           MOVE SCAN-Y-WS TO RS-Y-WS(SHOT-COUNT-WS)
                           MOVE SCAN-RESULT-WS TO RS-RESULT-WS(SHOT-COUNT-WS)
                           MOVE "Y" TO RS-LIVE-WS(SHOT-COUNT-WS)
                     ELSE
                           ADD 1 TO DROP-COUNT-WS
                     END-IF
               END-IF.
       REPLAY-SHOTS-FNC.
****************set the opening fleet back on the water and fire every live
****************shot at it in log order. a seat's hit points are its ships
****************afloat, the same count INIT-ITEMS leaves in P-HP
               MOVE FLEET-ITEMS TO ITEMS.
               MOVE SPACES TO SEG-HIT-TBL-WS.
               MOVE SPACES TO TRIED-TBL-WS.
               MOVE ZEROES TO RS-STATS-WS.
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > 4
                     MOVE 0 TO P-HP(CHK-Z)
                     IF CHK-Z <= FLEET-NUM-PLAYERS THEN
                           PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > 5
                                 IF P-LENG(CHK-Z, CHK-X) NOT = 0 THEN
                                       ADD 1 TO P-HP(CHK-Z)
                                 END-IF
                           END-PERFORM
                     END-IF
               END-PERFORM.
               PERFORM VARYING SHOT-NO-WS FROM 1 BY 1 UNTIL SHOT-NO-WS > SHOT-COUNT-WS
                     IF RS-LIVE-WS(SHOT-NO-WS) = "Y" THEN
                           PERFORM REPLAY-ONE-SHOT-FNC
                     END-IF
               END-PERFORM.
               MOVE 0 TO ALIVE-COUNT-WS.
               MOVE 0 TO RS-WINNER-WS.
               MOVE "NN" TO SIDE-ALIVE-TBL-WS.
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > FLEET-NUM-PLAYERS
                     IF P-HP(CHK-Z) NOT = 0 THEN
                           ADD 1 TO ALIVE-COUNT-WS
                           MOVE CHK-Z TO RS-WINNER-WS
                           IF MATCH-TEAM-MODE = "Y" AND MATCH-TEAM-OF(CHK-Z) >= 1 AND MATCH-TEAM-OF(CHK-Z) <= 2 THEN
                                 MOVE "Y" TO SIDE-ALIVE-WS(MATCH-TEAM-OF(CHK-Z))
                           END-IF
                     END-IF
               END-PERFORM.
****************BATTLE files the last seat afloat on the winning side, same as here
               IF MATCH-TEAM-MODE = "Y" AND ALIVE-COUNT-WS NOT = 0 THEN
                     MOVE 0 TO ALIVE-COUNT-WS
                     PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > 2
                           IF SIDE-ALIVE-WS(CHK-Z) = "Y" THEN
                                 ADD 1 TO ALIVE-COUNT-WS
                           END-IF
                     END-PERFORM
               END-IF.
               IF ALIVE-COUNT-WS NOT = 1 THEN
                     MOVE 0 TO RS-WINNER-WS
               END-IF.
       REPLAY-ONE-SHOT-FNC.
****************ACTION-FNC's arithmetic over again. a shot BATTLE could never
****************have taken - a seat not in the match, a cell off the board, a
****************cell already fired on - replays as just that, and can't agree
****************with anything the log says
               ADD 1 TO REPLAYED-TOTAL-WS.
               MOVE RS-PLAYER-WS(SHOT-NO-WS) TO PLAYER.
               MOVE RS-OPPONENT-WS(SHOT-NO-WS) TO OPPONENT.
               MOVE RS-X-WS(SHOT-NO-WS) TO X.
               MOVE RS-Y-WS(SHOT-NO-WS) TO Y.
               IF PLAYER < 1 OR PLAYER > FLEET-NUM-PLAYERS OR
                  OPPONENT < 1 OR OPPONENT > FLEET-NUM-PLAYERS OR
                  PLAYER = OPPONENT THEN
                     MOVE "BAD SEAT" TO DERIVED-WS
               ELSE
                     ADD 1 TO RS-SHOTS-WS(PLAYER)
                     IF X < 1 OR X > FLEET-BOARD-COLS OR Y < 1 OR Y > FLEET-BOARD-ROWS THEN
                           MOVE "OFF BOARD" TO DERIVED-WS
                     ELSE
                     IF TRIED-WS(PLAYER, OPPONENT, X, Y) NOT = SPACE THEN
                           MOVE "REPEAT" TO DERIVED-WS
                     ELSE
                           MOVE "T" TO TRIED-WS(PLAYER, OPPONENT, X, Y)
                           MOVE "MISS" TO DERIVED-WS
                           MOVE 0 TO CHK
                           PERFORM VARYING CHK-X FROM 1 BY 1 UNTIL CHK-X > 5 OR CHK = 2
                                 PERFORM VARYING CHK-Y FROM 1 BY 1 UNTIL CHK-Y > 5 OR CHK = 2
                                       IF P-X(OPPONENT, CHK-X, CHK-Y) = X AND P-Y(OPPONENT, CHK-X, CHK-Y) = Y THEN
                                             MOVE "HIT" TO DERIVED-WS
                                             MOVE "Y" TO SEG-HIT-WS(OPPONENT, CHK-X, CHK-Y)
                                             COMPUTE P-LENG(OPPONENT, CHK-X) = P-LENG(OPPONENT, CHK-X) - 1
                                             IF P-LENG(OPPONENT, CHK-X) = 0 THEN
                                                   MOVE "SUNK" TO DERIVED-WS
                                                   COMPUTE P-HP(OPPONENT) = P-HP(OPPONENT) - 1
                                             END-IF
                                             MOVE 2 TO CHK
                                       END-IF
                                 END-PERFORM
                           END-PERFORM
                           IF DERIVED-WS NOT = "MISS" THEN
                                 ADD 1 TO RS-HITS-WS(PLAYER)
                           END-IF
                     END-IF
                     END-IF
               END-IF.
               IF DERIVED-WS NOT = RS-RESULT-WS(SHOT-NO-WS) THEN
                     ADD 1 TO EXCEPT-COUNT-WS
                     MOVE RS-ID-WS TO RSL-ID-WS
                     MOVE RS-TURN-WS(SHOT-NO-WS) TO RSL-TURN-WS
                     MOVE PLAYER TO RSL-PLAYER-WS
                     MOVE OPPONENT TO RSL-OPP-WS
                     MOVE X TO RSL-X-WS
                     MOVE Y TO RSL-Y-WS
                     MOVE RS-RESULT-WS(SHOT-NO-WS) TO RSL-LOGGED-WS
                     MOVE DERIVED-WS TO RSL-DERIVED-WS
                     MOVE RSC-SHOT-LINE-WS TO RSCREPORT-REC
                     WRITE RSCREPORT-REC
               END-IF.
       CHECK-REGISTRY-FNC.
****************the winner and box score CLOSE-MATCH-FNC filed, against what
****************the shots add up to
               IF RS-WINNER-WS NOT = MATCH-WINNER THEN
                     ADD 1 TO EXCEPT-COUNT-WS
                     MOVE RS-ID-WS TO RWL-ID-WS
                     MOVE MATCH-WINNER TO RWL-REG-WS
                     MOVE RS-WINNER-WS TO RWL-REPLAY-WS
                     MOVE RSC-WIN-LINE-WS TO RSCREPORT-REC
                     WRITE RSCREPORT-REC
               END-IF.
****************in team play the winning side is filed too, and published
               IF MATCH-TEAM-MODE = "Y" THEN
                     IF RS-WINNER-WS > 0 THEN
                           MOVE MATCH-TEAM-OF(RS-WINNER-WS) TO RS-WIN-TEAM-WS
                     ELSE
                           MOVE 0 TO RS-WIN-TEAM-WS
                     END-IF
                     IF RS-WIN-TEAM-WS NOT = MATCH-WIN-TEAM THEN
                           ADD 1 TO EXCEPT-COUNT-WS
                           MOVE RS-ID-WS TO RSD-ID-WS
                           MOVE MATCH-WIN-TEAM TO RSD-REG-WS
                           MOVE RS-WIN-TEAM-WS TO RSD-REPLAY-WS
                           MOVE RSC-SIDE-LINE-WS TO RSCREPORT-REC
                           WRITE RSCREPORT-REC
                     END-IF
               END-IF.
               PERFORM VARYING CHK-Z FROM 1 BY 1 UNTIL CHK-Z > 4
                     IF MATCH-SHOTS-FIRED(CHK-Z) NOT = RS-SHOTS-WS(CHK-Z) OR
                        MATCH-HITS-LANDED(CHK-Z) NOT = RS-HITS-WS(CHK-Z) THEN
                           ADD 1 TO EXCEPT-COUNT-WS
                           MOVE "MATCHMST" TO RTL-SOURCE-WS
                           MOVE MATCH-SHOTS-FIRED(CHK-Z) TO EDIT-SHOTS-WS
                           MOVE MATCH-HITS-LANDED(CHK-Z) TO EDIT-HITS-WS
                           MOVE EDIT-SHOTS-WS TO RTL-FILE-SHOTS-WS
                           MOVE EDIT-HITS-WS TO RTL-FILE-HITS-WS
                           PERFORM WRITE-STAT-LINE-FNC
                     END-IF
               END-PERFORM.
       CHECK-SUMMARY-FNC.
****************every SUMMRPT block filed under this ID, archived or live -
****************a match with no block at all is AUDIT's finding, not ours
               MOVE 0 TO SUMM-BLOCK-CNT-WS.
               MOVE "N" TO IN-BLOCK-WS.
               PERFORM VARYING GEN-NO-WS FROM OLDEST-GEN-WS BY 1 UNTIL GEN-NO-WS > CUR-GEN-WS
                     PERFORM CHECK-ONE-SUMM-GEN-FNC
               END-PERFORM.
               MOVE "N" TO IN-BLOCK-WS.
               OPEN INPUT SUMMARY-FILE.
               IF SUMMARY-FILE-STATUS NOT = "00" THEN
                     CLOSE SUMMARY-FILE
               ELSE
                     MOVE "NO" TO GEN-EOF-WS
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ SUMMARY-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 MOVE SUMM-IN-REC TO SUMM-LINE-WS
                                 PERFORM CHECK-SUMM-LINE-FNC
                           END-IF
                     END-PERFORM
                     CLOSE SUMMARY-FILE
               END-IF.
               IF SUMM-BLOCK-CNT-WS = 0 THEN
                     MOVE RS-ID-WS TO RNL-ID-WS
                     MOVE "NO SUMMRPT BLOCK ON FILE - SUMMARY NOT CHECKED" TO RNL-TEXT-WS
                     MOVE RSC-NOTE-LINE-WS TO RSCREPORT-REC
                     WRITE RSCREPORT-REC
               END-IF.
       CHECK-ONE-SUMM-GEN-FNC.
               MOVE GEN-NO-WS TO GEN-SUMM-NO-WS.
               MOVE "NO" TO GEN-EOF-WS.
               OPEN INPUT SUMM-GEN-FILE.
               IF SUMM-GEN-STATUS NOT = "00" THEN
                     CLOSE SUMM-GEN-FILE
               ELSE
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ SUMM-GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 MOVE SUMM-GEN-REC TO SUMM-LINE-WS
                                 PERFORM CHECK-SUMM-LINE-FNC
                           END-IF
                     END-PERFORM
                     CLOSE SUMM-GEN-FILE
               END-IF.
       CHECK-SUMM-LINE-FNC.
****************the block opens on its MATCH ID line; its PLAYER lines come in
****************seat order, shots in columns 26-28 and hits in 36-38 exactly
****************as WRITE-SUMMARY-FNC edits them; the sink list closes it
               IF SUMM-LINE-WS(1:10) = "MATCH ID: " THEN
                     IF SUMM-LINE-WS(11:16) = RS-ID-WS THEN
                           MOVE "Y" TO IN-BLOCK-WS
                           MOVE 0 TO SUMM-SEAT-WS
                           ADD 1 TO SUMM-BLOCK-CNT-WS
                     ELSE
                           MOVE "N" TO IN-BLOCK-WS
                     END-IF
               ELSE
               IF SUMM-LINE-WS(1:22) = "ORDER SHIPS WERE SUNK:" THEN
                     MOVE "N" TO IN-BLOCK-WS
               ELSE
               IF IN-BLOCK-WS = "Y" AND SUMM-LINE-WS(1:7) = "PLAYER " AND SUMM-SEAT-WS < 4 THEN
                     ADD 1 TO SUMM-SEAT-WS
                     MOVE SUMM-SEAT-WS TO CHK-Z
                     MOVE RS-SHOTS-WS(CHK-Z) TO EDIT-SHOTS-WS
                     MOVE RS-HITS-WS(CHK-Z) TO EDIT-HITS-WS
                     IF SUMM-LINE-WS(26:3) NOT = EDIT-SHOTS-WS OR
                        SUMM-LINE-WS(36:3) NOT = EDIT-HITS-WS THEN
                           ADD 1 TO EXCEPT-COUNT-WS
                           MOVE "SUMMRPT" TO RTL-SOURCE-WS
                           MOVE SUMM-LINE-WS(26:3) TO RTL-FILE-SHOTS-WS
                           MOVE SUMM-LINE-WS(36:3) TO RTL-FILE-HITS-WS
                           PERFORM WRITE-STAT-LINE-FNC
                     END-IF
               END-IF
               END-IF
               END-IF.
       WRITE-STAT-LINE-FNC.
****************one seat's filed numbers beside the replay's, for seat CHK-Z
               MOVE RS-ID-WS TO RTL-ID-WS.
               MOVE CHK-Z TO RTL-SEAT-WS.
               MOVE RS-SHOTS-WS(CHK-Z) TO RTL-RS-SHOTS-WS.
               MOVE RS-HITS-WS(CHK-Z) TO RTL-RS-HITS-WS.
               MOVE RSC-STAT-LINE-WS TO RSCREPORT-REC.
               WRITE RSCREPORT-REC.
