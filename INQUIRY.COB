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
       FD  LOG-FILE.
       01  LOG-REC.
           02  LOG-MATCH-ID  PIC X(16).
       01  MONTH-SCEN-WS       PIC 9(5).
       01  MONTH-SIM-WS        PIC 9(5).
       01  BUSY-COUNT-WS       PIC 9(2) VALUE 0.
       01  BUSY-LOST-WS        PIC 9(4) VALUE 0.
       01  BUSY-TBL-WS.
             02  BUSY-ENTRY-WS OCCURS 50 TIMES.
                   03  BUSY-NAME-WS    PIC X(10).
             02  FILLER            PIC X(2)  VALUE "  ".
             02  BL-GAMES-WS       PIC ZZZ9.
             02  FILLER            PIC X(10) VALUE " MATCH(ES)".
*********the monthly report runs overnight too, so it answers the job stream
*********the way the batch programs do: 0 clean, 4 warnings, 12 hard failure,
*********the worst one seen goes out in RETURN-CODE. the lookups on the
*********screen don't count - the person reading them is the check
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
       PROCEDURE DIVISION.
*********the registry finally gets a front door
                       DISPLAY "MATCH REGISTRY INQUIRY".
                       IF MATCH-FILE-STATUS NOT = "00" THEN
                             CLOSE MATCH-FILE
                             DISPLAY "NO MATCH REGISTRY FOUND, NOTHING TO ASK"
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       MOVE SPACE TO CMD-WS.
                       END-PERFORM.
                       CLOSE MATCH-FILE.
                       DISPLAY "END OF INQUIRY".
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       START-SCAN-FNC.
****************rewind the registry for another front-to-back pass
               MOVE "NO" TO MATCH-EOF-WS.
                     MOVE MATCH-PLAYER-NAME(4) TO NAMES-BUILD-WS(34:10)
               END-IF.
               MOVE NAMES-BUILD-WS TO ML-NAMES-WS.
               IF MATCH-RESULT-REASON = "V" THEN
                     MOVE "(VOID)" TO ML-WINNER-WS
               ELSE
                     IF MATCH-WINNER = 0 THEN
                           MOVE "(NONE)" TO ML-WINNER-WS
                     ELSE
****************************a doubles match is won by a side, not a seat
                           IF MATCH-TEAM-MODE = "Y" AND MATCH-WIN-TEAM NOT = 0 THEN
                                 MOVE SPACES TO ML-WINNER-WS
                                 STRING "SIDE " DELIMITED BY SIZE
                                        MATCH-WIN-TEAM DELIMITED BY SIZE
                                        INTO ML-WINNER-WS
                                 END-STRING
                           ELSE
                                 MOVE MATCH-PLAYER-NAME(MATCH-WINNER) TO ML-WINNER-WS
                           END-IF
                     END-IF
               END-IF.
               DISPLAY MATCH-LINE-WS.
       MATCH-DETAIL-FNC.
                             MATCH-NUM-PLAYERS " PLAYER(S), DURATION " MATCH-DURATION-SEC " SEC"
                     DISPLAY "FLAGS - BATCH: " MATCH-BATCH-FLAG "  CPU: " MATCH-CPU-FLAG
                             "  SCENARIO: " MATCH-SCENARIO-FLAG "  SIMULATED: " MATCH-SIM-FLAG
*****************************a registry entry from before the levels shows a blank level - that was random play
                     IF MATCH-CPU-FLAG = "Y" THEN
                           IF MATCH-CPU-LEVEL = "H" THEN
                                 DISPLAY "CPU LEVEL - HARD (EXPERT)"
                           ELSE
                                 IF MATCH-CPU-LEVEL = "M" THEN
                                       DISPLAY "CPU LEVEL - MEDIUM (HUNT/TARGET)"
                                 ELSE
                                       DISPLAY "CPU LEVEL - EASY (RANDOM)"
                                 END-IF
                           END-IF
                     END-IF
*****************************an abandoned match settled by the adjudication run
                     IF MATCH-RESULT-REASON = "F" THEN
                           DISPLAY "RESULT - FORFEIT, AWARDED BY ADJUDICATION (BOX SCORE AS ABANDONED)"
                     END-IF
                     IF MATCH-RESULT-REASON = "V" THEN
                           DISPLAY "RESULT - VOID, DECLARED BY ADJUDICATION (BOX SCORE AS ABANDONED)"
                     END-IF
                     IF MATCH-TEAM-MODE = "Y" THEN
                           DISPLAY "TEAM PLAY - TWO AGAINST TWO"
                           PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > MATCH-NUM-PLAYERS
                                 DISPLAY "SEAT " SEAT-NO-WS " " MATCH-PLAYER-NAME(SEAT-NO-WS)
                                         " SIDE " MATCH-TEAM-OF(SEAT-NO-WS)
                                         " SHOTS " MATCH-SHOTS-FIRED(SEAT-NO-WS)
                                         " HITS " MATCH-HITS-LANDED(SEAT-NO-WS)
                           END-PERFORM
                     ELSE
                     PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > MATCH-NUM-PLAYERS
                           DISPLAY "SEAT " SEAT-NO-WS " " MATCH-PLAYER-NAME(SEAT-NO-WS)
                                   " SHOTS " MATCH-SHOTS-FIRED(SEAT-NO-WS)
                                   " HITS " MATCH-HITS-LANDED(SEAT-NO-WS)
                     END-PERFORM
                     END-IF
                     PERFORM SHOW-MATCH-SHOTS-FNC
               END-IF.
       SHOW-MATCH-SHOTS-FNC.
               ACCEPT WANT-MONTH-WS FROM CONSOLE.
               IF WANT-MONTH-WS = SPACES OR WANT-MONTH-WS NOT NUMERIC THEN
                     DISPLAY "NEED A YYYYMM MONTH"
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     PERFORM VARYING DAY-NO-WS FROM 1 BY 1 UNTIL DAY-NO-WS > 31
                           MOVE 0 TO DAY-COUNT-WS(DAY-NO-WS)
                     MOVE 0 TO MONTH-SCEN-WS
                     MOVE 0 TO MONTH-SIM-WS
                     MOVE 0 TO BUSY-COUNT-WS
                     MOVE 0 TO BUSY-LOST-WS
                     PERFORM START-SCAN-FNC
                     PERFORM UNTIL MATCH-EOF-WS = "YES"
                           READ MATCH-FILE NEXT RECORD
                     PERFORM WRITE-MONTH-REPORT-FNC
                     DISPLAY "MONTHLY REPORT FOR " WANT-MONTH-WS " ON MONTHRPT, "
                             MONTH-MATCHES-WS " MATCH(ES)"
*****************************a month with no play at all is worth a look in the morning
                     IF MONTH-MATCHES-WS = 0 OR BUSY-LOST-WS NOT = 0 THEN
                           MOVE 4 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     END-IF
               END-IF.
       TALLY-MONTH-MATCH-FNC.
               ADD 1 TO MONTH-MATCHES-WS.
               END-IF.
               IF BUSY-HIT-WS NOT = 0 THEN
                     ADD 1 TO BUSY-GAMES-WS(BUSY-HIT-WS)
               ELSE
                     ADD 1 TO BUSY-LOST-WS
               END-IF.
       WRITE-MONTH-REPORT-FNC.
               OPEN OUTPUT MREPORT-FILE.
               IF MREPORT-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: CANNOT OPEN MONTHRPT, STATUS " MREPORT-FILE-STATUS " - NO REPORT WRITTEN"
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     PERFORM WRITE-MONTH-BODY-FNC
                     CLOSE MREPORT-FILE
               END-IF.
       WRITE-MONTH-BODY-FNC.
               MOVE SPACES TO MREPORT-REC.
               STRING "==== ACTIVITY REPORT FOR " WANT-MONTH-WS " ====" DELIMITED BY SIZE
                      INTO MREPORT-REC.
                           WRITE MREPORT-REC
                     END-PERFORM
               END-IF.
               IF BUSY-LOST-WS NOT = 0 THEN
                     MOVE "WARNING: MORE PLAYERS THAN THE BUSIEST-PLAYER TABLE HOLDS, SOME NOT COUNTED" TO MREPORT-REC
                     WRITE MREPORT-REC
               END-IF.
       SORT-BUSY-FNC.
****************most matches first - a bubble pass over fifty rows is plenty
               MOVE "Y" TO SORT-SWAP-WS.
