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
       FD  AREPORT-FILE.
       01  AREPORT-REC       PIC X(100).
       WORKING-STORAGE SECTION.
             02  FILLER            PIC X(8)  VALUE "  (OVER ".
             02  SKL-MATCHES-WS    PIC ZZZZ9.
             02  FILLER            PIC X(20) VALUE " MATCHES WITH SINKS)".
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
       PROCEDURE DIVISION.
*********the log finally gets read for fun instead of for a dispute
                       DISPLAY "SHOT-PATTERN ANALYTICS".
                       PERFORM MINE-LIVE-LOG-FNC.
                       PERFORM WRITE-REPORT-FNC.
                       DISPLAY "ANALYTICS COMPLETE: " TOTAL-SHOTS-WS " SHOT(S) MINED, REPORT ON ANALRPT".
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       LOAD-REGISTRY-FNC.
****************match ID to seat names, for putting names on log lines
               OPEN INPUT MATCH-FILE.
               IF MATCH-FILE-STATUS NOT = "00" THEN
                     CLOSE MATCH-FILE
                     DISPLAY "NO MATCH REGISTRY FOUND - SHOTS WILL BE CREDITED TO (UNKNOWN)"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO MATCH-EOF-WS
                     MOVE LOW-VALUES TO MATCH-ID
               IF CONTROL-FILE-STATUS NOT = "00" THEN
                     CLOSE CONTROL-FILE
                     DISPLAY "NO ARCHCTL CONTROL FILE FOUND, GENERATIONS SKIPPED"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     READ CONTROL-FILE
                          AT END MOVE 0 TO CTL-CUR-GEN
               IF SHOT-GEN-STATUS NOT = "00" THEN
                     CLOSE SHOT-GEN-FILE
                     DISPLAY "GENERATION " GEN-NO-WS " NOT ON DISK, SKIPPED"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     PERFORM UNTIL LOG-EOF-WS = "YES"
                           READ SHOT-GEN-FILE
               IF LOG-FILE-STATUS NOT = "00" THEN
                     CLOSE LOG-FILE
                     DISPLAY "NO LIVE SHOTLOG FOUND"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     PERFORM UNTIL LOG-EOF-WS = "YES"
                           READ LOG-FILE
               END-IF.
       WRITE-REPORT-FNC.
               OPEN OUTPUT AREPORT-FILE.
               IF AREPORT-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: CANNOT OPEN ANALRPT, STATUS " AREPORT-FILE-STATUS " - NO REPORT WRITTEN"
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     PERFORM WRITE-REPORT-BODY-FNC
                     CLOSE AREPORT-FILE
               END-IF.
       WRITE-REPORT-BODY-FNC.
               MOVE "==== SHOT-PATTERN ANALYTICS ====" TO AREPORT-REC.
               WRITE AREPORT-REC.
               MOVE "-- THE ROOM'S FAVORITE WATER (ALL SHOTS, ALL PLAYERS) --" TO AREPORT-REC.
               IF PLY-LOST-WS NOT = 0 THEN
                     MOVE "WARNING: MORE SHOOTERS THAN THE PLAYER TABLE HOLDS, SOME SHOTS UNCREDITED" TO AREPORT-REC
                     WRITE AREPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               IF REG-OVERFLOW-WS NOT = 0 THEN
                     MOVE "WARNING: REGISTRY BIGGER THAN THE NAME TABLE, SOME SHOTS CREDITED TO (UNKNOWN)" TO AREPORT-REC
                     WRITE AREPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       WRITE-ONE-PLAYER-FNC.
****************the tendency line, then the player's own frequency grid
               MOVE PLY-NAME-WS(PLY-IDX-WS) TO TL-NAME-WS.
