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
                   03  AUD-ID-WS        PIC X(16).
                   03  AUD-DATE-WS      PIC X(8).
                   03  AUD-WINNER-WS    PIC 9.
                   03  AUD-REASON-WS    PIC X.
                   03  AUD-SHOTS-TOT-WS PIC 9(5).
                   03  AUD-RAW-CNT-WS   PIC 9(5).
                   03  AUD-REV-CNT-WS   PIC 9(5).
       01  LOG-TOTAL-WS        PIC 9(7) VALUE 0.
       01  SUMM-TOTAL-WS       PIC 9(7) VALUE 0.
       01  EXCEPT-COUNT-WS     PIC 9(5) VALUE 0.
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
*********report lines
       01  AUD-NOLOG-LINE-WS.
             02  FILLER            PIC X(6)  VALUE "MATCH ".
                             MOVE CURRENT-DATE-WS(1:8) TO CUTOFF-DATE-WS
                       END-IF.
                       OPEN OUTPUT AUDREPORT-FILE.
                       IF AUDREPORT-FILE-STATUS NOT = "00" THEN
                             DISPLAY "CANNOT OPEN AUDITRPT, STATUS " AUDREPORT-FILE-STATUS " - NOTHING AUDITED"
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       MOVE "==== BATTLESHIP CROSS-FILE AUDIT ====" TO AUDREPORT-REC.
                       WRITE AUDREPORT-REC.
                       PERFORM LOAD-REGISTRY-FNC.
                       IF EXCEPT-COUNT-WS = 0 THEN
                             MOVE "ALL THREE FILES IN AGREEMENT" TO AUDREPORT-REC
                             WRITE AUDREPORT-REC
                       ELSE
                             MOVE 8 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                       END-IF.
                       IF AUD-OVERFLOW-WS NOT = 0 THEN
                             MOVE "WARNING: REGISTRY BIGGER THAN THE AUDIT TABLE, NEWEST 500 AUDITED ONLY" TO AUDREPORT-REC
                             WRITE AUDREPORT-REC
                             DISPLAY "WARNING: " AUD-OVERFLOW-WS " OLDEST REGISTRY ENTRIES FELL OUT OF THE TABLE AND WERE NOT AUDITED"
                             MOVE 4 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                       END-IF.
                       IF PURGED-COUNT-WS NOT = 0 THEN
                             DISPLAY PURGED-COUNT-WS " MATCH(ES) OLDER THAN THE RETAINED LOGS - LISTED, NOT COUNTED AS EXCEPTIONS"
                       END-IF.
                       CLOSE AUDREPORT-FILE.
                       DISPLAY "AUDIT COMPLETE: " EXCEPT-COUNT-WS " EXCEPTION(S), REPORT ON AUDITRPT".
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       LOAD-REGISTRY-FNC.
****************the registry comes into memory: ID, date, winner, and the
****************shots-fired total CLOSE-MATCH-FNC stored for the whole table
               IF MATCH-FILE-STATUS NOT = "00" THEN
                     CLOSE MATCH-FILE
                     DISPLAY "NO MATCH REGISTRY FOUND - EVERY LOG AND SUMMARY ID WILL SHOW AS ORPHANED"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO MATCH-EOF-WS
                     MOVE LOW-VALUES TO MATCH-ID
                                 MOVE MATCH-ID TO AUD-ID-WS(AUD-SLOT-WS)
                                 MOVE MATCH-START-DATE TO AUD-DATE-WS(AUD-SLOT-WS)
                                 MOVE MATCH-WINNER TO AUD-WINNER-WS(AUD-SLOT-WS)
                                 MOVE MATCH-RESULT-REASON TO AUD-REASON-WS(AUD-SLOT-WS)
                                 MOVE 0 TO AUD-SHOTS-TOT-WS(AUD-SLOT-WS)
                                 PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > 4
                                       ADD MATCH-SHOTS-FIRED(SEAT-NO-WS) TO AUD-SHOTS-TOT-WS(AUD-SLOT-WS)
               IF LOG-FILE-STATUS NOT = "00" THEN
                     CLOSE LOG-FILE
                     DISPLAY "NO LIVE SHOTLOG FOUND - ONLY ARCHIVED LINES COUNT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO LOG-EOF-WS
                     PERFORM UNTIL LOG-EOF-WS = "YES"
               IF SUMMARY-FILE-STATUS NOT = "00" THEN
                     CLOSE SUMMARY-FILE
                     DISPLAY "NO LIVE SUMMRPT FOUND - ONLY ARCHIVED BLOCKS COUNT"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO SUMM-EOF-WS
                     PERFORM UNTIL SUMM-EOF-WS = "YES"
                           WRITE AUDREPORT-REC
                     END-IF
               END-IF.
               IF AUD-WINNER-WS(AUD-IDX-WS) = 0 AND AUD-REASON-WS(AUD-IDX-WS) NOT = "V" AND
                  AUD-DATE-WS(AUD-IDX-WS) < CUTOFF-DATE-WS THEN
                     ADD 1 TO EXCEPT-COUNT-WS
                     MOVE AUD-ID-WS(AUD-IDX-WS) TO AOL-ID-WS
               END-IF.
****************the summary side: every closed match wrote a block, so a
****************closed match with none on file (and not past the keep window)
****************lost it somewhere. a never-closed match never had one, and
****************neither did one settled by forfeit or void at adjudication
               IF AUD-SUMM-CNT-WS(AUD-IDX-WS) = 0 AND
                  NOT (AUD-WINNER-WS(AUD-IDX-WS) = 0 AND AUD-SHOTS-TOT-WS(AUD-IDX-WS) = 0) AND
                  AUD-REASON-WS(AUD-IDX-WS) NOT = "F" AND AUD-REASON-WS(AUD-IDX-WS) NOT = "V" AND
                  AUD-ID-WS(AUD-IDX-WS) >= MIN-SUMM-ID-WS THEN
                     ADD 1 TO EXCEPT-COUNT-WS
                     MOVE AUD-ID-WS(AUD-IDX-WS) TO ANS-ID-WS
               IF ORPH-LOST-WS NOT = 0 THEN
                     MOVE "WARNING: MORE ORPHANED IDS THAN THE TABLE HOLDS, SOME NOT LISTED" TO AUDREPORT-REC
                     WRITE AUDREPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
