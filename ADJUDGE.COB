       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADJUDGE.
*********abandoned-match adjudication - every session that dies mid-match
*********leaves a CHKPT.<match-id> file, a line on CHKPTDIR, and a registry
*********entry stuck on winner 0. AUDIT reports them but nothing settles
*********them, so they pile up and the leaderboard never sees them. this
*********utility lists the checkpointed matches older than a chosen age with
*********the players, the turn reached, and the ships still afloat, and the
*********operator rules on each: forfeit (the win goes to a named seat),
*********void, or leave it be. a ruling stamps the result-reason code on
*********MATCHMST, posts the seats to PLYRSTAT the way UPDATE-STATS-FNC
*********would have, removes the checkpoint file and its CHKPTDIR line, and
*********goes on ADJRPT for the league committee to sign
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*********the match registry - the entry being ruled on gets its winner,
*********box score, and the reason the result was not played out
           SELECT MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MATCH-ID
               FILE STATUS IS MATCH-FILE-STATUS.
*********the leaderboard the ruling is posted to
           SELECT STATS-FILE ASSIGN TO "PLYRSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STATS-NAME
               FILE STATUS IS STATS-FILE-STATUS.
*********the dead session's snapshot - one file per match ID, name built per use
           SELECT CHECKPOINT-FILE ASSIGN USING CKPT-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHECKPOINT-FILE-STATUS.
*********BATTLE's ledger of checkpointed match IDs - read whole, written back
*********without the ones settled here
           SELECT CKPTDIR-FILE ASSIGN TO "CHKPTDIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPTDIR-FILE-STATUS.
*********the session lock BATTLE keeps - rulings rewrite the same registry,
*********leaderboard, and ledger a live session is writing
           SELECT LOCK-FILE ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
*********the signed-off record of every ruling made this run
           SELECT ADJREPORT-FILE ASSIGN TO "ADJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJREPORT-FILE-STATUS.
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
*********how the result came about: space = played out, F = forfeit awarded
*********by adjudication, V = declared void by adjudication
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
       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC.
           02  CKPT-COORDINATES.
               03  CKPT-TABLE-WS OCCURS 4 TIMES.
                    04  CKPT-DEFENDER-WS  OCCURS 4 TIMES.
                         05  CKPT-ROWS-WS  OCCURS 9 TIMES.
                              06  CKPT-COLUMNS-WS  OCCURS 9 TIMES.
                                   07  CKPT-P   PIC XX.
           02  CKPT-ITEMS.
               03  CKPT-ITEM-TABLE-WS    OCCURS 4 TIMES.
                    04  CKPT-ITEM-ROWS-WS  OCCURS 5 TIMES.
                         05  CKPT-P-X      PIC 9 OCCURS 5 TIMES.
                         05  CKPT-P-Y      PIC 9 OCCURS 5 TIMES.
                         05  CKPT-P-LENG   PIC 9.
           02  CKPT-PLAYERS-HP.
               03  CKPT-P-HP  PIC 9 OCCURS 4 TIMES.
           02  CKPT-PLAYER      PIC 9.
           02  CKPT-TURN-NO     PIC 9(5).
           02  CKPT-SHOT-STATS.
               03  CKPT-SHOTS-FIRED-WS  PIC 9(3) OCCURS 4 TIMES.
               03  CKPT-HITS-LANDED-WS  PIC 9(3) OCCURS 4 TIMES.
           02  CKPT-PLAYER-NAMES.
               03  CKPT-PLAYER-NAME-WS  PIC X(10) OCCURS 4 TIMES.
           02  CKPT-GAME-CONFIG.
               03  CKPT-BOARD-ROWS-WS  PIC 9.
               03  CKPT-BOARD-COLS-WS  PIC 9.
               03  CKPT-NUM-SHIPS-WS   PIC 9.
               03  CKPT-CFG-SHIP-WS OCCURS 5 TIMES.
                    04  CKPT-CFG-SHIP-LEN     PIC 9.
                    04  CKPT-CFG-SHIP-ORIENT  PIC X.
           02  CKPT-BATCH-MODE-WS      PIC X.
           02  CKPT-SCENARIO-MODE-WS   PIC X.
           02  CKPT-CPU-MODE-WS        PIC X.
           02  CKPT-NUM-PLAYERS-WS     PIC 9.
           02  CKPT-MATCH-COMPLETE-WS  PIC X.
           02  CKPT-MATCH-ID-WS        PIC X(16).
           02  CKPT-SEG-HITS.
               03  CKPT-SEG-HIT-PLAYER-WS OCCURS 4 TIMES.
                    04  CKPT-SEG-HIT-SHIP-WS OCCURS 5 TIMES.
                         05  CKPT-SEG-HIT-WS PIC X OCCURS 5 TIMES.
           02  CKPT-SALVO-MODE-WS      PIC X.
           02  CKPT-TB-USED-WS         PIC X(4).
           02  CKPT-LAST-SHOT-WS       PIC X(32).
           02  CKPT-FIRST-BLOOD-WS     PIC X.
           02  CKPT-PREV-SHOT-WS       PIC X(32).
           02  CKPT-SCEN-NAME-WS       PIC X(12).
           02  CKPT-CPU-LEVEL-WS       PIC X.
           02  CKPT-TEAM-MODE-WS       PIC X.
           02  CKPT-TEAM-TBL-WS.
               03  CKPT-TEAM-OF-WS     PIC 9 OCCURS 4 TIMES.
       FD  CKPTDIR-FILE.
       01  CKPTDIR-REC.
           02  CKD-MATCH-ID  PIC X(16).
       FD  LOCK-FILE.
       01  LOCK-REC.
           02  LOCK-STATE    PIC X(6).
           02  FILLER        PIC X     VALUE SPACE.
           02  LOCK-STAMP    PIC X(14).
       FD  ADJREPORT-FILE.
       01  ADJREPORT-REC     PIC X(100).
       WORKING-STORAGE SECTION.
       01  MATCH-FILE-STATUS   PIC XX.
       01  STATS-FILE-STATUS   PIC XX.
       01  CHECKPOINT-FILE-STATUS PIC XX.
       01  CKPTDIR-FILE-STATUS PIC XX.
       01  LOCK-FILE-STATUS    PIC XX.
       01  ADJREPORT-FILE-STATUS PIC XX.
       01  LOCK-ANSWER-WS      PIC X.
       01  CURRENT-DATE-WS     PIC X(21).
       01  CKD-EOF-WS          PIC XXX.
*********the per-match checkpoint name, built from the match ID per use
       01  CKPT-NAME-WS.
             02  FILLER           PIC X(6) VALUE "CHKPT.".
             02  CKPT-NAME-ID-WS  PIC X(16).
*********the whole ledger in memory, one slot per distinct match ID; a
*********settled match is flagged so the ledger is written back without it.
*********a ledger bigger than the table is left exactly as it was found
       01  ADJ-COUNT-WS        PIC 9(4) VALUE 0.
       01  ADJ-LOST-WS         PIC 9(5) VALUE 0.
       01  ADJ-TBL-WS.
             02  ADJ-ENTRY-WS OCCURS 2000 TIMES.
                   03  ADJ-ID-WS        PIC X(16).
                   03  ADJ-DROP-WS      PIC X.
       01  ADJ-IDX-WS          PIC 9(4).
       01  ADJ-SCAN-WS         PIC 9(4).
       01  ADJ-DUP-WS          PIC X.
*********who is making the rulings, and how old a match must be to qualify
       01  ADJUDICATOR-WS      PIC X(30).
       01  AGE-INPUT-WS        PIC 9(3).
       01  AGE-DAYS-WS         PIC 9(3).
       01  TODAY-NUM-WS        PIC 9(8).
       01  CUTOFF-NUM-WS       PIC 9(8).
       01  CUTOFF-DATE-WS      PIC X(8).
*********the match in front of the operator
       01  CKPT-OK-WS          PIC X.
       01  MATCH-FOUND-WS      PIC X.
       01  STATS-FOUND-WS      PIC X.
       01  SEAT-NO-WS          PIC 9.
       01  DECISION-WS         PIC X.
       01  CONFIRM-WS          PIC X.
       01  AWARD-NAME-WS       PIC X(10).
       01  AWARD-SEAT-WS       PIC 9.
       01  DELETE-RC-WS        PIC S9(9).
       01  SHOW-TURN-WS        PIC ZZZZ9.
*********running totals for the foot of the report
       01  LISTED-CNT-WS       PIC 9(5) VALUE 0.
       01  FORFEIT-CNT-WS      PIC 9(5) VALUE 0.
       01  VOID-CNT-WS         PIC 9(5) VALUE 0.
       01  LEFT-CNT-WS         PIC 9(5) VALUE 0.
       01  DROPPED-CNT-WS      PIC 9(5) VALUE 0.
*********the step's condition code: 0 clean, 4 warnings, 8 exceptions found,
*********12 hard failure - the worst one seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
*********report lines
       01  ADJ-HEAD-LINE-WS.
             02  FILLER            PIC X(23) VALUE "ADJUDICATION RUN DATE: ".
             02  AHL-DATE-WS       PIC X(8).
             02  FILLER            PIC X(8)  VALUE "  TIME: ".
             02  AHL-TIME-WS       PIC X(6).
             02  FILLER            PIC X(21) VALUE "  MATCHES OLDER THAN ".
             02  AHL-CUTOFF-WS     PIC X(8).
       01  ADJ-MATCH-LINE-WS.
             02  FILLER            PIC X(6)  VALUE "MATCH ".
             02  AML-ID-WS         PIC X(16).
             02  FILLER            PIC X(2)  VALUE "  ".
             02  AML-DATE-WS       PIC X(8).
             02  FILLER            PIC X(7)  VALUE "  TURN ".
             02  AML-TURN-WS       PIC ZZZZ9.
             02  FILLER            PIC X(2)  VALUE "  ".
             02  AML-RULING-WS     PIC X(50).
       01  ADJ-SEAT-LINE-WS.
             02  FILLER            PIC X(9)  VALUE "    SEAT ".
             02  ASL-SEAT-WS       PIC 9.
             02  FILLER            PIC X(2)  VALUE "  ".
             02  ASL-NAME-WS       PIC X(10).
             02  FILLER            PIC X(16) VALUE "  SHIPS AFLOAT: ".
             02  ASL-HP-WS         PIC 9.
             02  FILLER            PIC X(9)  VALUE "  SHOTS: ".
             02  ASL-SHOTS-WS      PIC ZZ9.
             02  FILLER            PIC X(8)  VALUE "  HITS: ".
             02  ASL-HITS-WS       PIC ZZ9.
       01  ADJ-TOTALS-WS.
             02  FILLER            PIC X(18) VALUE "MATCHES CONSIDERED".
             02  FILLER            PIC X(2)  VALUE ": ".
             02  ATL-LISTED-WS     PIC ZZZZ9.
             02  FILLER            PIC X(12) VALUE "  FORFEITS: ".
             02  ATL-FORFEIT-WS    PIC ZZZZ9.
             02  FILLER            PIC X(9)  VALUE "  VOIDS: ".
             02  ATL-VOID-WS       PIC ZZZZ9.
             02  FILLER            PIC X(14) VALUE "  LEFT OPEN: ".
             02  ATL-LEFT-WS       PIC ZZZZ9.
       01  ADJ-SIGNED-LINE-WS.
             02  FILLER            PIC X(17) VALUE "RULINGS MADE BY: ".
             02  ASG-NAME-WS       PIC X(30).
             02  FILLER            PIC X(4)  VALUE " ON ".
             02  ASG-DATE-WS       PIC X(8).
       PROCEDURE DIVISION.
*********list the stale checkpoints, take a ruling on each, sign the report
                       DISPLAY "ABANDONED-MATCH ADJUDICATION".
                       PERFORM SESSION-LOCK-FNC.
                       MOVE SPACES TO ADJUDICATOR-WS.
                       PERFORM UNTIL ADJUDICATOR-WS NOT = SPACES
                             DISPLAY "ADJUDICATOR'S NAME (FOR THE SIGN-OFF) >"
                             ACCEPT ADJUDICATOR-WS FROM CONSOLE
                       END-PERFORM.
*********************the age is counted in whole days back from today; a
*********************match started before the cutoff date qualifies
                       DISPLAY "CONSIDER MATCHES AT LEAST HOW MANY DAYS OLD (BLANK = 7) >".
                       ACCEPT AGE-INPUT-WS FROM CONSOLE.
                       IF AGE-INPUT-WS = 0 THEN
                             MOVE 7 TO AGE-DAYS-WS
                       ELSE
                             MOVE AGE-INPUT-WS TO AGE-DAYS-WS
                       END-IF.
                       MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
                       MOVE CURRENT-DATE-WS(1:8) TO TODAY-NUM-WS.
                       COMPUTE CUTOFF-NUM-WS = FUNCTION DATE-OF-INTEGER
                             (FUNCTION INTEGER-OF-DATE(TODAY-NUM-WS) - AGE-DAYS-WS + 1).
                       MOVE CUTOFF-NUM-WS TO CUTOFF-DATE-WS.
                       OPEN I-O MATCH-FILE.
                       IF MATCH-FILE-STATUS NOT = "00" THEN
                             DISPLAY "CANNOT OPEN MATCHMST, STATUS " MATCH-FILE-STATUS " - NOTHING TOUCHED"
                             CLOSE MATCH-FILE
                             PERFORM SESSION-UNLOCK-FNC
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       OPEN I-O STATS-FILE.
                       IF STATS-FILE-STATUS NOT = "00" THEN
*********************************only a genuinely missing file (status 35) gets
*********************************created - anything else stays untouched
                             IF STATS-FILE-STATUS = "35" THEN
                                   OPEN OUTPUT STATS-FILE
                                   CLOSE STATS-FILE
                                   OPEN I-O STATS-FILE
                             ELSE
                                   DISPLAY "CANNOT OPEN PLYRSTAT, STATUS " STATS-FILE-STATUS " - NOTHING TOUCHED"
                                   CLOSE MATCH-FILE
                                   PERFORM SESSION-UNLOCK-FNC
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                             END-IF
                       END-IF.
                       OPEN OUTPUT ADJREPORT-FILE.
                       IF ADJREPORT-FILE-STATUS NOT = "00" THEN
                             DISPLAY "CANNOT OPEN ADJRPT, STATUS " ADJREPORT-FILE-STATUS " - NOTHING TOUCHED"
                             CLOSE MATCH-FILE
                             CLOSE STATS-FILE
                             PERFORM SESSION-UNLOCK-FNC
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       MOVE "==== BATTLESHIP ABANDONED-MATCH ADJUDICATION ====" TO ADJREPORT-REC.
                       WRITE ADJREPORT-REC.
                       MOVE CURRENT-DATE-WS(1:8) TO AHL-DATE-WS.
                       MOVE CURRENT-DATE-WS(9:6) TO AHL-TIME-WS.
                       MOVE CUTOFF-DATE-WS TO AHL-CUTOFF-WS.
                       MOVE ADJ-HEAD-LINE-WS TO ADJREPORT-REC.
                       WRITE ADJREPORT-REC.
                       MOVE SPACES TO ADJREPORT-REC.
                       WRITE ADJREPORT-REC.
                       PERFORM LOAD-CKPTDIR-FNC.
                       PERFORM VARYING ADJ-IDX-WS FROM 1 BY 1 UNTIL ADJ-IDX-WS > ADJ-COUNT-WS
                             PERFORM CONSIDER-MATCH-FNC
                       END-PERFORM.
                       IF LISTED-CNT-WS = 0 THEN
                             DISPLAY "NO ABANDONED MATCHES OLDER THAN " CUTOFF-DATE-WS
                             MOVE "  (NO ABANDONED MATCHES QUALIFIED)" TO ADJREPORT-REC
                             WRITE ADJREPORT-REC
                       END-IF.
                       IF DROPPED-CNT-WS NOT = 0 THEN
                             PERFORM REWRITE-CKPTDIR-FNC
                       END-IF.
                       MOVE SPACES TO ADJREPORT-REC.
                       WRITE ADJREPORT-REC.
                       MOVE LISTED-CNT-WS TO ATL-LISTED-WS.
                       MOVE FORFEIT-CNT-WS TO ATL-FORFEIT-WS.
                       MOVE VOID-CNT-WS TO ATL-VOID-WS.
                       MOVE LEFT-CNT-WS TO ATL-LEFT-WS.
                       MOVE ADJ-TOTALS-WS TO ADJREPORT-REC.
                       WRITE ADJREPORT-REC.
                       PERFORM SIGN-OFF-FNC.
                       CLOSE ADJREPORT-FILE.
                       CLOSE STATS-FILE.
                       CLOSE MATCH-FILE.
                       PERFORM SESSION-UNLOCK-FNC.
                       DISPLAY "ADJUDICATION COMPLETE: " FORFEIT-CNT-WS " FORFEIT(S), "
                               VOID-CNT-WS " VOID(S), " LEFT-CNT-WS " LEFT OPEN - SEE ADJRPT".
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************the step's code only ever gets worse
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       SESSION-LOCK-FNC.
****************an ACTIVE lock means a live session (or another maintenance
****************job) has the files; only the operator may overrule a stale one
               OPEN INPUT LOCK-FILE.
               IF LOCK-FILE-STATUS = "00" THEN
                     READ LOCK-FILE
                          AT END MOVE SPACES TO LOCK-REC
                     END-READ
                     CLOSE LOCK-FILE
                     IF LOCK-STATE = "ACTIVE" THEN
                           DISPLAY "ANOTHER SESSION HAS HELD THE FILES SINCE " LOCK-STAMP
                           DISPLAY "IF THAT SESSION IS REALLY DEAD, OVERRIDE THE LOCK? Y/N >"
                           ACCEPT LOCK-ANSWER-WS FROM CONSOLE
                           IF LOCK-ANSWER-WS NOT = "Y" THEN
                                 DISPLAY "NOT STARTING - FINISH OR KILL THE OTHER SESSION FIRST"
                                 MOVE 12 TO RETURN-CODE
                                 STOP RUN
                           END-IF
                     END-IF
               ELSE
                     CLOSE LOCK-FILE
               END-IF.
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
               MOVE SPACES TO LOCK-REC.
               MOVE "ACTIVE" TO LOCK-STATE.
               MOVE CURRENT-DATE-WS(1:14) TO LOCK-STAMP.
               OPEN OUTPUT LOCK-FILE.
               WRITE LOCK-REC.
               CLOSE LOCK-FILE.
       SESSION-UNLOCK-FNC.
****************hand the files back on the way out
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
               MOVE SPACES TO LOCK-REC.
               MOVE "ENDED" TO LOCK-STATE.
               MOVE CURRENT-DATE-WS(1:14) TO LOCK-STAMP.
               OPEN OUTPUT LOCK-FILE.
               WRITE LOCK-REC.
               CLOSE LOCK-FILE.
       LOAD-CKPTDIR-FNC.
****************the ledger into the table, each match ID once - BATTLE notes an
****************ID once per session, so a resumed match can be on it twice
               OPEN INPUT CKPTDIR-FILE.
               IF CKPTDIR-FILE-STATUS NOT = "00" THEN
                     CLOSE CKPTDIR-FILE
                     DISPLAY "NO CHKPTDIR LEDGER FOUND - NO CHECKPOINTS TO CONSIDER"
                     MOVE "NO CHKPTDIR LEDGER FOUND - NO CHECKPOINTS TO CONSIDER" TO ADJREPORT-REC
                     WRITE ADJREPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO CKD-EOF-WS
                     PERFORM UNTIL CKD-EOF-WS = "YES"
                           READ CKPTDIR-FILE
                                AT END MOVE "YES" TO CKD-EOF-WS
                           END-READ
                           IF CKD-EOF-WS NOT = "YES" AND CKD-MATCH-ID NOT = SPACES THEN
                                 PERFORM TABLE-CKPTDIR-FNC
                           END-IF
                     END-PERFORM
                     CLOSE CKPTDIR-FILE
               END-IF.
               IF ADJ-LOST-WS NOT = 0 THEN
                     DISPLAY "WARNING: CHKPTDIR HOLDS MORE THAN 2000 MATCHES - " ADJ-LOST-WS " NOT CONSIDERED, LEDGER LEFT AS IS"
                     MOVE "WARNING: CHKPTDIR BIGGER THAN THE TABLE - LATER ENTRIES NOT CONSIDERED, LEDGER NOT REWRITTEN" TO ADJREPORT-REC
                     WRITE ADJREPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       TABLE-CKPTDIR-FNC.
               MOVE "N" TO ADJ-DUP-WS.
               PERFORM VARYING ADJ-SCAN-WS FROM 1 BY 1
                       UNTIL ADJ-SCAN-WS > ADJ-COUNT-WS OR ADJ-DUP-WS = "Y"
                     IF ADJ-ID-WS(ADJ-SCAN-WS) = CKD-MATCH-ID THEN
                           MOVE "Y" TO ADJ-DUP-WS
                     END-IF
               END-PERFORM.
               IF ADJ-DUP-WS = "N" THEN
                     IF ADJ-COUNT-WS < 2000 THEN
                           ADD 1 TO ADJ-COUNT-WS
                           MOVE CKD-MATCH-ID TO ADJ-ID-WS(ADJ-COUNT-WS)
                           MOVE "N" TO ADJ-DROP-WS(ADJ-COUNT-WS)
                     ELSE
                           ADD 1 TO ADJ-LOST-WS
                     END-IF
               END-IF.
       CONSIDER-MATCH-FNC.
****************a ledger entry qualifies when its checkpoint is still on disk and
****************not spent, the registry still shows no winner and no ruling,
****************and the match started before the cutoff. simulated matches never
****************checkpoint, but one that somehow did is not ours to rule on
               MOVE ADJ-ID-WS(ADJ-IDX-WS) TO CKPT-NAME-ID-WS.
               MOVE "N" TO CKPT-OK-WS.
               OPEN INPUT CHECKPOINT-FILE.
               IF CHECKPOINT-FILE-STATUS = "00" THEN
                     READ CHECKPOINT-FILE
                          AT END CONTINUE
                     END-READ
                     IF CHECKPOINT-FILE-STATUS = "00" AND CKPT-MATCH-COMPLETE-WS NOT = "Y" THEN
                           MOVE "Y" TO CKPT-OK-WS
                     END-IF
               END-IF.
               CLOSE CHECKPOINT-FILE.
               IF CKPT-OK-WS = "Y" THEN
                     MOVE ADJ-ID-WS(ADJ-IDX-WS) TO MATCH-ID
                     READ MATCH-FILE
                          INVALID KEY MOVE "N" TO MATCH-FOUND-WS
                          NOT INVALID KEY MOVE "Y" TO MATCH-FOUND-WS
                     END-READ
                     IF MATCH-FOUND-WS = "N" THEN
                           IF ADJ-ID-WS(ADJ-IDX-WS)(1:8) < CUTOFF-DATE-WS THEN
                                 DISPLAY "MATCH " ADJ-ID-WS(ADJ-IDX-WS) " HAS A CHECKPOINT BUT NO REGISTRY ENTRY - LEFT ALONE"
                                 MOVE ADJ-ID-WS(ADJ-IDX-WS) TO AML-ID-WS
                                 MOVE SPACES TO AML-DATE-WS
                                 MOVE CKPT-TURN-NO TO AML-TURN-WS
                                 MOVE "NOT IN MATCHMST - CANNOT BE RULED ON" TO AML-RULING-WS
                                 MOVE ADJ-MATCH-LINE-WS TO ADJREPORT-REC
                                 WRITE ADJREPORT-REC
                                 MOVE 4 TO NEW-CODE-WS
                                 PERFORM RAISE-CODE-FNC
                           END-IF
                     ELSE
                           IF MATCH-WINNER = 0 AND MATCH-RESULT-REASON NOT = "F" AND
                              MATCH-RESULT-REASON NOT = "V" AND MATCH-SIM-FLAG NOT = "Y" AND
                              MATCH-START-DATE < CUTOFF-DATE-WS THEN
                                 PERFORM PRESENT-MATCH-FNC
                           END-IF
                     END-IF
               END-IF.
       PRESENT-MATCH-FNC.
****************show the operator where the match stood when it died, then
****************take the ruling - a forfeit needs a seated player to award
               ADD 1 TO LISTED-CNT-WS.
               MOVE CKPT-TURN-NO TO SHOW-TURN-WS.
               DISPLAY " ".
               DISPLAY "MATCH " MATCH-ID "  STARTED " MATCH-START-DATE " " MATCH-START-TIME
                       "  ABANDONED AT TURN " SHOW-TURN-WS.
               PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > CKPT-NUM-PLAYERS-WS
                     PERFORM FILL-SEAT-LINE-FNC
                     DISPLAY ADJ-SEAT-LINE-WS
               END-PERFORM.
               MOVE SPACE TO DECISION-WS.
               PERFORM UNTIL DECISION-WS = "F" OR DECISION-WS = "V" OR DECISION-WS = "L"
                     DISPLAY "F=FORFEIT (AWARD THE WIN)  V=VOID  L=LEAVE IT OPEN >"
                     ACCEPT DECISION-WS FROM CONSOLE
                     IF DECISION-WS = "F" THEN
                           PERFORM ASK-AWARD-FNC
                     END-IF
               END-PERFORM.
               IF DECISION-WS NOT = "L" THEN
                     IF DECISION-WS = "F" THEN
                           DISPLAY "AWARD MATCH " MATCH-ID " TO " AWARD-NAME-WS " BY FORFEIT? Y/N >"
                     ELSE
                           DISPLAY "DECLARE MATCH " MATCH-ID " VOID? Y/N >"
                     END-IF
                     ACCEPT CONFIRM-WS FROM CONSOLE
                     IF CONFIRM-WS NOT = "Y" THEN
                           MOVE "L" TO DECISION-WS
                     END-IF
               END-IF.
               MOVE MATCH-ID TO AML-ID-WS.
               MOVE MATCH-START-DATE TO AML-DATE-WS.
               MOVE CKPT-TURN-NO TO AML-TURN-WS.
               IF DECISION-WS = "L" THEN
                     ADD 1 TO LEFT-CNT-WS
                     MOVE "LEFT OPEN" TO AML-RULING-WS
                     MOVE ADJ-MATCH-LINE-WS TO ADJREPORT-REC
                     WRITE ADJREPORT-REC
                     DISPLAY "LEFT ALONE"
               ELSE
                     PERFORM SETTLE-MATCH-FNC
               END-IF.
               PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > CKPT-NUM-PLAYERS-WS
                     PERFORM FILL-SEAT-LINE-FNC
                     MOVE ADJ-SEAT-LINE-WS TO ADJREPORT-REC
                     WRITE ADJREPORT-REC
               END-PERFORM.
       FILL-SEAT-LINE-FNC.
               MOVE SEAT-NO-WS TO ASL-SEAT-WS.
               MOVE CKPT-PLAYER-NAME-WS(SEAT-NO-WS) TO ASL-NAME-WS.
               MOVE CKPT-P-HP(SEAT-NO-WS) TO ASL-HP-WS.
               MOVE CKPT-SHOTS-FIRED-WS(SEAT-NO-WS) TO ASL-SHOTS-WS.
               MOVE CKPT-HITS-LANDED-WS(SEAT-NO-WS) TO ASL-HITS-WS.
       ASK-AWARD-FNC.
****************the win can only go to somebody who was sitting at the table
               DISPLAY "AWARD THE WIN TO (PLAYER NAME AS SEATED) >".
               ACCEPT AWARD-NAME-WS FROM CONSOLE.
               MOVE 0 TO AWARD-SEAT-WS.
               PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > CKPT-NUM-PLAYERS-WS
                     IF AWARD-NAME-WS NOT = SPACES AND
                        AWARD-NAME-WS = CKPT-PLAYER-NAME-WS(SEAT-NO-WS) THEN
                           MOVE SEAT-NO-WS TO AWARD-SEAT-WS
                     END-IF
               END-PERFORM.
               IF AWARD-SEAT-WS = 0 THEN
                     DISPLAY AWARD-NAME-WS " IS NOT SEATED IN THIS MATCH"
                     MOVE SPACE TO DECISION-WS
               END-IF.
       SETTLE-MATCH-FNC.
****************the registry first - if the ruling can't be recorded there,
****************nothing else is touched and the match stays up for next time
****************(a forfeit in a doubles match goes to the awarded seat's whole side)
               MOVE 0 TO MATCH-WIN-TEAM.
               IF DECISION-WS = "F" THEN
                     MOVE AWARD-SEAT-WS TO MATCH-WINNER
                     IF MATCH-TEAM-MODE = "Y" THEN
                           MOVE MATCH-TEAM-OF(AWARD-SEAT-WS) TO MATCH-WIN-TEAM
                     END-IF
               ELSE
                     MOVE 0 TO MATCH-WINNER
               END-IF.
               MOVE DECISION-WS TO MATCH-RESULT-REASON.
               MOVE CKPT-SHOT-STATS TO MATCH-SHOT-STATS.
               REWRITE MATCH-REC.
               IF MATCH-FILE-STATUS NOT = "00" THEN
                     DISPLAY "REGISTRY UPDATE FAILED, STATUS " MATCH-FILE-STATUS " - MATCH LEFT OPEN"
                     ADD 1 TO LEFT-CNT-WS
                     MOVE "REGISTRY UPDATE FAILED - NOT RULED, LEFT OPEN" TO AML-RULING-WS
                     MOVE ADJ-MATCH-LINE-WS TO ADJREPORT-REC
                     WRITE ADJREPORT-REC
                     MOVE 8 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > MATCH-NUM-PLAYERS
                           PERFORM POST-SEAT-STATS-FNC
                     END-PERFORM
                     IF DECISION-WS = "F" THEN
                           ADD 1 TO FORFEIT-CNT-WS
                           MOVE SPACES TO AML-RULING-WS
                           STRING "FORFEIT - WIN AWARDED TO " DELIMITED BY SIZE
                                  AWARD-NAME-WS DELIMITED BY SIZE
                                  INTO AML-RULING-WS
                           END-STRING
                           IF MATCH-WIN-TEAM NOT = 0 THEN
                                 MOVE " AND PARTNER" TO AML-RULING-WS(36:12)
                           END-IF
                     ELSE
                           ADD 1 TO VOID-CNT-WS
                           MOVE "VOID - NO WINNER" TO AML-RULING-WS
                     END-IF
                     MOVE ADJ-MATCH-LINE-WS TO ADJREPORT-REC
                     WRITE ADJREPORT-REC
                     PERFORM RETIRE-CHECKPOINT-FNC
                     DISPLAY "RULING RECORDED"
               END-IF.
       POST-SEAT-STATS-FNC.
****************one seat onto the leaderboard, the same arithmetic
****************UPDATE-STATS-FNC does when a match is played out: a game for
****************everybody, the win for the awarded seat (and its partner in
****************doubles; none on a void), and the shots and hits as they stood
****************at the last checkpoint
               IF MATCH-PLAYER-NAME(SEAT-NO-WS) NOT = SPACES THEN
                     MOVE MATCH-PLAYER-NAME(SEAT-NO-WS) TO STATS-NAME
                     READ STATS-FILE
                          INVALID KEY MOVE "N" TO STATS-FOUND-WS
                          NOT INVALID KEY MOVE "Y" TO STATS-FOUND-WS
                     END-READ
                     IF STATS-FOUND-WS = "N" THEN
                           MOVE MATCH-PLAYER-NAME(SEAT-NO-WS) TO STATS-NAME
                           MOVE 0 TO STATS-GAMES-PLAYED
                           MOVE 0 TO STATS-GAMES-WON
                           MOVE 0 TO STATS-SHOTS-FIRED
                           MOVE 0 TO STATS-HITS-LANDED
                     END-IF
                     ADD 1 TO STATS-GAMES-PLAYED
                     IF SEAT-NO-WS = MATCH-WINNER THEN
                           ADD 1 TO STATS-GAMES-WON
                     ELSE
                           IF MATCH-WIN-TEAM NOT = 0 AND MATCH-TEAM-OF(SEAT-NO-WS) = MATCH-WIN-TEAM THEN
                                 ADD 1 TO STATS-GAMES-WON
                           END-IF
                     END-IF
                     ADD MATCH-SHOTS-FIRED(SEAT-NO-WS) TO STATS-SHOTS-FIRED
                     ADD MATCH-HITS-LANDED(SEAT-NO-WS) TO STATS-HITS-LANDED
                     IF STATS-FOUND-WS = "N" THEN
                           WRITE STATS-REC
                     ELSE
                           REWRITE STATS-REC
                     END-IF
                     IF STATS-FILE-STATUS NOT = "00" THEN
                           DISPLAY "WARNING: PLYRSTAT UPDATE FAILED FOR " STATS-NAME ", STATUS " STATS-FILE-STATUS
                           MOVE 8 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     END-IF
               END-IF.
       RETIRE-CHECKPOINT-FNC.
****************mark the snapshot spent before removing it, so that even if the
****************removal fails BATTLE can never resume a match already ruled on;
****************the ledger line goes when the ledger is written back
               MOVE "Y" TO CKPT-MATCH-COMPLETE-WS.
               OPEN OUTPUT CHECKPOINT-FILE.
               WRITE CHECKPOINT-REC.
               CLOSE CHECKPOINT-FILE.
               CALL "CBL_DELETE_FILE" USING CKPT-NAME-WS.
               MOVE RETURN-CODE TO DELETE-RC-WS.
               MOVE 0 TO RETURN-CODE.
               IF DELETE-RC-WS NOT = 0 THEN
                     DISPLAY "WARNING: COULD NOT REMOVE " CKPT-NAME-WS " - MARKED SPENT INSTEAD"
                     MOVE "    (CHECKPOINT FILE MARKED SPENT, NOT REMOVED)" TO ADJREPORT-REC
                     WRITE ADJREPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               MOVE "Y" TO ADJ-DROP-WS(ADJ-IDX-WS).
               ADD 1 TO DROPPED-CNT-WS.
       REWRITE-CKPTDIR-FNC.
****************write the ledger back without the settled matches - only when
****************the whole ledger fitted in the table, or the overflow would be lost
               IF ADJ-LOST-WS NOT = 0 THEN
                     DISPLAY "CHKPTDIR NOT REWRITTEN - THE SETTLED ENTRIES STAY ON IT, THEIR FILES ARE GONE"
               ELSE
                     OPEN OUTPUT CKPTDIR-FILE
                     IF CKPTDIR-FILE-STATUS NOT = "00" THEN
                           DISPLAY "WARNING: COULD NOT REWRITE CHKPTDIR, STATUS " CKPTDIR-FILE-STATUS
                           MOVE 4 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     ELSE
                           PERFORM VARYING ADJ-SCAN-WS FROM 1 BY 1 UNTIL ADJ-SCAN-WS > ADJ-COUNT-WS
                                 IF ADJ-DROP-WS(ADJ-SCAN-WS) NOT = "Y" THEN
                                       MOVE SPACES TO CKPTDIR-REC
                                       MOVE ADJ-ID-WS(ADJ-SCAN-WS) TO CKD-MATCH-ID
                                       WRITE CKPTDIR-REC
                                 END-IF
                           END-PERFORM
                     END-IF
                     CLOSE CKPTDIR-FILE
               END-IF.
       SIGN-OFF-FNC.
****************the committee's copy: who ruled, when, and room to countersign
               MOVE SPACES TO ADJREPORT-REC.
               WRITE ADJREPORT-REC.
               MOVE ADJUDICATOR-WS TO ASG-NAME-WS.
               MOVE CURRENT-DATE-WS(1:8) TO ASG-DATE-WS.
               MOVE ADJ-SIGNED-LINE-WS TO ADJREPORT-REC.
               WRITE ADJREPORT-REC.
               MOVE SPACES TO ADJREPORT-REC.
               WRITE ADJREPORT-REC.
               MOVE "ADJUDICATOR SIGNATURE:       ______________________________  DATE: __________" TO ADJREPORT-REC.
               WRITE ADJREPORT-REC.
               MOVE SPACES TO ADJREPORT-REC.
               WRITE ADJREPORT-REC.
               MOVE "LEAGUE COMMITTEE SIGNATURE:  ______________________________  DATE: __________" TO ADJREPORT-REC.
               WRITE ADJREPORT-REC.
