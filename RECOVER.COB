       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECOVER.
*********master file recovery - the other half of BACKUP. the operator picks
*********a cataloged backup date and a master (or all of them); every chosen
*********generation is read through first and its record count and hash
*********total checked against its trailer, and nothing is swapped in unless
*********every one of them passes. a recovered PLYRSTAT is then brought
*********forward rather than left rolled back: every match registered after
*********the backup was taken, and every match still open at the time that
*********has since finished or been adjudicated, is applied to it again from
*********the live registry, the same arithmetic the leaderboard rebuild does
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*********the masters
           SELECT STATS-FILE ASSIGN TO "PLYRSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STATS-NAME
               FILE STATUS IS STATS-FILE-STATUS.
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
           SELECT SCENLIB-FILE ASSIGN TO "SCENLIB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLIB-KEY
               FILE STATUS IS SCENLIB-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "SEASHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-KEY
               FILE STATUS IS HIST-FILE-STATUS.
           SELECT PLAYER-FILE ASSIGN TO "PLYRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PLAYER-FILE-STATUS.
*********every match's opening fleets, kept for RESCORE - written once at
*********registration, so nothing can build it again if it's lost
           SELECT FLEET-FILE ASSIGN TO "FLEETMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FLEET-MATCH-ID
               FILE STATUS IS FLEET-FILE-STATUS.
*********the generation being written or read - the name is built per use,
*********master name and backup date, e.g. PLYRSTAT.D20261015
           SELECT GEN-FILE ASSIGN USING GEN-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-FILE-STATUS.
*********one line per backup taken: date, stamp, and whether it all balanced
           SELECT CATALOG-FILE ASSIGN TO "BKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CATALOG-FILE-STATUS.
*********when the live season started - a backup older than that holds the
*********last season's counters, and bringing it forward would mix the two
           SELECT SEASCTL-FILE ASSIGN TO "SEASCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEASCTL-FILE-STATUS.
*********what was checked, what was swapped in, and what was brought forward
           SELECT RCREPORT-FILE ASSIGN TO "RCVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCREPORT-FILE-STATUS.
*********the session lock BATTLE keeps - nobody plays while the masters are
*********being replaced underneath them
           SELECT LOCK-FILE ASSIGN TO "SESSLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STATS-FILE.
       01  STATS-REC.
           02  STATS-NAME          PIC X(10).
           02  STATS-GAMES-PLAYED  PIC 9(5).
           02  STATS-GAMES-WON     PIC 9(5).
           02  STATS-SHOTS-FIRED   PIC 9(5).
           02  STATS-HITS-LANDED   PIC 9(5).
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
       FD  SCENLIB-FILE.
       01  SLIB-REC.
           02  SLIB-KEY.
               03  SLIB-NAME     PIC X(12).
               03  SLIB-PLAYER   PIC 9.
               03  SLIB-SHIP     PIC 9.
           02  SLIB-X            PIC 9.
           02  SLIB-Y            PIC 9.
           02  SLIB-ORIENT       PIC X.
       FD  HIST-FILE.
       01  HIST-REC.
           02  SH-KEY.
               03  SH-SEASON       PIC X(6).
               03  SH-NAME         PIC X(10).
           02  SH-GAMES-PLAYED     PIC 9(5).
           02  SH-GAMES-WON        PIC 9(5).
           02  SH-SHOTS-FIRED      PIC 9(5).
           02  SH-HITS-LANDED      PIC 9(5).
       FD  PLAYER-FILE.
       01  PLAYER-REC.
           02  PM-PLAYER-ID        PIC 9(5).
           02  PM-NAME             PIC X(10).
           02  PM-ALIASES.
               03  PM-ALIAS        PIC X(10) OCCURS 5 TIMES.
*********A = active, I = inactive, B = banned
           02  PM-STATUS           PIC X.
           02  PM-JOINED           PIC X(8).
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
*********a generation: one D record per master record, the image as-is, and
*********a T trailer last - which master, when it was taken, how many data
*********records and their hash total
       FD  GEN-FILE.
       01  GEN-REC.
           02  GEN-TYPE            PIC X.
           02  GEN-DATA            PIC X(240).
       01  GEN-TRAILER.
           02  GENT-TYPE           PIC X.
           02  GENT-MASTER         PIC X(8).
           02  GENT-STAMP          PIC X(14).
           02  GENT-COUNT          PIC 9(9).
           02  GENT-HASH           PIC 9(15).
*********a data record seen through each master's layout, as far as the
*********fields the hash total adds up
       01  GEN-STATS-VIEW.
           02  FILLER              PIC X(11).
           02  GSV-PLAYED          PIC 9(5).
           02  GSV-WON             PIC 9(5).
           02  GSV-SHOTS           PIC 9(5).
           02  GSV-HITS            PIC 9(5).
       01  GEN-MATCH-VIEW.
           02  FILLER              PIC X.
           02  GMV-ID              PIC X(16).
           02  FILLER              PIC X(61).
           02  GMV-WINNER          PIC 9.
           02  GMV-DURATION        PIC 9(7).
           02  GMV-SHOT-STATS.
               03  GMV-SHOTS       PIC 9(3) OCCURS 4 TIMES.
               03  GMV-HITS        PIC 9(3) OCCURS 4 TIMES.
           02  GMV-SIM-FLAG        PIC X.
           02  FILLER              PIC X.
           02  GMV-REASON          PIC X.
       01  GEN-RATING-VIEW.
           02  FILLER              PIC X(11).
           02  GRV-VALUE           PIC 9(4).
           02  GRV-MATCHES         PIC 9(5).
       01  GEN-SCENLIB-VIEW.
           02  FILLER              PIC X(13).
           02  GLV-PLAYER          PIC 9.
           02  GLV-SHIP            PIC 9.
           02  GLV-X               PIC 9.
           02  GLV-Y               PIC 9.
       01  GEN-HIST-VIEW.
           02  FILLER              PIC X(17).
           02  GHV-PLAYED          PIC 9(5).
           02  GHV-WON             PIC 9(5).
           02  GHV-SHOTS           PIC 9(5).
           02  GHV-HITS            PIC 9(5).
       01  GEN-PLAYER-VIEW.
           02  FILLER              PIC X.
           02  GPV-ID              PIC 9(5).
       01  GEN-FLEET-VIEW.
           02  FILLER              PIC X(17).
           02  GFV-NUM-PLAYERS     PIC 9.
           02  GFV-BOARD-ROWS      PIC 9.
           02  GFV-BOARD-COLS      PIC 9.
           02  GFV-NUM-SHIPS       PIC 9.
           02  GFV-ITEM-TABLE      OCCURS 4 TIMES.
               03  GFV-ITEM-ROWS   OCCURS 5 TIMES.
                   04  GFV-P-X     PIC 9 OCCURS 5 TIMES.
                   04  GFV-P-Y     PIC 9 OCCURS 5 TIMES.
                   04  GFV-P-LENG  PIC 9.
       FD  CATALOG-FILE.
       01  CATALOG-REC.
           02  CAT-DATE          PIC X(8).
           02  FILLER            PIC X.
           02  CAT-STAMP         PIC X(14).
           02  FILLER            PIC X.
*********GOOD = every master balanced, BAD = at least one didn't
           02  CAT-STATE         PIC X(4).
       FD  LOCK-FILE.
       01  LOCK-REC.
           02  LOCK-STATE    PIC X(6).
           02  FILLER        PIC X     VALUE SPACE.
           02  LOCK-STAMP    PIC X(14).
       FD  SEASCTL-FILE.
       01  SEASCTL-REC.
           02  SCTL-SEASON-START   PIC X(8).
       FD  RCREPORT-FILE.
       01  RCREPORT-REC      PIC X(80).
       WORKING-STORAGE SECTION.
       01  STATS-FILE-STATUS   PIC XX.
       01  MATCH-FILE-STATUS   PIC XX.
       01  RATING-FILE-STATUS  PIC XX.
       01  SCENLIB-FILE-STATUS PIC XX.
       01  HIST-FILE-STATUS    PIC XX.
       01  PLAYER-FILE-STATUS  PIC XX.
       01  FLEET-FILE-STATUS   PIC XX.
       01  GEN-FILE-STATUS     PIC XX.
       01  CATALOG-FILE-STATUS PIC XX.
       01  SEASCTL-FILE-STATUS PIC XX.
       01  RCREPORT-FILE-STATUS PIC XX.
       01  LOCK-FILE-STATUS    PIC XX.
       01  LOCK-ANSWER-WS      PIC X.
       01  CURRENT-DATE-WS     PIC X(21).
       01  GEN-EOF-WS          PIC XXX.
       01  MATCH-EOF-WS        PIC XXX.
       01  CATALOG-EOF-WS      PIC XXX.
       01  CONFIRM-WS          PIC X.
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
*********the backup being recovered: its date, the moment it was taken, and
*********whether it balanced when it was
       01  CATALOG-COUNT-WS    PIC 9(5).
       01  WANT-DATE-WS        PIC X(8).
       01  WANT-STAMP-WS       PIC X(14).
       01  WANT-STATE-WS       PIC X(4).
       01  SEASON-START-WS     PIC X(8).
*********which masters the operator asked for
       01  WANT-MASTER-WS      PIC X(8).
       01  PICK-STATS-WS       PIC X VALUE "N".
       01  PICK-MATCH-WS       PIC X VALUE "N".
       01  PICK-RATING-WS      PIC X VALUE "N".
       01  PICK-SCENLIB-WS     PIC X VALUE "N".
       01  PICK-HIST-WS        PIC X VALUE "N".
       01  PICK-PLAYER-WS      PIC X VALUE "N".
       01  PICK-FLEET-WS       PIC X VALUE "N".
       01  VERIFIED-COUNT-WS   PIC 9 VALUE 0.
       01  FAILED-COUNT-WS     PIC 9 VALUE 0.
       01  STATS-RELOADED-WS   PIC X VALUE "N".
*********the master and generation in hand, and what reading it turned up
       01  MASTER-NAME-WS      PIC X(8).
       01  GEN-NAME-WS         PIC X(20).
       01  DATA-COUNT-WS       PIC 9(9).
       01  ODD-COUNT-WS        PIC 9(9).
       01  HASH-TOTAL-WS       PIC 9(15).
       01  HASH-SEAT-WS        PIC 9.
       01  HASH-SHIP-WS        PIC 9.
       01  HASH-CELL-WS        PIC 9.
       01  TRAILER-SEEN-WS     PIC X.
       01  TRAILER-MASTER-WS   PIC X(8).
       01  TRAILER-STAMP-WS    PIC X(14).
       01  TRAILER-COUNT-WS    PIC 9(9).
       01  TRAILER-HASH-WS     PIC 9(15).
       01  LOADED-COUNT-WS     PIC 9(9).
       01  VERDICT-WS          PIC X(30).
*********bringing PLYRSTAT forward: the matches still open when the backup
*********was taken, and what got re-applied
       01  OPEN-COUNT-WS       PIC 9(3) VALUE 0.
       01  OPEN-LOST-WS        PIC 9(3) VALUE 0.
       01  OPEN-TBL-WS.
             02  OPEN-ID-WS      PIC X(16) OCCURS 200 TIMES.
       01  OPEN-IDX-WS         PIC 9(3).
       01  WAS-OPEN-WS         PIC X.
       01  SEAT-NO-WS          PIC 9.
       01  STATS-FOUND-WS      PIC X.
       01  FORWARD-COUNT-WS    PIC 9(5).
*********report lines
       01  CHECK-LINE-WS.
             02  CKL-MASTER-WS     PIC X(8).
             02  FILLER            PIC X(9)  VALUE " RECORDS ".
             02  CKL-COUNT-WS      PIC ZZZZZZZZ9.
             02  FILLER            PIC X(10) VALUE " TRAILER ".
             02  CKL-TRAILER-WS    PIC ZZZZZZZZ9.
             02  FILLER            PIC X(3)  VALUE " - ".
             02  CKL-VERDICT-WS    PIC X(30).
       01  HASH-LINE-WS.
             02  FILLER            PIC X(8)  VALUE SPACES.
             02  FILLER            PIC X(12) VALUE " HASH TOTAL ".
             02  HSL-HASH-WS       PIC Z(14)9.
             02  FILLER            PIC X(9)  VALUE " TRAILER ".
             02  HSL-TRAILER-WS    PIC Z(14)9.
       01  FORWARD-LINE-WS.
             02  FILLER            PIC X(28) VALUE "PLYRSTAT BROUGHT FORWARD BY ".
             02  FWL-COUNT-WS      PIC ZZZZ9.
             02  FILLER            PIC X(37) VALUE " MATCH(ES) SINCE THE BACKUP WAS TAKEN".
       PROCEDURE DIVISION.
*********pick a backup, check it, swap it in, bring the leaderboard forward
                       DISPLAY "BATTLESHIP MASTER FILE RECOVERY".
                       PERFORM SESSION-LOCK-FNC.
                       PERFORM LIST-CATALOG-FNC.
                       IF CATALOG-COUNT-WS = 0 THEN
                             DISPLAY "NO BACKUPS CATALOGED ON BKUPCAT - NOTHING TO RECOVER FROM"
                             PERFORM SESSION-UNLOCK-FNC
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       DISPLAY "BACKUP DATE TO RECOVER FROM (YYYYMMDD) >".
                       ACCEPT WANT-DATE-WS FROM CONSOLE.
                       PERFORM FIND-CATALOG-FNC.
                       IF WANT-STATE-WS NOT = "GOOD" THEN
                             IF WANT-STATE-WS = SPACES THEN
                                   DISPLAY "NO BACKUP CATALOGED FOR " WANT-DATE-WS " - NOTHING TOUCHED"
                             ELSE
                                   DISPLAY "THE " WANT-DATE-WS " BACKUP DID NOT BALANCE WHEN IT WAS TAKEN - NOTHING TOUCHED"
                             END-IF
                             PERFORM SESSION-UNLOCK-FNC
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       DISPLAY "MASTER TO RECOVER - PLYRSTAT, MATCHMST, RATINGS, SCENLIB, SEASHIST, PLYRMST, FLEETMST OR ALL >".
                       ACCEPT WANT-MASTER-WS FROM CONSOLE.
                       PERFORM PICK-MASTERS-FNC.
                       IF PICK-STATS-WS = "N" AND PICK-MATCH-WS = "N" AND PICK-RATING-WS = "N" AND
                          PICK-SCENLIB-WS = "N" AND PICK-HIST-WS = "N" AND PICK-PLAYER-WS = "N" AND
                          PICK-FLEET-WS = "N" THEN
                             DISPLAY "NO SUCH MASTER - NOTHING TOUCHED"
                             PERFORM SESSION-UNLOCK-FNC
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       PERFORM LOAD-SEASON-START-FNC.
                       OPEN OUTPUT RCREPORT-FILE.
                       IF RCREPORT-FILE-STATUS NOT = "00" THEN
                             DISPLAY "CANNOT OPEN RCVRRPT, STATUS " RCREPORT-FILE-STATUS " - NOTHING TOUCHED"
                             PERFORM SESSION-UNLOCK-FNC
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       MOVE SPACES TO RCREPORT-REC.
                       STRING "==== MASTER FILE RECOVERY FROM BACKUP " WANT-STAMP-WS " ====" DELIMITED BY SIZE
                              INTO RCREPORT-REC.
                       WRITE RCREPORT-REC.
                       MOVE "TRAILER CHECK:" TO RCREPORT-REC.
                       WRITE RCREPORT-REC.
                       PERFORM VERIFY-PICKED-FNC.
                       IF FAILED-COUNT-WS NOT = 0 THEN
                             MOVE "A GENERATION FAILED ITS CHECK - NOTHING SWAPPED IN, THE MASTERS ARE AS THEY WERE" TO RCREPORT-REC
                             WRITE RCREPORT-REC
                             DISPLAY "GENERATION CHECK FAILED - NOTHING SWAPPED IN, SEE RCVRRPT"
                             MOVE 12 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                       ELSE
                             DISPLAY "SWAP IN " VERIFIED-COUNT-WS " CHECKED GENERATION(S) FROM " WANT-DATE-WS ", REPLACING WHAT IS ON DISK? Y/N >"
                             ACCEPT CONFIRM-WS FROM CONSOLE
                             IF CONFIRM-WS NOT = "Y" THEN
                                   MOVE "OPERATOR DECLINED - NOTHING SWAPPED IN" TO RCREPORT-REC
                                   WRITE RCREPORT-REC
                                   DISPLAY "NOTHING SWAPPED IN"
                             ELSE
                                   MOVE "RELOAD:" TO RCREPORT-REC
                                   WRITE RCREPORT-REC
                                   PERFORM RELOAD-PICKED-FNC
                                   IF STATS-RELOADED-WS = "Y" THEN
                                         PERFORM ROLL-FORWARD-FNC
                                   END-IF
                                   PERFORM AFTER-ADVICE-FNC
                             END-IF
                       END-IF.
                       CLOSE RCREPORT-FILE.
                       PERFORM SESSION-UNLOCK-FNC.
                       DISPLAY "RECOVERY RUN DONE, REPORT ON RCVRRPT".
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
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
                                 DISPLAY "NOT RECOVERING - FINISH OR KILL THE OTHER SESSION FIRST"
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
       LIST-CATALOG-FNC.
****************every backup on the catalog, oldest first, for the operator
               MOVE 0 TO CATALOG-COUNT-WS.
               OPEN INPUT CATALOG-FILE.
               IF CATALOG-FILE-STATUS = "00" THEN
                     DISPLAY "BACKUPS ON THE CATALOG:"
                     MOVE "NO" TO CATALOG-EOF-WS
                     PERFORM UNTIL CATALOG-EOF-WS = "YES"
                           READ CATALOG-FILE
                                AT END MOVE "YES" TO CATALOG-EOF-WS
                           END-READ
                           IF CATALOG-EOF-WS NOT = "YES" THEN
                                 ADD 1 TO CATALOG-COUNT-WS
                                 DISPLAY "  " CAT-DATE "  TAKEN " CAT-STAMP "  " CAT-STATE
                           END-IF
                     END-PERFORM
               END-IF.
               CLOSE CATALOG-FILE.
       FIND-CATALOG-FNC.
****************the last backup cataloged under the date asked for - a same-day
****************rerun cut over the earlier one, so the last line is what's on disk
               MOVE SPACES TO WANT-STATE-WS.
               MOVE SPACES TO WANT-STAMP-WS.
               OPEN INPUT CATALOG-FILE.
               IF CATALOG-FILE-STATUS = "00" THEN
                     MOVE "NO" TO CATALOG-EOF-WS
                     PERFORM UNTIL CATALOG-EOF-WS = "YES"
                           READ CATALOG-FILE
                                AT END MOVE "YES" TO CATALOG-EOF-WS
                           END-READ
                           IF CATALOG-EOF-WS NOT = "YES" AND CAT-DATE = WANT-DATE-WS THEN
                                 MOVE CAT-STAMP TO WANT-STAMP-WS
                                 MOVE CAT-STATE TO WANT-STATE-WS
                           END-IF
                     END-PERFORM
               END-IF.
               CLOSE CATALOG-FILE.
       PICK-MASTERS-FNC.
               IF WANT-MASTER-WS = "ALL" OR WANT-MASTER-WS = "PLYRSTAT" THEN
                     MOVE "Y" TO PICK-STATS-WS
               END-IF.
               IF WANT-MASTER-WS = "ALL" OR WANT-MASTER-WS = "MATCHMST" THEN
                     MOVE "Y" TO PICK-MATCH-WS
               END-IF.
               IF WANT-MASTER-WS = "ALL" OR WANT-MASTER-WS = "RATINGS" THEN
                     MOVE "Y" TO PICK-RATING-WS
               END-IF.
               IF WANT-MASTER-WS = "ALL" OR WANT-MASTER-WS = "SCENLIB" THEN
                     MOVE "Y" TO PICK-SCENLIB-WS
               END-IF.
               IF WANT-MASTER-WS = "ALL" OR WANT-MASTER-WS = "SEASHIST" THEN
                     MOVE "Y" TO PICK-HIST-WS
               END-IF.
               IF WANT-MASTER-WS = "ALL" OR WANT-MASTER-WS = "PLYRMST" THEN
                     MOVE "Y" TO PICK-PLAYER-WS
               END-IF.
               IF WANT-MASTER-WS = "ALL" OR WANT-MASTER-WS = "FLEETMST" THEN
                     MOVE "Y" TO PICK-FLEET-WS
               END-IF.
       LOAD-SEASON-START-FNC.
****************no control record means no season was ever closed
               OPEN INPUT SEASCTL-FILE.
               IF SEASCTL-FILE-STATUS = "00" THEN
                     READ SEASCTL-FILE
                          AT END MOVE "00000000" TO SCTL-SEASON-START
                     END-READ
                     MOVE SCTL-SEASON-START TO SEASON-START-WS
                     CLOSE SEASCTL-FILE
               ELSE
                     CLOSE SEASCTL-FILE
                     MOVE "00000000" TO SEASON-START-WS
               END-IF.
       VERIFY-PICKED-FNC.
               IF PICK-STATS-WS = "Y" THEN
                     MOVE "PLYRSTAT" TO MASTER-NAME-WS
                     PERFORM VERIFY-GEN-FNC
               END-IF.
               IF PICK-MATCH-WS = "Y" THEN
                     MOVE "MATCHMST" TO MASTER-NAME-WS
                     PERFORM VERIFY-GEN-FNC
               END-IF.
               IF PICK-RATING-WS = "Y" THEN
                     MOVE "RATINGS" TO MASTER-NAME-WS
                     PERFORM VERIFY-GEN-FNC
               END-IF.
               IF PICK-SCENLIB-WS = "Y" THEN
                     MOVE "SCENLIB" TO MASTER-NAME-WS
                     PERFORM VERIFY-GEN-FNC
               END-IF.
               IF PICK-HIST-WS = "Y" THEN
                     MOVE "SEASHIST" TO MASTER-NAME-WS
                     PERFORM VERIFY-GEN-FNC
               END-IF.
               IF PICK-PLAYER-WS = "Y" THEN
                     MOVE "PLYRMST" TO MASTER-NAME-WS
                     PERFORM VERIFY-GEN-FNC
               END-IF.
               IF PICK-FLEET-WS = "Y" THEN
                     MOVE "FLEETMST" TO MASTER-NAME-WS
                     PERFORM VERIFY-GEN-FNC
               END-IF.
       VERIFY-GEN-FNC.
****************read the generation end to end without touching the master:
****************the data records counted and hashed again, then set against
****************the trailer - which must be there, be last, name this master,
****************and carry the stamp the catalog has for the backup
               MOVE 0 TO DATA-COUNT-WS.
               MOVE 0 TO ODD-COUNT-WS.
               MOVE 0 TO HASH-TOTAL-WS.
               MOVE 0 TO TRAILER-COUNT-WS.
               MOVE 0 TO TRAILER-HASH-WS.
               MOVE "N" TO TRAILER-SEEN-WS.
               MOVE SPACES TO VERDICT-WS.
               PERFORM BUILD-GEN-NAME-FNC.
               OPEN INPUT GEN-FILE.
               IF GEN-FILE-STATUS NOT = "00" THEN
                     CLOSE GEN-FILE
                     MOVE "GENERATION NOT ON DISK" TO VERDICT-WS
               ELSE
                     MOVE "NO" TO GEN-EOF-WS
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 IF GEN-TYPE = "D" AND TRAILER-SEEN-WS = "N" THEN
                                       ADD 1 TO DATA-COUNT-WS
                                       PERFORM HASH-DATA-FNC
                                 ELSE
                                       IF GEN-TYPE = "T" AND TRAILER-SEEN-WS = "N" THEN
                                             MOVE "Y" TO TRAILER-SEEN-WS
                                             MOVE GENT-MASTER TO TRAILER-MASTER-WS
                                             MOVE GENT-STAMP TO TRAILER-STAMP-WS
                                             MOVE GENT-COUNT TO TRAILER-COUNT-WS
                                             MOVE GENT-HASH TO TRAILER-HASH-WS
                                       ELSE
                                             ADD 1 TO ODD-COUNT-WS
                                       END-IF
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE GEN-FILE
                     IF TRAILER-SEEN-WS = "N" THEN
                           MOVE "NO TRAILER - GENERATION CUT OFF" TO VERDICT-WS
                     ELSE
                           IF TRAILER-MASTER-WS NOT = MASTER-NAME-WS OR TRAILER-STAMP-WS NOT = WANT-STAMP-WS THEN
                                 MOVE "TRAILER IS FOR ANOTHER BACKUP" TO VERDICT-WS
                           ELSE
                                 IF ODD-COUNT-WS NOT = 0 THEN
                                       MOVE "STRAY RECORDS IN GENERATION" TO VERDICT-WS
                                 ELSE
                                       IF DATA-COUNT-WS NOT = TRAILER-COUNT-WS THEN
                                             MOVE "RECORD COUNT DISAGREES" TO VERDICT-WS
                                       ELSE
                                             IF HASH-TOTAL-WS NOT = TRAILER-HASH-WS THEN
                                                   MOVE "HASH TOTAL DISAGREES" TO VERDICT-WS
                                             END-IF
                                       END-IF
                                 END-IF
                           END-IF
                     END-IF
               END-IF.
*********a leaderboard backup from before the last season close-out holds the
*********old season's counters - bringing those forward would mix two seasons
               IF VERDICT-WS = SPACES AND MASTER-NAME-WS = "PLYRSTAT" AND
                  SEASON-START-WS > WANT-DATE-WS THEN
                     MOVE "TAKEN BEFORE THE LIVE SEASON" TO VERDICT-WS
               END-IF.
*********SEASCTL only keeps the day - a backup cut that same day may be from
*********before the close-out ran, and only the operator knows which
               IF VERDICT-WS = SPACES AND MASTER-NAME-WS = "PLYRSTAT" AND
                  SEASON-START-WS = WANT-DATE-WS THEN
                     DISPLAY "THE SEASON WAS CLOSED OUT ON " WANT-DATE-WS ", THE DAY THIS BACKUP WAS TAKEN (" WANT-STAMP-WS ")"
                     DISPLAY "WAS THE BACKUP TAKEN AFTER THE CLOSE-OUT RAN? Y/N >"
                     ACCEPT CONFIRM-WS FROM CONSOLE
                     IF CONFIRM-WS NOT = "Y" THEN
                           MOVE "MAY PREDATE THE SEASON CLOSE" TO VERDICT-WS
                     END-IF
               END-IF.
               IF VERDICT-WS = SPACES THEN
                     MOVE "CHECKED - COUNT AND HASH AGREE" TO VERDICT-WS
                     ADD 1 TO VERIFIED-COUNT-WS
               ELSE
                     ADD 1 TO FAILED-COUNT-WS
               END-IF.
               MOVE MASTER-NAME-WS TO CKL-MASTER-WS.
               MOVE DATA-COUNT-WS TO CKL-COUNT-WS.
               MOVE TRAILER-COUNT-WS TO CKL-TRAILER-WS.
               MOVE VERDICT-WS TO CKL-VERDICT-WS.
               MOVE CHECK-LINE-WS TO RCREPORT-REC.
               WRITE RCREPORT-REC.
               MOVE HASH-TOTAL-WS TO HSL-HASH-WS.
               MOVE TRAILER-HASH-WS TO HSL-TRAILER-WS.
               MOVE HASH-LINE-WS TO RCREPORT-REC.
               WRITE RCREPORT-REC.
       BUILD-GEN-NAME-FNC.
               MOVE SPACES TO GEN-NAME-WS.
               STRING MASTER-NAME-WS DELIMITED BY SPACE
                      ".D" WANT-DATE-WS DELIMITED BY SIZE
                      INTO GEN-NAME-WS.
       RELOAD-PICKED-FNC.
               IF PICK-STATS-WS = "Y" THEN
                     PERFORM RELOAD-STATS-FNC
               END-IF.
               IF PICK-MATCH-WS = "Y" THEN
                     PERFORM RELOAD-MATCH-FNC
               END-IF.
               IF PICK-RATING-WS = "Y" THEN
                     PERFORM RELOAD-RATING-FNC
               END-IF.
               IF PICK-SCENLIB-WS = "Y" THEN
                     PERFORM RELOAD-SCENLIB-FNC
               END-IF.
               IF PICK-HIST-WS = "Y" THEN
                     PERFORM RELOAD-HIST-FNC
               END-IF.
               IF PICK-PLAYER-WS = "Y" THEN
                     PERFORM RELOAD-PLAYER-FNC
               END-IF.
               IF PICK-FLEET-WS = "Y" THEN
                     PERFORM RELOAD-FLEET-FNC
               END-IF.
       OPEN-GENERATION-FNC.
****************the checked generation, opened again for the reload
               MOVE 0 TO LOADED-COUNT-WS.
               MOVE 0 TO TRAILER-COUNT-WS.
               MOVE SPACES TO VERDICT-WS.
               PERFORM BUILD-GEN-NAME-FNC.
               MOVE "NO" TO GEN-EOF-WS.
               OPEN INPUT GEN-FILE.
               IF GEN-FILE-STATUS NOT = "00" THEN
                     MOVE "GENERATION GONE SINCE THE CHECK" TO VERDICT-WS
               END-IF.
       CLOSE-GENERATION-FNC.
****************every data record must have gone back in
               CLOSE GEN-FILE.
               IF VERDICT-WS = SPACES THEN
                     IF LOADED-COUNT-WS = TRAILER-COUNT-WS THEN
                           MOVE "RELOADED - COUNT AGREES" TO VERDICT-WS
                           IF MASTER-NAME-WS = "PLYRSTAT" THEN
                                 MOVE "Y" TO STATS-RELOADED-WS
                           END-IF
                     ELSE
                           MOVE "*** RELOAD SHORT ***" TO VERDICT-WS
                     END-IF
               END-IF.
               IF VERDICT-WS NOT = "RELOADED - COUNT AGREES" THEN
                     DISPLAY "WARNING: " MASTER-NAME-WS " " VERDICT-WS
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               MOVE MASTER-NAME-WS TO CKL-MASTER-WS.
               MOVE LOADED-COUNT-WS TO CKL-COUNT-WS.
               MOVE TRAILER-COUNT-WS TO CKL-TRAILER-WS.
               MOVE VERDICT-WS TO CKL-VERDICT-WS.
               MOVE CHECK-LINE-WS TO RCREPORT-REC.
               WRITE RCREPORT-REC.
       ROLL-FORWARD-FNC.
****************the backup's own copy of the registry says which matches were
****************still open when it was taken; those and everything registered
****************after it go onto the recovered leaderboard again, if they have
****************since closed. simulated matches never touch PLYRSTAT
               MOVE 0 TO OPEN-COUNT-WS.
               MOVE 0 TO OPEN-LOST-WS.
               MOVE 0 TO FORWARD-COUNT-WS.
               MOVE "MATCHMST" TO MASTER-NAME-WS.
               PERFORM BUILD-GEN-NAME-FNC.
               OPEN INPUT GEN-FILE.
               IF GEN-FILE-STATUS NOT = "00" THEN
                     CLOSE GEN-FILE
                     MOVE "WARNING: NO REGISTRY GENERATION - ONLY MATCHES REGISTERED SINCE ARE BROUGHT FORWARD" TO RCREPORT-REC
                     WRITE RCREPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     MOVE "NO" TO GEN-EOF-WS
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" AND GEN-TYPE = "D" THEN
                                 IF GMV-WINNER = 0 AND GMV-SHOT-STATS = ZEROES AND
                                    GMV-REASON NOT = "F" AND GMV-REASON NOT = "V" AND
                                    GMV-SIM-FLAG NOT = "Y" THEN
                                       IF OPEN-COUNT-WS < 200 THEN
                                             ADD 1 TO OPEN-COUNT-WS
                                             MOVE GMV-ID TO OPEN-ID-WS(OPEN-COUNT-WS)
                                       ELSE
                                             ADD 1 TO OPEN-LOST-WS
                                       END-IF
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE GEN-FILE
               END-IF.
               IF OPEN-LOST-WS NOT = 0 THEN
                     MOVE "WARNING: MORE OPEN MATCHES AT BACKUP THAN THE RUN HOLDS - SOME MAY NOT BE BROUGHT FORWARD" TO RCREPORT-REC
                     WRITE RCREPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               OPEN INPUT MATCH-FILE.
               IF MATCH-FILE-STATUS NOT = "00" THEN
                     CLOSE MATCH-FILE
                     MOVE "WARNING: NO LIVE REGISTRY - PLYRSTAT LEFT AS OF THE BACKUP" TO RCREPORT-REC
                     WRITE RCREPORT-REC
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     OPEN I-O STATS-FILE
                     IF STATS-FILE-STATUS NOT = "00" THEN
                           MOVE "CANNOT OPEN THE RECOVERED PLYRSTAT - NOT BROUGHT FORWARD" TO RCREPORT-REC
                           WRITE RCREPORT-REC
                           MOVE 12 TO NEW-CODE-WS
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
                                 IF MATCH-EOF-WS NOT = "YES" AND MATCH-SIM-FLAG NOT = "Y" THEN
                                       IF MATCH-WINNER NOT = 0 OR MATCH-SHOT-STATS NOT = ZEROES OR
                                          MATCH-RESULT-REASON = "F" OR MATCH-RESULT-REASON = "V" THEN
                                             PERFORM CHECK-WAS-OPEN-FNC
                                             IF MATCH-ID(1:14) > WANT-STAMP-WS OR WAS-OPEN-WS = "Y" THEN
                                                   PERFORM APPLY-MATCH-STATS-FNC
                                                   ADD 1 TO FORWARD-COUNT-WS
                                             END-IF
                                       END-IF
                                 END-IF
                           END-PERFORM
                     END-IF
                     CLOSE STATS-FILE
                     CLOSE MATCH-FILE
               END-IF.
               MOVE FORWARD-COUNT-WS TO FWL-COUNT-WS.
               MOVE FORWARD-LINE-WS TO RCREPORT-REC.
               WRITE RCREPORT-REC.
       CHECK-WAS-OPEN-FNC.
               MOVE "N" TO WAS-OPEN-WS.
               PERFORM VARYING OPEN-IDX-WS FROM 1 BY 1 UNTIL OPEN-IDX-WS > OPEN-COUNT-WS
                     IF OPEN-ID-WS(OPEN-IDX-WS) = MATCH-ID THEN
                           MOVE "Y" TO WAS-OPEN-WS
                     END-IF
               END-PERFORM.
       APPLY-MATCH-STATS-FNC.
****************one registry entry rolled into the keyed leaderboard, seat by seat
               PERFORM VARYING SEAT-NO-WS FROM 1 BY 1 UNTIL SEAT-NO-WS > MATCH-NUM-PLAYERS
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
                           IF STATS-FOUND-WS = "N" THEN
                                 WRITE STATS-REC
                           ELSE
                                 REWRITE STATS-REC
                           END-IF
                           IF STATS-FILE-STATUS NOT = "00" THEN
                                 DISPLAY "WARNING: PLYRSTAT POST FAILED FOR " STATS-NAME " IN MATCH " MATCH-ID ", STATUS " STATS-FILE-STATUS
                                 MOVE SPACES TO RCREPORT-REC
                                 STRING "PLYRSTAT POST FAILED FOR " STATS-NAME " IN MATCH " MATCH-ID
                                        " - STATUS " STATS-FILE-STATUS DELIMITED BY SIZE
                                        INTO RCREPORT-REC
                                 WRITE RCREPORT-REC
                                 MOVE 12 TO NEW-CODE-WS
                                 PERFORM RAISE-CODE-FNC
                           END-IF
                     END-IF
               END-PERFORM.
       AFTER-ADVICE-FNC.
****************what the recovery can't do by itself
               IF PICK-MATCH-WS = "Y" THEN
                     MOVE "MATCHMST IS BACK AS OF THE BACKUP - MATCHES REGISTERED SINCE ARE NOT ON IT" TO RCREPORT-REC
                     WRITE RCREPORT-REC
               END-IF.
               IF PICK-RATING-WS = "Y" OR PICK-MATCH-WS = "Y" THEN
                     MOVE "RUN RATING AND RIVALRY WITH A FULL REBUILD TO BRING THE LADDER AND RIVALRIES INTO STEP" TO RCREPORT-REC
                     WRITE RCREPORT-REC
               END-IF.
               IF STATS-RELOADED-WS = "Y" THEN
                     MOVE "STATMNT MERGES AND DELETES MADE SINCE THE BACKUP MUST BE DONE AGAIN" TO RCREPORT-REC
                     WRITE RCREPORT-REC
               END-IF.
               IF PICK-FLEET-WS = "Y" THEN
                     MOVE "FLEETMST IS BACK AS OF THE BACKUP - MATCHES REGISTERED SINCE CAN'T BE RE-SCORED" TO RCREPORT-REC
                     WRITE RCREPORT-REC
               END-IF.
               IF PICK-PLAYER-WS = "Y" THEN
                     MOVE "PLAYERS ENROLLED OR AMENDED SINCE THE BACKUP MUST BE KEYED AGAIN IN PLYRMNT" TO RCREPORT-REC
                     WRITE RCREPORT-REC
               END-IF.
       RELOAD-STATS-FNC.
               MOVE "PLYRSTAT" TO MASTER-NAME-WS.
               PERFORM OPEN-GENERATION-FNC.
               IF VERDICT-WS = SPACES THEN
                     OPEN OUTPUT STATS-FILE
                     IF STATS-FILE-STATUS NOT = "00" THEN
                           MOVE "CANNOT REPLACE, STATUS" TO VERDICT-WS
                           MOVE STATS-FILE-STATUS TO VERDICT-WS(24:2)
                           MOVE "YES" TO GEN-EOF-WS
                     END-IF
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 IF GEN-TYPE = "D" THEN
                                       MOVE GEN-DATA TO STATS-REC
                                       WRITE STATS-REC
                                       IF STATS-FILE-STATUS = "00" THEN
                                             ADD 1 TO LOADED-COUNT-WS
                                       END-IF
                                 ELSE
                                       MOVE GENT-COUNT TO TRAILER-COUNT-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE STATS-FILE
               END-IF.
               PERFORM CLOSE-GENERATION-FNC.
       RELOAD-MATCH-FNC.
               MOVE "MATCHMST" TO MASTER-NAME-WS.
               PERFORM OPEN-GENERATION-FNC.
               IF VERDICT-WS = SPACES THEN
                     OPEN OUTPUT MATCH-FILE
                     IF MATCH-FILE-STATUS NOT = "00" THEN
                           MOVE "CANNOT REPLACE, STATUS" TO VERDICT-WS
                           MOVE MATCH-FILE-STATUS TO VERDICT-WS(24:2)
                           MOVE "YES" TO GEN-EOF-WS
                     END-IF
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 IF GEN-TYPE = "D" THEN
                                       MOVE GEN-DATA TO MATCH-REC
                                       WRITE MATCH-REC
                                       IF MATCH-FILE-STATUS = "00" THEN
                                             ADD 1 TO LOADED-COUNT-WS
                                       END-IF
                                 ELSE
                                       MOVE GENT-COUNT TO TRAILER-COUNT-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE MATCH-FILE
               END-IF.
               PERFORM CLOSE-GENERATION-FNC.
       RELOAD-RATING-FNC.
               MOVE "RATINGS" TO MASTER-NAME-WS.
               PERFORM OPEN-GENERATION-FNC.
               IF VERDICT-WS = SPACES THEN
                     OPEN OUTPUT RATING-FILE
                     IF RATING-FILE-STATUS NOT = "00" THEN
                           MOVE "CANNOT REPLACE, STATUS" TO VERDICT-WS
                           MOVE RATING-FILE-STATUS TO VERDICT-WS(24:2)
                           MOVE "YES" TO GEN-EOF-WS
                     END-IF
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 IF GEN-TYPE = "D" THEN
                                       MOVE GEN-DATA TO RATE-REC
                                       WRITE RATE-REC
                                       IF RATING-FILE-STATUS = "00" THEN
                                             ADD 1 TO LOADED-COUNT-WS
                                       END-IF
                                 ELSE
                                       MOVE GENT-COUNT TO TRAILER-COUNT-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE RATING-FILE
               END-IF.
               PERFORM CLOSE-GENERATION-FNC.
       RELOAD-SCENLIB-FNC.
               MOVE "SCENLIB" TO MASTER-NAME-WS.
               PERFORM OPEN-GENERATION-FNC.
               IF VERDICT-WS = SPACES THEN
                     OPEN OUTPUT SCENLIB-FILE
                     IF SCENLIB-FILE-STATUS NOT = "00" THEN
                           MOVE "CANNOT REPLACE, STATUS" TO VERDICT-WS
                           MOVE SCENLIB-FILE-STATUS TO VERDICT-WS(24:2)
                           MOVE "YES" TO GEN-EOF-WS
                     END-IF
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 IF GEN-TYPE = "D" THEN
                                       MOVE GEN-DATA TO SLIB-REC
                                       WRITE SLIB-REC
                                       IF SCENLIB-FILE-STATUS = "00" THEN
                                             ADD 1 TO LOADED-COUNT-WS
                                       END-IF
                                 ELSE
                                       MOVE GENT-COUNT TO TRAILER-COUNT-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE SCENLIB-FILE
               END-IF.
               PERFORM CLOSE-GENERATION-FNC.
       RELOAD-HIST-FNC.
               MOVE "SEASHIST" TO MASTER-NAME-WS.
               PERFORM OPEN-GENERATION-FNC.
               IF VERDICT-WS = SPACES THEN
                     OPEN OUTPUT HIST-FILE
                     IF HIST-FILE-STATUS NOT = "00" THEN
                           MOVE "CANNOT REPLACE, STATUS" TO VERDICT-WS
                           MOVE HIST-FILE-STATUS TO VERDICT-WS(24:2)
                           MOVE "YES" TO GEN-EOF-WS
                     END-IF
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 IF GEN-TYPE = "D" THEN
                                       MOVE GEN-DATA TO HIST-REC
                                       WRITE HIST-REC
                                       IF HIST-FILE-STATUS = "00" THEN
                                             ADD 1 TO LOADED-COUNT-WS
                                       END-IF
                                 ELSE
                                       MOVE GENT-COUNT TO TRAILER-COUNT-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE HIST-FILE
               END-IF.
               PERFORM CLOSE-GENERATION-FNC.
       RELOAD-PLAYER-FNC.
               MOVE "PLYRMST" TO MASTER-NAME-WS.
               PERFORM OPEN-GENERATION-FNC.
               IF VERDICT-WS = SPACES THEN
                     OPEN OUTPUT PLAYER-FILE
                     IF PLAYER-FILE-STATUS NOT = "00" THEN
                           MOVE "CANNOT REPLACE, STATUS" TO VERDICT-WS
                           MOVE PLAYER-FILE-STATUS TO VERDICT-WS(24:2)
                           MOVE "YES" TO GEN-EOF-WS
                     END-IF
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 IF GEN-TYPE = "D" THEN
                                       MOVE GEN-DATA TO PLAYER-REC
                                       WRITE PLAYER-REC
                                       IF PLAYER-FILE-STATUS = "00" THEN
                                             ADD 1 TO LOADED-COUNT-WS
                                       END-IF
                                 ELSE
                                       MOVE GENT-COUNT TO TRAILER-COUNT-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE PLAYER-FILE
               END-IF.
               PERFORM CLOSE-GENERATION-FNC.
       RELOAD-FLEET-FNC.
               MOVE "FLEETMST" TO MASTER-NAME-WS.
               PERFORM OPEN-GENERATION-FNC.
               IF VERDICT-WS = SPACES THEN
                     OPEN OUTPUT FLEET-FILE
                     IF FLEET-FILE-STATUS NOT = "00" THEN
                           MOVE "CANNOT REPLACE, STATUS" TO VERDICT-WS
                           MOVE FLEET-FILE-STATUS TO VERDICT-WS(24:2)
                           MOVE "YES" TO GEN-EOF-WS
                     END-IF
                     PERFORM UNTIL GEN-EOF-WS = "YES"
                           READ GEN-FILE
                                AT END MOVE "YES" TO GEN-EOF-WS
                           END-READ
                           IF GEN-EOF-WS NOT = "YES" THEN
                                 IF GEN-TYPE = "D" THEN
                                       MOVE GEN-DATA TO FLEET-REC
                                       WRITE FLEET-REC
                                       IF FLEET-FILE-STATUS = "00" THEN
                                             ADD 1 TO LOADED-COUNT-WS
                                       END-IF
                                 ELSE
                                       MOVE GENT-COUNT TO TRAILER-COUNT-WS
                                 END-IF
                           END-IF
                     END-PERFORM
                     CLOSE FLEET-FILE
               END-IF.
               PERFORM CLOSE-GENERATION-FNC.
       HASH-DATA-FNC.
****************the hash total: the counters, scores, and numbers in each
****************record added up, so a generation that lost or garbled a
****************record can't come back with the right total by accident
               IF MASTER-NAME-WS = "PLYRSTAT" THEN
                     ADD GSV-PLAYED GSV-WON GSV-SHOTS GSV-HITS TO HASH-TOTAL-WS
               END-IF.
               IF MASTER-NAME-WS = "MATCHMST" THEN
                     ADD GMV-WINNER GMV-DURATION TO HASH-TOTAL-WS
                     PERFORM VARYING HASH-SEAT-WS FROM 1 BY 1 UNTIL HASH-SEAT-WS > 4
                           ADD GMV-SHOTS(HASH-SEAT-WS) GMV-HITS(HASH-SEAT-WS) TO HASH-TOTAL-WS
                     END-PERFORM
               END-IF.
               IF MASTER-NAME-WS = "RATINGS" THEN
                     ADD GRV-VALUE GRV-MATCHES TO HASH-TOTAL-WS
               END-IF.
               IF MASTER-NAME-WS = "SCENLIB" THEN
                     ADD GLV-PLAYER GLV-SHIP GLV-X GLV-Y TO HASH-TOTAL-WS
               END-IF.
               IF MASTER-NAME-WS = "SEASHIST" THEN
                     ADD GHV-PLAYED GHV-WON GHV-SHOTS GHV-HITS TO HASH-TOTAL-WS
               END-IF.
               IF MASTER-NAME-WS = "PLYRMST" THEN
                     ADD GPV-ID TO HASH-TOTAL-WS
               END-IF.
****************a fleet slot no ship was ever placed in is left blank - only
****************the digits actually filed count
               IF MASTER-NAME-WS = "FLEETMST" THEN
                     ADD GFV-NUM-PLAYERS GFV-BOARD-ROWS GFV-BOARD-COLS GFV-NUM-SHIPS TO HASH-TOTAL-WS
                     PERFORM VARYING HASH-SEAT-WS FROM 1 BY 1 UNTIL HASH-SEAT-WS > 4
                       AFTER HASH-SHIP-WS FROM 1 BY 1 UNTIL HASH-SHIP-WS > 5
                           IF GFV-P-LENG(HASH-SEAT-WS, HASH-SHIP-WS) IS NUMERIC THEN
                                 ADD GFV-P-LENG(HASH-SEAT-WS, HASH-SHIP-WS) TO HASH-TOTAL-WS
                           END-IF
                           PERFORM VARYING HASH-CELL-WS FROM 1 BY 1 UNTIL HASH-CELL-WS > 5
                                 IF GFV-P-X(HASH-SEAT-WS, HASH-SHIP-WS, HASH-CELL-WS) IS NUMERIC THEN
                                       ADD GFV-P-X(HASH-SEAT-WS, HASH-SHIP-WS, HASH-CELL-WS) TO HASH-TOTAL-WS
                                 END-IF
                                 IF GFV-P-Y(HASH-SEAT-WS, HASH-SHIP-WS, HASH-CELL-WS) IS NUMERIC THEN
                                       ADD GFV-P-Y(HASH-SEAT-WS, HASH-SHIP-WS, HASH-CELL-WS) TO HASH-TOTAL-WS
                                 END-IF
                           END-PERFORM
                     END-PERFORM
               END-IF.
