       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUP.
*********master file backup - PLYRSTAT, MATCHMST, RATINGS, SCENLIB, SEASHIST,
*********PLYRMST and FLEETMST are keyed files with nothing behind them: one bad
*********leaderboard rebuild or a damaged registry and the league's history is
*********gone, and ARCHIVE only ever looked after the sequential logs. this job
*********unloads every master to a dated sequential generation, each closed by
*********a trailer carrying the record count and a hash total, proves every
*********copy balanced, and catalogs the backup on BKUPCAT for RECOVER. it
*********takes the session lock first, so nobody is halfway through writing
*********a match while the copies are cut
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
*********what was unloaded and whether every copy balanced
           SELECT BKREPORT-FILE ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BKREPORT-FILE-STATUS.
*********the session lock BATTLE keeps - the copies are only good if nothing
*********is writing the masters while they're cut
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
       FD  BKREPORT-FILE.
       01  BKREPORT-REC      PIC X(80).
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
       01  BKREPORT-FILE-STATUS PIC XX.
       01  LOCK-FILE-STATUS    PIC XX.
       01  LOCK-ANSWER-WS      PIC X.
       01  CURRENT-DATE-WS     PIC X(21).
       01  MASTER-EOF-WS       PIC XXX.
       01  CATALOG-EOF-WS      PIC XXX.
       01  CONFIRM-WS          PIC X.
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
*********this backup: the day that names its generations, and the moment it
*********was taken - RECOVER brings PLYRSTAT forward from that moment
       01  BACKUP-DATE-WS      PIC X(8).
       01  BACKUP-STAMP-WS     PIC X(14).
       01  TAKEN-TODAY-WS      PIC X.
*********the master being unloaded and its generation file name
       01  MASTER-NAME-WS      PIC X(8).
       01  GEN-NAME-WS         PIC X(20).
*********counts and the hash total for the master in hand
       01  READ-COUNT-WS       PIC 9(9).
       01  WRITE-COUNT-WS      PIC 9(9).
       01  HASH-TOTAL-WS       PIC 9(15).
       01  HASH-SEAT-WS        PIC 9.
       01  HASH-SHIP-WS        PIC 9.
       01  HASH-CELL-WS        PIC 9.
       01  VERDICT-WS          PIC X(30).
*********Y until any master fails to balance
       01  RUN-GOOD-WS         PIC X VALUE "Y".
*********report lines
       01  BALANCE-LINE-WS.
             02  BAL-MASTER-WS     PIC X(8).
             02  FILLER            PIC X(7)  VALUE " READ: ".
             02  BAL-READ-WS       PIC ZZZZZZZZ9.
             02  FILLER            PIC X(10) VALUE "  COPIED: ".
             02  BAL-WRITE-WS      PIC ZZZZZZZZ9.
             02  FILLER            PIC X(3)  VALUE " - ".
             02  BAL-VERDICT-WS    PIC X(30).
       01  HASH-LINE-WS.
             02  FILLER            PIC X(8)  VALUE SPACES.
             02  FILLER            PIC X(12) VALUE " HASH TOTAL ".
             02  HSL-HASH-WS       PIC Z(14)9.
             02  FILLER            PIC X(4)  VALUE " ON ".
             02  HSL-GEN-WS        PIC X(20).
       PROCEDURE DIVISION.
*********lock, unload every master, prove the copies, catalog the backup
                       DISPLAY "BATTLESHIP MASTER FILE BACKUP".
                       PERFORM SESSION-LOCK-FNC.
                       MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
                       MOVE CURRENT-DATE-WS(1:8) TO BACKUP-DATE-WS.
                       MOVE CURRENT-DATE-WS(1:14) TO BACKUP-STAMP-WS.
*********************one generation per day - a second backup the same day
*********************cuts over the first, so it has to be asked for
                       PERFORM CHECK-CATALOG-FNC.
                       IF TAKEN-TODAY-WS = "Y" THEN
                             DISPLAY "TODAY'S BACKUP IS ALREADY TAKEN - TAKE IT AGAIN OVER THE TOP? Y/N >"
                             ACCEPT CONFIRM-WS FROM CONSOLE
                       END-IF.
                       IF TAKEN-TODAY-WS = "Y" AND CONFIRM-WS NOT = "Y" THEN
                             DISPLAY "NOTHING TOUCHED"
                             PERFORM SESSION-UNLOCK-FNC
                             STOP RUN
                       END-IF.
                       OPEN OUTPUT BKREPORT-FILE.
                       IF BKREPORT-FILE-STATUS NOT = "00" THEN
                             DISPLAY "CANNOT OPEN BKUPRPT, STATUS " BKREPORT-FILE-STATUS " - NOTHING BACKED UP"
                             PERFORM SESSION-UNLOCK-FNC
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       MOVE SPACES TO BKREPORT-REC.
                       STRING "==== MASTER FILE BACKUP " BACKUP-STAMP-WS " ====" DELIMITED BY SIZE
                              INTO BKREPORT-REC.
                       WRITE BKREPORT-REC.
                       PERFORM UNLOAD-STATS-FNC.
                       PERFORM UNLOAD-MATCH-FNC.
                       PERFORM UNLOAD-RATING-FNC.
                       PERFORM UNLOAD-SCENLIB-FNC.
                       PERFORM UNLOAD-HIST-FNC.
                       PERFORM UNLOAD-PLAYER-FNC.
                       PERFORM UNLOAD-FLEET-FNC.
                       PERFORM WRITE-CATALOG-FNC.
                       IF RUN-GOOD-WS = "Y" THEN
                             MOVE "BACKUP GOOD - EVERY MASTER BALANCED, CATALOGED ON BKUPCAT" TO BKREPORT-REC
                       ELSE
                             MOVE "BACKUP BAD - AT LEAST ONE MASTER DID NOT BALANCE, RECOVER WILL NOT OFFER IT" TO BKREPORT-REC
                       END-IF.
                       WRITE BKREPORT-REC.
                       CLOSE BKREPORT-FILE.
                       PERFORM SESSION-UNLOCK-FNC.
                       DISPLAY "BACKUP " BACKUP-STAMP-WS " DONE, REPORT ON BKUPRPT".
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
                                 DISPLAY "NOT BACKING UP - FINISH OR KILL THE OTHER SESSION FIRST"
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
       CHECK-CATALOG-FNC.
****************has a backup already been cataloged under today's date
               MOVE "N" TO TAKEN-TODAY-WS.
               OPEN INPUT CATALOG-FILE.
               IF CATALOG-FILE-STATUS = "00" THEN
                     MOVE "NO" TO CATALOG-EOF-WS
                     PERFORM UNTIL CATALOG-EOF-WS = "YES"
                           READ CATALOG-FILE
                                AT END MOVE "YES" TO CATALOG-EOF-WS
                           END-READ
                           IF CATALOG-EOF-WS NOT = "YES" AND CAT-DATE = BACKUP-DATE-WS THEN
                                 MOVE "Y" TO TAKEN-TODAY-WS
                           END-IF
                     END-PERFORM
               END-IF.
               CLOSE CATALOG-FILE.
       WRITE-CATALOG-FNC.
****************the catalog only ever grows; RECOVER takes the last line for a date
               OPEN EXTEND CATALOG-FILE.
               IF CATALOG-FILE-STATUS NOT = "00" THEN
                     IF CATALOG-FILE-STATUS = "35" THEN
                           OPEN OUTPUT CATALOG-FILE
                     ELSE
                           DISPLAY "WARNING: CANNOT OPEN BKUPCAT, STATUS " CATALOG-FILE-STATUS " - BACKUP NOT CATALOGED"
                           MOVE "N" TO RUN-GOOD-WS
                           MOVE 12 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     END-IF
               END-IF.
               IF CATALOG-FILE-STATUS = "00" THEN
                     MOVE SPACES TO CATALOG-REC
                     MOVE BACKUP-DATE-WS TO CAT-DATE
                     MOVE BACKUP-STAMP-WS TO CAT-STAMP
                     IF RUN-GOOD-WS = "Y" THEN
                           MOVE "GOOD" TO CAT-STATE
                     ELSE
                           MOVE "BAD" TO CAT-STATE
                     END-IF
                     WRITE CATALOG-REC
                     CLOSE CATALOG-FILE
               END-IF.
       START-GENERATION-FNC.
****************today's generation for the master in hand, counters at zero
               MOVE 0 TO READ-COUNT-WS.
               MOVE 0 TO WRITE-COUNT-WS.
               MOVE 0 TO HASH-TOTAL-WS.
               MOVE SPACES TO VERDICT-WS.
               MOVE SPACES TO GEN-NAME-WS.
               STRING MASTER-NAME-WS DELIMITED BY SPACE
                      ".D" BACKUP-DATE-WS DELIMITED BY SIZE
                      INTO GEN-NAME-WS.
               OPEN OUTPUT GEN-FILE.
       WRITE-DATA-FNC.
****************one record onto the generation, counted only if it landed
               PERFORM HASH-DATA-FNC.
               WRITE GEN-REC.
               IF GEN-FILE-STATUS = "00" THEN
                     ADD 1 TO WRITE-COUNT-WS
               END-IF.
       END-GENERATION-FNC.
****************the trailer, then the balance: every record read must have
****************landed and the trailer with them, or the backup is bad
               MOVE SPACES TO GEN-TRAILER.
               MOVE "T" TO GENT-TYPE.
               MOVE MASTER-NAME-WS TO GENT-MASTER.
               MOVE BACKUP-STAMP-WS TO GENT-STAMP.
               MOVE WRITE-COUNT-WS TO GENT-COUNT.
               MOVE HASH-TOTAL-WS TO GENT-HASH.
               WRITE GEN-TRAILER.
               IF GEN-FILE-STATUS NOT = "00" AND VERDICT-WS = SPACES THEN
                     MOVE "TRAILER NOT WRITTEN, STATUS" TO VERDICT-WS
                     MOVE GEN-FILE-STATUS TO VERDICT-WS(29:2)
                     MOVE "N" TO RUN-GOOD-WS
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               CLOSE GEN-FILE.
               IF VERDICT-WS = SPACES THEN
                     IF READ-COUNT-WS = WRITE-COUNT-WS THEN
                           MOVE "BALANCED" TO VERDICT-WS
                     ELSE
                           MOVE "*** OUT OF BALANCE ***" TO VERDICT-WS
                           MOVE "N" TO RUN-GOOD-WS
                           MOVE 12 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     END-IF
               END-IF.
               MOVE MASTER-NAME-WS TO BAL-MASTER-WS.
               MOVE READ-COUNT-WS TO BAL-READ-WS.
               MOVE WRITE-COUNT-WS TO BAL-WRITE-WS.
               MOVE VERDICT-WS TO BAL-VERDICT-WS.
               MOVE BALANCE-LINE-WS TO BKREPORT-REC.
               WRITE BKREPORT-REC.
               MOVE HASH-TOTAL-WS TO HSL-HASH-WS.
               MOVE GEN-NAME-WS TO HSL-GEN-WS.
               MOVE HASH-LINE-WS TO BKREPORT-REC.
               WRITE BKREPORT-REC.
       UNLOAD-STATS-FNC.
               MOVE "PLYRSTAT" TO MASTER-NAME-WS.
               PERFORM START-GENERATION-FNC.
               OPEN INPUT STATS-FILE.
               IF STATS-FILE-STATUS = "35" THEN
                     CLOSE STATS-FILE
                     MOVE "NOT ON DISK - EMPTY GENERATION" TO VERDICT-WS
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     IF STATS-FILE-STATUS NOT = "00" THEN
                           CLOSE STATS-FILE
                           MOVE "CANNOT OPEN, STATUS" TO VERDICT-WS
                           MOVE STATS-FILE-STATUS TO VERDICT-WS(21:2)
                           MOVE "N" TO RUN-GOOD-WS
                           MOVE 12 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     ELSE
                           MOVE "NO" TO MASTER-EOF-WS
                           MOVE LOW-VALUES TO STATS-NAME
                           START STATS-FILE KEY NOT < STATS-NAME
                                INVALID KEY MOVE "YES" TO MASTER-EOF-WS
                           END-START
                           PERFORM UNTIL MASTER-EOF-WS = "YES"
                                 READ STATS-FILE NEXT RECORD
                                      AT END MOVE "YES" TO MASTER-EOF-WS
                                 END-READ
                                 IF MASTER-EOF-WS NOT = "YES" THEN
                                       ADD 1 TO READ-COUNT-WS
                                       MOVE SPACES TO GEN-REC
                                       MOVE "D" TO GEN-TYPE
                                       MOVE STATS-REC TO GEN-DATA
                                       PERFORM WRITE-DATA-FNC
                                 END-IF
                           END-PERFORM
                           CLOSE STATS-FILE
                     END-IF
               END-IF.
               PERFORM END-GENERATION-FNC.
       UNLOAD-MATCH-FNC.
               MOVE "MATCHMST" TO MASTER-NAME-WS.
               PERFORM START-GENERATION-FNC.
               OPEN INPUT MATCH-FILE.
               IF MATCH-FILE-STATUS = "35" THEN
                     CLOSE MATCH-FILE
                     MOVE "NOT ON DISK - EMPTY GENERATION" TO VERDICT-WS
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     IF MATCH-FILE-STATUS NOT = "00" THEN
                           CLOSE MATCH-FILE
                           MOVE "CANNOT OPEN, STATUS" TO VERDICT-WS
                           MOVE MATCH-FILE-STATUS TO VERDICT-WS(21:2)
                           MOVE "N" TO RUN-GOOD-WS
                           MOVE 12 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     ELSE
                           MOVE "NO" TO MASTER-EOF-WS
                           MOVE LOW-VALUES TO MATCH-ID
                           START MATCH-FILE KEY NOT < MATCH-ID
                                INVALID KEY MOVE "YES" TO MASTER-EOF-WS
                           END-START
                           PERFORM UNTIL MASTER-EOF-WS = "YES"
                                 READ MATCH-FILE NEXT RECORD
                                      AT END MOVE "YES" TO MASTER-EOF-WS
                                 END-READ
                                 IF MASTER-EOF-WS NOT = "YES" THEN
                                       ADD 1 TO READ-COUNT-WS
                                       MOVE SPACES TO GEN-REC
                                       MOVE "D" TO GEN-TYPE
                                       MOVE MATCH-REC TO GEN-DATA
                                       PERFORM WRITE-DATA-FNC
                                 END-IF
                           END-PERFORM
                           CLOSE MATCH-FILE
                     END-IF
               END-IF.
               PERFORM END-GENERATION-FNC.
       UNLOAD-RATING-FNC.
               MOVE "RATINGS" TO MASTER-NAME-WS.
               PERFORM START-GENERATION-FNC.
               OPEN INPUT RATING-FILE.
               IF RATING-FILE-STATUS = "35" THEN
                     CLOSE RATING-FILE
                     MOVE "NOT ON DISK - EMPTY GENERATION" TO VERDICT-WS
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     IF RATING-FILE-STATUS NOT = "00" THEN
                           CLOSE RATING-FILE
                           MOVE "CANNOT OPEN, STATUS" TO VERDICT-WS
                           MOVE RATING-FILE-STATUS TO VERDICT-WS(21:2)
                           MOVE "N" TO RUN-GOOD-WS
                           MOVE 12 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     ELSE
                           MOVE "NO" TO MASTER-EOF-WS
                           MOVE LOW-VALUES TO RATE-NAME
                           START RATING-FILE KEY NOT < RATE-NAME
                                INVALID KEY MOVE "YES" TO MASTER-EOF-WS
                           END-START
                           PERFORM UNTIL MASTER-EOF-WS = "YES"
                                 READ RATING-FILE NEXT RECORD
                                      AT END MOVE "YES" TO MASTER-EOF-WS
                                 END-READ
                                 IF MASTER-EOF-WS NOT = "YES" THEN
                                       ADD 1 TO READ-COUNT-WS
                                       MOVE SPACES TO GEN-REC
                                       MOVE "D" TO GEN-TYPE
                                       MOVE RATE-REC TO GEN-DATA
                                       PERFORM WRITE-DATA-FNC
                                 END-IF
                           END-PERFORM
                           CLOSE RATING-FILE
                     END-IF
               END-IF.
               PERFORM END-GENERATION-FNC.
       UNLOAD-SCENLIB-FNC.
               MOVE "SCENLIB" TO MASTER-NAME-WS.
               PERFORM START-GENERATION-FNC.
               OPEN INPUT SCENLIB-FILE.
               IF SCENLIB-FILE-STATUS = "35" THEN
                     CLOSE SCENLIB-FILE
                     MOVE "NOT ON DISK - EMPTY GENERATION" TO VERDICT-WS
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     IF SCENLIB-FILE-STATUS NOT = "00" THEN
                           CLOSE SCENLIB-FILE
                           MOVE "CANNOT OPEN, STATUS" TO VERDICT-WS
                           MOVE SCENLIB-FILE-STATUS TO VERDICT-WS(21:2)
                           MOVE "N" TO RUN-GOOD-WS
                           MOVE 12 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     ELSE
                           MOVE "NO" TO MASTER-EOF-WS
                           MOVE LOW-VALUES TO SLIB-KEY
                           START SCENLIB-FILE KEY NOT < SLIB-KEY
                                INVALID KEY MOVE "YES" TO MASTER-EOF-WS
                           END-START
                           PERFORM UNTIL MASTER-EOF-WS = "YES"
                                 READ SCENLIB-FILE NEXT RECORD
                                      AT END MOVE "YES" TO MASTER-EOF-WS
                                 END-READ
                                 IF MASTER-EOF-WS NOT = "YES" THEN
                                       ADD 1 TO READ-COUNT-WS
                                       MOVE SPACES TO GEN-REC
                                       MOVE "D" TO GEN-TYPE
                                       MOVE SLIB-REC TO GEN-DATA
                                       PERFORM WRITE-DATA-FNC
                                 END-IF
                           END-PERFORM
                           CLOSE SCENLIB-FILE
                     END-IF
               END-IF.
               PERFORM END-GENERATION-FNC.
       UNLOAD-HIST-FNC.
               MOVE "SEASHIST" TO MASTER-NAME-WS.
               PERFORM START-GENERATION-FNC.
               OPEN INPUT HIST-FILE.
               IF HIST-FILE-STATUS = "35" THEN
                     CLOSE HIST-FILE
                     MOVE "NOT ON DISK - EMPTY GENERATION" TO VERDICT-WS
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     IF HIST-FILE-STATUS NOT = "00" THEN
                           CLOSE HIST-FILE
                           MOVE "CANNOT OPEN, STATUS" TO VERDICT-WS
                           MOVE HIST-FILE-STATUS TO VERDICT-WS(21:2)
                           MOVE "N" TO RUN-GOOD-WS
                           MOVE 12 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     ELSE
                           MOVE "NO" TO MASTER-EOF-WS
                           MOVE LOW-VALUES TO SH-KEY
                           START HIST-FILE KEY NOT < SH-KEY
                                INVALID KEY MOVE "YES" TO MASTER-EOF-WS
                           END-START
                           PERFORM UNTIL MASTER-EOF-WS = "YES"
                                 READ HIST-FILE NEXT RECORD
                                      AT END MOVE "YES" TO MASTER-EOF-WS
                                 END-READ
                                 IF MASTER-EOF-WS NOT = "YES" THEN
                                       ADD 1 TO READ-COUNT-WS
                                       MOVE SPACES TO GEN-REC
                                       MOVE "D" TO GEN-TYPE
                                       MOVE HIST-REC TO GEN-DATA
                                       PERFORM WRITE-DATA-FNC
                                 END-IF
                           END-PERFORM
                           CLOSE HIST-FILE
                     END-IF
               END-IF.
               PERFORM END-GENERATION-FNC.
       UNLOAD-PLAYER-FNC.
               MOVE "PLYRMST" TO MASTER-NAME-WS.
               PERFORM START-GENERATION-FNC.
               OPEN INPUT PLAYER-FILE.
               IF PLAYER-FILE-STATUS = "35" THEN
                     CLOSE PLAYER-FILE
                     MOVE "NOT ON DISK - EMPTY GENERATION" TO VERDICT-WS
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     IF PLAYER-FILE-STATUS NOT = "00" THEN
                           CLOSE PLAYER-FILE
                           MOVE "CANNOT OPEN, STATUS" TO VERDICT-WS
                           MOVE PLAYER-FILE-STATUS TO VERDICT-WS(21:2)
                           MOVE "N" TO RUN-GOOD-WS
                           MOVE 12 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     ELSE
                           MOVE "NO" TO MASTER-EOF-WS
                           MOVE ZEROES TO PM-PLAYER-ID
                           START PLAYER-FILE KEY NOT < PM-PLAYER-ID
                                INVALID KEY MOVE "YES" TO MASTER-EOF-WS
                           END-START
                           PERFORM UNTIL MASTER-EOF-WS = "YES"
                                 READ PLAYER-FILE NEXT RECORD
                                      AT END MOVE "YES" TO MASTER-EOF-WS
                                 END-READ
                                 IF MASTER-EOF-WS NOT = "YES" THEN
                                       ADD 1 TO READ-COUNT-WS
                                       MOVE SPACES TO GEN-REC
                                       MOVE "D" TO GEN-TYPE
                                       MOVE PLAYER-REC TO GEN-DATA
                                       PERFORM WRITE-DATA-FNC
                                 END-IF
                           END-PERFORM
                           CLOSE PLAYER-FILE
                     END-IF
               END-IF.
               PERFORM END-GENERATION-FNC.
       UNLOAD-FLEET-FNC.
               MOVE "FLEETMST" TO MASTER-NAME-WS.
               PERFORM START-GENERATION-FNC.
               OPEN INPUT FLEET-FILE.
               IF FLEET-FILE-STATUS = "35" THEN
                     CLOSE FLEET-FILE
                     MOVE "NOT ON DISK - EMPTY GENERATION" TO VERDICT-WS
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               ELSE
                     IF FLEET-FILE-STATUS NOT = "00" THEN
                           CLOSE FLEET-FILE
                           MOVE "CANNOT OPEN, STATUS" TO VERDICT-WS
                           MOVE FLEET-FILE-STATUS TO VERDICT-WS(21:2)
                           MOVE "N" TO RUN-GOOD-WS
                           MOVE 12 TO NEW-CODE-WS
                           PERFORM RAISE-CODE-FNC
                     ELSE
                           MOVE "NO" TO MASTER-EOF-WS
                           MOVE LOW-VALUES TO FLEET-MATCH-ID
                           START FLEET-FILE KEY NOT < FLEET-MATCH-ID
                                INVALID KEY MOVE "YES" TO MASTER-EOF-WS
                           END-START
                           PERFORM UNTIL MASTER-EOF-WS = "YES"
                                 READ FLEET-FILE NEXT RECORD
                                      AT END MOVE "YES" TO MASTER-EOF-WS
                                 END-READ
                                 IF MASTER-EOF-WS NOT = "YES" THEN
                                       ADD 1 TO READ-COUNT-WS
                                       MOVE SPACES TO GEN-REC
                                       MOVE "D" TO GEN-TYPE
                                       MOVE FLEET-REC TO GEN-DATA
                                       PERFORM WRITE-DATA-FNC
                                 END-IF
                           END-PERFORM
                           CLOSE FLEET-FILE
                     END-IF
               END-IF.
               PERFORM END-GENERATION-FNC.
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
