*********status 39. this job reads the old-length registry, stamps every
*********record not-simulated, and writes it out under the new layout as
*********MATCHNEW. once the counts balance, the operator swaps MATCHNEW in
*********as MATCHMST and never runs this again.
*********the CPU level added a second byte after the flag, so a registry can
*********now be sitting on disk under either old length. the job tries the
*********current layout first (nothing to do), then each old one in turn, and
*********converts from whichever one the file actually opens under.
*********the result-reason code added a third byte after the level; every
*********match converted from an older layout was played out, so it converts
*********with the reason blank.
*********team play appended the side each seat sat on and the winning side;
*********every match on an older layout was a free-for-all, so it converts
*********with the team flag N and no sides
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*********the registry under the current layout - if it opens, it's done
           SELECT CUR-MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CUR-MATCH-ID
               FILE STATUS IS CUR-MATCH-STATUS.
*********the registry as the first programs built it - no simulated flag
           SELECT OLD-MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-MATCH-ID
               FILE STATUS IS OLD-MATCH-STATUS.
*********the registry with the CPU level but no result-reason code
           SELECT LVL-MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVL-MATCH-ID
               FILE STATUS IS LVL-MATCH-STATUS.
*********the registry with the result-reason code but no team fields
           SELECT RSN-MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RSN-MATCH-ID
               FILE STATUS IS RSN-MATCH-STATUS.
*********the registry with the simulated flag but no CPU level
           SELECT SIM-MATCH-FILE ASSIGN TO "MATCHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SIM-MATCH-ID
               FILE STATUS IS SIM-MATCH-STATUS.
*********the same registry under the new layout, built alongside the old one
           SELECT NEW-MATCH-FILE ASSIGN TO "MATCHNEW"
               ORGANIZATION IS INDEXED
               FILE STATUS IS LOCK-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CUR-MATCH-FILE.
       01  CUR-MATCH-REC.
           02  CUR-MATCH-ID            PIC X(16).
           02  CUR-MATCH-BODY          PIC X(102).
       FD  OLD-MATCH-FILE.
       01  OLD-MATCH-REC.
           02  OLD-MATCH-ID            PIC X(16).
*********everything between the key and where the new flag goes - dates,
*********names, flags, winner, duration, and the box score, carried as-is
           02  OLD-MATCH-BODY          PIC X(93).
       FD  SIM-MATCH-FILE.
       01  SIM-MATCH-REC.
           02  SIM-MATCH-ID            PIC X(16).
           02  SIM-MATCH-BODY          PIC X(93).
           02  SIM-MATCH-SIM-FLAG      PIC X.
       FD  LVL-MATCH-FILE.
       01  LVL-MATCH-REC.
           02  LVL-MATCH-ID            PIC X(16).
           02  LVL-MATCH-BODY          PIC X(93).
           02  LVL-MATCH-SIM-FLAG      PIC X.
           02  LVL-MATCH-CPU-LEVEL     PIC X.
       FD  RSN-MATCH-FILE.
       01  RSN-MATCH-REC.
           02  RSN-MATCH-ID            PIC X(16).
           02  RSN-MATCH-BODY          PIC X(93).
           02  RSN-MATCH-SIM-FLAG      PIC X.
           02  RSN-MATCH-CPU-LEVEL     PIC X.
           02  RSN-MATCH-RESULT-REASON PIC X.
       FD  NEW-MATCH-FILE.
       01  NEW-MATCH-REC.
           02  NEW-MATCH-ID            PIC X(16).
*********the CPU flag sits 57 bytes into the body - dates, names, seat count
*********and batch flag ahead of it, scenario flag through box score behind
           02  NEW-MATCH-BODY.
               03  FILLER              PIC X(56).
               03  NEW-MATCH-CPU-FLAG  PIC X.
               03  FILLER              PIC X(36).
           02  NEW-MATCH-SIM-FLAG      PIC X.
           02  NEW-MATCH-CPU-LEVEL     PIC X.
           02  NEW-MATCH-RESULT-REASON PIC X.
           02  NEW-MATCH-TEAM-MODE     PIC X.
           02  NEW-MATCH-TEAMS         PIC 9(4).
           02  NEW-MATCH-WIN-TEAM      PIC 9.
       FD  LOCK-FILE.
       01  LOCK-REC.
           02  LOCK-STATE    PIC X(6).
           02  FILLER        PIC X     VALUE SPACE.
           02  LOCK-STAMP    PIC X(14).
       WORKING-STORAGE SECTION.
       01  CUR-MATCH-STATUS    PIC XX.
       01  OLD-MATCH-STATUS    PIC XX.
       01  SIM-MATCH-STATUS    PIC XX.
       01  LVL-MATCH-STATUS    PIC XX.
       01  RSN-MATCH-STATUS    PIC XX.
*********which old layout the registry turned out to be under: OLD, SIM, LVL or RSN
       01  FROM-LAYOUT-WS      PIC XXX VALUE SPACES.
       01  NEW-MATCH-STATUS    PIC XX.
       01  LOCK-FILE-STATUS    PIC XX.
       01  LOCK-ANSWER-WS      PIC X.
                             STOP RUN
                       END-IF.
                       CLOSE NEW-MATCH-FILE.
*********************already under the current layout means there's nothing to do
                       OPEN INPUT CUR-MATCH-FILE.
                       IF CUR-MATCH-STATUS = "00" THEN
                             CLOSE CUR-MATCH-FILE
                             DISPLAY "MATCHMST IS ALREADY IN THE CURRENT LAYOUT - NOTHING TOUCHED"
                             STOP RUN
                       END-IF.
                       CLOSE CUR-MATCH-FILE.
                       IF CUR-MATCH-STATUS = "35" THEN
                             DISPLAY "NO MATCHMST ON DISK - NOTHING TO CONVERT"
                             STOP RUN
                       END-IF.
                       OPEN INPUT RSN-MATCH-FILE.
                       IF RSN-MATCH-STATUS = "00" THEN
                             MOVE "RSN" TO FROM-LAYOUT-WS
                       ELSE
                             CLOSE RSN-MATCH-FILE
                             OPEN INPUT LVL-MATCH-FILE
                             IF LVL-MATCH-STATUS = "00" THEN
                                   MOVE "LVL" TO FROM-LAYOUT-WS
                             ELSE
                                   CLOSE LVL-MATCH-FILE
                                   OPEN INPUT SIM-MATCH-FILE
                                   IF SIM-MATCH-STATUS = "00" THEN
                                         MOVE "SIM" TO FROM-LAYOUT-WS
                                   ELSE
                                         CLOSE SIM-MATCH-FILE
                                         OPEN INPUT OLD-MATCH-FILE
                                         IF OLD-MATCH-STATUS = "00" THEN
                                               MOVE "OLD" TO FROM-LAYOUT-WS
                                         ELSE
                                               CLOSE OLD-MATCH-FILE
                                               IF OLD-MATCH-STATUS = "39" THEN
                                                     DISPLAY "MATCHMST MATCHES NONE OF THE KNOWN LAYOUTS - NOTHING TOUCHED"
                                               ELSE
                                                     DISPLAY "CANNOT OPEN MATCHMST, STATUS " OLD-MATCH-STATUS " - NOTHING TOUCHED"
                                               END-IF
                                               STOP RUN
                                         END-IF
                                   END-IF
                             END-IF
                       END-IF.
                       OPEN OUTPUT NEW-MATCH-FILE.
                       IF FROM-LAYOUT-WS = "RSN" THEN
                             DISPLAY "CONVERTING FROM THE LAYOUT WITHOUT THE TEAM FIELDS"
                             PERFORM CONVERT-RSN-FNC
                             CLOSE RSN-MATCH-FILE
                       END-IF.
                       IF FROM-LAYOUT-WS = "LVL" THEN
                             DISPLAY "CONVERTING FROM THE LAYOUT WITHOUT THE RESULT-REASON CODE"
                             PERFORM CONVERT-LVL-FNC
                             CLOSE LVL-MATCH-FILE
                       END-IF.
                       IF FROM-LAYOUT-WS = "SIM" THEN
                             DISPLAY "CONVERTING FROM THE LAYOUT WITHOUT THE CPU LEVEL"
                             PERFORM CONVERT-SIM-FNC
                             CLOSE SIM-MATCH-FILE
                       END-IF.
                       IF FROM-LAYOUT-WS = "OLD" THEN
                             DISPLAY "CONVERTING FROM THE LAYOUT WITHOUT THE SIMULATED FLAG"
                             PERFORM CONVERT-OLD-FNC
                             CLOSE OLD-MATCH-FILE
                       END-IF.
                       CLOSE NEW-MATCH-FILE.
                       DISPLAY "READ: " READ-CNT-WS "  WRITTEN: " WRIT-CNT-WS.
                       IF READ-CNT-WS = WRIT-CNT-WS THEN
                             DISPLAY "CONVERSION OUT OF BALANCE - MATCHMST UNTOUCHED, REMOVE MATCHNEW AND RERUN"
                       END-IF.
                       STOP RUN.
       CONVERT-OLD-FNC.
****************the first layout: stamp every record not-simulated, and any
****************CPU match easy - random was the only way the machine played
               MOVE "NO" TO OLD-EOF-WS.
               MOVE LOW-VALUES TO OLD-MATCH-ID.
               START OLD-MATCH-FILE KEY NOT < OLD-MATCH-ID
                    INVALID KEY MOVE "YES" TO OLD-EOF-WS
               END-START.
               PERFORM UNTIL OLD-EOF-WS = "YES"
                     READ OLD-MATCH-FILE NEXT RECORD
                          AT END MOVE "YES" TO OLD-EOF-WS
                     END-READ
                     IF OLD-EOF-WS NOT = "YES" THEN
                           ADD 1 TO READ-CNT-WS
                           MOVE OLD-MATCH-ID TO NEW-MATCH-ID
                           MOVE OLD-MATCH-BODY TO NEW-MATCH-BODY
*****************************nothing on the old registry was simulated -
*****************************the driver that writes Y postdates this flag
                           MOVE "N" TO NEW-MATCH-SIM-FLAG
                           PERFORM DEFAULT-LEVEL-FNC
                           MOVE SPACE TO NEW-MATCH-RESULT-REASON
                           PERFORM WRITE-NEW-FNC
                     END-IF
               END-PERFORM.
       CONVERT-SIM-FNC.
****************the second layout: the simulated flag carries over as-is
               MOVE "NO" TO OLD-EOF-WS.
               MOVE LOW-VALUES TO SIM-MATCH-ID.
               START SIM-MATCH-FILE KEY NOT < SIM-MATCH-ID
                    INVALID KEY MOVE "YES" TO OLD-EOF-WS
               END-START.
               PERFORM UNTIL OLD-EOF-WS = "YES"
                     READ SIM-MATCH-FILE NEXT RECORD
                          AT END MOVE "YES" TO OLD-EOF-WS
                     END-READ
                     IF OLD-EOF-WS NOT = "YES" THEN
                           ADD 1 TO READ-CNT-WS
                           MOVE SIM-MATCH-ID TO NEW-MATCH-ID
                           MOVE SIM-MATCH-BODY TO NEW-MATCH-BODY
                           MOVE SIM-MATCH-SIM-FLAG TO NEW-MATCH-SIM-FLAG
                           PERFORM DEFAULT-LEVEL-FNC
                           MOVE SPACE TO NEW-MATCH-RESULT-REASON
                           PERFORM WRITE-NEW-FNC
                     END-IF
               END-PERFORM.
       CONVERT-LVL-FNC.
****************the third layout: flag and level carry over, reason left blank
               MOVE "NO" TO OLD-EOF-WS.
               MOVE LOW-VALUES TO LVL-MATCH-ID.
               START LVL-MATCH-FILE KEY NOT < LVL-MATCH-ID
                    INVALID KEY MOVE "YES" TO OLD-EOF-WS
               END-START.
               PERFORM UNTIL OLD-EOF-WS = "YES"
                     READ LVL-MATCH-FILE NEXT RECORD
                          AT END MOVE "YES" TO OLD-EOF-WS
                     END-READ
                     IF OLD-EOF-WS NOT = "YES" THEN
                           ADD 1 TO READ-CNT-WS
                           MOVE LVL-MATCH-ID TO NEW-MATCH-ID
                           MOVE LVL-MATCH-BODY TO NEW-MATCH-BODY
                           MOVE LVL-MATCH-SIM-FLAG TO NEW-MATCH-SIM-FLAG
                           MOVE LVL-MATCH-CPU-LEVEL TO NEW-MATCH-CPU-LEVEL
                           MOVE SPACE TO NEW-MATCH-RESULT-REASON
                           PERFORM WRITE-NEW-FNC
                     END-IF
               END-PERFORM.
       CONVERT-RSN-FNC.
****************the fourth layout: flag, level and reason carry over
               MOVE "NO" TO OLD-EOF-WS.
               MOVE LOW-VALUES TO RSN-MATCH-ID.
               START RSN-MATCH-FILE KEY NOT < RSN-MATCH-ID
                    INVALID KEY MOVE "YES" TO OLD-EOF-WS
               END-START.
               PERFORM UNTIL OLD-EOF-WS = "YES"
                     READ RSN-MATCH-FILE NEXT RECORD
                          AT END MOVE "YES" TO OLD-EOF-WS
                     END-READ
                     IF OLD-EOF-WS NOT = "YES" THEN
                           ADD 1 TO READ-CNT-WS
                           MOVE RSN-MATCH-ID TO NEW-MATCH-ID
                           MOVE RSN-MATCH-BODY TO NEW-MATCH-BODY
                           MOVE RSN-MATCH-SIM-FLAG TO NEW-MATCH-SIM-FLAG
                           MOVE RSN-MATCH-CPU-LEVEL TO NEW-MATCH-CPU-LEVEL
                           MOVE RSN-MATCH-RESULT-REASON TO NEW-MATCH-RESULT-REASON
                           PERFORM WRITE-NEW-FNC
                     END-IF
               END-PERFORM.
       DEFAULT-LEVEL-FNC.
****************before the levels the machine only ever played at random
               IF NEW-MATCH-CPU-FLAG = "Y" THEN
                     MOVE "E" TO NEW-MATCH-CPU-LEVEL
               ELSE
                     MOVE SPACE TO NEW-MATCH-CPU-LEVEL
               END-IF.
       WRITE-NEW-FNC.
****************one converted record out, counted only if it landed - nothing
****************on an older layout was played in teams
               MOVE "N" TO NEW-MATCH-TEAM-MODE.
               MOVE ZEROES TO NEW-MATCH-TEAMS.
               MOVE 0 TO NEW-MATCH-WIN-TEAM.
               WRITE NEW-MATCH-REC
                    INVALID KEY DISPLAY "WARNING: WRITE FAILED FOR " NEW-MATCH-ID ", STATUS " NEW-MATCH-STATUS
               END-WRITE.
               IF NEW-MATCH-STATUS = "00" THEN
                     ADD 1 TO WRIT-CNT-WS
               END-IF.
       CHECK-SESSION-LOCK-FNC.
****************same manners BATTLE has: an ACTIVE lock means the files are
****************held, and only the operator may overrule a stale one
