       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLYRMNT.
*********player master maintenance - the name prompt used to take any ten
*********characters, so "DAVE", "DAVE M", and "DVE" each started their own
*********history and STATMNT's merge cleaned up after the fact. PLYRMST now
*********holds every registered player: an ID, the display name that goes on
*********every file, up to five known aliases that resolve to it, a status
*********(active, inactive, banned), and the date joined. this program
*********enrolls, amends, and deactivates; BATTLE, SIMULATE, and TOURNEY
*********check every name against the master on the way in
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*********the player master, keyed on the player ID
           SELECT PLAYER-FILE ASSIGN TO "PLYRMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PM-PLAYER-ID
               FILE STATUS IS PLAYER-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  PLAYER-FILE.
       01  PLAYER-REC.
           02  PM-PLAYER-ID        PIC 9(5).
*********the one spelling every other file carries
           02  PM-NAME             PIC X(10).
*********other spellings typed at the prompt that mean this player
           02  PM-ALIASES.
               03  PM-ALIAS        PIC X(10) OCCURS 5 TIMES.
*********A = active, I = inactive (left the league), B = banned
           02  PM-STATUS           PIC X.
           02  PM-JOINED           PIC X(8).
       WORKING-STORAGE SECTION.
       01  PLAYER-FILE-STATUS  PIC XX.
       01  PLAYER-EOF-WS       PIC XXX.
       01  CURRENT-DATE-WS     PIC X(21).
       01  CMD-WS              PIC X.
       01  CONFIRM-WS          PIC X.
*********which player the operator means - an ID, a name, or an alias
       01  WANT-KEY-WS         PIC X(10).
       01  WANT-ID-WS          PIC 9(5).
       01  PLAYER-FOUND-WS     PIC X.
*********the record being worked on, held while the name checks walk the file
       01  HOLD-PLAYER-WS.
             02  HOLD-ID-WS        PIC 9(5).
             02  HOLD-NAME-WS      PIC X(10).
             02  HOLD-ALIASES-WS.
                   03  HOLD-ALIAS-WS  PIC X(10) OCCURS 5 TIMES.
             02  HOLD-STATUS-WS    PIC X.
             02  HOLD-JOINED-WS    PIC X(8).
*********name-clash check: is CHECK-NAME-WS anybody else's name or alias
       01  CHECK-NAME-WS       PIC X(10).
       01  NAME-CLASH-WS       PIC X.
       01  CLASH-ID-WS         PIC 9(5).
       01  NAME-INPUT-WS       PIC X(10).
       01  OLD-NAME-WS         PIC X(10).
       01  STATUS-INPUT-WS     PIC X.
       01  JOINED-INPUT-WS     PIC X(8).
       01  HIGH-ID-WS          PIC 9(5).
       01  ALIAS-NO-WS         PIC 9.
       01  FREE-SLOT-WS        PIC 9.
       01  LIST-COUNT-WS       PIC 9(5).
*********one master row, readable
       01  PM-LINE-WS.
             02  PML-ID-WS         PIC 9(5).
             02  FILLER            PIC X(2)  VALUE "  ".
             02  PML-NAME-WS       PIC X(10).
             02  FILLER            PIC X(2)  VALUE "  ".
             02  PML-STATUS-WS     PIC X(8).
             02  FILLER            PIC X(8)  VALUE "  JOINED".
             02  FILLER            PIC X     VALUE SPACE.
             02  PML-JOINED-WS     PIC X(8).
             02  FILLER            PIC X(11) VALUE "  ALIASES: ".
             02  PML-ALIASES-WS    PIC X(55).
       PROCEDURE DIVISION.
*********enroll, amend, deactivate - the front door the name prompt never had
                       DISPLAY "PLAYER MASTER MAINTENANCE".
                       OPEN I-O PLAYER-FILE.
                       IF PLAYER-FILE-STATUS NOT = "00" THEN
                             IF PLAYER-FILE-STATUS = "35" THEN
                                   OPEN OUTPUT PLAYER-FILE
                                   CLOSE PLAYER-FILE
                                   OPEN I-O PLAYER-FILE
                             ELSE
                                   DISPLAY "CANNOT OPEN PLYRMST, STATUS " PLAYER-FILE-STATUS " - NOTHING TOUCHED"
                                   STOP RUN
                             END-IF
                       END-IF.
                       MOVE SPACE TO CMD-WS.
                       PERFORM UNTIL CMD-WS = "Q"
                             DISPLAY "L=LIST  E=ENROLL  A=AMEND  D=DEACTIVATE  Q=QUIT >"
                             ACCEPT CMD-WS FROM CONSOLE
                             IF CMD-WS = "L" THEN
                                   PERFORM LIST-PLAYERS-FNC
                             END-IF
                             IF CMD-WS = "E" THEN
                                   PERFORM ENROLL-PLAYER-FNC
                             END-IF
                             IF CMD-WS = "A" THEN
                                   PERFORM AMEND-PLAYER-FNC
                             END-IF
                             IF CMD-WS = "D" THEN
                                   PERFORM DEACTIVATE-PLAYER-FNC
                             END-IF
                       END-PERFORM.
                       CLOSE PLAYER-FILE.
                       DISPLAY "MAINTENANCE COMPLETE".
                       STOP RUN.
       LIST-PLAYERS-FNC.
****************the whole master in ID order, one readable row each
               MOVE 0 TO LIST-COUNT-WS.
               MOVE "NO" TO PLAYER-EOF-WS.
               MOVE ZEROES TO PM-PLAYER-ID.
               START PLAYER-FILE KEY NOT < PM-PLAYER-ID
                    INVALID KEY MOVE "YES" TO PLAYER-EOF-WS
               END-START.
               PERFORM UNTIL PLAYER-EOF-WS = "YES"
                     READ PLAYER-FILE NEXT RECORD
                          AT END MOVE "YES" TO PLAYER-EOF-WS
                     END-READ
                     IF PLAYER-EOF-WS NOT = "YES" THEN
                           ADD 1 TO LIST-COUNT-WS
                           MOVE PLAYER-REC TO HOLD-PLAYER-WS
                           PERFORM SHOW-PLAYER-FNC
                     END-IF
               END-PERFORM.
               DISPLAY LIST-COUNT-WS " PLAYER(S) ON FILE".
       SHOW-PLAYER-FNC.
****************the held record as one line
               MOVE HOLD-ID-WS TO PML-ID-WS.
               MOVE HOLD-NAME-WS TO PML-NAME-WS.
               IF HOLD-STATUS-WS = "A" THEN
                     MOVE "ACTIVE" TO PML-STATUS-WS
               ELSE
                     IF HOLD-STATUS-WS = "B" THEN
                           MOVE "BANNED" TO PML-STATUS-WS
                     ELSE
                           MOVE "INACTIVE" TO PML-STATUS-WS
                     END-IF
               END-IF.
               MOVE HOLD-JOINED-WS TO PML-JOINED-WS.
               MOVE SPACES TO PML-ALIASES-WS.
               STRING HOLD-ALIAS-WS(1) DELIMITED BY SIZE " " DELIMITED BY SIZE
                      HOLD-ALIAS-WS(2) DELIMITED BY SIZE " " DELIMITED BY SIZE
                      HOLD-ALIAS-WS(3) DELIMITED BY SIZE " " DELIMITED BY SIZE
                      HOLD-ALIAS-WS(4) DELIMITED BY SIZE " " DELIMITED BY SIZE
                      HOLD-ALIAS-WS(5) DELIMITED BY SIZE
                      INTO PML-ALIASES-WS
               END-STRING.
               DISPLAY PM-LINE-WS.
       FIND-PLAYER-FNC.
****************the operator may give the ID, the registered name, or any alias
               MOVE "N" TO PLAYER-FOUND-WS.
               DISPLAY "PLAYER ID, NAME, OR ALIAS >".
               ACCEPT WANT-KEY-WS FROM CONSOLE.
               IF WANT-KEY-WS NOT = SPACES THEN
                     IF WANT-KEY-WS(1:5) IS NUMERIC AND WANT-KEY-WS(6:5) = SPACES THEN
                           MOVE WANT-KEY-WS(1:5) TO WANT-ID-WS
                           MOVE WANT-ID-WS TO PM-PLAYER-ID
                           READ PLAYER-FILE
                                INVALID KEY MOVE "N" TO PLAYER-FOUND-WS
                                NOT INVALID KEY MOVE "Y" TO PLAYER-FOUND-WS
                           END-READ
                     ELSE
                           MOVE WANT-KEY-WS TO CHECK-NAME-WS
                           MOVE 0 TO HOLD-ID-WS
                           PERFORM CHECK-NAME-FNC
                           IF NAME-CLASH-WS = "Y" THEN
                                 MOVE CLASH-ID-WS TO PM-PLAYER-ID
                                 READ PLAYER-FILE
                                      INVALID KEY MOVE "N" TO PLAYER-FOUND-WS
                                      NOT INVALID KEY MOVE "Y" TO PLAYER-FOUND-WS
                                 END-READ
                           END-IF
                     END-IF
               END-IF.
               IF PLAYER-FOUND-WS = "Y" THEN
                     MOVE PLAYER-REC TO HOLD-PLAYER-WS
                     PERFORM SHOW-PLAYER-FNC
               ELSE
                     DISPLAY "NO PLAYER ON FILE FOR " WANT-KEY-WS
               END-IF.
       CHECK-NAME-FNC.
****************walk the master: is CHECK-NAME-WS the name or an alias of any
****************player other than HOLD-ID-WS. names and aliases share one
****************space, so a typed name can only ever mean one player
               MOVE "N" TO NAME-CLASH-WS.
               MOVE 0 TO CLASH-ID-WS.
               MOVE "NO" TO PLAYER-EOF-WS.
               MOVE ZEROES TO PM-PLAYER-ID.
               START PLAYER-FILE KEY NOT < PM-PLAYER-ID
                    INVALID KEY MOVE "YES" TO PLAYER-EOF-WS
               END-START.
               PERFORM UNTIL PLAYER-EOF-WS = "YES"
                     READ PLAYER-FILE NEXT RECORD
                          AT END MOVE "YES" TO PLAYER-EOF-WS
                     END-READ
                     IF PLAYER-EOF-WS NOT = "YES" AND PM-PLAYER-ID NOT = HOLD-ID-WS THEN
                           IF PM-NAME = CHECK-NAME-WS THEN
                                 MOVE "Y" TO NAME-CLASH-WS
                           END-IF
                           PERFORM VARYING ALIAS-NO-WS FROM 1 BY 1 UNTIL ALIAS-NO-WS > 5
                                 IF PM-ALIAS(ALIAS-NO-WS) = CHECK-NAME-WS THEN
                                       MOVE "Y" TO NAME-CLASH-WS
                                 END-IF
                           END-PERFORM
                           IF NAME-CLASH-WS = "Y" THEN
                                 MOVE PM-PLAYER-ID TO CLASH-ID-WS
                                 MOVE "YES" TO PLAYER-EOF-WS
                           END-IF
                     END-IF
               END-PERFORM.
       VET-NAME-FNC.
****************a name or alias going onto the master: not blank, not one of the
****************machine's seat names, and not already somebody else's
               MOVE "N" TO NAME-CLASH-WS.
               IF CHECK-NAME-WS(1:3) = "CPU" THEN
                     DISPLAY CHECK-NAME-WS " - NAMES STARTING CPU ARE KEPT FOR THE MACHINE SEATS"
                     MOVE "Y" TO NAME-CLASH-WS
               ELSE
                     PERFORM CHECK-NAME-FNC
                     IF NAME-CLASH-WS = "Y" THEN
                           DISPLAY CHECK-NAME-WS " ALREADY BELONGS TO PLAYER " CLASH-ID-WS
                     END-IF
               END-IF.
       ENROLL-PLAYER-FNC.
****************a new player: the next free ID, active from today unless told otherwise
               DISPLAY "DISPLAY NAME FOR THE NEW PLAYER (UP TO 10 CHARS) >".
               ACCEPT NAME-INPUT-WS FROM CONSOLE.
               IF NAME-INPUT-WS = SPACES THEN
                     DISPLAY "NEED A NAME, NOBODY ENROLLED"
               ELSE
                     MOVE 0 TO HOLD-ID-WS
                     MOVE NAME-INPUT-WS TO CHECK-NAME-WS
                     PERFORM VET-NAME-FNC
                     IF NAME-CLASH-WS = "Y" THEN
                           DISPLAY "NOBODY ENROLLED"
                     ELSE
                           PERFORM NEXT-ID-FNC
                           MOVE SPACES TO HOLD-PLAYER-WS
                           MOVE HIGH-ID-WS TO HOLD-ID-WS
                           MOVE NAME-INPUT-WS TO HOLD-NAME-WS
                           MOVE "A" TO HOLD-STATUS-WS
                           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS
                           DISPLAY "DATE JOINED (YYYYMMDD, BLANK = TODAY) >"
                           ACCEPT JOINED-INPUT-WS FROM CONSOLE
                           IF JOINED-INPUT-WS = SPACES OR JOINED-INPUT-WS NOT NUMERIC THEN
                                 MOVE CURRENT-DATE-WS(1:8) TO HOLD-JOINED-WS
                           ELSE
                                 MOVE JOINED-INPUT-WS TO HOLD-JOINED-WS
                           END-IF
                           PERFORM VARYING FREE-SLOT-WS FROM 1 BY 1 UNTIL FREE-SLOT-WS > 5
                                 PERFORM ASK-ALIAS-FNC
                           END-PERFORM
                           MOVE HOLD-PLAYER-WS TO PLAYER-REC
                           WRITE PLAYER-REC
                                INVALID KEY DISPLAY "ENROLMENT FAILED, STATUS " PLAYER-FILE-STATUS
                           END-WRITE
                           IF PLAYER-FILE-STATUS = "00" THEN
                                 DISPLAY "ENROLLED:"
                                 PERFORM SHOW-PLAYER-FNC
                           END-IF
                     END-IF
               END-IF.
       NEXT-ID-FNC.
****************IDs are handed out in order and never reused
               MOVE 0 TO HIGH-ID-WS.
               MOVE "NO" TO PLAYER-EOF-WS.
               MOVE ZEROES TO PM-PLAYER-ID.
               START PLAYER-FILE KEY NOT < PM-PLAYER-ID
                    INVALID KEY MOVE "YES" TO PLAYER-EOF-WS
               END-START.
               PERFORM UNTIL PLAYER-EOF-WS = "YES"
                     READ PLAYER-FILE NEXT RECORD
                          AT END MOVE "YES" TO PLAYER-EOF-WS
                     END-READ
                     IF PLAYER-EOF-WS NOT = "YES" THEN
                           MOVE PM-PLAYER-ID TO HIGH-ID-WS
                     END-IF
               END-PERFORM.
               ADD 1 TO HIGH-ID-WS.
       ASK-ALIAS-FNC.
****************one alias slot: blank keeps what's there, "-" clears it
               DISPLAY "ALIAS " FREE-SLOT-WS " (NOW: " HOLD-ALIAS-WS(FREE-SLOT-WS) ") - BLANK KEEPS, - CLEARS >".
               ACCEPT NAME-INPUT-WS FROM CONSOLE.
               IF NAME-INPUT-WS = "-" THEN
                     MOVE SPACES TO HOLD-ALIAS-WS(FREE-SLOT-WS)
               ELSE
                     IF NAME-INPUT-WS NOT = SPACES THEN
                           IF NAME-INPUT-WS = HOLD-NAME-WS THEN
                                 DISPLAY "THAT IS THE DISPLAY NAME ALREADY - ALIAS NOT CHANGED"
                           ELSE
                                 MOVE NAME-INPUT-WS TO CHECK-NAME-WS
                                 PERFORM VET-NAME-FNC
                                 IF NAME-CLASH-WS = "N" THEN
                                       MOVE NAME-INPUT-WS TO HOLD-ALIAS-WS(FREE-SLOT-WS)
                                 ELSE
                                       DISPLAY "ALIAS NOT CHANGED"
                                 END-IF
                           END-IF
                     END-IF
               END-IF.
       AMEND-PLAYER-FNC.
****************change the display name, the aliases, or the status. a renamed
****************player keeps the old spelling as an alias so it still resolves
               PERFORM FIND-PLAYER-FNC.
               IF PLAYER-FOUND-WS = "Y" THEN
                     DISPLAY "NEW DISPLAY NAME (BLANK KEEPS " HOLD-NAME-WS ") >"
                     ACCEPT NAME-INPUT-WS FROM CONSOLE
                     IF NAME-INPUT-WS NOT = SPACES AND NAME-INPUT-WS NOT = HOLD-NAME-WS THEN
                           MOVE NAME-INPUT-WS TO CHECK-NAME-WS
                           PERFORM VET-NAME-FNC
                           IF NAME-CLASH-WS = "Y" THEN
                                 DISPLAY "NAME NOT CHANGED"
                           ELSE
                                 MOVE HOLD-NAME-WS TO OLD-NAME-WS
                                 MOVE NAME-INPUT-WS TO HOLD-NAME-WS
                                 PERFORM KEEP-OLD-NAME-FNC
                                 DISPLAY "LEADERBOARD HISTORY STAYS UNDER " OLD-NAME-WS " - FOLD IT IN WITH STATMNT'S MERGE"
                           END-IF
                     END-IF
                     PERFORM VARYING FREE-SLOT-WS FROM 1 BY 1 UNTIL FREE-SLOT-WS > 5
                           PERFORM ASK-ALIAS-FNC
                     END-PERFORM
                     DISPLAY "STATUS A=ACTIVE I=INACTIVE B=BANNED (BLANK KEEPS " HOLD-STATUS-WS ") >"
                     ACCEPT STATUS-INPUT-WS FROM CONSOLE
                     IF STATUS-INPUT-WS = "A" OR STATUS-INPUT-WS = "I" OR STATUS-INPUT-WS = "B" THEN
                           MOVE STATUS-INPUT-WS TO HOLD-STATUS-WS
                     END-IF
                     PERFORM SAVE-PLAYER-FNC
               END-IF.
       KEEP-OLD-NAME-FNC.
****************the old display name goes into the first free alias slot
               MOVE 0 TO ALIAS-NO-WS.
               PERFORM VARYING FREE-SLOT-WS FROM 5 BY -1 UNTIL FREE-SLOT-WS < 1
                     IF HOLD-ALIAS-WS(FREE-SLOT-WS) = SPACES OR
                        HOLD-ALIAS-WS(FREE-SLOT-WS) = HOLD-NAME-WS THEN
                           MOVE FREE-SLOT-WS TO ALIAS-NO-WS
                     END-IF
               END-PERFORM.
               IF ALIAS-NO-WS = 0 THEN
                     DISPLAY "NO FREE ALIAS SLOT - " OLD-NAME-WS " WILL NO LONGER RESOLVE"
               ELSE
                     MOVE OLD-NAME-WS TO HOLD-ALIAS-WS(ALIAS-NO-WS)
               END-IF.
       DEACTIVATE-PLAYER-FNC.
****************off the active list - history stays, the name prompt says no
               PERFORM FIND-PLAYER-FNC.
               IF PLAYER-FOUND-WS = "Y" THEN
                     IF HOLD-STATUS-WS = "I" THEN
                           DISPLAY "ALREADY INACTIVE"
                     ELSE
                           DISPLAY "DEACTIVATE " HOLD-NAME-WS "? Y/N >"
                           ACCEPT CONFIRM-WS FROM CONSOLE
                           IF CONFIRM-WS = "Y" THEN
                                 MOVE "I" TO HOLD-STATUS-WS
                                 PERFORM SAVE-PLAYER-FNC
                           ELSE
                                 DISPLAY "LEFT ALONE"
                           END-IF
                     END-IF
               END-IF.
       SAVE-PLAYER-FNC.
****************the held record back over the master copy
               MOVE HOLD-PLAYER-WS TO PLAYER-REC.
               REWRITE PLAYER-REC
                    INVALID KEY DISPLAY "UPDATE FAILED, STATUS " PLAYER-FILE-STATUS
               END-REWRITE.
               IF PLAYER-FILE-STATUS = "00" THEN
                     DISPLAY "UPDATED:"
                     PERFORM SHOW-PLAYER-FNC
               END-IF.
