       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
*********the overnight job stream - ARCHIVE, AUDIT, RATING, INQUIRY's monthly
*********report and SHOTANAL used to be run one at a time by whoever was on,
*********reading the screen to decide whether to carry on. this driver runs the
*********steps listed on RUNCTL in order, logs every start and end with the
*********step's condition code on RUNHIST, and stops the chain the moment a
*********step comes back worse than its card allows. the failed step goes on
*********RUNRST, and the next run picks up AT that step - the ones that
*********already finished are logged as skipped, not run twice.
*********
*********a RUNCTL card is: step number (2 digits, ascending), a space, the step
*********name (8), a space, the highest condition code the step may end with
*********and still let the chain go on (2 digits - blank means 04), a space,
*********and the command that runs it. the programs still ask their questions
*********on the console, so the command feeds the answers in from a parameter
*********file the way SYSIN would, e.g.
*********   10 ARCHIVE  04 ARCHIVE
*********   20 AUDIT    04 AUDIT < AUDIT.PRM
*********   30 RATING   04 RATING < RATING.PRM
*********   40 MONTHLY  04 INQUIRY < MONTHLY.PRM
*********   50 SHOTANAL 04 SHOTANAL < SHOTANAL.PRM
*********(INQUIRY's parameter file has to end with a Q line or it never quits.)
*********a card starting with an asterisk is a comment.
*********
*********condition codes, the same in every batch program: 0 clean, 4
*********warnings, 8 exceptions found, 12 hard failure. the driver ends with
*********the worst code any step gave it, 12 if it couldn't run the chain
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
*********the night's running order, one card per step
           SELECT RUNCTL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNCTL-FILE-STATUS.
*********every run, step, code and verdict ever - only ever extended
           SELECT RUNHIST-FILE ASSIGN TO "RUNHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUNHIST-FILE-STATUS.
*********one record: where the next run starts, and why
           SELECT RESTART-FILE ASSIGN TO "RUNRST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTART-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       01  RUNCTL-REC.
           02  RC-STEP-NO    PIC X(2).
           02  FILLER        PIC X.
           02  RC-STEP-NAME  PIC X(8).
           02  FILLER        PIC X.
           02  RC-MAX-CC     PIC X(2).
           02  FILLER        PIC X.
           02  RC-COMMAND    PIC X(65).
       FD  RUNHIST-FILE.
       01  RUNHIST-REC       PIC X(100).
       FD  RESTART-FILE.
       01  RESTART-REC.
           02  RR-STATE      PIC X(7).
           02  FILLER        PIC X     VALUE SPACE.
           02  RR-STEP-NO    PIC 99.
           02  FILLER        PIC X     VALUE SPACE.
           02  RR-STEP-NAME  PIC X(8).
           02  FILLER        PIC X     VALUE SPACE.
           02  RR-RUN-STAMP  PIC X(14).
           02  FILLER        PIC X     VALUE SPACE.
           02  RR-CODE       PIC 9(3).
       WORKING-STORAGE SECTION.
       01  RUNCTL-FILE-STATUS  PIC XX.
       01  RUNHIST-FILE-STATUS PIC XX.
       01  RESTART-FILE-STATUS PIC XX.
       01  RUNCTL-EOF-WS       PIC XXX.
       01  CURRENT-DATE-WS     PIC X(21).
       01  RUN-STAMP-WS        PIC X(14).
*********the history line, built here so the filler goes out as spaces
       01  HIST-LINE-WS.
             02  RH-STAMP      PIC X(14).
             02  FILLER        PIC X     VALUE SPACE.
             02  RH-RUN-STAMP  PIC X(14).
             02  FILLER        PIC X     VALUE SPACE.
             02  RH-STEP-NO    PIC 99.
             02  FILLER        PIC X     VALUE SPACE.
             02  RH-STEP-NAME  PIC X(8).
             02  FILLER        PIC X     VALUE SPACE.
             02  RH-EVENT      PIC X(8).
             02  FILLER        PIC X     VALUE SPACE.
             02  RH-CODE       PIC 9(3).
             02  FILLER        PIC X     VALUE SPACE.
             02  RH-NOTE       PIC X(40).
*********the running order off RUNCTL
       01  STEP-COUNT-WS       PIC 99 VALUE 0.
       01  STEP-TBL-WS.
             02  STEP-ENTRY-WS OCCURS 20 TIMES.
                   03  STEP-NO-WS      PIC 99.
                   03  STEP-NAME-WS    PIC X(8).
                   03  STEP-MAX-CC-WS  PIC 99.
                   03  STEP-CMD-WS     PIC X(65).
       01  STEP-IDX-WS         PIC 99.
       01  PREV-STEP-NO-WS     PIC 99 VALUE 0.
       01  CARD-BAD-WS         PIC X VALUE "N".
*********the restart point - zero means start at the top
       01  RESTART-FROM-WS     PIC 99 VALUE 0.
       01  RESTART-NAME-WS     PIC X(8).
       01  RESTART-STAMP-WS    PIC X(14).
       01  RESTART-FOUND-WS    PIC X.
       01  RESTART-BAD-WS      PIC X VALUE "N".
*********one step's command, and what it came back with
       01  RUN-CMD-WS          PIC X(66).
       01  STEP-CC-WS          PIC S9(9).
       01  WORST-CC-WS         PIC 9(3) VALUE 0.
       01  NEW-CODE-WS         PIC 9(3).
       01  HALT-WS             PIC X VALUE "N".
       01  RAN-COUNT-WS        PIC 99 VALUE 0.
       01  SKIP-COUNT-WS       PIC 99 VALUE 0.
       PROCEDURE DIVISION.
*********load the running order, find the restart point, run the chain
                       DISPLAY "BATTLESHIP OVERNIGHT JOB STREAM".
                       MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
                       MOVE CURRENT-DATE-WS(1:14) TO RUN-STAMP-WS.
                       PERFORM LOAD-RUNCTL-FNC.
                       IF CARD-BAD-WS = "Y" OR STEP-COUNT-WS = 0 THEN
                             DISPLAY "RUNCTL NOT USABLE - NO STEP RUN"
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       PERFORM LOAD-RESTART-FNC.
                       IF RESTART-FROM-WS NOT = 0 AND RESTART-FOUND-WS = "N" THEN
                             DISPLAY "RUNRST SAYS RESTART AT STEP " RESTART-FROM-WS " BUT RUNCTL HAS NO SUCH STEP"
                             DISPLAY "FIX RUNCTL OR REMOVE RUNRST TO RUN FROM THE TOP - NO STEP RUN"
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       OPEN EXTEND RUNHIST-FILE.
                       IF RUNHIST-FILE-STATUS NOT = "00" THEN
                             IF RUNHIST-FILE-STATUS = "35" THEN
                                   OPEN OUTPUT RUNHIST-FILE
                             ELSE
                                   DISPLAY "CANNOT OPEN RUNHIST, STATUS " RUNHIST-FILE-STATUS " - NO STEP RUN"
                                   MOVE 12 TO RETURN-CODE
                                   STOP RUN
                             END-IF
                       END-IF.
                       MOVE 0 TO RH-STEP-NO.
                       MOVE "JOBSTRM" TO RH-STEP-NAME.
                       MOVE 0 TO RH-CODE.
                       IF RESTART-FROM-WS = 0 THEN
                             MOVE "RUNSTART" TO RH-EVENT
                             MOVE "FROM THE TOP" TO RH-NOTE
                       ELSE
                             MOVE "RESTART" TO RH-EVENT
                             MOVE SPACES TO RH-NOTE
                             STRING "AT " RESTART-FROM-WS " " RESTART-NAME-WS " FROM RUN " RESTART-STAMP-WS
                                    DELIMITED BY SIZE INTO RH-NOTE
                             DISPLAY "RESTARTING AT STEP " RESTART-FROM-WS " " RESTART-NAME-WS
                                     ", WHICH FAILED ON THE RUN OF " RESTART-STAMP-WS
                       END-IF.
                       PERFORM WRITE-HIST-FNC.
                       PERFORM VARYING STEP-IDX-WS FROM 1 BY 1 UNTIL STEP-IDX-WS > STEP-COUNT-WS OR HALT-WS = "Y"
                             IF STEP-NO-WS(STEP-IDX-WS) < RESTART-FROM-WS THEN
                                   PERFORM SKIP-STEP-FNC
                             ELSE
                                   PERFORM RUN-STEP-FNC
                             END-IF
                       END-PERFORM.
                       IF HALT-WS = "N" THEN
                             PERFORM CLEAR-RESTART-FNC
                       END-IF.
                       MOVE 0 TO RH-STEP-NO.
                       MOVE "JOBSTRM" TO RH-STEP-NAME.
                       MOVE WORST-CC-WS TO RH-CODE.
                       MOVE "RUNEND" TO RH-EVENT.
                       IF HALT-WS = "Y" THEN
                             IF RESTART-BAD-WS = "Y" THEN
                                   MOVE "CHAIN STOPPED - RUNRST NOT WRITTEN" TO RH-NOTE
                             ELSE
                                   MOVE "CHAIN STOPPED - RESTART POINT ON RUNRST" TO RH-NOTE
                             END-IF
                       ELSE
                             MOVE "CHAIN COMPLETE" TO RH-NOTE
                       END-IF.
                       PERFORM WRITE-HIST-FNC.
                       CLOSE RUNHIST-FILE.
                       DISPLAY "STEPS RUN: " RAN-COUNT-WS "  SKIPPED: " SKIP-COUNT-WS "  WORST CODE: " WORST-CC-WS.
                       IF HALT-WS = "Y" AND RESTART-BAD-WS = "Y" THEN
                             DISPLAY "JOB STREAM STOPPED - FIX THE FAILED STEP AND SET RUNRST BY HAND BEFORE THE NEXT RUN"
                       END-IF.
                       IF HALT-WS = "Y" AND RESTART-BAD-WS = "N" THEN
                             DISPLAY "JOB STREAM STOPPED - FIX THE FAILED STEP, THE NEXT RUN RESTARTS THERE"
                       END-IF.
                       IF HALT-WS = "N" THEN
                             DISPLAY "JOB STREAM COMPLETE, HISTORY ON RUNHIST"
                       END-IF.
                       MOVE WORST-CC-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
               IF NEW-CODE-WS > WORST-CC-WS THEN
                     MOVE NEW-CODE-WS TO WORST-CC-WS
               END-IF.
       LOAD-RUNCTL-FNC.
****************the cards into the step table - a card that can't be read for
****************certain stops the whole run, better than guessing at the order
               OPEN INPUT RUNCTL-FILE.
               IF RUNCTL-FILE-STATUS NOT = "00" THEN
                     CLOSE RUNCTL-FILE
                     DISPLAY "NO RUNCTL FOUND, STATUS " RUNCTL-FILE-STATUS
                     MOVE "Y" TO CARD-BAD-WS
               ELSE
                     MOVE "NO" TO RUNCTL-EOF-WS
                     PERFORM UNTIL RUNCTL-EOF-WS = "YES"
                           READ RUNCTL-FILE
                                AT END MOVE "YES" TO RUNCTL-EOF-WS
                           END-READ
                           IF RUNCTL-EOF-WS NOT = "YES" AND RUNCTL-REC NOT = SPACES AND
                              RUNCTL-REC(1:1) NOT = "*" THEN
                                 PERFORM LOAD-ONE-CARD-FNC
                           END-IF
                     END-PERFORM
                     CLOSE RUNCTL-FILE
               END-IF.
       LOAD-ONE-CARD-FNC.
****************one step card checked and into the table
               IF RC-STEP-NO NOT NUMERIC OR RC-STEP-NAME = SPACES OR RC-COMMAND = SPACES THEN
                     DISPLAY "BAD RUNCTL CARD: " RUNCTL-REC
                     MOVE "Y" TO CARD-BAD-WS
               ELSE
                     IF RC-STEP-NO NOT > PREV-STEP-NO-WS THEN
                           DISPLAY "RUNCTL STEP " RC-STEP-NO " IS OUT OF ORDER - STEP NUMBERS MUST ASCEND"
                           MOVE "Y" TO CARD-BAD-WS
                     ELSE
                           IF STEP-COUNT-WS >= 20 THEN
                                 DISPLAY "MORE THAN 20 STEPS ON RUNCTL - STEP " RC-STEP-NO " AND AFTER NOT LOADED"
                                 MOVE "Y" TO CARD-BAD-WS
                           ELSE
                                 ADD 1 TO STEP-COUNT-WS
                                 MOVE RC-STEP-NO TO STEP-NO-WS(STEP-COUNT-WS)
                                 MOVE RC-STEP-NO TO PREV-STEP-NO-WS
                                 MOVE RC-STEP-NAME TO STEP-NAME-WS(STEP-COUNT-WS)
                                 IF RC-MAX-CC NUMERIC THEN
                                       MOVE RC-MAX-CC TO STEP-MAX-CC-WS(STEP-COUNT-WS)
                                 ELSE
                                       MOVE 4 TO STEP-MAX-CC-WS(STEP-COUNT-WS)
                                 END-IF
                                 MOVE RC-COMMAND TO STEP-CMD-WS(STEP-COUNT-WS)
                           END-IF
                     END-IF
               END-IF.
       LOAD-RESTART-FNC.
****************a RESTART record names the step that stopped the last run;
****************anything else (or no file at all) means start at the top
               MOVE 0 TO RESTART-FROM-WS.
               MOVE "N" TO RESTART-FOUND-WS.
               OPEN INPUT RESTART-FILE.
               IF RESTART-FILE-STATUS = "00" THEN
                     READ RESTART-FILE
                          AT END MOVE SPACES TO RESTART-REC
                     END-READ
                     IF RR-STATE = "RESTART" AND RR-STEP-NO NUMERIC THEN
                           MOVE RR-STEP-NO TO RESTART-FROM-WS
                           MOVE RR-STEP-NAME TO RESTART-NAME-WS
                           MOVE RR-RUN-STAMP TO RESTART-STAMP-WS
                     END-IF
               END-IF.
               CLOSE RESTART-FILE.
               PERFORM VARYING STEP-IDX-WS FROM 1 BY 1 UNTIL STEP-IDX-WS > STEP-COUNT-WS
                     IF STEP-NO-WS(STEP-IDX-WS) = RESTART-FROM-WS THEN
                           MOVE "Y" TO RESTART-FOUND-WS
                     END-IF
               END-PERFORM.
       SKIP-STEP-FNC.
****************finished on the run that failed - on the history, not run again
               MOVE STEP-NO-WS(STEP-IDX-WS) TO RH-STEP-NO.
               MOVE STEP-NAME-WS(STEP-IDX-WS) TO RH-STEP-NAME.
               MOVE "SKIPPED" TO RH-EVENT.
               MOVE 0 TO RH-CODE.
               MOVE "FINISHED ON THE EARLIER RUN" TO RH-NOTE.
               PERFORM WRITE-HIST-FNC.
               ADD 1 TO SKIP-COUNT-WS.
               DISPLAY "STEP " STEP-NO-WS(STEP-IDX-WS) " " STEP-NAME-WS(STEP-IDX-WS) " SKIPPED - FINISHED ON THE EARLIER RUN".
       RUN-STEP-FNC.
****************start on the history, run it, end on the history with its
****************code - and if the code is worse than the card allows, stop
               MOVE STEP-NO-WS(STEP-IDX-WS) TO RH-STEP-NO.
               MOVE STEP-NAME-WS(STEP-IDX-WS) TO RH-STEP-NAME.
               MOVE "START" TO RH-EVENT.
               MOVE 0 TO RH-CODE.
               MOVE STEP-CMD-WS(STEP-IDX-WS) TO RH-NOTE.
               PERFORM WRITE-HIST-FNC.
               DISPLAY "STEP " STEP-NO-WS(STEP-IDX-WS) " " STEP-NAME-WS(STEP-IDX-WS) " STARTING".
               MOVE STEP-CMD-WS(STEP-IDX-WS) TO RUN-CMD-WS.
               MOVE 0 TO RETURN-CODE.
               CALL "SYSTEM" USING RUN-CMD-WS.
               MOVE RETURN-CODE TO STEP-CC-WS.
               MOVE 0 TO RETURN-CODE.
               ADD 1 TO RAN-COUNT-WS.
               MOVE "END" TO RH-EVENT.
               MOVE SPACES TO RH-NOTE.
****************the shell hands back a wait status - the step's own code sits
****************in the high byte, so 4 comes back as 1024
               IF STEP-CC-WS > 255 THEN
                     DIVIDE 256 INTO STEP-CC-WS
               END-IF.
****************a step the system couldn't even start comes back negative, or
****************as the shell's 126/127 for a command it couldn't find or run -
****************that's as hard a failure as there is
               IF STEP-CC-WS < 0 OR STEP-CC-WS > 999 OR
                  STEP-CC-WS = 126 OR STEP-CC-WS = 127 THEN
                     MOVE 999 TO RH-CODE
                     MOVE "STEP COULD NOT BE STARTED" TO RH-NOTE
               ELSE
                     MOVE STEP-CC-WS TO RH-CODE
               END-IF.
               IF RH-CODE > WORST-CC-WS THEN
                     MOVE RH-CODE TO WORST-CC-WS
               END-IF.
               IF RH-CODE > STEP-MAX-CC-WS(STEP-IDX-WS) THEN
                     MOVE "Y" TO HALT-WS
                     IF RH-NOTE = SPACES THEN
                           MOVE "CODE OVER THE STEP'S LIMIT" TO RH-NOTE
                     END-IF
               END-IF.
               PERFORM WRITE-HIST-FNC.
               DISPLAY "STEP " STEP-NO-WS(STEP-IDX-WS) " " STEP-NAME-WS(STEP-IDX-WS) " ENDED, CODE " RH-CODE.
               IF HALT-WS = "Y" THEN
                     MOVE "HALT" TO RH-EVENT
                     MOVE "CHAIN STOPPED, NEXT RUN RESTARTS HERE" TO RH-NOTE
                     PERFORM WRITE-HIST-FNC
                     PERFORM SET-RESTART-FNC
                     DISPLAY "STEP " STEP-NO-WS(STEP-IDX-WS) " ALLOWS CODE " STEP-MAX-CC-WS(STEP-IDX-WS) " AT MOST - CHAIN STOPPED"
               END-IF.
       SET-RESTART-FNC.
****************remember the failed step for the next run - blank the record
****************first so the filler bytes go out as spaces
               MOVE SPACES TO RESTART-REC.
               MOVE "RESTART" TO RR-STATE.
               MOVE STEP-NO-WS(STEP-IDX-WS) TO RR-STEP-NO.
               MOVE STEP-NAME-WS(STEP-IDX-WS) TO RR-STEP-NAME.
               MOVE RUN-STAMP-WS TO RR-RUN-STAMP.
               MOVE RH-CODE TO RR-CODE.
               PERFORM WRITE-RESTART-FNC.
       CLEAR-RESTART-FNC.
****************the whole chain went through - the next run starts at the top
               MOVE SPACES TO RESTART-REC.
               MOVE "CLEAN" TO RR-STATE.
               MOVE 0 TO RR-STEP-NO.
               MOVE RUN-STAMP-WS TO RR-RUN-STAMP.
               MOVE WORST-CC-WS TO RR-CODE.
               PERFORM WRITE-RESTART-FNC.
       WRITE-RESTART-FNC.
****************out to RUNRST - if it doesn't go, the next run starts from the
****************wrong step, so it's on the history and the job ends code 12
               OPEN OUTPUT RESTART-FILE.
               IF RESTART-FILE-STATUS = "00" THEN
                     WRITE RESTART-REC
                     CLOSE RESTART-FILE
               END-IF.
               IF RESTART-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: COULD NOT WRITE RUNRST, STATUS " RESTART-FILE-STATUS
                     DISPLAY "CHECK RUNRST BEFORE THE NEXT RUN - IT MAY START FROM THE WRONG STEP"
                     MOVE "Y" TO RESTART-BAD-WS
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
                     MOVE 0 TO RH-STEP-NO
                     MOVE "JOBSTRM" TO RH-STEP-NAME
                     MOVE "NORESTRT" TO RH-EVENT
                     MOVE 12 TO RH-CODE
                     MOVE SPACES TO RH-NOTE
                     STRING "RESTART POINT NOT RECORDED, STATUS " RESTART-FILE-STATUS
                            DELIMITED BY SIZE INTO RH-NOTE
                     PERFORM WRITE-HIST-FNC
               END-IF.
       WRITE-HIST-FNC.
****************one history line, stamped with the wall clock and the run
               MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-WS.
               MOVE CURRENT-DATE-WS(1:14) TO RH-STAMP.
               MOVE RUN-STAMP-WS TO RH-RUN-STAMP.
               MOVE HIST-LINE-WS TO RUNHIST-REC.
               WRITE RUNHIST-REC.
               IF RUNHIST-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: RUNHIST WRITE FAILED, STATUS " RUNHIST-FILE-STATUS
               END-IF.
