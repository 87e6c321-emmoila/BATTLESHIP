       01  CONTROL-FILE-STATUS PIC XX.
       01  ARCREPORT-FILE-STATUS PIC XX.
       01  ARCH-EOF-WS         PIC XXX.
*********the step's condition code for the overnight job stream: 0 clean,
*********4 warnings, 8 exceptions found, 12 hard failure - the worst one
*********seen goes out in RETURN-CODE
       01  COND-CODE-WS        PIC 99 VALUE 0.
       01  NEW-CODE-WS         PIC 99.
*********the control values: this run's generation, how many to keep, and the
*********oldest generation still sitting on disk
       01  CUR-GEN-WS          PIC 9(4).
*********did each copy land every record - only then may the live file be emptied
       01  SHOT-BAL-OK-WS      PIC X.
       01  SUMM-BAL-OK-WS      PIC X.
*********N when a generation file couldn't even be opened for the cut
       01  SHOT-GEN-OK-WS      PIC X VALUE "Y".
       01  SUMM-GEN-OK-WS      PIC X VALUE "Y".
*********report lines
       01  ARCH-GEN-LINE-WS.
             02  FILLER            PIC X(21) VALUE "ARCHIVED GENERATION ".
                       IF SHOT-GEN-STATUS = "00" THEN
                             CLOSE SHOT-GEN-FILE
                             DISPLAY "GENERATION " NEW-GEN-WS " ALREADY EXISTS - CONTROL FILE OUT OF STEP, NOTHING TOUCHED"
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       CLOSE SHOT-GEN-FILE.
                       OPEN OUTPUT ARCREPORT-FILE.
                       IF ARCREPORT-FILE-STATUS NOT = "00" THEN
                             DISPLAY "CANNOT OPEN ARCHRPT, STATUS " ARCREPORT-FILE-STATUS " - NOTHING TOUCHED"
                             MOVE 12 TO RETURN-CODE
                             STOP RUN
                       END-IF.
                       MOVE "==== SHOTLOG/SUMMRPT ARCHIVAL RUN ====" TO ARCREPORT-REC.
                       WRITE ARCREPORT-REC.
                       PERFORM CUT-SHOTLOG-FNC.
                             WRITE ARCREPORT-REC
                             CLOSE ARCREPORT-FILE
                             DISPLAY "WARNING: CUT OUT OF BALANCE - LIVE FILES KEPT, CONTROL NOT ADVANCED"
                             MOVE 12 TO NEW-CODE-WS
                             PERFORM RAISE-CODE-FNC
                       END-IF.
                       MOVE COND-CODE-WS TO RETURN-CODE.
                       STOP RUN.
       RAISE-CODE-FNC.
****************keep the worst condition seen so far
               IF NEW-CODE-WS > COND-CODE-WS THEN
                     MOVE NEW-CODE-WS TO COND-CODE-WS
               END-IF.
       LOAD-CONTROL-FNC.
****************no control record yet means this is the very first cut:
****************generation zero on file, keep five, nothing older on disk
               IF LOG-FILE-STATUS NOT = "00" THEN
                     CLOSE LOG-FILE
                     DISPLAY "NO LIVE SHOTLOG FOUND, CUTTING AN EMPTY GENERATION"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
                     MOVE "YES" TO ARCH-EOF-WS
                     OPEN OUTPUT SHOT-GEN-FILE
                     PERFORM CHECK-SHOT-GEN-FNC
                     CLOSE SHOT-GEN-FILE
               ELSE
                     OPEN OUTPUT SHOT-GEN-FILE
                     PERFORM CHECK-SHOT-GEN-FNC
                     IF SHOT-GEN-OK-WS = "N" THEN
                           MOVE "YES" TO ARCH-EOF-WS
                     END-IF
                     PERFORM UNTIL ARCH-EOF-WS = "YES"
                           READ LOG-FILE
                                AT END MOVE "YES" TO ARCH-EOF-WS
               IF SUMMARY-FILE-STATUS NOT = "00" THEN
                     CLOSE SUMMARY-FILE
                     DISPLAY "NO LIVE SUMMRPT FOUND, CUTTING AN EMPTY GENERATION"
                     MOVE 4 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
                     MOVE "YES" TO ARCH-EOF-WS
                     OPEN OUTPUT SUMM-GEN-FILE
                     PERFORM CHECK-SUMM-GEN-FNC
                     CLOSE SUMM-GEN-FILE
               ELSE
                     OPEN OUTPUT SUMM-GEN-FILE
                     PERFORM CHECK-SUMM-GEN-FNC
                     IF SUMM-GEN-OK-WS = "N" THEN
                           MOVE "YES" TO ARCH-EOF-WS
                     END-IF
                     PERFORM UNTIL ARCH-EOF-WS = "YES"
                           READ SUMMARY-FILE
                                AT END MOVE "YES" TO ARCH-EOF-WS
                     CLOSE SUMM-GEN-FILE
                     CLOSE SUMMARY-FILE
               END-IF.
       CHECK-SHOT-GEN-FNC.
****************a generation that won't open can't hold the cut - the balance
****************fails on it and the live file stays as it is
               IF SHOT-GEN-STATUS NOT = "00" THEN
                     MOVE "N" TO SHOT-GEN-OK-WS
                     DISPLAY "WARNING: CANNOT OPEN SHOTLOG GENERATION " NEW-GEN-WS ", STATUS " SHOT-GEN-STATUS
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       CHECK-SUMM-GEN-FNC.
               IF SUMM-GEN-STATUS NOT = "00" THEN
                     MOVE "N" TO SUMM-GEN-OK-WS
                     DISPLAY "WARNING: CANNOT OPEN SUMMRPT GENERATION " NEW-GEN-WS ", STATUS " SUMM-GEN-STATUS
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
       BALANCE-SHOT-FNC.
               MOVE "SHOTLOG " TO BAL-FILE-WS.
               MOVE SHOT-READ-CNT-WS TO BAL-READ-WS.
               MOVE SHOT-WRIT-CNT-WS TO BAL-WRIT-WS.
               IF SHOT-READ-CNT-WS = SHOT-WRIT-CNT-WS AND SHOT-GEN-OK-WS = "Y" THEN
                     MOVE "Y" TO SHOT-BAL-OK-WS
                     MOVE " IN BALANCE" TO BAL-VERDICT-WS
               ELSE
               MOVE "SUMMRPT " TO BAL-FILE-WS.
               MOVE SUMM-READ-CNT-WS TO BAL-READ-WS.
               MOVE SUMM-WRIT-CNT-WS TO BAL-WRIT-WS.
               IF SUMM-READ-CNT-WS = SUMM-WRIT-CNT-WS AND SUMM-GEN-OK-WS = "Y" THEN
                     MOVE "Y" TO SUMM-BAL-OK-WS
                     MOVE " IN BALANCE" TO BAL-VERDICT-WS
               ELSE
               MOVE KEEP-GENS-WS TO CTL-KEEP.
               MOVE NEW-OLDEST-WS TO CTL-OLDEST.
               OPEN OUTPUT CONTROL-FILE.
               IF CONTROL-FILE-STATUS = "00" THEN
                     WRITE CONTROL-REC
               END-IF.
****************a control file that didn't take leaves the next run out of step -
****************it will refuse to cut until the generation number is put right
               IF CONTROL-FILE-STATUS NOT = "00" THEN
                     DISPLAY "WARNING: CONTROL FILE NOT UPDATED, STATUS " CONTROL-FILE-STATUS " - SET IT TO GENERATION " NEW-GEN-WS " BY HAND"
                     MOVE 12 TO NEW-CODE-WS
                     PERFORM RAISE-CODE-FNC
               END-IF.
               CLOSE CONTROL-FILE.
