      *****************************************************
      * RUNCPROC.CPY
      * Run-control paragraphs shared by every step of the
      * nightly stream. COPY this into the PROCEDURE
      * DIVISION after the step's 0500-CHECK-RUN-CONTROL
      * (RUNCCHK, or BUG001's own); the step names itself
      * in WS-THIS-STEP and, where it has predecessors,
      * lists them in WS-PRED-STEP. Needs RUNCTL in the
      * FILE SECTION and RUNCWS in WORKING-STORAGE.
      *****************************************************

      * One predecessor's record for the business date; anything
      * short of a completion clears WS-RUNC-CLEAR-SW and leaves
      * the reason in WS-RUNC-MESSAGE.
       0510-CHECK-PREDECESSOR.
           MOVE WS-BUSINESS-DATE           TO RUNC-BUS-DATE
           MOVE WS-PRED-STEP (WS-PRED-IDX) TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RUNC-CLEAR-SW
                   MOVE SPACES TO WS-RUNC-MESSAGE
                   STRING WS-PRED-STEP (WS-PRED-IDX)
                       DELIMITED BY SPACE
                       ' HAS NOT RUN FOR ' WS-BUSINESS-DATE
                       DELIMITED BY SIZE INTO WS-RUNC-MESSAGE
               NOT INVALID KEY
                   IF NOT RUNC-COMPLETED
                       MOVE 'N' TO WS-RUNC-CLEAR-SW
                       MOVE SPACES TO WS-RUNC-MESSAGE
                       STRING WS-PRED-STEP (WS-PRED-IDX)
                           DELIMITED BY SPACE
                           ' HAS NOT COMPLETED FOR ' WS-BUSINESS-DATE
                           DELIMITED BY SIZE INTO WS-RUNC-MESSAGE
                   END-IF
           END-READ.

      * The step's own record for the business date: a start
      * counts an attempt and clears the last ending; a completion
      * or failure stamps the ending with its message.
       0520-RECORD-STEP.
           MOVE WS-BUSINESS-DATE TO RUNC-BUS-DATE
           MOVE WS-THIS-STEP     TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   MOVE 'N'    TO WS-RUNC-FOUND-SW
                   MOVE ZERO   TO RUNC-ATTEMPTS
                   MOVE ZERO   TO RUNC-START-DATE
                   MOVE ZERO   TO RUNC-START-TIME
                   MOVE SPACES TO RUNC-UPDATED-BY
               NOT INVALID KEY
                   SET WS-RUNC-FOUND TO TRUE
           END-READ
           ACCEPT WS-RUNC-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-RUNC-CLOCK FROM TIME
           MOVE WS-RUNC-NEW-STATUS TO RUNC-STATUS
           IF RUNC-STARTED
               ADD 1 TO RUNC-ATTEMPTS
               MOVE WS-RUNC-TODAY  TO RUNC-START-DATE
               MOVE WS-RUNC-HHMMSS TO RUNC-START-TIME
               MOVE ZERO           TO RUNC-END-DATE
               MOVE ZERO           TO RUNC-END-TIME
           ELSE
               MOVE WS-RUNC-TODAY  TO RUNC-END-DATE
               MOVE WS-RUNC-HHMMSS TO RUNC-END-TIME
           END-IF
           MOVE WS-RUNC-MESSAGE TO RUNC-MESSAGE
           IF WS-RUNC-FOUND
               REWRITE RUNC-REC
           ELSE
               WRITE RUNC-REC
           END-IF.

      * Same create-on-first-use pattern as the BUG001 account
      * master.
       0530-OPEN-RUN-CONTROL.
           OPEN I-O RUNC-FILE
           IF WS-RUNC-STATUS NOT = '00'
               OPEN OUTPUT RUNC-FILE
               CLOSE RUNC-FILE
               OPEN I-O RUNC-FILE
           END-IF.

       0590-STOP-STEP.
           MOVE SPACES TO WS-RUNC-DISPLAY
           STRING WS-THIS-STEP DELIMITED BY SPACE
               ' STOPPED - ' WS-RUNC-MESSAGE
               DELIMITED BY SIZE INTO WS-RUNC-DISPLAY
           DISPLAY WS-RUNC-DISPLAY
           CLOSE RUNC-FILE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      * A clean end of the step, recorded for its successors.
       0595-COMPLETE-RUN-CONTROL.
           MOVE 'C'         TO WS-RUNC-NEW-STATUS
           MOVE 'COMPLETED' TO WS-RUNC-MESSAGE
           PERFORM 0520-RECORD-STEP
           CLOSE RUNC-FILE.
