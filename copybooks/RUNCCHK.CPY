      *****************************************************
      * RUNCCHK.CPY
      * Nightly step control for the steps that follow
      * BUG001. COPY this into the PROCEDURE DIVISION,
      * with RUNCPROC, right after 0000-MAIN-PROCESS; the
      * step names itself and its predecessors in
      * WS-STEP-CONTROL.
      *
      * The step works to the business date BUG001 opened
      * on RUNCTL, runs only once the steps ahead of it in
      * the stream have completed for that date, and does
      * not run a second time for a date it has completed
      * unless BUG025 has reopened it. A predecessor short
      * of completion is recorded against this step as a
      * failure; either way the step stops with return
      * code 16 before any of its files are opened.
      *****************************************************
       0500-CHECK-RUN-CONTROL.
           PERFORM 0530-OPEN-RUN-CONTROL
           MOVE ZERO      TO RUNC-BUS-DATE
           MOVE 'CURRENT' TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   MOVE 'NO NIGHTLY STREAM OPENED - RUN BUG001 FIRST'
                       TO WS-RUNC-MESSAGE
                   PERFORM 0590-STOP-STEP
               NOT INVALID KEY
                   MOVE RUNC-CURRENT-DATE TO WS-BUSINESS-DATE
           END-READ
           MOVE WS-BUSINESS-DATE TO RUNC-BUS-DATE
           MOVE WS-THIS-STEP     TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNC-COMPLETED
                       MOVE SPACES TO WS-RUNC-MESSAGE
                       STRING 'ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
                           DELIMITED BY SIZE INTO WS-RUNC-MESSAGE
                       PERFORM 0590-STOP-STEP
                   END-IF
           END-READ
           PERFORM 0510-CHECK-PREDECESSOR
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > WS-PRED-COUNT
                  OR NOT WS-RUNC-CLEAR
           IF WS-RUNC-CLEAR
               MOVE 'S'    TO WS-RUNC-NEW-STATUS
               MOVE SPACES TO WS-RUNC-MESSAGE
               PERFORM 0520-RECORD-STEP
           ELSE
               MOVE 'F' TO WS-RUNC-NEW-STATUS
               PERFORM 0520-RECORD-STEP
               PERFORM 0590-STOP-STEP
           END-IF.
