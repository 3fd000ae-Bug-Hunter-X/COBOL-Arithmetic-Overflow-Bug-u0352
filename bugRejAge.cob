           SELECT RPT-FILE ASSIGN TO REJAGRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AGECTL-FILE
               88  REJM-RELEASED                 VALUE 'R'.
               88  REJM-RECYCLED                 VALUE 'X'.
           05  REJM-EFF-DATE-RAW       PIC X(8).
           05  REJM-CURRENCY           PIC X(3).
           05  REJM-ORIG-NUMBER-RAW    PIC X(11).
           05  REJM-ORIG-NUMBER2-RAW   PIC X(11).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  RUNC-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-REJMSTR-STATUS       PIC XX.
      * so the money in suspense-by-reason can be subtotaled in a
      * single sweep regardless of the master's key order.
       01  WS-REASON-CODE-VALUES.
           05  FILLER                  PIC X(24)
               VALUE 'NBN1N2R1R2A1A2E1E2C1C2Y1'.
       01  WS-REASON-CODE-TABLE REDEFINES WS-REASON-CODE-VALUES.
           05  WS-RSN-CODE OCCURS 12 TIMES
                                       PIC XX.

       01  WS-REASON-TOTALS.
           05  WS-RSN-ENTRY OCCURS 13 TIMES.
               10  WS-RSN-COUNT        PIC 9(6)      COMP.
               10  WS-RSN-AMOUNT       PIC S9(11)V99 COMP-3.

               88  WS-DETAIL-PASS                VALUE '1'.
               88  WS-ESCAL-PASS                 VALUE '2'.

      * This step's place in the nightly stream: the steps that
      * must have completed for the business date before it runs.
       01  WS-STEP-CONTROL.
           05  WS-THIS-STEP            PIC X(8) VALUE 'BUG010'.
           05  WS-PRED-COUNT           PIC 9(2) COMP VALUE 1.
           05  WS-PRED-LIST.
               10  FILLER              PIC X(8) VALUE 'BUG003'.
           05  WS-PRED-TABLE REDEFINES WS-PRED-LIST.
               10  WS-PRED-STEP        PIC X(8)
                                       OCCURS 1 TIMES.

           COPY RUNCWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-CHECK-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-REJECTS UNTIL WS-REJMSTR-EOF
           PERFORM 7000-REASON-SUBTOTALS
           PERFORM 7500-GRAND-TOTAL
           PERFORM 8000-ESCALATION-SECTION
           PERFORM 9000-TERMINATE
           PERFORM 0595-COMPLETE-RUN-CONTROL
           STOP RUN.

       COPY RUNCCHK.
       COPY RUNCPROC.

      * Threshold off the AGECTL card when one is mounted; a
      * missing or unreadable card leaves the five-day default,
      * which errs on the side of escalating.
           CLOSE AGECTL-FILE
           MOVE 1 TO WS-RSN-IDX
           PERFORM 1100-CLEAR-REASON-SLOT
               UNTIL WS-RSN-IDX > 13
           OPEN INPUT REJMSTR-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
       2400-FIND-REASON-SLOT.
           MOVE 1 TO WS-RSN-IDX
           PERFORM 2450-SCAN-REASON-CODES
               UNTIL WS-RSN-IDX > 12
               OR WS-RSN-CODE (WS-RSN-IDX) = REJM-REASON-CODE.

       2450-SCAN-REASON-CODES.
           WRITE RPT-LINE
           MOVE 1 TO WS-RSN-IDX
           PERFORM 7100-WRITE-REASON-LINE
               UNTIL WS-RSN-IDX > 13.

       7100-WRITE-REASON-LINE.
           IF WS-RSN-COUNT (WS-RSN-IDX) > ZERO
               IF WS-RSN-IDX > 12
                   MOVE '**' TO WS-RL-CODE
               ELSE
                   MOVE WS-RSN-CODE (WS-RSN-IDX) TO WS-RL-CODE
