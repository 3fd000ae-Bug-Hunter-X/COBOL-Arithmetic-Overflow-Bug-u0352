       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG025.
       AUTHOR. BATCH-SYSTEMS.

      * Nightly stream status. Every step of the nightly stream
      * records on RUNCTL its start, its clean completion or its
      * refusal to run, against the business date BUG001 opened,
      * and checks there before it starts that the steps ahead of
      * it have completed for that date:
      *
      *   BUG001 posting run
      *   BUG007 account report and BUG008 GL verify, after BUG001
      *   BUG003 reject recycle, after BUG007 and BUG008
      *   BUG010 reject ageing and BUG009 suspense, after BUG003
      *   BUG002 month-end, after BUG001 and BUG009 (it closes
      *   on the POSTLOG lines both of them write for the night)
      *   BUG005 archive and purge, after BUG002 (it purges the
      *   DAILYRPT detail BUG002 reads)
      *
      * This program lists the stream in that order for one
      * business date - each step's state, attempts, last start
      * and end, and whether it is ready to run or still waiting
      * on a predecessor - and names the step to restart from. A
      * step that has not started on a night shows NOT STARTED; a
      * step left STARTED with no ending either is still running
      * or abended, and is rerun once the abend is confirmed.
      *
      * The optional RUNSCTL card picks the business date (blank
      * for the date the stream has open) and can reopen one
      * completed step for a rerun: action 'R', the step and the
      * initials of whoever authorized it. A completed step will
      * not run again for the date until it is reopened. Reopening
      * a step does not reopen the steps after it; each one that
      * has to be rerun is reopened with its own card. BUG001 and
      * BUG009 are not reopened for a night BUG002 has completed:
      * the month-end close takes every line dated that night, and
      * a line written after it would never be picked up.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RSCTL-FILE ASSIGN TO RUNSCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT RPT-FILE ASSIGN TO RUNSRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RSCTL-FILE
           RECORDING MODE IS F.
       01  RSCTL-REC.
           05  RSCTL-ACTION            PIC X.
               88  RSCTL-REPORT-ONLY             VALUE ' '.
               88  RSCTL-REOPEN                  VALUE 'R'.
           05  FILLER                  PIC X.
           05  RSCTL-BUS-DATE          PIC X(8).
           05  RSCTL-BUS-DATE-N REDEFINES RSCTL-BUS-DATE
                                       PIC 9(8).
           05  FILLER                  PIC X.
           05  RSCTL-STEP              PIC X(8).
           05  FILLER                  PIC X.
           05  RSCTL-UPDATED-BY        PIC X(3).
           05  FILLER                  PIC X(57).

       FD  RUNC-FILE.
           COPY RUNCTL.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNCWS.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-CARD-FIELDS.
           05  WS-RUNC-OPEN-SW         PIC X VALUE 'N'.
               88  WS-RUNC-OPEN                  VALUE 'Y'.
           05  WS-RESULT-TEXT          PIC X(40).
           05  WS-NIGHT-CLOSED-SW      PIC X VALUE 'N'.
               88  WS-NIGHT-CLOSED               VALUE 'Y'.

      * The stream in running order: step, description, and the
      * positions in this table of up to two predecessors (zero
      * for none). A predecessor always sits ahead of the step
      * that waits on it.
       01  WS-STREAM-LIST.
           05  FILLER                  PIC X(40)
               VALUE 'BUG001  POSTING RUN                   00'.
           05  FILLER                  PIC X(40)
               VALUE 'BUG007  ACCOUNT MASTER REPORT         10'.
           05  FILLER                  PIC X(40)
               VALUE 'BUG008  GL EXTRACT VERIFY             10'.
           05  FILLER                  PIC X(40)
               VALUE 'BUG003  REJECT RECYCLE                23'.
           05  FILLER                  PIC X(40)
               VALUE 'BUG010  REJECT AGEING                 40'.
           05  FILLER                  PIC X(40)
               VALUE 'BUG009  SUSPENSE WORKING              40'.
           05  FILLER                  PIC X(40)
               VALUE 'BUG002  MONTH-END / PERIOD CLOSE      16'.
           05  FILLER                  PIC X(40)
               VALUE 'BUG005  ARCHIVE AND PURGE             70'.
       01  WS-STREAM-TABLE REDEFINES WS-STREAM-LIST.
           05  WS-STREAM-ENTRY         OCCURS 8 TIMES.
               10  WS-ST-STEP          PIC X(8).
               10  WS-ST-DESC          PIC X(30).
               10  WS-ST-PRED          PIC 9 OCCURS 2 TIMES.

      * What RUNCTL shows for each step on the night reported.
       01  WS-STREAM-STATE.
           05  WS-ST-STATE             PIC X OCCURS 8 TIMES.
               88  WS-ST-DONE                    VALUE 'C'.

       01  WS-STREAM-FIELDS.
           05  WS-STREAM-COUNT         PIC 9(2) COMP VALUE 8.
           05  WS-ST-IDX               PIC 9(2) COMP.
           05  WS-PRED-POS             PIC 9(2) COMP.
           05  WS-RESTART-IDX          PIC 9(2) COMP VALUE ZERO.
           05  WS-DONE-COUNT           PIC 9(2) COMP VALUE ZERO.
           05  WS-DONE-DISPLAY         PIC Z9.
           05  WS-WAITING-ON           PIC X(8).

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(45)
               VALUE 'BUG025  NIGHTLY STREAM STATUS  BUSINESS DATE '.
           05  WS-HDG-BUS-DATE         PIC 9(8).
           05  FILLER                  PIC X(11) VALUE '   RUN DATE'.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-HDG-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'STEP     DESCRIPTION                    '.
           05  FILLER                  PIC X(38)
               VALUE 'AFTER            STATUS           TRY '.
           05  FILLER                  PIC X(34)
               VALUE 'STARTED          ENDED            '.
           05  FILLER                  PIC X(20) VALUE 'STATE'.

       01  WS-DETAIL-LINE.
           05  WS-DL-STEP              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-DESC              PIC X(30).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-PRED              PIC X(8) OCCURS 2 TIMES.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-STATUS            PIC X(16).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ATTEMPTS          PIC ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-START-DATE        PIC 9(8) BLANK WHEN ZERO.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-START-TIME        PIC 9(6) BLANK WHEN ZERO.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-DL-END-DATE          PIC 9(8) BLANK WHEN ZERO.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-END-TIME          PIC 9(6) BLANK WHEN ZERO.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-DL-STATE             PIC X(17).
           05  FILLER                  PIC XX    VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(9)  VALUE SPACES.
           05  WS-ML-MESSAGE           PIC X(50).
           05  WS-ML-BY                PIC X(4).
           05  WS-ML-UPDATED-BY        PIC X(3).
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-REOPEN-LINE.
           05  FILLER                  PIC X(7)  VALUE 'REOPEN '.
           05  WS-RL-STEP              PIC X(8).
           05  FILLER                  PIC X(4)  VALUE ' BY '.
           05  WS-RL-UPDATED-BY        PIC X(3).
           05  FILLER                  PIC X(3)  VALUE ' - '.
           05  WS-RL-RESULT            PIC X(40).
           05  FILLER                  PIC X(67) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-TEXT              PIC X(60).
           05  FILLER                  PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF WS-RUNC-OPEN
               IF RSCTL-REOPEN
                   PERFORM 2000-REOPEN-STEP
               END-IF
               PERFORM 3000-REPORT-STEP
                   VARYING WS-ST-IDX FROM 1 BY 1
                   UNTIL WS-ST-IDX > WS-STREAM-COUNT
               PERFORM 8000-REPORT-RESTART
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The card is optional: with none, the report is for the
      * date the stream has open. A status report does not build
      * RUNCTL; with no file or no stream opened yet there is
      * nothing to report beyond saying so.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE SPACES TO RSCTL-REC
           OPEN INPUT RSCTL-FILE
           READ RSCTL-FILE
               AT END
                   MOVE SPACES TO RSCTL-REC
           END-READ
           OPEN OUTPUT RPT-FILE
           OPEN I-O RUNC-FILE
           IF WS-RUNC-STATUS = '00'
               SET WS-RUNC-OPEN TO TRUE
               PERFORM 1100-SET-BUSINESS-DATE
           ELSE
               MOVE 'RUNCTL NOT AVAILABLE - NO STREAM TO REPORT'
                   TO WS-SL-TEXT
           END-IF
           MOVE WS-BUSINESS-DATE TO WS-HDG-BUS-DATE
           MOVE WS-RUN-DATE      TO WS-HDG-RUN-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-RUNC-OPEN
               MOVE WS-COLUMN-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE WS-SUMMARY-LINE TO RPT-LINE
               WRITE RPT-LINE
               DISPLAY 'BUG025 ' WS-SL-TEXT
           END-IF.

       1100-SET-BUSINESS-DATE.
           IF RSCTL-BUS-DATE IS NUMERIC
              AND RSCTL-BUS-DATE-N > ZERO
               MOVE RSCTL-BUS-DATE-N TO WS-BUSINESS-DATE
           ELSE
               MOVE ZERO      TO RUNC-BUS-DATE
               MOVE 'CURRENT' TO RUNC-STEP
               READ RUNC-FILE
                   INVALID KEY
                       MOVE 'NO NIGHTLY STREAM OPENED - RUN BUG001'
                           TO WS-SL-TEXT
                       MOVE 'N' TO WS-RUNC-OPEN-SW
                       CLOSE RUNC-FILE
                   NOT INVALID KEY
                       MOVE RUNC-CURRENT-DATE TO WS-BUSINESS-DATE
               END-READ
           END-IF.

      * Only a step that completed needs reopening - one that
      * failed or never finished reruns as it stands - and the
      * reopen is recorded with the authorizing initials so it
      * shows on this report and every one after it.
       2000-REOPEN-STEP.
           MOVE RSCTL-STEP       TO WS-RL-STEP
           MOVE RSCTL-UPDATED-BY TO WS-RL-UPDATED-BY
           MOVE ZERO TO WS-PRED-POS
           PERFORM 2100-FIND-STEP
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-STREAM-COUNT
                  OR WS-PRED-POS > ZERO
           IF RSCTL-STEP = 'BUG001' OR RSCTL-STEP = 'BUG009'
               PERFORM 2150-CHECK-NIGHT-CLOSED
           END-IF
           EVALUATE TRUE
               WHEN WS-PRED-POS = ZERO
                   MOVE 'REFUSED - NOT A STEP OF THE STREAM'
                       TO WS-RESULT-TEXT
               WHEN RSCTL-UPDATED-BY = SPACES
                   MOVE 'REFUSED - AUTHORIZING INITIALS MISSING'
                       TO WS-RESULT-TEXT
               WHEN WS-NIGHT-CLOSED
                   MOVE 'REFUSED - BUG002 HAS CLOSED THIS NIGHT'
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 2200-REOPEN-RECORD
           END-EVALUATE
           MOVE WS-RESULT-TEXT TO WS-RL-RESULT
           MOVE WS-REOPEN-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY 'BUG025 REOPEN ' RSCTL-STEP ' ' WS-RESULT-TEXT.

       2100-FIND-STEP.
           IF WS-ST-STEP (WS-ST-IDX) = RSCTL-STEP
               MOVE WS-ST-IDX TO WS-PRED-POS
           END-IF.

       2150-CHECK-NIGHT-CLOSED.
           MOVE WS-BUSINESS-DATE TO RUNC-BUS-DATE
           MOVE 'BUG002'         TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNC-COMPLETED
                       SET WS-NIGHT-CLOSED TO TRUE
                   END-IF
           END-READ.

       2200-REOPEN-RECORD.
           MOVE WS-BUSINESS-DATE TO RUNC-BUS-DATE
           MOVE RSCTL-STEP       TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   MOVE 'REFUSED - STEP HAS NOT RUN FOR THE DATE'
                       TO WS-RESULT-TEXT
               NOT INVALID KEY
                   IF RUNC-COMPLETED
                       SET RUNC-REOPENED TO TRUE
                       MOVE SPACES TO RUNC-MESSAGE
                       STRING 'REOPENED FOR RERUN BY '
                           RSCTL-UPDATED-BY
                           DELIMITED BY SIZE INTO RUNC-MESSAGE
                       MOVE RSCTL-UPDATED-BY TO RUNC-UPDATED-BY
                       REWRITE RUNC-REC
                       MOVE 'REOPENED' TO WS-RESULT-TEXT
                   ELSE
                       MOVE 'REFUSED - NOT COMPLETED, RERUN AS IT IS'
                           TO WS-RESULT-TEXT
                   END-IF
           END-READ.

      * One line per step in stream order, with any message the
      * step last recorded on a second line. A step that has not
      * completed is READY TO RUN when all its predecessors have,
      * otherwise WAITING ON the first that has not.
       3000-REPORT-STEP.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-ST-STEP (WS-ST-IDX) TO WS-DL-STEP
           MOVE WS-ST-DESC (WS-ST-IDX) TO WS-DL-DESC
           PERFORM 3100-SHOW-PREDECESSOR
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > 2
           MOVE WS-BUSINESS-DATE       TO RUNC-BUS-DATE
           MOVE WS-ST-STEP (WS-ST-IDX) TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   MOVE SPACE         TO WS-ST-STATE (WS-ST-IDX)
                   MOVE 'NOT STARTED' TO WS-DL-STATUS
                   MOVE ZERO TO WS-DL-ATTEMPTS
                   MOVE ZERO TO WS-DL-START-DATE
                   MOVE ZERO TO WS-DL-START-TIME
                   MOVE ZERO TO WS-DL-END-DATE
                   MOVE ZERO TO WS-DL-END-TIME
                   MOVE SPACES TO RUNC-MESSAGE
               NOT INVALID KEY
                   MOVE RUNC-STATUS TO WS-ST-STATE (WS-ST-IDX)
                   EVALUATE TRUE
                       WHEN RUNC-COMPLETED
                           MOVE 'COMPLETED' TO WS-DL-STATUS
                       WHEN RUNC-STARTED
                           MOVE 'RUNNING/ABENDED' TO WS-DL-STATUS
                       WHEN RUNC-FAILED
                           MOVE 'FAILED' TO WS-DL-STATUS
                       WHEN RUNC-REOPENED
                           MOVE 'REOPENED' TO WS-DL-STATUS
                       WHEN OTHER
                           MOVE 'UNKNOWN STATUS' TO WS-DL-STATUS
                   END-EVALUATE
                   MOVE RUNC-ATTEMPTS   TO WS-DL-ATTEMPTS
                   MOVE RUNC-START-DATE TO WS-DL-START-DATE
                   MOVE RUNC-START-TIME TO WS-DL-START-TIME
                   MOVE RUNC-END-DATE   TO WS-DL-END-DATE
                   MOVE RUNC-END-TIME   TO WS-DL-END-TIME
           END-READ
           IF WS-ST-DONE (WS-ST-IDX)
               ADD 1 TO WS-DONE-COUNT
           ELSE
               PERFORM 3200-SET-READINESS
               IF WS-RESTART-IDX = ZERO
                   MOVE WS-ST-IDX TO WS-RESTART-IDX
               END-IF
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF RUNC-MESSAGE NOT = SPACES
              AND RUNC-MESSAGE NOT = 'COMPLETED'
               MOVE RUNC-MESSAGE    TO WS-ML-MESSAGE
               MOVE RUNC-UPDATED-BY TO WS-ML-UPDATED-BY
               IF RUNC-UPDATED-BY = SPACES
                   MOVE SPACES TO WS-ML-BY
               ELSE
                   MOVE ' BY ' TO WS-ML-BY
               END-IF
               MOVE WS-MESSAGE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       3100-SHOW-PREDECESSOR.
           MOVE WS-ST-PRED (WS-ST-IDX, WS-PRED-IDX) TO WS-PRED-POS
           IF WS-PRED-POS > ZERO
               MOVE WS-ST-STEP (WS-PRED-POS)
                   TO WS-DL-PRED (WS-PRED-IDX)
           END-IF.

       3200-SET-READINESS.
           MOVE SPACES TO WS-WAITING-ON
           PERFORM 3210-CHECK-PREDECESSOR
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > 2
                  OR WS-WAITING-ON NOT = SPACES
           IF WS-WAITING-ON = SPACES
               MOVE 'READY TO RUN' TO WS-DL-STATE
           ELSE
               MOVE SPACES TO WS-DL-STATE
               STRING 'WAITING ON ' WS-WAITING-ON
                   DELIMITED BY SIZE INTO WS-DL-STATE
           END-IF.

       3210-CHECK-PREDECESSOR.
           MOVE WS-ST-PRED (WS-ST-IDX, WS-PRED-IDX) TO WS-PRED-POS
           IF WS-PRED-POS > ZERO
               IF NOT WS-ST-DONE (WS-PRED-POS)
                   MOVE WS-ST-STEP (WS-PRED-POS) TO WS-WAITING-ON
               END-IF
           END-IF.

      * The restart point is the first step in stream order that
      * has not completed for the night.
       8000-REPORT-RESTART.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DONE-COUNT TO WS-DONE-DISPLAY
           MOVE SPACES TO WS-SL-TEXT
           STRING 'STEPS COMPLETED ' WS-DONE-DISPLAY ' OF 8'
               DELIMITED BY SIZE INTO WS-SL-TEXT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY 'BUG025 ' WS-SL-TEXT
           MOVE SPACES TO WS-SL-TEXT
           IF WS-RESTART-IDX = ZERO
               STRING 'STREAM COMPLETE FOR ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-SL-TEXT
           ELSE
               STRING 'RESTART FROM ' WS-ST-STEP (WS-RESTART-IDX)
                   DELIMITED BY SPACE
                   ' FOR ' WS-BUSINESS-DATE
                   DELIMITED BY SIZE INTO WS-SL-TEXT
           END-IF
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           DISPLAY 'BUG025 ' WS-SL-TEXT.

       9000-TERMINATE.
           CLOSE RSCTL-FILE
           IF WS-RUNC-OPEN
               CLOSE RUNC-FILE
           END-IF
           CLOSE RPT-FILE.
