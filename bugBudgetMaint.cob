       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG014.
       AUTHOR. BATCH-SYSTEMS.

      * Budget master maintenance. Finance sets a monthly budget
      * for each chart account and the supervisors load and
      * adjust it here, off BUDCTL cards, the same card-driven way
      * BUG012 takes a release decision: action 'A' to add a
      * month's budget, 'C' to change it, 'D' to delete it, with
      * the account, the fiscal month (YYYYMM - the fiscal year is
      * the calendar year, as on BUG002's year-to-date lines), the
      * amount, and the supervisor's initials.
      *
      * BUDGET is a VSAM file keyed by account and month. Every
      * change is stamped with the date and the initials of whoever
      * made it, and every card - applied or refused, with the
      * reason - is listed on BUDMRPT, so finance can see what was
      * loaded against what it sent down. BUG015 reads the master
      * for the budget-versus-actual variance report.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BCTL-FILE ASSIGN TO BUDCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUD-FILE ASSIGN TO BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.

           SELECT CHART-FILE ASSIGN TO CHARTACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHART-CODE
               FILE STATUS IS WS-CHART-STATUS.

           SELECT RPT-FILE ASSIGN TO BUDMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BCTL-FILE
           RECORDING MODE IS F.
       01  BCTL-REC.
           05  BCTL-ACTION             PIC X.
               88  BCTL-ADD                      VALUE 'A'.
               88  BCTL-CHANGE                   VALUE 'C'.
               88  BCTL-DELETE                   VALUE 'D'.
           05  FILLER                  PIC X.
           05  BCTL-ACCOUNT            PIC X(4).
           05  FILLER                  PIC X.
           05  BCTL-PERIOD             PIC 9(6).
           05  BCTL-PERIOD-SPLIT REDEFINES BCTL-PERIOD.
               10  BCTL-YEAR           PIC 9(4).
               10  BCTL-MONTH          PIC 99.
           05  FILLER                  PIC X.
           05  BCTL-AMOUNT             PIC S9(9)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X.
           05  BCTL-UPDATED-BY         PIC X(3).
           05  FILLER                  PIC X(51).

       FD  BUD-FILE.
       01  BUD-REC.
           05  BUD-KEY.
               10  BUD-ACCOUNT         PIC X(4).
               10  BUD-PERIOD          PIC 9(6).
           05  BUD-AMOUNT              PIC S9(9)V99 SIGN IS TRAILING.
           05  BUD-UPDATED-DATE        PIC 9(8).
           05  BUD-UPDATED-BY          PIC X(3).

       FD  CHART-FILE.
       01  CHART-REC.
           05  CHART-CODE              PIC X(4).
           05  CHART-DESC              PIC X(30).
           05  CHART-STATUS            PIC X.
               88  CHART-ACTIVE                  VALUE 'A'.
               88  CHART-CLOSED                  VALUE 'C'.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-BUD-STATUS           PIC XX.
           05  WS-CHART-STATUS         PIC XX.
           05  WS-CHART-OPEN-SW        PIC X VALUE 'N'.
               88  WS-CHART-OPEN                 VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-CARD-FIELDS.
           05  WS-RESULT-TEXT          PIC X(40).
           05  WS-OLD-AMOUNT           PIC S9(9)V99 COMP-3.
           05  WS-OLD-SW               PIC X VALUE 'N'.
               88  WS-OLD-PRESENT                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(6) VALUE ZERO.
           05  WS-ADDED                PIC 9(6) VALUE ZERO.
           05  WS-CHANGED              PIC 9(6) VALUE ZERO.
           05  WS-DELETED              PIC 9(6) VALUE ZERO.
           05  WS-REFUSED              PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE 'BUG014  BUDGET MASTER UPDATES  AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'A  ACCT MONTH           AMOUNT'.
           05  FILLER                  PIC X(28)
               VALUE '      OLD AMOUNT BY  RESULT'.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION            PIC X.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-DL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-PERIOD            PIC X(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-AMOUNT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-OLD-AMOUNT        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-UPDATED-BY        PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-RESULT            PIC X(40).
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-BCTL-EOF-SW          PIC X VALUE 'N'.
               88  WS-BCTL-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD UNTIL WS-BCTL-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The chart is required here, not just for descriptions: a
      * budget may only be set against an account the chart knows
      * and has open, so without it every add and change is
      * refused. Deletes still go through - clearing out a budget
      * never needs the chart's permission.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT BCTL-FILE
           PERFORM 1100-OPEN-BUDGET
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS = '00'
               SET WS-CHART-OPEN TO TRUE
           ELSE
               DISPLAY 'BUG014 CHARTACC NOT AVAILABLE - ADDS AND '
                   'CHANGES WILL BE REFUSED'
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-CARD.

      * Same create-on-first-use pattern as the BUG001 account
      * master: the first load ever run builds the file empty.
       1100-OPEN-BUDGET.
           OPEN I-O BUD-FILE
           IF WS-BUD-STATUS NOT = '00'
               OPEN OUTPUT BUD-FILE
               CLOSE BUD-FILE
               OPEN I-O BUD-FILE
           END-IF.

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE 'N' TO WS-OLD-SW
           PERFORM 2200-EDIT-CARD
           IF WS-RESULT-TEXT = SPACES
               EVALUATE TRUE
                   WHEN BCTL-ADD
                       PERFORM 3000-ADD-BUDGET
                   WHEN BCTL-CHANGE
                       PERFORM 3100-CHANGE-BUDGET
                   WHEN BCTL-DELETE
                       PERFORM 3200-DELETE-BUDGET
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REFUSED
           END-IF
           PERFORM 6000-WRITE-CARD-LINE
           PERFORM 2100-READ-CARD.

       2100-READ-CARD.
           READ BCTL-FILE
               AT END
                   SET WS-BCTL-EOF TO TRUE
           END-READ.

      * A budget change is a supervisor's act, so a card without
      * initials is refused along with a bad action, month or
      * amount. The month must be a real one - 01 to 12 - since
      * BUG015 rolls the year-to-date figure month by month.
       2200-EDIT-CARD.
           EVALUATE TRUE
               WHEN NOT BCTL-ADD AND NOT BCTL-CHANGE
                       AND NOT BCTL-DELETE
                   MOVE 'REFUSED - ACTION MUST BE A, C OR D'
                       TO WS-RESULT-TEXT
               WHEN BCTL-ACCOUNT = SPACES
                   MOVE 'REFUSED - ACCOUNT MISSING'
                       TO WS-RESULT-TEXT
               WHEN BCTL-PERIOD NOT NUMERIC
                   MOVE 'REFUSED - MONTH NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN BCTL-MONTH < 1 OR BCTL-MONTH > 12
                   MOVE 'REFUSED - MONTH NOT 01 TO 12'
                       TO WS-RESULT-TEXT
               WHEN BCTL-UPDATED-BY = SPACES
                   MOVE 'REFUSED - INITIALS MISSING'
                       TO WS-RESULT-TEXT
               WHEN BCTL-DELETE
                   CONTINUE
               WHEN BCTL-AMOUNT NOT NUMERIC
                   MOVE 'REFUSED - AMOUNT NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 2300-CHECK-CHART
           END-EVALUATE.

       2300-CHECK-CHART.
           IF NOT WS-CHART-OPEN
               MOVE 'REFUSED - CHARTACC NOT AVAILABLE'
                   TO WS-RESULT-TEXT
           ELSE
               MOVE BCTL-ACCOUNT TO CHART-CODE
               READ CHART-FILE
                   INVALID KEY
                       MOVE 'REFUSED - ACCOUNT NOT ON CHART'
                           TO WS-RESULT-TEXT
                   NOT INVALID KEY
                       IF NOT CHART-ACTIVE
                           MOVE 'REFUSED - ACCOUNT CLOSED ON CHART'
                               TO WS-RESULT-TEXT
                       END-IF
               END-READ
           END-IF.

       3000-ADD-BUDGET.
           MOVE BCTL-ACCOUNT    TO BUD-ACCOUNT
           MOVE BCTL-PERIOD     TO BUD-PERIOD
           MOVE BCTL-AMOUNT     TO BUD-AMOUNT
           MOVE WS-RUN-DATE     TO BUD-UPDATED-DATE
           MOVE BCTL-UPDATED-BY TO BUD-UPDATED-BY
           WRITE BUD-REC
               INVALID KEY
                   MOVE 'REFUSED - ALREADY ON FILE, USE C'
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-REFUSED
               NOT INVALID KEY
                   MOVE 'ADDED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ADDED
           END-WRITE.

       3100-CHANGE-BUDGET.
           PERFORM 3300-READ-BUDGET
           IF WS-OLD-PRESENT
               MOVE BCTL-AMOUNT     TO BUD-AMOUNT
               MOVE WS-RUN-DATE     TO BUD-UPDATED-DATE
               MOVE BCTL-UPDATED-BY TO BUD-UPDATED-BY
               REWRITE BUD-REC
               MOVE 'CHANGED' TO WS-RESULT-TEXT
               ADD 1 TO WS-CHANGED
           ELSE
               MOVE 'REFUSED - NOT ON FILE, USE A'
                   TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED
           END-IF.

       3200-DELETE-BUDGET.
           PERFORM 3300-READ-BUDGET
           IF WS-OLD-PRESENT
               DELETE BUD-FILE
               MOVE 'DELETED' TO WS-RESULT-TEXT
               ADD 1 TO WS-DELETED
           ELSE
               MOVE 'REFUSED - NOT ON FILE'
                   TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED
           END-IF.

      * The amount being replaced or removed is kept for the
      * report line, so the listing shows both sides of a change.
       3300-READ-BUDGET.
           MOVE BCTL-ACCOUNT TO BUD-ACCOUNT
           MOVE BCTL-PERIOD  TO BUD-PERIOD
           READ BUD-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OLD-SW
               NOT INVALID KEY
                   SET WS-OLD-PRESENT TO TRUE
                   MOVE BUD-AMOUNT TO WS-OLD-AMOUNT
           END-READ.

       6000-WRITE-CARD-LINE.
           MOVE BCTL-ACTION     TO WS-DL-ACTION
           MOVE BCTL-ACCOUNT    TO WS-DL-ACCOUNT
           MOVE BCTL-PERIOD     TO WS-DL-PERIOD
           IF BCTL-AMOUNT NUMERIC AND NOT BCTL-DELETE
               MOVE BCTL-AMOUNT TO WS-DL-AMOUNT
           ELSE
               MOVE ZERO TO WS-DL-AMOUNT
           END-IF
           IF WS-OLD-PRESENT
               MOVE WS-OLD-AMOUNT TO WS-DL-OLD-AMOUNT
           ELSE
               MOVE ZERO TO WS-DL-OLD-AMOUNT
           END-IF
           MOVE BCTL-UPDATED-BY TO WS-DL-UPDATED-BY
           MOVE WS-RESULT-TEXT  TO WS-DL-RESULT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-TERMINATE.
           DISPLAY 'BUG014 CARDS READ       ' WS-CARDS-READ
           DISPLAY 'BUG014 BUDGETS ADDED    ' WS-ADDED
           DISPLAY 'BUG014 BUDGETS CHANGED  ' WS-CHANGED
           DISPLAY 'BUG014 BUDGETS DELETED  ' WS-DELETED
           DISPLAY 'BUG014 CARDS REFUSED    ' WS-REFUSED
           CLOSE BCTL-FILE
           CLOSE BUD-FILE
           IF WS-CHART-OPEN
               CLOSE CHART-FILE
           END-IF
           CLOSE RPT-FILE.
