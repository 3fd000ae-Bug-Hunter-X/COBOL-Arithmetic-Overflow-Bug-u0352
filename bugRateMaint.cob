       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG019.
       AUTHOR. BATCH-SYSTEMS.

      * Exchange-rate maintenance. Treasury sends down the rates
      * that convert the foreign-currency details two origin areas
      * now settle in, and they are loaded here off FXCTL cards,
      * the same card-driven way BUG014 loads the budget master:
      * action 'A' to add a rate, 'C' to change it, 'D' to delete
      * it, with the currency code, the date the rate takes
      * effect, the rate itself (units of base currency per unit
      * of the foreign currency, to six places), the currency's
      * name, and the initials of whoever authorized it.
      *
      * FXRATE is a VSAM file keyed by currency and effective
      * date. BUG001 converts each detail at the latest rate
      * effective on or before the detail's own effective date,
      * so a rate stands until the next one for the currency takes
      * over, and a backdated detail converts at the rate of its
      * own day. Every card - applied or refused, with the reason
      * - is listed on FXMRPT, followed by the rate now in force
      * for each currency on file, so treasury can check what was
      * loaded against what it sent.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FXCTL-FILE ASSIGN TO FXCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT FXRATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXRATE-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT RPT-FILE ASSIGN TO FXMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FXCTL-FILE
           RECORDING MODE IS F.
       01  FXCTL-REC.
           05  FXCTL-ACTION            PIC X.
               88  FXCTL-ADD                     VALUE 'A'.
               88  FXCTL-CHANGE                  VALUE 'C'.
               88  FXCTL-DELETE                  VALUE 'D'.
           05  FILLER                  PIC X.
           05  FXCTL-CURRENCY          PIC X(3).
           05  FILLER                  PIC X.
           05  FXCTL-EFF-DATE          PIC 9(8).
           05  FXCTL-EFF-SPLIT REDEFINES FXCTL-EFF-DATE.
               10  FXCTL-EFF-YEAR      PIC 9(4).
               10  FXCTL-EFF-MONTH     PIC 99.
               10  FXCTL-EFF-DAY       PIC 99.
           05  FILLER                  PIC X.
           05  FXCTL-RATE              PIC 9(4)V9(6).
           05  FILLER                  PIC X.
           05  FXCTL-CURRENCY-NAME     PIC X(20).
           05  FILLER                  PIC X.
           05  FXCTL-UPDATED-BY        PIC X(3).
           05  FILLER                  PIC X(30).

       FD  FXRATE-FILE.
       01  FXRATE-REC.
           05  FXRATE-KEY.
               10  FXRATE-CURRENCY     PIC X(3).
               10  FXRATE-EFF-DATE     PIC 9(8).
           05  FXRATE-RATE             PIC 9(4)V9(6).
           05  FXRATE-CURRENCY-NAME    PIC X(20).
           05  FXRATE-UPDATED-BY       PIC X(3).
           05  FXRATE-UPDATED-DATE     PIC 9(8).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-FXRATE-STATUS        PIC XX.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-CARD-FIELDS.
           05  WS-RESULT-TEXT          PIC X(40).
           05  WS-OLD-RATE             PIC 9(4)V9(6).
           05  WS-OLD-SW               PIC X VALUE 'N'.
               88  WS-OLD-PRESENT                VALUE 'Y'.

      * The rate in force for the currency being swept: the last
      * entry read whose effective date is not after the run date.
       01  WS-IN-FORCE-FIELDS.
           05  WS-IF-CURRENCY          PIC X(3) VALUE SPACES.
           05  WS-IF-HELD-SW           PIC X VALUE 'N'.
               88  WS-IF-HELD                    VALUE 'Y'.
           05  WS-IF-SAVED-REC         PIC X(52).
           05  WS-CURRENCY-COUNT       PIC 9(4) VALUE ZERO.
           05  WS-FXRATE-EOF-SW        PIC X VALUE 'N'.
               88  WS-FXRATE-EOF                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(6) VALUE ZERO.
           05  WS-ADDED                PIC 9(6) VALUE ZERO.
           05  WS-CHANGED              PIC 9(6) VALUE ZERO.
           05  WS-DELETED              PIC 9(6) VALUE ZERO.
           05  WS-REFUSED              PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE 'BUG019  EXCHANGE RATE UPDATES  AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'A  CCY EFF DATE '.
           05  FILLER                  PIC X(24)
               VALUE '       RATE    OLD RATE '.
           05  FILLER                  PIC X(31)
               VALUE 'NAME                 BY  RESULT'.
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION            PIC X.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-DL-CURRENCY          PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-EFF-DATE          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-RATE              PIC ZZZ9.999999.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-OLD-RATE          PIC ZZZ9.999999.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-NAME              PIC X(20).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-UPDATED-BY        PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-RESULT            PIC X(40).
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'RATES IN FORCE ON '.
           05  WS-SL-DATE              PIC 9(8).
           05  FILLER                  PIC X(106) VALUE SPACES.

       01  WS-IF-COLUMN-LINE.
           05  FILLER                  PIC X(34)
               VALUE 'CCY NAME                 EFF DATE '.
           05  FILLER                  PIC X(24)
               VALUE '       RATE BY  UPDATED '.
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-IF-DETAIL-LINE.
           05  WS-IL-CURRENCY          PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-IL-NAME              PIC X(20).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-IL-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-IL-RATE              PIC ZZZ9.999999.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-IL-UPDATED-BY        PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-IL-UPDATED-DATE      PIC 9(8).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-FXCTL-EOF-SW         PIC X VALUE 'N'.
               88  WS-FXCTL-EOF                  VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD UNTIL WS-FXCTL-EOF
           PERFORM 7000-LIST-RATES-IN-FORCE
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT FXCTL-FILE
           PERFORM 1100-OPEN-RATES
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-CARD.

      * Same create-on-first-use pattern as the BUG001 account
      * master: the first load ever run builds the file empty.
       1100-OPEN-RATES.
           OPEN I-O FXRATE-FILE
           IF WS-FXRATE-STATUS NOT = '00'
               OPEN OUTPUT FXRATE-FILE
               CLOSE FXRATE-FILE
               OPEN I-O FXRATE-FILE
           END-IF.

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE 'N' TO WS-OLD-SW
           PERFORM 2200-EDIT-CARD
           IF WS-RESULT-TEXT = SPACES
               EVALUATE TRUE
                   WHEN FXCTL-ADD
                       PERFORM 3000-ADD-RATE
                   WHEN FXCTL-CHANGE
                       PERFORM 3100-CHANGE-RATE
                   WHEN FXCTL-DELETE
                       PERFORM 3200-DELETE-RATE
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REFUSED
           END-IF
           PERFORM 6000-WRITE-CARD-LINE
           PERFORM 2100-READ-CARD.

       2100-READ-CARD.
           READ FXCTL-FILE
               AT END
                   SET WS-FXCTL-EOF TO TRUE
           END-READ.

      * A rate is treasury's authority to move money between
      * currencies, so a card without initials is refused along
      * with a bad action, currency, date or rate. A zero rate
      * would post every converted detail at nothing, and is
      * refused as firmly as a non-numeric one.
       2200-EDIT-CARD.
           EVALUATE TRUE
               WHEN NOT FXCTL-ADD AND NOT FXCTL-CHANGE
                       AND NOT FXCTL-DELETE
                   MOVE 'REFUSED - ACTION MUST BE A, C OR D'
                       TO WS-RESULT-TEXT
               WHEN FXCTL-CURRENCY = SPACES
                   MOVE 'REFUSED - CURRENCY MISSING'
                       TO WS-RESULT-TEXT
               WHEN FXCTL-EFF-DATE NOT NUMERIC
                   MOVE 'REFUSED - EFF DATE NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN FXCTL-EFF-MONTH < 1 OR FXCTL-EFF-MONTH > 12
                       OR FXCTL-EFF-DAY < 1 OR FXCTL-EFF-DAY > 31
                   MOVE 'REFUSED - EFF DATE NOT A DATE'
                       TO WS-RESULT-TEXT
               WHEN FXCTL-UPDATED-BY = SPACES
                   MOVE 'REFUSED - INITIALS MISSING'
                       TO WS-RESULT-TEXT
               WHEN FXCTL-DELETE
                   CONTINUE
               WHEN FXCTL-RATE NOT NUMERIC
                   MOVE 'REFUSED - RATE NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN FXCTL-RATE = ZERO
                   MOVE 'REFUSED - RATE IS ZERO'
                       TO WS-RESULT-TEXT
           END-EVALUATE.

       3000-ADD-RATE.
           MOVE FXCTL-CURRENCY      TO FXRATE-CURRENCY
           MOVE FXCTL-EFF-DATE      TO FXRATE-EFF-DATE
           MOVE FXCTL-RATE          TO FXRATE-RATE
           MOVE FXCTL-CURRENCY-NAME TO FXRATE-CURRENCY-NAME
           MOVE FXCTL-UPDATED-BY    TO FXRATE-UPDATED-BY
           MOVE WS-RUN-DATE         TO FXRATE-UPDATED-DATE
           WRITE FXRATE-REC
               INVALID KEY
                   MOVE 'REFUSED - ALREADY ON FILE, USE C'
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-REFUSED
               NOT INVALID KEY
                   MOVE 'ADDED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ADDED
           END-WRITE.

      * A blank name on a change card keeps the name on file, so
      * correcting a rate does not mean re-keying the currency's
      * name.
       3100-CHANGE-RATE.
           PERFORM 3300-READ-RATE
           IF WS-OLD-PRESENT
               MOVE FXCTL-RATE          TO FXRATE-RATE
               IF FXCTL-CURRENCY-NAME NOT = SPACES
                   MOVE FXCTL-CURRENCY-NAME TO FXRATE-CURRENCY-NAME
               END-IF
               MOVE FXCTL-UPDATED-BY    TO FXRATE-UPDATED-BY
               MOVE WS-RUN-DATE         TO FXRATE-UPDATED-DATE
               REWRITE FXRATE-REC
               MOVE 'CHANGED' TO WS-RESULT-TEXT
               ADD 1 TO WS-CHANGED
           ELSE
               MOVE 'REFUSED - NOT ON FILE, USE A'
                   TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED
           END-IF.

       3200-DELETE-RATE.
           PERFORM 3300-READ-RATE
           IF WS-OLD-PRESENT
               DELETE FXRATE-FILE
               MOVE 'DELETED' TO WS-RESULT-TEXT
               ADD 1 TO WS-DELETED
           ELSE
               MOVE 'REFUSED - NOT ON FILE'
                   TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED
           END-IF.

      * The rate being replaced or removed is kept for the report
      * line, so the listing shows both sides of a change.
       3300-READ-RATE.
           MOVE FXCTL-CURRENCY TO FXRATE-CURRENCY
           MOVE FXCTL-EFF-DATE TO FXRATE-EFF-DATE
           READ FXRATE-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OLD-SW
               NOT INVALID KEY
                   SET WS-OLD-PRESENT TO TRUE
                   MOVE FXRATE-RATE TO WS-OLD-RATE
           END-READ.

       6000-WRITE-CARD-LINE.
           MOVE FXCTL-ACTION        TO WS-DL-ACTION
           MOVE FXCTL-CURRENCY      TO WS-DL-CURRENCY
           MOVE FXCTL-EFF-DATE      TO WS-DL-EFF-DATE
           IF FXCTL-RATE NUMERIC AND NOT FXCTL-DELETE
               MOVE FXCTL-RATE TO WS-DL-RATE
           ELSE
               MOVE ZERO TO WS-DL-RATE
           END-IF
           IF WS-OLD-PRESENT
               MOVE WS-OLD-RATE TO WS-DL-OLD-RATE
           ELSE
               MOVE ZERO TO WS-DL-OLD-RATE
           END-IF
           MOVE FXCTL-CURRENCY-NAME TO WS-DL-NAME
           MOVE FXCTL-UPDATED-BY    TO WS-DL-UPDATED-BY
           MOVE WS-RESULT-TEXT      TO WS-DL-RESULT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * One pass over the rate file in key order. Entries for a
      * currency arrive oldest first, so the last one seen that is
      * already effective is the one BUG001 would use tonight; it
      * is printed when the next currency (or the end of the file)
      * comes along. A currency whose only rates are still in the
      * future has nothing in force and is not listed.
       7000-LIST-RATES-IN-FORCE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-RUN-DATE TO WS-SL-DATE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-IF-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE LOW-VALUES TO FXRATE-KEY
           START FXRATE-FILE KEY IS NOT LESS THAN FXRATE-KEY
               INVALID KEY
                   SET WS-FXRATE-EOF TO TRUE
           END-START
           PERFORM 7100-READ-RATE
           PERFORM 7200-SWEEP-RATE UNTIL WS-FXRATE-EOF
           PERFORM 7300-PRINT-IN-FORCE.

       7100-READ-RATE.
           IF NOT WS-FXRATE-EOF
               READ FXRATE-FILE NEXT RECORD
                   AT END
                       SET WS-FXRATE-EOF TO TRUE
               END-READ
           END-IF.

       7200-SWEEP-RATE.
           IF FXRATE-CURRENCY NOT = WS-IF-CURRENCY
               PERFORM 7300-PRINT-IN-FORCE
               MOVE FXRATE-CURRENCY TO WS-IF-CURRENCY
           END-IF
           IF FXRATE-EFF-DATE NOT > WS-RUN-DATE
               MOVE FXRATE-REC TO WS-IF-SAVED-REC
               SET WS-IF-HELD TO TRUE
           END-IF
           PERFORM 7100-READ-RATE.

       7300-PRINT-IN-FORCE.
           IF WS-IF-HELD
               MOVE WS-IF-SAVED-REC     TO FXRATE-REC
               MOVE FXRATE-CURRENCY     TO WS-IL-CURRENCY
               MOVE FXRATE-CURRENCY-NAME TO WS-IL-NAME
               MOVE FXRATE-EFF-DATE     TO WS-IL-EFF-DATE
               MOVE FXRATE-RATE         TO WS-IL-RATE
               MOVE FXRATE-UPDATED-BY   TO WS-IL-UPDATED-BY
               MOVE FXRATE-UPDATED-DATE TO WS-IL-UPDATED-DATE
               MOVE WS-IF-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               ADD 1 TO WS-CURRENCY-COUNT
               MOVE 'N' TO WS-IF-HELD-SW
           END-IF.

       9000-TERMINATE.
           DISPLAY 'BUG019 CARDS READ       ' WS-CARDS-READ
           DISPLAY 'BUG019 RATES ADDED      ' WS-ADDED
           DISPLAY 'BUG019 RATES CHANGED    ' WS-CHANGED
           DISPLAY 'BUG019 RATES DELETED    ' WS-DELETED
           DISPLAY 'BUG019 CARDS REFUSED    ' WS-REFUSED
           DISPLAY 'BUG019 CURRENCIES IN FORCE ' WS-CURRENCY-COUNT
           CLOSE FXCTL-FILE
           CLOSE FXRATE-FILE
           CLOSE RPT-FILE.
