       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG023.
       AUTHOR. BATCH-SYSTEMS.

      * Standing-entry maintenance. The entries accounting posts
      * every period without fail - rent, depreciation, accruals,
      * recurring transfers - are set up once on the STANDING
      * master here, off STNDCTL cards, the same card-driven way
      * BUG014 loads the budget master: action 'A' to add an
      * entry, 'C' to change it, 'D' to delete it. A card names
      * the entry by an eight-character id and carries:
      *
      *   - the account code and the two amounts, exactly as a
      *     TRANIN detail carries them;
      *   - the frequency: 'M' monthly, on the last day of each
      *     month; 'W' weekly, on the weekday of the start date;
      *     'D' on the given day of each month (a day the month
      *     does not have falls on its last day);
      *   - the start date and end date (zero end date for an
      *     entry that runs until it is deleted);
      *   - 'Y' to have each posting reversed on the first day of
      *     the following month, for accruals;
      *   - the initials of whoever authorized it and a short
      *     description.
      *
      * The account must be active on CHARTACC. BUG024 generates
      * the entries as they fall due into the nightly feed. Every
      * card - applied or refused, with the reason - is listed on
      * STNMRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCTL-FILE ASSIGN TO STNDCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT STND-FILE ASSIGN TO STANDING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STND-ID
               FILE STATUS IS WS-STND-STATUS.

           SELECT CHART-FILE ASSIGN TO CHARTACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHART-CODE
               FILE STATUS IS WS-CHART-STATUS.

           SELECT RPT-FILE ASSIGN TO STNMRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCTL-FILE
           RECORDING MODE IS F.
       01  SCTL-REC.
           05  SCTL-ACTION             PIC X.
               88  SCTL-ADD                      VALUE 'A'.
               88  SCTL-CHANGE                   VALUE 'C'.
               88  SCTL-DELETE                   VALUE 'D'.
           05  FILLER                  PIC X.
           05  SCTL-ID                 PIC X(8).
           05  FILLER                  PIC X.
           05  SCTL-ACCOUNT            PIC X(4).
           05  FILLER                  PIC X.
           05  SCTL-NUMBER             PIC S9(5)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X.
           05  SCTL-NUMBER2            PIC S9(5)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X.
           05  SCTL-FREQUENCY          PIC X.
               88  SCTL-FREQUENCY-OK             VALUES 'M' 'W' 'D'.
               88  SCTL-DAY-OF-MONTH             VALUE 'D'.
           05  SCTL-DAY                PIC 99.
           05  FILLER                  PIC X.
           05  SCTL-START-DATE         PIC 9(8).
           05  SCTL-START-SPLIT REDEFINES SCTL-START-DATE.
               10  SCTL-START-YEAR     PIC 9(4).
               10  SCTL-START-MONTH    PIC 99.
               10  SCTL-START-DAY      PIC 99.
           05  FILLER                  PIC X.
           05  SCTL-END-DATE           PIC 9(8).
           05  SCTL-END-SPLIT REDEFINES SCTL-END-DATE.
               10  SCTL-END-YEAR       PIC 9(4).
               10  SCTL-END-MONTH      PIC 99.
               10  SCTL-END-DAY        PIC 99.
           05  FILLER                  PIC X.
           05  SCTL-AUTO-REVERSE       PIC X.
               88  SCTL-REVERSE-OK               VALUES 'Y' 'N' ' '.
           05  FILLER                  PIC X.
           05  SCTL-UPDATED-BY         PIC X(3).
           05  FILLER                  PIC X.
           05  SCTL-DESC               PIC X(20).

       FD  STND-FILE.
       01  STND-REC.
           05  STND-ID                 PIC X(8).
           05  STND-ACCOUNT            PIC X(4).
           05  STND-NUMBER             PIC S9(5)V99 SIGN IS TRAILING.
           05  STND-NUMBER2            PIC S9(5)V99 SIGN IS TRAILING.
           05  STND-FREQUENCY          PIC X.
               88  STND-MONTH-END                VALUE 'M'.
               88  STND-WEEKLY                   VALUE 'W'.
               88  STND-DAY-OF-MONTH             VALUE 'D'.
           05  STND-DAY                PIC 99.
           05  STND-START-DATE         PIC 9(8).
           05  STND-END-DATE           PIC 9(8).
               88  STND-OPEN-ENDED               VALUE ZERO.
           05  STND-AUTO-REVERSE       PIC X.
               88  STND-REVERSES                 VALUE 'Y'.
           05  STND-DESC               PIC X(20).
           05  STND-UPDATED-BY         PIC X(3).
           05  STND-UPDATED-DATE       PIC 9(8).

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
           05  WS-STND-STATUS          PIC XX.
           05  WS-CHART-STATUS         PIC XX.
           05  WS-CHART-OPEN-SW        PIC X VALUE 'N'.
               88  WS-CHART-OPEN                 VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-CARD-FIELDS.
           05  WS-RESULT-TEXT          PIC X(40).
           05  WS-OLD-SW               PIC X VALUE 'N'.
               88  WS-OLD-PRESENT                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARDS-READ           PIC 9(6) VALUE ZERO.
           05  WS-ADDED                PIC 9(6) VALUE ZERO.
           05  WS-CHANGED              PIC 9(6) VALUE ZERO.
           05  WS-DELETED              PIC 9(6) VALUE ZERO.
           05  WS-REFUSED              PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'BUG023  STANDING ENTRY UPDATES  AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(38)
               VALUE 'A ENTRY ID ACCT      DEBIT     CREDIT '.
           05  FILLER                  PIC X(34)
               VALUE 'FQ DY START    END      R BY  DESC'.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE 'RESULT'.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-ACTION            PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ID                PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-NUMBER            PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-NUMBER2           PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-FREQUENCY         PIC X.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-DL-DAY               PIC X(2).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-START-DATE        PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-END-DATE          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-AUTO-REVERSE      PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-UPDATED-BY        PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-DESC              PIC X(20).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-RESULT            PIC X(40).
           05  FILLER                  PIC X(3)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-SCTL-EOF-SW          PIC X VALUE 'N'.
               88  WS-SCTL-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-CARD UNTIL WS-SCTL-EOF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SCTL-FILE
           PERFORM 1100-OPEN-STANDING
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS = '00'
               SET WS-CHART-OPEN TO TRUE
           ELSE
               DISPLAY 'BUG023 CHARTACC NOT AVAILABLE - ADDS AND '
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
       1100-OPEN-STANDING.
           OPEN I-O STND-FILE
           IF WS-STND-STATUS NOT = '00'
               OPEN OUTPUT STND-FILE
               CLOSE STND-FILE
               OPEN I-O STND-FILE
           END-IF.

       2000-PROCESS-CARD.
           ADD 1 TO WS-CARDS-READ
           MOVE SPACES TO WS-RESULT-TEXT
           MOVE 'N' TO WS-OLD-SW
           PERFORM 2200-EDIT-CARD
           IF WS-RESULT-TEXT = SPACES
               EVALUATE TRUE
                   WHEN SCTL-ADD
                       PERFORM 3000-ADD-ENTRY
                   WHEN SCTL-CHANGE
                       PERFORM 3100-CHANGE-ENTRY
                   WHEN SCTL-DELETE
                       PERFORM 3200-DELETE-ENTRY
               END-EVALUATE
           ELSE
               ADD 1 TO WS-REFUSED
           END-IF
           PERFORM 6000-WRITE-CARD-LINE
           PERFORM 2100-READ-CARD.

       2100-READ-CARD.
           READ SCTL-FILE
               AT END
                   SET WS-SCTL-EOF TO TRUE
           END-READ.

      * A standing entry posts every period without anyone keying
      * it, so it is edited as hard as the feed would edit it and
      * then some: both amounts numeric and not both zero, a
      * frequency the generator knows, real dates that do not run
      * backwards, and initials on every card.
       2200-EDIT-CARD.
           EVALUATE TRUE
               WHEN NOT SCTL-ADD AND NOT SCTL-CHANGE
                       AND NOT SCTL-DELETE
                   MOVE 'REFUSED - ACTION MUST BE A, C OR D'
                       TO WS-RESULT-TEXT
               WHEN SCTL-ID = SPACES
                   MOVE 'REFUSED - ENTRY ID MISSING'
                       TO WS-RESULT-TEXT
               WHEN SCTL-UPDATED-BY = SPACES
                   MOVE 'REFUSED - INITIALS MISSING'
                       TO WS-RESULT-TEXT
               WHEN SCTL-DELETE
                   CONTINUE
               WHEN SCTL-ACCOUNT = SPACES
                   MOVE 'REFUSED - ACCOUNT MISSING'
                       TO WS-RESULT-TEXT
               WHEN SCTL-NUMBER NOT NUMERIC
                       OR SCTL-NUMBER2 NOT NUMERIC
                   MOVE 'REFUSED - AMOUNT NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN SCTL-NUMBER = ZERO AND SCTL-NUMBER2 = ZERO
                   MOVE 'REFUSED - BOTH AMOUNTS ZERO'
                       TO WS-RESULT-TEXT
               WHEN NOT SCTL-FREQUENCY-OK
                   MOVE 'REFUSED - FREQUENCY MUST BE M, W OR D'
                       TO WS-RESULT-TEXT
               WHEN SCTL-DAY-OF-MONTH
                       AND (SCTL-DAY NOT NUMERIC
                            OR SCTL-DAY < 1 OR SCTL-DAY > 31)
                   MOVE 'REFUSED - DAY MUST BE 01 TO 31'
                       TO WS-RESULT-TEXT
               WHEN SCTL-START-DATE NOT NUMERIC
                   MOVE 'REFUSED - START DATE NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN SCTL-START-MONTH < 1 OR SCTL-START-MONTH > 12
                       OR SCTL-START-DAY < 1 OR SCTL-START-DAY > 31
                   MOVE 'REFUSED - START DATE NOT A DATE'
                       TO WS-RESULT-TEXT
               WHEN SCTL-END-DATE NOT NUMERIC
                   MOVE 'REFUSED - END DATE NOT NUMERIC'
                       TO WS-RESULT-TEXT
               WHEN SCTL-END-DATE NOT = ZERO
                       AND (SCTL-END-MONTH < 1
                            OR SCTL-END-MONTH > 12
                            OR SCTL-END-DAY < 1
                            OR SCTL-END-DAY > 31)
                   MOVE 'REFUSED - END DATE NOT A DATE'
                       TO WS-RESULT-TEXT
               WHEN SCTL-END-DATE NOT = ZERO
                       AND SCTL-END-DATE < SCTL-START-DATE
                   MOVE 'REFUSED - END DATE BEFORE START'
                       TO WS-RESULT-TEXT
               WHEN NOT SCTL-REVERSE-OK
                   MOVE 'REFUSED - REVERSE FLAG MUST BE Y OR N'
                       TO WS-RESULT-TEXT
               WHEN OTHER
                   PERFORM 2300-CHECK-CHART
           END-EVALUATE.

       2300-CHECK-CHART.
           IF NOT WS-CHART-OPEN
               MOVE 'REFUSED - CHARTACC NOT AVAILABLE'
                   TO WS-RESULT-TEXT
           ELSE
               MOVE SCTL-ACCOUNT TO CHART-CODE
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

       3000-ADD-ENTRY.
           MOVE SCTL-ID TO STND-ID
           PERFORM 3400-MOVE-CARD-FIELDS
           MOVE SCTL-DESC TO STND-DESC
           WRITE STND-REC
               INVALID KEY
                   MOVE 'REFUSED - ALREADY ON FILE, USE C'
                       TO WS-RESULT-TEXT
                   ADD 1 TO WS-REFUSED
               NOT INVALID KEY
                   MOVE 'ADDED' TO WS-RESULT-TEXT
                   ADD 1 TO WS-ADDED
           END-WRITE.

      * A change card restates the whole entry; only a blank
      * description keeps the one on file. An accrual's postings
      * already generated are reversed by BUG024 off their own
      * pending-reversal records, in the amounts that posted, so a
      * change takes effect from the next posting without touching
      * the reversals already owed.
       3100-CHANGE-ENTRY.
           PERFORM 3300-READ-ENTRY
           IF WS-OLD-PRESENT
               PERFORM 3400-MOVE-CARD-FIELDS
               IF SCTL-DESC NOT = SPACES
                   MOVE SCTL-DESC TO STND-DESC
               END-IF
               REWRITE STND-REC
               MOVE 'CHANGED' TO WS-RESULT-TEXT
               ADD 1 TO WS-CHANGED
           ELSE
               MOVE 'REFUSED - NOT ON FILE, USE A'
                   TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED
           END-IF.

      * Deleting an entry stops its postings. Reversals already owed
      * for an accrual's postings still go out from BUG024's pending-
      * reversal records; the card line says so.
       3200-DELETE-ENTRY.
           PERFORM 3300-READ-ENTRY
           IF WS-OLD-PRESENT
               DELETE STND-FILE
               IF STND-REVERSES
                   MOVE 'DELETED - REVERSALS OWED STILL GO OUT'
                       TO WS-RESULT-TEXT
               ELSE
                   MOVE 'DELETED' TO WS-RESULT-TEXT
               END-IF
               ADD 1 TO WS-DELETED
           ELSE
               MOVE 'REFUSED - NOT ON FILE'
                   TO WS-RESULT-TEXT
               ADD 1 TO WS-REFUSED
           END-IF.

       3300-READ-ENTRY.
           MOVE SCTL-ID TO STND-ID
           READ STND-FILE
               INVALID KEY
                   MOVE 'N' TO WS-OLD-SW
               NOT INVALID KEY
                   SET WS-OLD-PRESENT TO TRUE
           END-READ.

       3400-MOVE-CARD-FIELDS.
           MOVE SCTL-ACCOUNT      TO STND-ACCOUNT
           MOVE SCTL-NUMBER       TO STND-NUMBER
           MOVE SCTL-NUMBER2      TO STND-NUMBER2
           MOVE SCTL-FREQUENCY    TO STND-FREQUENCY
           IF SCTL-DAY-OF-MONTH
               MOVE SCTL-DAY      TO STND-DAY
           ELSE
               MOVE ZERO          TO STND-DAY
           END-IF
           MOVE SCTL-START-DATE   TO STND-START-DATE
           MOVE SCTL-END-DATE     TO STND-END-DATE
           IF SCTL-AUTO-REVERSE = 'Y'
               MOVE 'Y'           TO STND-AUTO-REVERSE
           ELSE
               MOVE 'N'           TO STND-AUTO-REVERSE
           END-IF
           MOVE SCTL-UPDATED-BY   TO STND-UPDATED-BY
           MOVE WS-RUN-DATE       TO STND-UPDATED-DATE.

       6000-WRITE-CARD-LINE.
           MOVE SCTL-ACTION       TO WS-DL-ACTION
           MOVE SCTL-ID           TO WS-DL-ID
           MOVE SCTL-ACCOUNT      TO WS-DL-ACCOUNT
           IF SCTL-NUMBER NUMERIC AND NOT SCTL-DELETE
               MOVE SCTL-NUMBER TO WS-DL-NUMBER
           ELSE
               MOVE ZERO TO WS-DL-NUMBER
           END-IF
           IF SCTL-NUMBER2 NUMERIC AND NOT SCTL-DELETE
               MOVE SCTL-NUMBER2 TO WS-DL-NUMBER2
           ELSE
               MOVE ZERO TO WS-DL-NUMBER2
           END-IF
           MOVE SCTL-FREQUENCY    TO WS-DL-FREQUENCY
           MOVE SCTL-DAY          TO WS-DL-DAY
           MOVE SCTL-START-DATE   TO WS-DL-START-DATE
           MOVE SCTL-END-DATE     TO WS-DL-END-DATE
           MOVE SCTL-AUTO-REVERSE TO WS-DL-AUTO-REVERSE
           MOVE SCTL-UPDATED-BY   TO WS-DL-UPDATED-BY
           MOVE SCTL-DESC         TO WS-DL-DESC
           MOVE WS-RESULT-TEXT    TO WS-DL-RESULT
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-TERMINATE.
           DISPLAY 'BUG023 CARDS READ       ' WS-CARDS-READ
           DISPLAY 'BUG023 ENTRIES ADDED    ' WS-ADDED
           DISPLAY 'BUG023 ENTRIES CHANGED  ' WS-CHANGED
           DISPLAY 'BUG023 ENTRIES DELETED  ' WS-DELETED
           DISPLAY 'BUG023 CARDS REFUSED    ' WS-REFUSED
           CLOSE SCTL-FILE
           CLOSE STND-FILE
           IF WS-CHART-OPEN
               CLOSE CHART-FILE
           END-IF
           CLOSE RPT-FILE.
