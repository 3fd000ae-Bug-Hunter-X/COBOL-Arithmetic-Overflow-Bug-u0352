       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG020.
       AUTHOR. BATCH-SYSTEMS.

      * Daily converted-activity report for treasury. Lists every
      * posting BUG001 converted from a foreign currency on the
      * report date, off the POSTLOG posting log, grouped by
      * currency: account, batch, effective date, entry type
      * (blank for an original posting, 'R' for a reversal), the
      * original amounts as the area sent them, the rate applied,
      * and the base-currency amounts and result that were posted.
      * Each currency closes with its line count and its totals in
      * both currencies, and the report closes with the base
      * totals across all currencies - the figure treasury settles
      * against the areas that trade abroad.
      *
      * The optional FXACTL card gives the report date (the BUG001
      * business date, YYYYMMDD); with no card, or a blank date,
      * the report covers the business date the nightly stream has
      * open on RUNCTL - the date BUG001 puts on its POSTLOG lines,
      * however late the stream runs or the report is taken. Only
      * when RUNCTL is missing, or has no stream opened yet, does
      * it fall back on today's date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FXACTL-FILE ASSIGN TO FXACTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL POST-FILE ASSIGN TO POSTLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT RPT-FILE ASSIGN TO FXARPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FXACTL-FILE
           RECORDING MODE IS F.
       01  FXACTL-REC.
           05  FXACTL-REPORT-DATE      PIC 9(8).
           05  FILLER                  PIC X(72).

       FD  POST-FILE
           RECORDING MODE IS F.
       01  POST-REC.
           05  POST-BATCH-ID           PIC X(8).
           05  POST-BATCH-DATE         PIC 9(8).
           05  POST-RUN-DATE           PIC 9(8).
           05  POST-EFF-DATE           PIC 9(8).
           05  POST-ACCOUNT            PIC X(4).
           05  POST-NUMBER             PIC S9(5)V99 SIGN IS TRAILING.
           05  POST-NUMBER2            PIC S9(5)V99 SIGN IS TRAILING.
           05  POST-RESULT             PIC S9(6)V99 SIGN IS TRAILING.
           05  POST-RUN-TIME           PIC 9(6).
           05  POST-ENTRY-TYPE         PIC X.
           05  POST-CURRENCY           PIC X(3).
               88  POST-BASE-CURRENCY            VALUE SPACES.
           05  POST-ORIG-NUMBER        PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-ORIG-NUMBER2       PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-FX-RATE            PIC 9(4)V9(6).
           05  POST-ORIGIN-AREA        PIC X(4).

       FD  RUNC-FILE.
           COPY RUNCTL.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNCWS.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-REPORT-DATE              PIC 9(8).

      * One entry per currency seen on the report date, filled in
      * arrival order and printed in code order by the same
      * lowest-unprinted selection BUG015 uses. Past the table's
      * size further currencies share the last slot as '***', so
      * the grand totals still foot.
       01  WS-CCY-TABLE.
           05  WS-CCY-USED             PIC 9(4) COMP VALUE ZERO.
           05  WS-CCY-MAX              PIC 9(4) COMP VALUE 50.
           05  WS-CCY-ENTRY OCCURS 50 TIMES.
               10  WS-CY-CODE          PIC X(3).
               10  WS-CY-COUNT         PIC 9(6).
               10  WS-CY-ORIG-NUMBER   PIC S9(11)V99 COMP-3.
               10  WS-CY-ORIG-NUMBER2  PIC S9(11)V99 COMP-3.
               10  WS-CY-NUMBER        PIC S9(11)V99 COMP-3.
               10  WS-CY-NUMBER2       PIC S9(11)V99 COMP-3.
               10  WS-CY-RESULT        PIC S9(11)V99 COMP-3.
               10  WS-CY-PRINTED-SW    PIC X.
                   88  WS-CY-PRINTED             VALUE 'Y'.

      * The converted postings themselves, kept in log order so
      * each currency's lines print in the order they posted.
      * Lines past the table's size are still in the totals; only
      * their detail is left off, and the report says so.
       01  WS-LINE-TABLE.
           05  WS-LINE-USED            PIC 9(4) COMP VALUE ZERO.
           05  WS-LINE-MAX             PIC 9(4) COMP VALUE 2000.
           05  WS-LINE-ENTRY OCCURS 2000 TIMES.
               10  WS-LN-CCY-IDX       PIC 9(4) COMP.
               10  WS-LN-ACCOUNT       PIC X(4).
               10  WS-LN-BATCH-ID      PIC X(8).
               10  WS-LN-EFF-DATE      PIC 9(8).
               10  WS-LN-ENTRY-TYPE    PIC X.
               10  WS-LN-ORIG-NUMBER   PIC S9(9)V99 COMP-3.
               10  WS-LN-ORIG-NUMBER2  PIC S9(9)V99 COMP-3.
               10  WS-LN-FX-RATE       PIC 9(4)V9(6) COMP-3.
               10  WS-LN-NUMBER        PIC S9(5)V99 COMP-3.
               10  WS-LN-NUMBER2       PIC S9(5)V99 COMP-3.
               10  WS-LN-RESULT        PIC S9(6)V99 COMP-3.

       01  WS-SCAN-FIELDS.
           05  WS-CCY-IDX              PIC 9(4) COMP.
           05  WS-MIN-IDX              PIC 9(4) COMP.
           05  WS-PRT-IDX              PIC 9(4) COMP.
           05  WS-LINE-IDX             PIC 9(4) COMP.
           05  WS-FIND-CODE            PIC X(3).
           05  WS-FOUND-SW             PIC X.
               88  WS-CCY-FOUND                  VALUE 'Y'.
           05  WS-LINE-FULL-SW         PIC X VALUE 'N'.
               88  WS-LINE-TABLE-FULL            VALUE 'Y'.

       01  WS-GRAND-TOTALS.
           05  WS-GT-COUNT             PIC 9(6) VALUE ZERO.
           05  WS-GT-NUMBER            PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GT-NUMBER2           PIC S9(11)V99 COMP-3 VALUE 0.
           05  WS-GT-RESULT            PIC S9(11)V99 COMP-3 VALUE 0.

       01  WS-COUNTERS.
           05  WS-POST-READ            PIC 9(8) VALUE ZERO.
           05  WS-LINES-UNLISTED       PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(46)
               VALUE 'BUG020  CONVERTED ACTIVITY BY CURRENCY  AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(78) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(29)
               VALUE 'CCY ACCT BATCH    EFF DATE T '.
           05  FILLER                  PIC X(38)
               VALUE '        ORIGINAL 1         ORIGINAL 2 '.
           05  FILLER                  PIC X(12)
               VALUE '       RATE '.
           05  FILLER                  PIC X(47)
               VALUE '         BASE 1          BASE 2   POSTED RESULT'.
           05  FILLER                  PIC X(6) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CURRENCY          PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ENTRY-TYPE        PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ORIG-NUMBER       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ORIG-NUMBER2      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-FX-RATE           PIC ZZZ9.999999.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-NUMBER            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-NUMBER2           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-RESULT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-CCY-TOTAL-LINE.
           05  FILLER                  PIC X(6)  VALUE 'TOTAL '.
           05  WS-CT-CURRENCY          PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-CT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(12) VALUE ' LINES'.
           05  WS-CT-ORIG-NUMBER       PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-CT-ORIG-NUMBER2      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-CT-NUMBER            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-CT-NUMBER2           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-CT-RESULT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6)  VALUE SPACES.

      * Original amounts are in different currencies and do not
      * add across them; the grand line carries base totals only.
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(10) VALUE 'ALL CCYS  '.
           05  WS-GL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(62) VALUE ' LINES'.
           05  WS-GL-NUMBER            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-NUMBER2           PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-RESULT            PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-UNLISTED-LINE.
           05  FILLER                  PIC X(29)
               VALUE 'DETAIL NOT LISTED FOR LAST   '.
           05  WS-UL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(96)
               VALUE ' CONVERTED LINES - INCLUDED IN TOTALS ABOVE'.

       01  WS-NONE-LINE                PIC X(132)
               VALUE 'NO CONVERTED ACTIVITY FOR THE REPORT DATE'.

       01  WS-SWITCHES.
           05  WS-POST-EOF-SW          PIC X VALUE 'N'.
               88  WS-POST-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-POSTING UNTIL WS-POST-EOF
           PERFORM 4000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           PERFORM 1100-SET-BUSINESS-DATE
           OPEN INPUT FXACTL-FILE
           READ FXACTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF FXACTL-REPORT-DATE NUMERIC
                       AND FXACTL-REPORT-DATE NOT = ZERO
                       MOVE FXACTL-REPORT-DATE TO WS-REPORT-DATE
                   END-IF
           END-READ
           CLOSE FXACTL-FILE
           OPEN INPUT POST-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-REPORT-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-POSTING.

      * The stream's open date, read as BUG025 reads it; this
      * report only looks, so RUNCTL is opened for input and never
      * built.
       1100-SET-BUSINESS-DATE.
           OPEN INPUT RUNC-FILE
           IF WS-RUNC-STATUS = '00'
               MOVE ZERO      TO RUNC-BUS-DATE
               MOVE 'CURRENT' TO RUNC-STEP
               READ RUNC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RUNC-CURRENT-DATE TO WS-REPORT-DATE
               END-READ
               CLOSE RUNC-FILE
           END-IF.

      * Base-currency postings, and anything from another run
      * date, are passed over.
       2000-COLLECT-POSTING.
           ADD 1 TO WS-POST-READ
           IF POST-RUN-DATE = WS-REPORT-DATE
                   AND NOT POST-BASE-CURRENCY
               MOVE POST-CURRENCY TO WS-FIND-CODE
               PERFORM 2500-FIND-CURRENCY
               ADD 1                 TO WS-CY-COUNT (WS-CCY-IDX)
               ADD POST-ORIG-NUMBER  TO WS-CY-ORIG-NUMBER (WS-CCY-IDX)
               ADD POST-ORIG-NUMBER2
                   TO WS-CY-ORIG-NUMBER2 (WS-CCY-IDX)
               ADD POST-NUMBER       TO WS-CY-NUMBER (WS-CCY-IDX)
               ADD POST-NUMBER2      TO WS-CY-NUMBER2 (WS-CCY-IDX)
               ADD POST-RESULT       TO WS-CY-RESULT (WS-CCY-IDX)
               ADD 1                 TO WS-GT-COUNT
               ADD POST-NUMBER       TO WS-GT-NUMBER
               ADD POST-NUMBER2      TO WS-GT-NUMBER2
               ADD POST-RESULT       TO WS-GT-RESULT
               PERFORM 2700-KEEP-LINE
           END-IF
           PERFORM 2100-READ-POSTING.

       2100-READ-POSTING.
           READ POST-FILE
               AT END
                   SET WS-POST-EOF TO TRUE
           END-READ.

      * Finds the currency's entry, adding a fresh one the first
      * time the code is seen; once all but the last slot are in
      * use, new codes share the last slot as '***'.
       2500-FIND-CURRENCY.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-CCY-IDX
           PERFORM 2550-SCAN-CURRENCIES
               UNTIL WS-CCY-FOUND
               OR WS-CCY-IDX > WS-CCY-USED
           IF NOT WS-CCY-FOUND
               IF WS-CCY-USED < WS-CCY-MAX - 1
                   ADD 1 TO WS-CCY-USED
                   MOVE WS-CCY-USED TO WS-CCY-IDX
                   MOVE WS-FIND-CODE TO WS-CY-CODE (WS-CCY-IDX)
                   PERFORM 2600-CLEAR-ENTRY
               ELSE
                   MOVE WS-CCY-MAX TO WS-CCY-IDX
                   IF WS-CCY-USED < WS-CCY-MAX
                       DISPLAY 'BUG020 CURRENCY TABLE FULL - '
                           'FURTHER CURRENCIES LUMPED AS ***'
                       MOVE WS-CCY-MAX TO WS-CCY-USED
                       MOVE '***' TO WS-CY-CODE (WS-CCY-IDX)
                       PERFORM 2600-CLEAR-ENTRY
                   END-IF
               END-IF
           END-IF.

       2550-SCAN-CURRENCIES.
           IF WS-CY-CODE (WS-CCY-IDX) = WS-FIND-CODE
               SET WS-CCY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CCY-IDX
           END-IF.

       2600-CLEAR-ENTRY.
           MOVE ZERO TO WS-CY-COUNT (WS-CCY-IDX)
           MOVE ZERO TO WS-CY-ORIG-NUMBER (WS-CCY-IDX)
           MOVE ZERO TO WS-CY-ORIG-NUMBER2 (WS-CCY-IDX)
           MOVE ZERO TO WS-CY-NUMBER (WS-CCY-IDX)
           MOVE ZERO TO WS-CY-NUMBER2 (WS-CCY-IDX)
           MOVE ZERO TO WS-CY-RESULT (WS-CCY-IDX)
           MOVE 'N'  TO WS-CY-PRINTED-SW (WS-CCY-IDX).

       2700-KEEP-LINE.
           IF WS-LINE-USED < WS-LINE-MAX
               ADD 1 TO WS-LINE-USED
               MOVE WS-CCY-IDX        TO WS-LN-CCY-IDX (WS-LINE-USED)
               MOVE POST-ACCOUNT      TO WS-LN-ACCOUNT (WS-LINE-USED)
               MOVE POST-BATCH-ID     TO WS-LN-BATCH-ID (WS-LINE-USED)
               MOVE POST-EFF-DATE     TO WS-LN-EFF-DATE (WS-LINE-USED)
               MOVE POST-ENTRY-TYPE
                   TO WS-LN-ENTRY-TYPE (WS-LINE-USED)
               MOVE POST-ORIG-NUMBER
                   TO WS-LN-ORIG-NUMBER (WS-LINE-USED)
               MOVE POST-ORIG-NUMBER2
                   TO WS-LN-ORIG-NUMBER2 (WS-LINE-USED)
               MOVE POST-FX-RATE      TO WS-LN-FX-RATE (WS-LINE-USED)
               MOVE POST-NUMBER       TO WS-LN-NUMBER (WS-LINE-USED)
               MOVE POST-NUMBER2      TO WS-LN-NUMBER2 (WS-LINE-USED)
               MOVE POST-RESULT       TO WS-LN-RESULT (WS-LINE-USED)
           ELSE
               IF NOT WS-LINE-TABLE-FULL
                   DISPLAY 'BUG020 LINE TABLE FULL - FURTHER DETAIL '
                       'COUNTED IN TOTALS ONLY'
                   SET WS-LINE-TABLE-FULL TO TRUE
               END-IF
               ADD 1 TO WS-LINES-UNLISTED
           END-IF.

       4000-PRINT-REPORT.
           IF WS-CCY-USED = ZERO
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 4100-PRINT-NEXT-CURRENCY WS-CCY-USED TIMES
               MOVE WS-GT-COUNT   TO WS-GL-COUNT
               MOVE WS-GT-NUMBER  TO WS-GL-NUMBER
               MOVE WS-GT-NUMBER2 TO WS-GL-NUMBER2
               MOVE WS-GT-RESULT  TO WS-GL-RESULT
               MOVE WS-GRAND-TOTAL-LINE TO RPT-LINE
               WRITE RPT-LINE
               IF WS-LINES-UNLISTED > ZERO
                   MOVE WS-LINES-UNLISTED TO WS-UL-COUNT
                   MOVE WS-UNLISTED-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

      * Picks the lowest currency code not yet printed, then lists
      * that currency's lines and its totals.
       4100-PRINT-NEXT-CURRENCY.
           MOVE ZERO TO WS-MIN-IDX
           MOVE 1 TO WS-CCY-IDX
           PERFORM 4150-FIND-LOWEST
               UNTIL WS-CCY-IDX > WS-CCY-USED
           MOVE WS-MIN-IDX TO WS-PRT-IDX
           SET WS-CY-PRINTED (WS-PRT-IDX) TO TRUE
           MOVE 1 TO WS-LINE-IDX
           PERFORM 4200-PRINT-LINE
               UNTIL WS-LINE-IDX > WS-LINE-USED
           MOVE WS-CY-CODE (WS-PRT-IDX)  TO WS-CT-CURRENCY
           MOVE WS-CY-COUNT (WS-PRT-IDX) TO WS-CT-COUNT
           MOVE WS-CY-ORIG-NUMBER (WS-PRT-IDX)
               TO WS-CT-ORIG-NUMBER
           MOVE WS-CY-ORIG-NUMBER2 (WS-PRT-IDX)
               TO WS-CT-ORIG-NUMBER2
           MOVE WS-CY-NUMBER (WS-PRT-IDX)  TO WS-CT-NUMBER
           MOVE WS-CY-NUMBER2 (WS-PRT-IDX) TO WS-CT-NUMBER2
           MOVE WS-CY-RESULT (WS-PRT-IDX)  TO WS-CT-RESULT
           MOVE WS-CCY-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       4150-FIND-LOWEST.
           IF NOT WS-CY-PRINTED (WS-CCY-IDX)
               IF WS-MIN-IDX = ZERO
                   MOVE WS-CCY-IDX TO WS-MIN-IDX
               ELSE
                   IF WS-CY-CODE (WS-CCY-IDX) <
                           WS-CY-CODE (WS-MIN-IDX)
                       MOVE WS-CCY-IDX TO WS-MIN-IDX
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-CCY-IDX.

       4200-PRINT-LINE.
           IF WS-LN-CCY-IDX (WS-LINE-IDX) = WS-PRT-IDX
               MOVE WS-CY-CODE (WS-PRT-IDX) TO WS-DL-CURRENCY
               MOVE WS-LN-ACCOUNT (WS-LINE-IDX)    TO WS-DL-ACCOUNT
               MOVE WS-LN-BATCH-ID (WS-LINE-IDX)   TO WS-DL-BATCH-ID
               MOVE WS-LN-EFF-DATE (WS-LINE-IDX)   TO WS-DL-EFF-DATE
               MOVE WS-LN-ENTRY-TYPE (WS-LINE-IDX)
                   TO WS-DL-ENTRY-TYPE
               MOVE WS-LN-ORIG-NUMBER (WS-LINE-IDX)
                   TO WS-DL-ORIG-NUMBER
               MOVE WS-LN-ORIG-NUMBER2 (WS-LINE-IDX)
                   TO WS-DL-ORIG-NUMBER2
               MOVE WS-LN-FX-RATE (WS-LINE-IDX)    TO WS-DL-FX-RATE
               MOVE WS-LN-NUMBER (WS-LINE-IDX)     TO WS-DL-NUMBER
               MOVE WS-LN-NUMBER2 (WS-LINE-IDX)    TO WS-DL-NUMBER2
               MOVE WS-LN-RESULT (WS-LINE-IDX)     TO WS-DL-RESULT
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           ADD 1 TO WS-LINE-IDX.

       9000-TERMINATE.
           DISPLAY 'BUG020 POSTINGS READ      ' WS-POST-READ
           DISPLAY 'BUG020 CONVERTED LINES    ' WS-GT-COUNT
           DISPLAY 'BUG020 CURRENCIES         ' WS-CCY-USED
           CLOSE POST-FILE
           CLOSE RPT-FILE.
