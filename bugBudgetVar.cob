       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG015.
       AUTHOR. BATCH-SYSTEMS.

      * Monthly budget-versus-actual report. Sets what BUG001
      * actually posted to each account, by effective date off the
      * POSTLOG posting log, against the budget finance loaded for
      * it through BUG014, for the report month and for the fiscal
      * year to date (the fiscal year is the calendar year, the
      * same year BUG002's year-to-date lines roll over). POSTLOG
      * carries reversals as their own negating lines, and BUG009's
      * suspense reclassifications, so the actuals net to what
      * stands posted on each account.
      *
      * The actuals come from POSTLOG alone; they are not proved
      * against ACCTMSTR. The master holds each account's figures
      * as of tonight - activity after the report month included,
      * and the opening balance BUG016 carries in at the year end -
      * so it cannot stand as the figure for a month already past.
      * Every program that moves money on the master (BUG001 and
      * BUG009) logs the same posting to POSTLOG, which is what
      * makes the log the complete record; BUG007 cross-foots the
      * master's daily buckets against BUG001's run total each
      * night.
      *
      * Each account shows the variance (actual less budget) in
      * amount and in percent of budget, for the month and the
      * year to date, and is flagged where either percent is
      * outside the tolerance. Accounts that posted with no budget
      * set, and accounts budgeted that had no activity at all,
      * are listed in sections of their own after the main one -
      * they are usually a missing budget line or a mis-keyed
      * account code rather than a variance.
      *
      * The optional VARCTL card gives the report month (YYYYMM)
      * and the tolerance as a whole percent. With no card, or
      * blank fields, the report covers the month before the run
      * date at 10 percent, which is what the month-end stream
      * wants.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VCTL-FILE ASSIGN TO VARCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL POST-FILE ASSIGN TO POSTLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT BUD-FILE ASSIGN TO BUDGET
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUD-KEY
               FILE STATUS IS WS-BUD-STATUS.

           SELECT CHART-FILE ASSIGN TO CHARTACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHART-CODE
               FILE STATUS IS WS-CHART-STATUS.

           SELECT RPT-FILE ASSIGN TO VARRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VCTL-FILE
           RECORDING MODE IS F.
       01  VCTL-REC.
           05  VCTL-PERIOD             PIC 9(6).
           05  FILLER                  PIC X.
           05  VCTL-TOLERANCE          PIC 9(3).
           05  FILLER                  PIC X(70).

       FD  POST-FILE
           RECORDING MODE IS F.
       01  POST-REC.
           05  POST-BATCH-ID           PIC X(8).
           05  POST-BATCH-DATE         PIC 9(8).
           05  POST-RUN-DATE           PIC 9(8).
           05  POST-EFF-DATE           PIC 9(8).
           05  POST-EFF-DATE-SPLIT REDEFINES POST-EFF-DATE.
               10  POST-EFF-PERIOD     PIC 9(6).
               10  FILLER              PIC 99.
           05  POST-ACCOUNT            PIC X(4).
           05  POST-NUMBER             PIC S9(5)V99 SIGN IS TRAILING.
           05  POST-NUMBER2            PIC S9(5)V99 SIGN IS TRAILING.
           05  POST-RESULT             PIC S9(6)V99 SIGN IS TRAILING.
           05  POST-RUN-TIME           PIC 9(6).
           05  POST-ENTRY-TYPE         PIC X.
           05  POST-CURRENCY           PIC X(3).
           05  POST-ORIG-NUMBER        PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-ORIG-NUMBER2       PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-FX-RATE            PIC 9(4)V9(6).
           05  POST-ORIGIN-AREA        PIC X(4).

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
           05  WS-BUD-OPEN-SW          PIC X VALUE 'N'.
               88  WS-BUD-OPEN                   VALUE 'Y'.
           05  WS-CHART-OPEN-SW        PIC X VALUE 'N'.
               88  WS-CHART-OPEN                 VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR             PIC 9(4).
           05  WS-RUN-MONTH            PIC 99.
           05  WS-RUN-DAY              PIC 99.

      * The month being reported and the first month of its
      * fiscal year; anything effective from YTD-START through
      * REPORT-PERIOD counts toward the year to date.
       01  WS-PERIOD-FIELDS.
           05  WS-REPORT-PERIOD        PIC 9(6).
           05  WS-REPORT-SPLIT REDEFINES WS-REPORT-PERIOD.
               10  WS-REPORT-YEAR      PIC 9(4).
               10  WS-REPORT-MONTH     PIC 99.
           05  WS-YTD-START            PIC 9(6).
           05  WS-YTD-SPLIT REDEFINES WS-YTD-START.
               10  WS-YTD-YEAR         PIC 9(4).
               10  WS-YTD-MONTH        PIC 99.
           05  WS-TOLERANCE            PIC 9(3) VALUE 10.

      * One entry per account seen on either side. The table is
      * filled in arrival order and printed in section-then-code
      * order by the same lowest-unprinted selection BUG002 uses
      * for its period summary. Past the table's size the excess
      * accounts are lumped under '****' rather than dropped, so
      * the section totals still foot.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-USED            PIC 9(4) COMP VALUE ZERO.
           05  WS-ACCT-MAX             PIC 9(4) COMP VALUE 500.
           05  WS-ACCT-ENTRY OCCURS 500 TIMES.
               10  WS-AC-SORT-KEY.
                   15  WS-AC-SECTION   PIC 9.
                   15  WS-AC-CODE      PIC X(4).
               10  WS-AC-MTH-ACTUAL    PIC S9(11)V99 COMP-3.
               10  WS-AC-MTH-BUDGET    PIC S9(11)V99 COMP-3.
               10  WS-AC-YTD-ACTUAL    PIC S9(11)V99 COMP-3.
               10  WS-AC-YTD-BUDGET    PIC S9(11)V99 COMP-3.
               10  WS-AC-ACTIVITY-SW   PIC X.
                   88  WS-AC-HAS-ACTIVITY        VALUE 'Y'.
               10  WS-AC-BUDGET-SW     PIC X.
                   88  WS-AC-HAS-BUDGET          VALUE 'Y'.
               10  WS-AC-PRINTED-SW    PIC X.
                   88  WS-AC-PRINTED             VALUE 'Y'.

       01  WS-SCAN-FIELDS.
           05  WS-ACCT-IDX             PIC 9(4) COMP.
           05  WS-MIN-IDX              PIC 9(4) COMP.
           05  WS-PRT-IDX              PIC 9(4) COMP.
           05  WS-FIND-CODE            PIC X(4).
           05  WS-FOUND-SW             PIC X.
               88  WS-ACCT-FOUND                 VALUE 'Y'.
           05  WS-LAST-SECTION         PIC 9 VALUE ZERO.
           05  WS-SECTION-IDX          PIC 9(4) COMP.

      * Totals for the section being printed, and the figures the
      * line being built is computed from - an account's or a
      * section's, the same arithmetic serving both.
       01  WS-SECTION-TOTALS.
           05  WS-ST-MTH-ACTUAL        PIC S9(11)V99 COMP-3.
           05  WS-ST-MTH-BUDGET        PIC S9(11)V99 COMP-3.
           05  WS-ST-YTD-ACTUAL        PIC S9(11)V99 COMP-3.
           05  WS-ST-YTD-BUDGET        PIC S9(11)V99 COMP-3.
           05  WS-ST-COUNT             PIC 9(6).

       01  WS-LINE-FIGURES.
           05  WS-LF-MTH-ACTUAL        PIC S9(11)V99 COMP-3.
           05  WS-LF-MTH-BUDGET        PIC S9(11)V99 COMP-3.
           05  WS-LF-YTD-ACTUAL        PIC S9(11)V99 COMP-3.
           05  WS-LF-YTD-BUDGET        PIC S9(11)V99 COMP-3.
           05  WS-LF-VARIANCE          PIC S9(11)V99 COMP-3.
           05  WS-LF-BASE              PIC S9(11)V99 COMP-3.
           05  WS-LF-PCT               PIC S9(4)V9   COMP-3.
           05  WS-LF-OUT-SW            PIC X.
               88  WS-LF-OUT-OF-TOL              VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-POST-READ            PIC 9(8) VALUE ZERO.
           05  WS-POST-USED            PIC 9(8) VALUE ZERO.
           05  WS-BUD-USED             PIC 9(6) VALUE ZERO.
           05  WS-SECTION-COUNT        PIC 9(6) OCCURS 3 TIMES.
           05  WS-FLAGGED-COUNT        PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(35)
               VALUE 'BUG015  BUDGET VS ACTUAL  MONTH '.
           05  WS-HDG-PERIOD           PIC 9(6).
           05  FILLER                  PIC X(12)
               VALUE '  YTD FROM '.
           05  WS-HDG-YTD-START        PIC 9(6).
           05  FILLER                  PIC X(13)
               VALUE '  TOLERANCE '.
           05  WS-HDG-TOLERANCE        PIC ZZ9.
           05  FILLER                  PIC X(9)
               VALUE '%  AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(16)
               VALUE 'ACCT DESCRIPTION'.
           05  FILLER                  PIC X(16)
               VALUE '   MONTH ACTUAL '.
           05  FILLER                  PIC X(16)
               VALUE '   MONTH BUDGET '.
           05  FILLER                  PIC X(16)
               VALUE ' MONTH VARIANCE '.
           05  FILLER                  PIC X(8)
               VALUE '  MTH % '.
           05  FILLER                  PIC X(16)
               VALUE '     YTD ACTUAL '.
           05  FILLER                  PIC X(16)
               VALUE '     YTD BUDGET '.
           05  FILLER                  PIC X(16)
               VALUE '   YTD VARIANCE '.
           05  FILLER                  PIC X(8)
               VALUE '  YTD % '.
           05  FILLER                  PIC X(4)
               VALUE 'FLAG'.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(5)  VALUE SPACES.
           05  WS-SL-TITLE             PIC X(40).
           05  FILLER                  PIC X(87) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CODE              PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-DESC              PIC X(10).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-MTH-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-MTH-BUDGET        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-MTH-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-MTH-PCT           PIC ZZZ9.9-.
           05  WS-DL-MTH-PCT-X REDEFINES WS-DL-MTH-PCT
                                       PIC X(7).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-YTD-ACTUAL        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-YTD-BUDGET        PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-YTD-VARIANCE      PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-YTD-PCT           PIC ZZZ9.9-.
           05  WS-DL-YTD-PCT-X REDEFINES WS-DL-YTD-PCT
                                       PIC X(7).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-FLAG              PIC X(4).

       01  WS-SWITCHES.
           05  WS-POST-EOF-SW          PIC X VALUE 'N'.
               88  WS-POST-EOF                   VALUE 'Y'.
           05  WS-BUD-EOF-SW           PIC X VALUE 'N'.
               88  WS-BUD-EOF                    VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-ACCUMULATE-ACTUAL UNTIL WS-POST-EOF
           PERFORM 3000-ACCUMULATE-BUDGET UNTIL WS-BUD-EOF
           PERFORM 4000-ASSIGN-SECTIONS
           PERFORM 5000-PRINT-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

      * The budget master and the chart are status-checked: with
      * no budget loaded yet everything posted simply lands in the
      * no-budget section, and without the chart the description
      * column is left blank.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE ZERO TO WS-SECTION-COUNT (1)
           MOVE ZERO TO WS-SECTION-COUNT (2)
           MOVE ZERO TO WS-SECTION-COUNT (3)
           PERFORM 1100-READ-CONTROL-CARD
           MOVE WS-REPORT-YEAR TO WS-YTD-YEAR
           MOVE 1 TO WS-YTD-MONTH
           OPEN INPUT POST-FILE
           OPEN INPUT BUD-FILE
           IF WS-BUD-STATUS = '00'
               SET WS-BUD-OPEN TO TRUE
               PERFORM 3100-READ-BUDGET
           ELSE
               DISPLAY 'BUG015 BUDGET NOT AVAILABLE - ALL ACTUALS '
                   'REPORTED AS UNBUDGETED'
               SET WS-BUD-EOF TO TRUE
           END-IF
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS = '00'
               SET WS-CHART-OPEN TO TRUE
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-REPORT-PERIOD TO WS-HDG-PERIOD
           MOVE WS-YTD-START     TO WS-HDG-YTD-START
           MOVE WS-TOLERANCE     TO WS-HDG-TOLERANCE
           MOVE WS-RUN-DATE      TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-POSTING.

      * The default month is the one before the run date - the
      * report normally runs in the first days of the next month,
      * once the month being reported is complete.
       1100-READ-CONTROL-CARD.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-REPORT-YEAR = WS-RUN-YEAR - 1
               MOVE 12 TO WS-REPORT-MONTH
           ELSE
               MOVE WS-RUN-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MONTH = WS-RUN-MONTH - 1
           END-IF
           OPEN INPUT VCTL-FILE
           READ VCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1150-APPLY-CONTROL-CARD
           END-READ
           CLOSE VCTL-FILE.

       1150-APPLY-CONTROL-CARD.
           IF VCTL-PERIOD NUMERIC
               IF VCTL-PERIOD (5:2) >= '01'
                       AND VCTL-PERIOD (5:2) <= '12'
                   MOVE VCTL-PERIOD TO WS-REPORT-PERIOD
               ELSE
                   DISPLAY 'BUG015 VARCTL MONTH ' VCTL-PERIOD
                       ' INVALID - DEFAULT MONTH USED'
               END-IF
           END-IF
           IF VCTL-TOLERANCE NUMERIC
               MOVE VCTL-TOLERANCE TO WS-TOLERANCE
           END-IF.

      * Only postings effective inside the fiscal year to date
      * count; anything later than the report month, or from an
      * earlier year, is outside both figures.
       2000-ACCUMULATE-ACTUAL.
           ADD 1 TO WS-POST-READ
           IF POST-EFF-PERIOD >= WS-YTD-START
                   AND POST-EFF-PERIOD <= WS-REPORT-PERIOD
               ADD 1 TO WS-POST-USED
               MOVE POST-ACCOUNT TO WS-FIND-CODE
               PERFORM 2500-FIND-ACCOUNT
               SET WS-AC-HAS-ACTIVITY (WS-ACCT-IDX) TO TRUE
               ADD POST-RESULT TO WS-AC-YTD-ACTUAL (WS-ACCT-IDX)
               IF POST-EFF-PERIOD = WS-REPORT-PERIOD
                   ADD POST-RESULT TO WS-AC-MTH-ACTUAL (WS-ACCT-IDX)
               END-IF
           END-IF
           PERFORM 2100-READ-POSTING.

       2100-READ-POSTING.
           READ POST-FILE
               AT END
                   SET WS-POST-EOF TO TRUE
           END-READ.

      * Finds the account's entry, adding a fresh one the first
      * time the code is seen; once all but the last slot are in
      * use, new codes share the last slot as '****'.
       2500-FIND-ACCOUNT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-ACCT-IDX
           PERFORM 2550-SCAN-ACCOUNTS
               UNTIL WS-ACCT-FOUND
               OR WS-ACCT-IDX > WS-ACCT-USED
           IF NOT WS-ACCT-FOUND
               IF WS-ACCT-USED < WS-ACCT-MAX - 1
                   ADD 1 TO WS-ACCT-USED
                   MOVE WS-ACCT-USED TO WS-ACCT-IDX
                   MOVE WS-FIND-CODE TO WS-AC-CODE (WS-ACCT-IDX)
                   PERFORM 2600-CLEAR-ENTRY
               ELSE
                   MOVE WS-ACCT-MAX TO WS-ACCT-IDX
                   IF WS-ACCT-USED < WS-ACCT-MAX
                       DISPLAY 'BUG015 ACCOUNT TABLE FULL - '
                           'FURTHER ACCOUNTS LUMPED AS ****'
                       MOVE WS-ACCT-MAX TO WS-ACCT-USED
                       MOVE '****' TO WS-AC-CODE (WS-ACCT-IDX)
                       PERFORM 2600-CLEAR-ENTRY
                   END-IF
               END-IF
           END-IF.

       2550-SCAN-ACCOUNTS.
           IF WS-AC-CODE (WS-ACCT-IDX) = WS-FIND-CODE
               SET WS-ACCT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-ACCT-IDX
           END-IF.

       2600-CLEAR-ENTRY.
           MOVE ZERO TO WS-AC-SECTION (WS-ACCT-IDX)
           MOVE ZERO TO WS-AC-MTH-ACTUAL (WS-ACCT-IDX)
           MOVE ZERO TO WS-AC-MTH-BUDGET (WS-ACCT-IDX)
           MOVE ZERO TO WS-AC-YTD-ACTUAL (WS-ACCT-IDX)
           MOVE ZERO TO WS-AC-YTD-BUDGET (WS-ACCT-IDX)
           MOVE 'N' TO WS-AC-ACTIVITY-SW (WS-ACCT-IDX)
           MOVE 'N' TO WS-AC-BUDGET-SW (WS-ACCT-IDX)
           MOVE 'N' TO WS-AC-PRINTED-SW (WS-ACCT-IDX).

      * Budget months outside the year to date are ignored; a
      * budget only counts as set for an account when some month
      * of it falls inside the window being reported.
       3000-ACCUMULATE-BUDGET.
           IF BUD-PERIOD >= WS-YTD-START
                   AND BUD-PERIOD <= WS-REPORT-PERIOD
               ADD 1 TO WS-BUD-USED
               MOVE BUD-ACCOUNT TO WS-FIND-CODE
               PERFORM 2500-FIND-ACCOUNT
               SET WS-AC-HAS-BUDGET (WS-ACCT-IDX) TO TRUE
               ADD BUD-AMOUNT TO WS-AC-YTD-BUDGET (WS-ACCT-IDX)
               IF BUD-PERIOD = WS-REPORT-PERIOD
                   ADD BUD-AMOUNT TO WS-AC-MTH-BUDGET (WS-ACCT-IDX)
               END-IF
           END-IF
           PERFORM 3100-READ-BUDGET.

       3100-READ-BUDGET.
           READ BUD-FILE NEXT
               AT END
                   SET WS-BUD-EOF TO TRUE
           END-READ.

      * Section 1 is budget against actual, 2 is actuals with no
      * budget, 3 is budget with no activity. The section leads
      * the sort key so the selection prints the sections in turn,
      * each in account order.
       4000-ASSIGN-SECTIONS.
           MOVE 1 TO WS-ACCT-IDX
           PERFORM 4100-ASSIGN-ONE-SECTION
               UNTIL WS-ACCT-IDX > WS-ACCT-USED.

       4100-ASSIGN-ONE-SECTION.
           EVALUATE TRUE
               WHEN WS-AC-HAS-BUDGET (WS-ACCT-IDX)
                       AND WS-AC-HAS-ACTIVITY (WS-ACCT-IDX)
                   MOVE 1 TO WS-AC-SECTION (WS-ACCT-IDX)
               WHEN WS-AC-HAS-ACTIVITY (WS-ACCT-IDX)
                   MOVE 2 TO WS-AC-SECTION (WS-ACCT-IDX)
               WHEN OTHER
                   MOVE 3 TO WS-AC-SECTION (WS-ACCT-IDX)
           END-EVALUATE
           MOVE WS-AC-SECTION (WS-ACCT-IDX) TO WS-SECTION-IDX
           ADD 1 TO WS-SECTION-COUNT (WS-SECTION-IDX)
           ADD 1 TO WS-ACCT-IDX.

       5000-PRINT-REPORT.
           PERFORM 5100-PRINT-LOWEST-ACCOUNT WS-ACCT-USED TIMES
           IF WS-LAST-SECTION NOT = ZERO
               PERFORM 5500-PRINT-SECTION-TOTAL
           END-IF.

       5100-PRINT-LOWEST-ACCOUNT.
           MOVE ZERO TO WS-PRT-IDX
           MOVE 1 TO WS-MIN-IDX
           PERFORM 5150-FIND-LOWEST
               UNTIL WS-MIN-IDX > WS-ACCT-USED
           IF WS-PRT-IDX > ZERO
               SET WS-AC-PRINTED (WS-PRT-IDX) TO TRUE
               IF WS-AC-SECTION (WS-PRT-IDX) NOT = WS-LAST-SECTION
                   PERFORM 5200-START-SECTION
               END-IF
               PERFORM 5300-PRINT-ONE-ACCOUNT
           END-IF.

       5150-FIND-LOWEST.
           IF NOT WS-AC-PRINTED (WS-MIN-IDX)
               IF WS-PRT-IDX = ZERO
                   MOVE WS-MIN-IDX TO WS-PRT-IDX
               ELSE
                   IF WS-AC-SORT-KEY (WS-MIN-IDX)
                           < WS-AC-SORT-KEY (WS-PRT-IDX)
                       MOVE WS-MIN-IDX TO WS-PRT-IDX
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-MIN-IDX.

       5200-START-SECTION.
           IF WS-LAST-SECTION NOT = ZERO
               PERFORM 5500-PRINT-SECTION-TOTAL
           END-IF
           MOVE WS-AC-SECTION (WS-PRT-IDX) TO WS-LAST-SECTION
           EVALUATE WS-LAST-SECTION
               WHEN 1
                   MOVE 'BUDGET VERSUS ACTUAL' TO WS-SL-TITLE
               WHEN 2
                   MOVE 'ACTUALS WITH NO BUDGET' TO WS-SL-TITLE
               WHEN 3
                   MOVE 'BUDGET WITH NO ACTIVITY' TO WS-SL-TITLE
           END-EVALUATE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE ZERO TO WS-ST-MTH-ACTUAL
           MOVE ZERO TO WS-ST-MTH-BUDGET
           MOVE ZERO TO WS-ST-YTD-ACTUAL
           MOVE ZERO TO WS-ST-YTD-BUDGET
           MOVE ZERO TO WS-ST-COUNT.

       5300-PRINT-ONE-ACCOUNT.
           MOVE WS-AC-CODE (WS-PRT-IDX) TO WS-DL-CODE
           MOVE SPACES TO WS-DL-DESC
           IF WS-CHART-OPEN
               MOVE WS-AC-CODE (WS-PRT-IDX) TO CHART-CODE
               READ CHART-FILE
                   INVALID KEY
                       MOVE '*NO CHART*' TO WS-DL-DESC
                   NOT INVALID KEY
                       MOVE CHART-DESC TO WS-DL-DESC
               END-READ
           END-IF
           MOVE WS-AC-MTH-ACTUAL (WS-PRT-IDX) TO WS-LF-MTH-ACTUAL
           MOVE WS-AC-MTH-BUDGET (WS-PRT-IDX) TO WS-LF-MTH-BUDGET
           MOVE WS-AC-YTD-ACTUAL (WS-PRT-IDX) TO WS-LF-YTD-ACTUAL
           MOVE WS-AC-YTD-BUDGET (WS-PRT-IDX) TO WS-LF-YTD-BUDGET
           ADD WS-LF-MTH-ACTUAL TO WS-ST-MTH-ACTUAL
           ADD WS-LF-MTH-BUDGET TO WS-ST-MTH-BUDGET
           ADD WS-LF-YTD-ACTUAL TO WS-ST-YTD-ACTUAL
           ADD WS-LF-YTD-BUDGET TO WS-ST-YTD-BUDGET
           ADD 1 TO WS-ST-COUNT
           PERFORM 5400-FORMAT-FIGURES
           IF WS-LF-OUT-OF-TOL AND WS-LAST-SECTION = 1
               ADD 1 TO WS-FLAGGED-COUNT
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * Variance is actual less budget, and its percent is of the
      * budget; with no budget for the month (or year) there is
      * nothing to take a percent of, so the column reads N/A and
      * cannot trip the flag. The flag is only raised in the main
      * section - the other two are exceptions by definition.
       5400-FORMAT-FIGURES.
           MOVE 'N' TO WS-LF-OUT-SW
           MOVE WS-LF-MTH-ACTUAL TO WS-DL-MTH-ACTUAL
           MOVE WS-LF-MTH-BUDGET TO WS-DL-MTH-BUDGET
           COMPUTE WS-LF-VARIANCE = WS-LF-MTH-ACTUAL - WS-LF-MTH-BUDGET
           MOVE WS-LF-VARIANCE TO WS-DL-MTH-VARIANCE
           IF WS-LF-MTH-BUDGET = ZERO
               MOVE '    N/A' TO WS-DL-MTH-PCT-X
           ELSE
               MOVE WS-LF-MTH-BUDGET TO WS-LF-BASE
               PERFORM 5450-COMPUTE-PERCENT
               MOVE WS-LF-PCT TO WS-DL-MTH-PCT
               PERFORM 5460-TEST-TOLERANCE
           END-IF
           MOVE WS-LF-YTD-ACTUAL TO WS-DL-YTD-ACTUAL
           MOVE WS-LF-YTD-BUDGET TO WS-DL-YTD-BUDGET
           COMPUTE WS-LF-VARIANCE = WS-LF-YTD-ACTUAL - WS-LF-YTD-BUDGET
           MOVE WS-LF-VARIANCE TO WS-DL-YTD-VARIANCE
           IF WS-LF-YTD-BUDGET = ZERO
               MOVE '    N/A' TO WS-DL-YTD-PCT-X
           ELSE
               MOVE WS-LF-YTD-BUDGET TO WS-LF-BASE
               PERFORM 5450-COMPUTE-PERCENT
               MOVE WS-LF-PCT TO WS-DL-YTD-PCT
               PERFORM 5460-TEST-TOLERANCE
           END-IF
           IF WS-LF-OUT-OF-TOL AND WS-LAST-SECTION = 1
               MOVE 'TOL*' TO WS-DL-FLAG
           ELSE
               MOVE SPACES TO WS-DL-FLAG
           END-IF.

      * Percent of the budget figure in WS-LF-BASE, taken against
      * its absolute value so an over-spend on a credit-balance
      * budget still reads as a positive overrun.
      * A variance too large for the column shows as 9999.9.
       5450-COMPUTE-PERCENT.
           IF WS-LF-BASE < ZERO
               COMPUTE WS-LF-PCT ROUNDED =
                   WS-LF-VARIANCE * 100 / (ZERO - WS-LF-BASE)
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LF-PCT
               END-COMPUTE
           ELSE
               COMPUTE WS-LF-PCT ROUNDED =
                   WS-LF-VARIANCE * 100 / WS-LF-BASE
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-LF-PCT
               END-COMPUTE
           END-IF.

       5460-TEST-TOLERANCE.
           IF WS-LF-PCT > WS-TOLERANCE
                   OR WS-LF-PCT < ZERO - WS-TOLERANCE
               SET WS-LF-OUT-OF-TOL TO TRUE
           END-IF.

       5500-PRINT-SECTION-TOTAL.
           MOVE SPACES TO WS-DL-CODE
           MOVE 'TOTAL' TO WS-DL-DESC
           MOVE WS-ST-MTH-ACTUAL TO WS-LF-MTH-ACTUAL
           MOVE WS-ST-MTH-BUDGET TO WS-LF-MTH-BUDGET
           MOVE WS-ST-YTD-ACTUAL TO WS-LF-YTD-ACTUAL
           MOVE WS-ST-YTD-BUDGET TO WS-LF-YTD-BUDGET
           PERFORM 5400-FORMAT-FIGURES
           MOVE SPACES TO WS-DL-FLAG
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       9000-TERMINATE.
           DISPLAY 'BUG015 REPORT MONTH       ' WS-REPORT-PERIOD
           DISPLAY 'BUG015 POSTINGS READ      ' WS-POST-READ
           DISPLAY 'BUG015 POSTINGS IN YTD    ' WS-POST-USED
           DISPLAY 'BUG015 BUDGET MONTHS USED ' WS-BUD-USED
           DISPLAY 'BUG015 BUDGETED ACCOUNTS  ' WS-SECTION-COUNT (1)
           DISPLAY 'BUG015 OUTSIDE TOLERANCE  ' WS-FLAGGED-COUNT
           DISPLAY 'BUG015 ACTUALS NO BUDGET  ' WS-SECTION-COUNT (2)
           DISPLAY 'BUG015 BUDGET NO ACTIVITY ' WS-SECTION-COUNT (3)
           CLOSE POST-FILE
           IF WS-BUD-OPEN
               CLOSE BUD-FILE
           END-IF
           IF WS-CHART-OPEN
               CLOSE CHART-FILE
           END-IF
           CLOSE RPT-FILE.
