      * Month-end summarization over the daily totals file written
      * by BUG001, against the PERBAL period carry-forward file.
      *
      * Every closed period (any month before the month of the
      * business date the run works to) is summarized exactly
      * once and carried on PERBAL as an opening balance. Each run
      * first reports the carried periods off PERBAL, then
      * summarizes only the DAILYRPT detail belonging to periods
      * not yet carried - so the pass no longer re-reads history
      * from the beginning of time, and when BUG005 purges detail
      * past the retention cutoff the year-to-date and grand
      * totals on MTHRPT hold their figures instead of silently
      * dropping the archived months. Detail for an already-
      * carried period still on the file is passed over, never
      * double-counted.
      *
      * Summarization is by the effective business date each
      * detail line carries; the current pass accumulates into
      * right day regardless of the file's physical order. At end
      * of run each period now complete is written to PERBAL,
      * closing it.
      *
      * Alongside the PERBAL close, each account's activity for
      * the closed months goes onto the ACCTHIST account history,
      * one record per account and month, off the POSTLOG posting
      * log - the one file that carries the account behind every
      * posting, reversal and suspense reclassification. The same
      * close/adjust boundary applies: a log line stamped after its
      * account-month was closed folds into the history record as
      * an adjustment instead of being lost or counted twice.
      *
      * The close is stamped with the business date off RUNCTL,
      * the same date BUG001 and BUG009 put on every DAILYRPT and
      * POSTLOG line, and the boundary is compared on that date
      * alone - a night that runs past midnight keeps one date on
      * both sides. This step runs after both of them for the
      * night, so every line dated on or before the close was in
      * it; a line dated later belongs to a later night and is an
      * adjustment. BUG025 will not reopen either of them for a
      * night this step has completed.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PERBAL-PERIOD
               FILE STATUS IS WS-PERBAL-STATUS.

           SELECT OPTIONAL POST-FILE ASSIGN TO POSTLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCTH-FILE ASSIGN TO ACCTHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ACCTH-KEY
               FILE STATUS IS WS-ACCTH-STATUS.

           SELECT SUMM-FILE ASSIGN TO MTHRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-FILE
           05  DAILY-RUN-TIME          PIC 9(6).

      * One record per closed period: the period's detail count
      * and amount, summarized once, plus the business date and
      * the time this program closed it. The business date is the
      * close/adjust boundary: detail dated after it was not in
      * the close and folds in as an adjustment. The time is kept
      * for the record only. The opening balances that survive
      * the archive purge.
       FD  PERBAL-FILE.
       01  PERBAL-REC.
           05  PERBAL-PERIOD           PIC 9(6).
           05  PERBAL-CLOSED-DATE      PIC 9(8).
           05  PERBAL-CLOSED-TIME      PIC 9(6).

       FD  POST-FILE
           RECORDING MODE IS F.
       01  POST-REC.
           05  POST-BATCH-ID           PIC X(8).
           05  POST-BATCH-DATE         PIC 9(8).
           05  POST-RUN-DATE           PIC 9(8).
           05  POST-EFF-DATE           PIC 9(8).
           05  POST-EFF-DATE-SPLIT REDEFINES POST-EFF-DATE.
               10  POST-EFF-PERIOD     PIC 9(6).
               10  POST-EFF-DAY        PIC 9(2).
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

      * One record per account per closed month: the number of log
      * lines and their net amount, with the business date and
      * time the record was last closed or adjusted - the date is
      * its own close/adjust boundary, the way PERBAL's is for the
      * period.
       FD  ACCTH-FILE.
       01  ACCTH-REC.
           05  ACCTH-KEY.
               10  ACCTH-ACCOUNT       PIC X(4).
               10  ACCTH-PERIOD        PIC 9(6).
           05  ACCTH-COUNT             PIC 9(8).
           05  ACCTH-AMOUNT            PIC S9(11)V99
                                           SIGN IS TRAILING.
           05  ACCTH-CLOSED-DATE       PIC 9(8).
           05  ACCTH-CLOSED-TIME       PIC 9(6).

       FD  SUMM-FILE
           RECORDING MODE IS F.
       01  SUMM-LINE                   PIC X(80).

       FD  RUNC-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-PERBAL-STATUS        PIC XX.
           05  WS-ACCTH-STATUS         PIC XX.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
                                       PIC S9(9)V99  COMP-3.

      * Periods already carried on PERBAL. Detail for a carried
      * period dated on or before the business date it closed was
      * in the summary that closed it and is passed over; detail
      * dated after the close (a later night's backdated line or
      * reversal) accumulates here as an adjustment, applied back
      * to the PERBAL record so the carried balance stays true.
       01  WS-CARRIED-TABLE.
           05  WS-CAR-USED             PIC 9(3) COMP VALUE ZERO.
           05  WS-CAR-MAX              PIC 9(3) COMP VALUE 240.
           05  WS-CAR-ENTRY OCCURS 240 TIMES.
               10  WS-CAR-PERIOD       PIC 9(6).
               10  WS-CAR-CLOSED       PIC 9(8).
               10  WS-CAR-ADJ-COUNT    PIC 9(8)      COMP.
               10  WS-CAR-ADJ-AMOUNT   PIC S9(11)V99 COMP-3.

               10  WS-YR-COUNT         PIC 9(8)      COMP.
               10  WS-YR-AMOUNT        PIC S9(11)V99 COMP-3.

      * Latest close or adjustment business date of any history
      * record for each month already on ACCTHIST. Every log line
      * for that month dated then or earlier was taken, so such a
      * line is passed over without a look-up.
       01  WS-HIST-PERIOD-TABLE.
           05  WS-HP-USED              PIC 9(3) COMP VALUE ZERO.
           05  WS-HP-MAX               PIC 9(3) COMP VALUE 240.
           05  WS-HP-ENTRY OCCURS 240 TIMES.
               10  WS-HP-PERIOD        PIC 9(6).
               10  WS-HP-STAMP         PIC 9(8).

      * Account-months with log lines still to take: new ones not
      * yet on ACCTHIST, and closed ones with lines stamped after
      * their close. Sized for every account's unclosed month many
      * times over; an overflow is announced like the period
      * table's, and the lines it drops are taken on the next run.
       01  WS-ACCT-PER-TABLE.
           05  WS-AP-USED              PIC 9(4) COMP VALUE ZERO.
           05  WS-AP-MAX               PIC 9(4) COMP VALUE 3000.
           05  WS-AP-ENTRY OCCURS 3000 TIMES.
               10  WS-AP-KEY.
                   15  WS-AP-ACCOUNT   PIC X(4).
                   15  WS-AP-PERIOD    PIC 9(6).
               10  WS-AP-STATE         PIC X.
                   88  WS-AP-NEW                 VALUE 'N'.
                   88  WS-AP-CARRIED             VALUE 'C'.
               10  WS-AP-STAMP         PIC 9(8).
               10  WS-AP-COUNT         PIC 9(8)      COMP.
               10  WS-AP-AMOUNT        PIC S9(11)V99 COMP-3.
               10  WS-AP-PRINTED-SW    PIC X.
                   88  WS-AP-PRINTED             VALUE 'Y'.

       01  WS-HIST-FIELDS.
           05  WS-HP-IDX               PIC 9(3) COMP.
           05  WS-AP-IDX               PIC 9(4) COMP.
           05  WS-AP-MIN-IDX           PIC 9(4) COMP.
           05  WS-POST-STAMP           PIC 9(8).
           05  WS-HIST-CLOSED          PIC 9(6) VALUE ZERO.
           05  WS-HIST-ADJUSTED        PIC 9(6) VALUE ZERO.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-COUNT          PIC 9(8)     COMP VALUE ZERO.
           05  WS-GRAND-AMOUNT         PIC S9(11)V99 COMP-3
           05  WS-GL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(27) VALUE SPACES.

       01  WS-HIST-TITLE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'ACCOUNT HISTORY CLOSED THIS RUN'.
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-HIST-LINE.
           05  FILLER                  PIC X(5)  VALUE 'ACCT '.
           05  WS-HL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X(8)  VALUE ' PERIOD '.
           05  WS-HL-PERIOD            PIC 9(6).
           05  WS-HL-ACTION            PIC X(8).
           05  WS-HL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(8)  VALUE '  TOTAL '.
           05  WS-HL-AMOUNT            PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-DAILY-EOF-SW         PIC X VALUE 'N'.
               88  WS-DAILY-EOF                  VALUE 'Y'.
           05  WS-PERBAL-EOF-SW        PIC X VALUE 'N'.
               88  WS-PERBAL-EOF                 VALUE 'Y'.
           05  WS-POST-EOF-SW          PIC X VALUE 'N'.
               88  WS-POST-EOF                   VALUE 'Y'.
           05  WS-ACCTH-EOF-SW         PIC X VALUE 'N'.
               88  WS-ACCTH-EOF                  VALUE 'Y'.

      * This step's place in the nightly stream: the steps that
      * must have completed for the business date before it runs.
       01  WS-STEP-CONTROL.
           05  WS-THIS-STEP            PIC X(8) VALUE 'BUG002'.
           05  WS-PRED-COUNT           PIC 9(2) COMP VALUE 2.
           05  WS-PRED-LIST.
               10  FILLER              PIC X(8) VALUE 'BUG001'.
               10  FILLER              PIC X(8) VALUE 'BUG009'.
           05  WS-PRED-TABLE REDEFINES WS-PRED-LIST.
               10  WS-PRED-STEP        PIC X(8)
                                       OCCURS 2 TIMES.

           COPY RUNCWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-CHECK-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-CARRY-FORWARD UNTIL WS-PERBAL-EOF
           PERFORM 3000-ACCUMULATE-DETAIL UNTIL WS-DAILY-EOF
           PERFORM 3500-ACCUMULATE-POSTING UNTIL WS-POST-EOF
           PERFORM 5000-REPORT-PERIODS
           PERFORM 5500-APPLY-ADJUSTMENTS
           PERFORM 6000-REPORT-YEARS
           PERFORM 7000-GRAND-TOTAL
           PERFORM 8000-CLOSE-PERIODS
           PERFORM 8500-CLOSE-ACCOUNT-HISTORY
           PERFORM 9000-TERMINATE
           PERFORM 0595-COMPLETE-RUN-CONTROL
           STOP RUN.

       COPY RUNCCHK.
       COPY RUNCPROC.

       1000-INITIALIZE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           PERFORM 1100-OPEN-PERIOD-BALANCE
           PERFORM 1150-OPEN-ACCOUNT-HISTORY
           PERFORM 1600-LOAD-HISTORY-PERIODS UNTIL WS-ACCTH-EOF
           OPEN INPUT DAILY-FILE
           OPEN INPUT POST-FILE
           OPEN OUTPUT SUMM-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO SUMM-LINE
           WRITE SUMM-LINE
           PERFORM 1500-START-PERBAL-SWEEP
           PERFORM 3100-READ-DAILY
           PERFORM 3600-READ-POSTING.

      * Same create-on-first-use pattern as the BUG001 account
      * master: the first month-end ever run builds the file
               OPEN I-O PERBAL-FILE
           END-IF.

      * Same create-on-first-use again; then one sweep of the
      * history builds the per-month close stamps. A file that
      * cannot be positioned simply has no history yet.
       1150-OPEN-ACCOUNT-HISTORY.
           OPEN I-O ACCTH-FILE
           IF WS-ACCTH-STATUS NOT = '00'
               OPEN OUTPUT ACCTH-FILE
               CLOSE ACCTH-FILE
               OPEN I-O ACCTH-FILE
           END-IF
           MOVE LOW-VALUES TO ACCTH-KEY
           START ACCTH-FILE KEY NOT < ACCTH-KEY
               INVALID KEY
                   SET WS-ACCTH-EOF TO TRUE
           END-START
           IF WS-ACCTH-STATUS NOT = '00'
               SET WS-ACCTH-EOF TO TRUE
           END-IF
           IF NOT WS-ACCTH-EOF
               PERFORM 1650-READ-HISTORY
           END-IF.

       1500-START-PERBAL-SWEEP.
           MOVE ZERO TO PERBAL-PERIOD
           START PERBAL-FILE KEY NOT < PERBAL-PERIOD
               PERFORM 2100-READ-PERBAL
           END-IF.

       1600-LOAD-HISTORY-PERIODS.
           MOVE ACCTH-PERIOD TO WS-WORK-PERIOD
           MOVE ACCTH-CLOSED-DATE TO WS-POST-STAMP
           MOVE 1 TO WS-HP-IDX
           MOVE 'N' TO WS-FOUND-SW
           PERFORM 1610-SCAN-HIST-PERIODS
               UNTIL WS-SLOT-FOUND
               OR WS-HP-IDX > WS-HP-USED
           IF WS-SLOT-FOUND
               IF WS-POST-STAMP > WS-HP-STAMP (WS-HP-IDX)
                   MOVE WS-POST-STAMP TO WS-HP-STAMP (WS-HP-IDX)
               END-IF
           ELSE
               IF WS-HP-USED < WS-HP-MAX
                   ADD 1 TO WS-HP-USED
                   MOVE WS-WORK-PERIOD TO WS-HP-PERIOD (WS-HP-USED)
                   MOVE WS-POST-STAMP TO WS-HP-STAMP (WS-HP-USED)
               END-IF
           END-IF
           PERFORM 1650-READ-HISTORY.

       1610-SCAN-HIST-PERIODS.
           IF WS-HP-PERIOD (WS-HP-IDX) = WS-WORK-PERIOD
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-HP-IDX
           END-IF.

       1650-READ-HISTORY.
           READ ACCTH-FILE NEXT RECORD
               AT END
                   SET WS-ACCTH-EOF TO TRUE
           END-READ
           IF WS-ACCTH-STATUS NOT = '00'
               SET WS-ACCTH-EOF TO TRUE
           END-IF.

      * Each carried period prints as an opening-balance line and
      * feeds the year and grand totals; its number goes on the
      * carried list so phase two recognizes and skips any of its
               ADD 1 TO WS-CAR-USED
               MOVE PERBAL-PERIOD TO WS-CAR-PERIOD (WS-CAR-USED)
               MOVE PERBAL-CLOSED-DATE TO WS-CAR-CLOSED (WS-CAR-USED)
               MOVE ZERO TO WS-CAR-ADJ-COUNT (WS-CAR-USED)
               MOVE ZERO TO WS-CAR-ADJ-AMOUNT (WS-CAR-USED)
           END-IF
           PERFORM 3200-CHECK-CARRIED
           IF WS-SLOT-FOUND
               IF DAILY-RUN-DATE > WS-CAR-CLOSED (WS-CAR-IDX)
                   ADD 1 TO WS-CAR-ADJ-COUNT (WS-CAR-IDX)
                   ADD DAILY-RESULT
                       TO WS-CAR-ADJ-AMOUNT (WS-CAR-IDX)
           MOVE ZERO TO WS-PE-DAY-AMOUNT (WS-PER-IDX WS-DAY-IDX)
           ADD 1 TO WS-DAY-IDX.

      * Only months before the business date's month are closed,
      * as for PERBAL; the current month's lines wait for their
      * turn. A line for a month already on the history is taken
      * only if dated after that month's last close.
       3500-ACCUMULATE-POSTING.
           IF POST-EFF-PERIOD < WS-RUN-PERIOD
               MOVE POST-RUN-DATE TO WS-POST-STAMP
               MOVE POST-EFF-PERIOD TO WS-WORK-PERIOD
               PERFORM 3550-CHECK-HIST-PERIOD
               IF NOT WS-SLOT-FOUND
                   PERFORM 3700-FIND-ACCOUNT-MONTH
                   IF WS-AP-IDX > ZERO
                       IF WS-AP-NEW (WS-AP-IDX)
                               OR WS-POST-STAMP
                               > WS-AP-STAMP (WS-AP-IDX)
                           ADD 1 TO WS-AP-COUNT (WS-AP-IDX)
                           ADD POST-RESULT TO WS-AP-AMOUNT (WS-AP-IDX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM 3600-READ-POSTING.

      * Sets WS-SLOT-FOUND only when the line's month is on the
      * history and the line is no later than its last close -
      * that is, when the line has already been taken.
       3550-CHECK-HIST-PERIOD.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-HP-IDX
           PERFORM 1610-SCAN-HIST-PERIODS
               UNTIL WS-SLOT-FOUND
               OR WS-HP-IDX > WS-HP-USED
           IF WS-SLOT-FOUND
               IF WS-POST-STAMP > WS-HP-STAMP (WS-HP-IDX)
                   MOVE 'N' TO WS-FOUND-SW
               END-IF
           END-IF.

       3600-READ-POSTING.
           READ POST-FILE
               AT END
                   SET WS-POST-EOF TO TRUE
           END-READ.

      * First sight of an account-month looks it up on the history
      * to learn whether it is new or closed, and when.
       3700-FIND-ACCOUNT-MONTH.
           MOVE ZERO TO WS-AP-IDX
           MOVE 1 TO WS-AP-MIN-IDX
           PERFORM 3750-SCAN-ACCOUNT-MONTHS
               UNTIL WS-AP-IDX > ZERO
               OR WS-AP-MIN-IDX > WS-AP-USED
           IF WS-AP-IDX = ZERO
               IF WS-AP-USED < WS-AP-MAX
                   ADD 1 TO WS-AP-USED
                   MOVE WS-AP-USED TO WS-AP-IDX
                   PERFORM 3800-CLEAR-ACCOUNT-MONTH
               ELSE
                   DISPLAY 'BUG002 ACCOUNT HISTORY TABLE FULL - '
                       POST-ACCOUNT ' ' WS-WORK-PERIOD
                       ' LEFT FOR NEXT RUN'
               END-IF
           END-IF.

       3750-SCAN-ACCOUNT-MONTHS.
           IF WS-AP-ACCOUNT (WS-AP-MIN-IDX) = POST-ACCOUNT
                   AND WS-AP-PERIOD (WS-AP-MIN-IDX) = WS-WORK-PERIOD
               MOVE WS-AP-MIN-IDX TO WS-AP-IDX
           ELSE
               ADD 1 TO WS-AP-MIN-IDX
           END-IF.

       3800-CLEAR-ACCOUNT-MONTH.
           MOVE POST-ACCOUNT   TO WS-AP-ACCOUNT (WS-AP-IDX)
           MOVE WS-WORK-PERIOD TO WS-AP-PERIOD (WS-AP-IDX)
           MOVE ZERO TO WS-AP-COUNT (WS-AP-IDX)
           MOVE ZERO TO WS-AP-AMOUNT (WS-AP-IDX)
           MOVE 'N'  TO WS-AP-PRINTED-SW (WS-AP-IDX)
           MOVE POST-ACCOUNT   TO ACCTH-ACCOUNT
           MOVE WS-WORK-PERIOD TO ACCTH-PERIOD
           READ ACCTH-FILE
               INVALID KEY
                   SET WS-AP-NEW (WS-AP-IDX) TO TRUE
                   MOVE ZERO TO WS-AP-STAMP (WS-AP-IDX)
               NOT INVALID KEY
                   SET WS-AP-CARRIED (WS-AP-IDX) TO TRUE
                   MOVE ACCTH-CLOSED-DATE TO WS-AP-STAMP (WS-AP-IDX)
           END-READ.

       4000-ROLL-INTO-YEAR.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-YR-IDX
           MOVE WS-GRAND-LINE   TO SUMM-LINE
           WRITE SUMM-LINE.

      * A period earlier than the business date's month is
      * complete, so it carries forward: summarized once onto
      * PERBAL, stamped with the closing date. The current month
      * stays open and is re-summarized from detail until its
           END-IF
           ADD 1 TO WS-PER-IDX.

      * New account-months are written to the history, closed ones
      * with later lines have them added in; either way the record
      * is stamped with this run. Listed in account and month
      * order on MTHRPT by the same lowest-unprinted selection the
      * period summary uses.
       8500-CLOSE-ACCOUNT-HISTORY.
           MOVE WS-HIST-TITLE-LINE TO SUMM-LINE
           WRITE SUMM-LINE
           PERFORM 8600-CLOSE-LOWEST-ACCOUNT WS-AP-USED TIMES.

       8600-CLOSE-LOWEST-ACCOUNT.
           MOVE ZERO TO WS-AP-IDX
           MOVE 1 TO WS-AP-MIN-IDX
           PERFORM 8650-FIND-LOWEST-ACCOUNT
               UNTIL WS-AP-MIN-IDX > WS-AP-USED
           IF WS-AP-IDX > ZERO
               SET WS-AP-PRINTED (WS-AP-IDX) TO TRUE
               IF WS-AP-COUNT (WS-AP-IDX) > ZERO
                   PERFORM 8700-CLOSE-ONE-ACCOUNT
               END-IF
           END-IF.

       8650-FIND-LOWEST-ACCOUNT.
           IF NOT WS-AP-PRINTED (WS-AP-MIN-IDX)
               IF WS-AP-IDX = ZERO
                   MOVE WS-AP-MIN-IDX TO WS-AP-IDX
               ELSE
                   IF WS-AP-KEY (WS-AP-MIN-IDX)
                           < WS-AP-KEY (WS-AP-IDX)
                       MOVE WS-AP-MIN-IDX TO WS-AP-IDX
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-AP-MIN-IDX.

       8700-CLOSE-ONE-ACCOUNT.
           MOVE WS-AP-ACCOUNT (WS-AP-IDX) TO ACCTH-ACCOUNT
           MOVE WS-AP-PERIOD (WS-AP-IDX)  TO ACCTH-PERIOD
           IF WS-AP-NEW (WS-AP-IDX)
               MOVE WS-AP-COUNT (WS-AP-IDX)  TO ACCTH-COUNT
               MOVE WS-AP-AMOUNT (WS-AP-IDX) TO ACCTH-AMOUNT
               MOVE WS-RUN-DATE TO ACCTH-CLOSED-DATE
               MOVE WS-RUN-TIME TO ACCTH-CLOSED-TIME
               WRITE ACCTH-REC
                   INVALID KEY
                       CONTINUE
               END-WRITE
               MOVE ' CLOSED ' TO WS-HL-ACTION
               ADD 1 TO WS-HIST-CLOSED
           ELSE
               READ ACCTH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD WS-AP-COUNT (WS-AP-IDX)  TO ACCTH-COUNT
                       ADD WS-AP-AMOUNT (WS-AP-IDX) TO ACCTH-AMOUNT
                       MOVE WS-RUN-DATE TO ACCTH-CLOSED-DATE
                       MOVE WS-RUN-TIME TO ACCTH-CLOSED-TIME
                       REWRITE ACCTH-REC
               END-READ
               MOVE ' ADJ    ' TO WS-HL-ACTION
               ADD 1 TO WS-HIST-ADJUSTED
           END-IF
           MOVE WS-AP-ACCOUNT (WS-AP-IDX) TO WS-HL-ACCOUNT
           MOVE WS-AP-PERIOD (WS-AP-IDX)  TO WS-HL-PERIOD
           MOVE WS-AP-COUNT (WS-AP-IDX)   TO WS-HL-COUNT
           MOVE WS-AP-AMOUNT (WS-AP-IDX)  TO WS-HL-AMOUNT
           MOVE WS-HIST-LINE TO SUMM-LINE
           WRITE SUMM-LINE.

       9000-TERMINATE.
           DISPLAY 'BUG002 ACCOUNT MONTHS CLOSED   ' WS-HIST-CLOSED
           DISPLAY 'BUG002 ACCOUNT MONTHS ADJUSTED ' WS-HIST-ADJUSTED
           CLOSE DAILY-FILE
           CLOSE POST-FILE
           CLOSE ACCTH-FILE
           CLOSE PERBAL-FILE
           CLOSE SUMM-FILE.
