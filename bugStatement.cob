       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG022.
       AUTHOR. BATCH-SYSTEMS.

      * Account activity statement off the POSTLOG posting log.
      * For each account code, in code order, it states the
      * balance brought forward at the start of the date range,
      * every posting, reversal and suspense reclassification
      * effective inside the range - with its batch id, origin
      * area, effective date and run date - subtotalled by
      * effective day, and the balance carried forward at the end
      * of the range.
      *
      * The balance brought forward is built from the master the
      * same way BUG016 builds its close: ACCTMSTR's opening
      * balance is the balance at the start of its opening-
      * balance year, so the log lines effective between that
      * first of January and the start of the range are added to
      * it (or, for a range before that year, taken off it). An
      * account never through a close has no opening balance and
      * its whole log history is added up instead.
      *
      * The closing balance is then proved to the master: closing
      * balance plus whatever is already posted effective after
      * the range must equal ACCTMSTR's opening balance plus its
      * to-date figure. An account that does not prove, or that
      * is on the log but not on ACCTMSTR, is flagged on its
      * statement and counted in the summary.
      *
      * The SUSP statement carries one more section: every
      * suspense item parked inside the range (off SUSPDTL), with
      * the account BUG009 has since reclassified it to and when,
      * or that it is still in suspense.
      *
      * The optional STMTCTL card gives the account code (blank
      * or ALL for every account) and the from and to dates
      * (YYYYMMDD). With no card, or blank dates, the statement
      * runs from the first of the current month to the run date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCTL-FILE ASSIGN TO STMTCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCT-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT CHART-FILE ASSIGN TO CHARTACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHART-CODE
               FILE STATUS IS WS-CHART-STATUS.

           SELECT OPTIONAL POST-FILE ASSIGN TO POSTLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL SUSP-FILE ASSIGN TO SUSPDTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO STMTRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SCTL-FILE
           RECORDING MODE IS F.
       01  SCTL-REC.
           05  SCTL-ACCOUNT            PIC X(4).
           05  FILLER                  PIC X.
           05  SCTL-FROM-DATE          PIC 9(8).
           05  FILLER                  PIC X.
           05  SCTL-TO-DATE            PIC 9(8).
           05  FILLER                  PIC X(58).

       FD  ACCT-FILE.
       01  ACCT-REC.
           05  ACCT-CODE               PIC X(4).
           05  ACCT-DAILY-DATE         PIC 9(8).
           05  ACCT-DAILY-TOTAL        PIC S9(9)V99 SIGN IS TRAILING.
           05  ACCT-TODATE-TOTAL       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-BALANCE       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-YEAR          PIC 9(4).

       FD  CHART-FILE.
       01  CHART-REC.
           05  CHART-CODE              PIC X(4).
           05  CHART-DESC              PIC X(30).
           05  CHART-STATUS            PIC X.
               88  CHART-ACTIVE                  VALUE 'A'.
               88  CHART-CLOSED                  VALUE 'C'.

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
           05  POST-ORIG-NUMBER        PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-ORIG-NUMBER2       PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-FX-RATE            PIC 9(4)V9(6).
           05  POST-ORIGIN-AREA        PIC X(4).

       FD  SUSP-FILE
           RECORDING MODE IS F.
       01  SUSP-REC.
           05  SUSP-KEY.
               10  SUSP-RUN-DATE       PIC 9(8).
               10  SUSP-RUN-TIME       PIC 9(6).
               10  SUSP-SEQ            PIC 9(6).
           05  SUSP-BATCH-ID           PIC X(8).
           05  SUSP-ORIGIN-AREA        PIC X(4).
           05  SUSP-NUMBER             PIC S9(5)V99 SIGN IS TRAILING.
           05  SUSP-NUMBER2            PIC S9(5)V99 SIGN IS TRAILING.
           05  SUSP-RESULT             PIC S9(6)V99 SIGN IS TRAILING.
           05  SUSP-STATUS             PIC X.
               88  SUSP-OPEN                     VALUE 'O'.
               88  SUSP-WORKED                   VALUE 'W'.
           05  SUSP-RECLASS-ACCT       PIC X(4).
           05  SUSP-WORKED-DATE        PIC 9(8).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-ACCT-STATUS          PIC XX.
           05  WS-CHART-STATUS         PIC XX.
           05  WS-CHART-OPEN-SW        PIC X VALUE 'N'.
               88  WS-CHART-OPEN                 VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8).

       01  WS-SELECTION.
           05  WS-SELECT-ACCOUNT       PIC X(4) VALUE SPACES.
               88  WS-ALL-ACCOUNTS               VALUE SPACES.
           05  WS-FROM-DATE            PIC 9(8).
           05  WS-TO-DATE              PIC 9(8).
           05  WS-WORK-YYYYMM          PIC 9(6).

      * One entry per account stated. The balance brought forward
      * is worked up in WS-AC-OPENING as the log is read; the
      * in-range activity and the postings effective after the
      * range are kept apart for the proof to the master.
       01  WS-ACCOUNT-TABLE.
           05  WS-AC-COUNT             PIC 9(4) COMP VALUE ZERO.
           05  WS-AC-ENTRY OCCURS 500 TIMES.
               10  WS-AC-CODE          PIC X(4).
               10  WS-AC-ANCHOR-DATE   PIC 9(8).
               10  WS-AC-OPENING       PIC S9(13)V99 COMP-3.
               10  WS-AC-ACTIVITY      PIC S9(13)V99 COMP-3.
               10  WS-AC-LATER         PIC S9(13)V99 COMP-3.
               10  WS-AC-MASTER        PIC S9(13)V99 COMP-3.
               10  WS-AC-UNLISTED      PIC 9(6) COMP.
               10  WS-AC-MASTER-SW     PIC X.
                   88  WS-AC-ON-MASTER           VALUE 'Y'.
               10  WS-AC-PRINTED-SW    PIC X.
                   88  WS-AC-PRINTED             VALUE 'Y'.

      * The log lines effective inside the range, in log order.
       01  WS-LINE-TABLE.
           05  WS-LN-COUNT             PIC 9(5) COMP VALUE ZERO.
           05  WS-LN-ENTRY OCCURS 5000 TIMES.
               10  WS-LN-ACCT-IDX      PIC 9(4) COMP.
               10  WS-LN-EFF-DATE      PIC 9(8).
               10  WS-LN-RUN-DATE      PIC 9(8).
               10  WS-LN-BATCH-ID      PIC X(8).
               10  WS-LN-ORIGIN-AREA   PIC X(4).
               10  WS-LN-ENTRY-TYPE    PIC X.
               10  WS-LN-RESULT        PIC S9(6)V99 COMP-3.

       01  WS-WORK-FIELDS.
           05  WS-FIND-CODE            PIC X(4).
           05  WS-AC-IDX               PIC 9(4) COMP.
           05  WS-SCAN-IDX             PIC 9(4) COMP.
           05  WS-LOW-IDX              PIC 9(4) COMP.
           05  WS-LN-IDX               PIC 9(5) COMP.
           05  WS-LAST-DATE            PIC 9(8).
           05  WS-DAY-DATE             PIC 9(8).
           05  WS-DAY-TOTAL            PIC S9(11)V99 COMP-3.
           05  WS-CLOSING              PIC S9(13)V99 COMP-3.
           05  WS-DIFFERENCE           PIC S9(13)V99 COMP-3.

       01  WS-COUNTERS.
           05  WS-POST-READ            PIC 9(8) COMP VALUE ZERO.
           05  WS-POST-NOT-STATED      PIC 9(8) COMP VALUE ZERO.
           05  WS-ACCOUNTS-STATED      PIC 9(6) COMP VALUE ZERO.
           05  WS-ACCOUNTS-NOT-PROVED  PIC 9(6) COMP VALUE ZERO.
           05  WS-SUSP-LISTED          PIC 9(6) COMP VALUE ZERO.
           05  WS-SUSP-RECLASSED       PIC 9(6) COMP VALUE ZERO.
           05  WS-SUSP-STILL-OPEN      PIC 9(6) COMP VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(36)
               VALUE 'BUG022  ACCOUNT ACTIVITY STATEMENT  '.
           05  FILLER                  PIC X(6) VALUE 'AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(82) VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05  FILLER                  PIC X(8) VALUE 'ACCOUNT '.
           05  WS-AL-CODE              PIC X(4).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-AL-DESC              PIC X(30).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'STATEMENT FROM '.
           05  WS-AL-FROM-DATE         PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-AL-TO-DATE           PIC 9(8).
           05  FILLER                  PIC X(51) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(41)
               VALUE 'EFF DATE RUN DATE BATCH    ORIG KIND'.
           05  FILLER                  PIC X(18)
               VALUE '            AMOUNT'.
           05  FILLER                  PIC X(73) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ORIGIN-AREA       PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-KIND              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(73) VALUE SPACES.

      * Balances, day subtotals and the proof figures all print
      * through this one line, amount under the detail amounts.
       01  WS-FIGURE-LINE.
           05  WS-FG-LABEL             PIC X(32).
           05  WS-FG-DATE              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-FG-AMOUNT            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-FG-NOTE              PIC X(40).
           05  FILLER                  PIC X(32) VALUE SPACES.

       01  WS-SUSP-HEADING-LINE.
           05  FILLER                  PIC X(37)
               VALUE 'SUSPENSE ITEMS PARKED IN THE RANGE - '.
           05  FILLER                  PIC X(31)
               VALUE 'WHERE BUG009 HAS SINCE PUT THEM'.
           05  FILLER                  PIC X(64) VALUE SPACES.

       01  WS-SUSP-COLUMN-LINE.
           05  FILLER                  PIC X(37)
               VALUE 'RUN DATE TIME   SEQ    BATCH    ORIG '.
           05  FILLER                  PIC X(13)
               VALUE '     AMOUNT  '.
           05  FILLER                  PIC X(6) VALUE 'STATUS'.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-SUSP-ITEM-LINE.
           05  WS-SI-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-SI-RUN-TIME          PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-SI-SEQ               PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-SI-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-SI-ORIGIN-AREA       PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-SI-AMOUNT            PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-SI-TEXT              PIC X(40).
           05  FILLER                  PIC X(42) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CL-CAPTION           PIC X(32).
           05  WS-CL-COUNT             PIC ZZZZZZZ9.
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW          PIC X VALUE 'N'.
               88  WS-ACCT-EOF                   VALUE 'Y'.
           05  WS-POST-EOF-SW          PIC X VALUE 'N'.
               88  WS-POST-EOF                   VALUE 'Y'.
           05  WS-SUSP-EOF-SW          PIC X VALUE 'N'.
               88  WS-SUSP-EOF                   VALUE 'Y'.
           05  WS-ALL-PRINTED-SW       PIC X VALUE 'N'.
               88  WS-ALL-PRINTED                VALUE 'Y'.
           05  WS-NO-MORE-DAYS-SW      PIC X VALUE 'N'.
               88  WS-NO-MORE-DAYS               VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-ACCOUNT UNTIL WS-ACCT-EOF
           PERFORM 3000-APPLY-POSTING UNTIL WS-POST-EOF
           PERFORM 4000-PRINT-NEXT-ACCOUNT UNTIL WS-ALL-PRINTED
           PERFORM 8000-PRINT-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

      * As on BUG007, the chart is only here for the
      * descriptions.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-CONTROL-CARD
           OPEN INPUT ACCT-FILE
           OPEN INPUT CHART-FILE
           IF WS-CHART-STATUS = '00'
               SET WS-CHART-OPEN TO TRUE
           END-IF
           OPEN INPUT POST-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-ACCOUNT
           PERFORM 3900-READ-POSTING.

       1100-READ-CONTROL-CARD.
           MOVE WS-RUN-DATE TO WS-TO-DATE
           MOVE ZERO        TO WS-FROM-DATE
           OPEN INPUT SCTL-FILE
           READ SCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1150-APPLY-CONTROL-CARD
           END-READ
           CLOSE SCTL-FILE
           IF WS-FROM-DATE = ZERO
               PERFORM 1200-DEFAULT-FROM-DATE
           END-IF.

      * A range that runs backwards is refused in favour of the
      * default month rather than stating nothing.
       1150-APPLY-CONTROL-CARD.
           IF SCTL-ACCOUNT NOT = 'ALL '
               MOVE SCTL-ACCOUNT TO WS-SELECT-ACCOUNT
           END-IF
           IF SCTL-TO-DATE NUMERIC AND SCTL-TO-DATE NOT = ZERO
               MOVE SCTL-TO-DATE TO WS-TO-DATE
           END-IF
           IF SCTL-FROM-DATE NUMERIC AND SCTL-FROM-DATE NOT = ZERO
               MOVE SCTL-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'BUG022 STMTCTL FROM ' WS-FROM-DATE
                   ' AFTER TO ' WS-TO-DATE ' - DEFAULT RANGE USED'
               MOVE WS-RUN-DATE TO WS-TO-DATE
               MOVE ZERO        TO WS-FROM-DATE
           END-IF.

      * The first of the to-date's month.
       1200-DEFAULT-FROM-DATE.
           DIVIDE WS-TO-DATE BY 100 GIVING WS-WORK-YYYYMM
           COMPUTE WS-FROM-DATE = WS-WORK-YYYYMM * 100 + 1.

      * Every selected master account gets a statement, active in
      * the range or not. Its balance brought forward starts from
      * the opening balance, anchored on the first of January of
      * the year BUG016 carried it into.
       2000-LOAD-ACCOUNT.
           IF WS-ALL-ACCOUNTS OR ACCT-CODE = WS-SELECT-ACCOUNT
               MOVE ACCT-CODE TO WS-FIND-CODE
               PERFORM 2500-FIND-ACCOUNT
               IF WS-AC-IDX > ZERO
                   SET WS-AC-ON-MASTER (WS-AC-IDX) TO TRUE
                   MOVE ACCT-OPEN-BALANCE
                       TO WS-AC-OPENING (WS-AC-IDX)
                   COMPUTE WS-AC-MASTER (WS-AC-IDX) =
                       ACCT-OPEN-BALANCE + ACCT-TODATE-TOTAL
                   IF ACCT-OPEN-YEAR > ZERO
                       COMPUTE WS-AC-ANCHOR-DATE (WS-AC-IDX) =
                           ACCT-OPEN-YEAR * 10000 + 101
                   END-IF
               END-IF
           END-IF
           PERFORM 2100-READ-ACCOUNT.

       2100-READ-ACCOUNT.
           READ ACCT-FILE
               AT END
                   SET WS-ACCT-EOF TO TRUE
           END-READ
           IF NOT WS-ACCT-EOF
               IF WS-ACCT-STATUS NOT = '00'
                   SET WS-ACCT-EOF TO TRUE
               END-IF
           END-IF.

      * Find-or-add on the account table. A full table returns a
      * zero index and the caller counts what it could not state.
       2500-FIND-ACCOUNT.
           MOVE ZERO TO WS-AC-IDX
           PERFORM 2510-MATCH-ACCOUNT
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-AC-COUNT
                  OR WS-AC-IDX > ZERO
           IF WS-AC-IDX = ZERO AND WS-AC-COUNT < 500
               ADD 1 TO WS-AC-COUNT
               MOVE WS-AC-COUNT  TO WS-AC-IDX
               MOVE WS-FIND-CODE TO WS-AC-CODE (WS-AC-IDX)
               MOVE ZERO TO WS-AC-ANCHOR-DATE (WS-AC-IDX)
               MOVE ZERO TO WS-AC-OPENING (WS-AC-IDX)
               MOVE ZERO TO WS-AC-ACTIVITY (WS-AC-IDX)
               MOVE ZERO TO WS-AC-LATER (WS-AC-IDX)
               MOVE ZERO TO WS-AC-MASTER (WS-AC-IDX)
               MOVE ZERO TO WS-AC-UNLISTED (WS-AC-IDX)
               MOVE 'N'  TO WS-AC-MASTER-SW (WS-AC-IDX)
               MOVE 'N'  TO WS-AC-PRINTED-SW (WS-AC-IDX)
           END-IF.

       2510-MATCH-ACCOUNT.
           IF WS-AC-CODE (WS-SCAN-IDX) = WS-FIND-CODE
               MOVE WS-SCAN-IDX TO WS-AC-IDX
           END-IF.

      * A log line for an account not on the master still gets a
      * statement, built from the log alone, and is flagged when
      * it fails to prove.
       3000-APPLY-POSTING.
           ADD 1 TO WS-POST-READ
           IF WS-ALL-ACCOUNTS OR POST-ACCOUNT = WS-SELECT-ACCOUNT
               MOVE POST-ACCOUNT TO WS-FIND-CODE
               PERFORM 2500-FIND-ACCOUNT
               IF WS-AC-IDX > ZERO
                   PERFORM 3100-CLASSIFY-POSTING
               ELSE
                   ADD 1 TO WS-POST-NOT-STATED
               END-IF
           END-IF
           PERFORM 3900-READ-POSTING.

      * Before the range and on or after the anchor, the line is
      * part of the balance brought forward. From the range start
      * on but before the anchor, it is already inside the
      * master's opening balance and comes back off. Inside the
      * range it is stated; after the range it only matters to
      * the proof.
       3100-CLASSIFY-POSTING.
           IF POST-EFF-DATE < WS-FROM-DATE
               IF POST-EFF-DATE NOT < WS-AC-ANCHOR-DATE (WS-AC-IDX)
                   ADD POST-RESULT TO WS-AC-OPENING (WS-AC-IDX)
               END-IF
           ELSE
               IF POST-EFF-DATE < WS-AC-ANCHOR-DATE (WS-AC-IDX)
                   SUBTRACT POST-RESULT
                       FROM WS-AC-OPENING (WS-AC-IDX)
               END-IF
               IF POST-EFF-DATE > WS-TO-DATE
                   ADD POST-RESULT TO WS-AC-LATER (WS-AC-IDX)
               ELSE
                   ADD POST-RESULT TO WS-AC-ACTIVITY (WS-AC-IDX)
                   PERFORM 3200-KEEP-LINE
               END-IF
           END-IF.

      * A line that does not fit the table still counts in the
      * closing balance; the statement says how many went unlisted.
       3200-KEEP-LINE.
           IF WS-LN-COUNT < 5000
               ADD 1 TO WS-LN-COUNT
               MOVE WS-AC-IDX     TO WS-LN-ACCT-IDX (WS-LN-COUNT)
               MOVE POST-EFF-DATE TO WS-LN-EFF-DATE (WS-LN-COUNT)
               MOVE POST-RUN-DATE TO WS-LN-RUN-DATE (WS-LN-COUNT)
               MOVE POST-BATCH-ID TO WS-LN-BATCH-ID (WS-LN-COUNT)
               MOVE POST-ORIGIN-AREA
                   TO WS-LN-ORIGIN-AREA (WS-LN-COUNT)
               MOVE POST-ENTRY-TYPE
                   TO WS-LN-ENTRY-TYPE (WS-LN-COUNT)
               MOVE POST-RESULT   TO WS-LN-RESULT (WS-LN-COUNT)
           ELSE
               ADD 1 TO WS-AC-UNLISTED (WS-AC-IDX)
           END-IF.

       3900-READ-POSTING.
           READ POST-FILE
               AT END
                   SET WS-POST-EOF TO TRUE
           END-READ.

      * Accounts print in code order: each pass picks the lowest
      * code not yet stated.
       4000-PRINT-NEXT-ACCOUNT.
           MOVE ZERO TO WS-LOW-IDX
           PERFORM 4050-FIND-LOWEST
               VARYING WS-SCAN-IDX FROM 1 BY 1
               UNTIL WS-SCAN-IDX > WS-AC-COUNT
           IF WS-LOW-IDX = ZERO
               SET WS-ALL-PRINTED TO TRUE
           ELSE
               MOVE WS-LOW-IDX TO WS-AC-IDX
               PERFORM 4100-PRINT-STATEMENT
           END-IF.

       4050-FIND-LOWEST.
           IF NOT WS-AC-PRINTED (WS-SCAN-IDX)
               IF WS-LOW-IDX = ZERO
                   MOVE WS-SCAN-IDX TO WS-LOW-IDX
               ELSE
                   IF WS-AC-CODE (WS-SCAN-IDX)
                           < WS-AC-CODE (WS-LOW-IDX)
                       MOVE WS-SCAN-IDX TO WS-LOW-IDX
                   END-IF
               END-IF
           END-IF.

       4100-PRINT-STATEMENT.
           SET WS-AC-PRINTED (WS-AC-IDX) TO TRUE
           ADD 1 TO WS-ACCOUNTS-STATED
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-AC-CODE (WS-AC-IDX) TO WS-AL-CODE
           PERFORM 4150-LOOKUP-DESCRIPTION
           MOVE WS-FROM-DATE TO WS-AL-FROM-DATE
           MOVE WS-TO-DATE   TO WS-AL-TO-DATE
           MOVE WS-ACCOUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'BALANCE BROUGHT FORWARD AT     ' TO WS-FG-LABEL
           MOVE WS-FROM-DATE TO WS-FG-DATE
           MOVE WS-AC-OPENING (WS-AC-IDX) TO WS-FG-AMOUNT
           MOVE SPACES TO WS-FG-NOTE
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE ZERO TO WS-LAST-DATE
           MOVE 'N'  TO WS-NO-MORE-DAYS-SW
           PERFORM 4200-PRINT-NEXT-DAY UNTIL WS-NO-MORE-DAYS
           IF WS-AC-UNLISTED (WS-AC-IDX) > ZERO
               MOVE 'LINES NOT LISTED - TABLE FULL  '
                   TO WS-CL-CAPTION
               MOVE WS-AC-UNLISTED (WS-AC-IDX) TO WS-CL-COUNT
               MOVE WS-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           COMPUTE WS-CLOSING = WS-AC-OPENING (WS-AC-IDX)
                              + WS-AC-ACTIVITY (WS-AC-IDX)
           MOVE 'BALANCE CARRIED FORWARD AT     ' TO WS-FG-LABEL
           MOVE WS-TO-DATE TO WS-FG-DATE
           MOVE WS-CLOSING TO WS-FG-AMOUNT
           MOVE SPACES     TO WS-FG-NOTE
           PERFORM 4900-WRITE-FIGURE-LINE
           PERFORM 4500-PROVE-TO-MASTER
           IF WS-AC-CODE (WS-AC-IDX) = 'SUSP'
               PERFORM 5000-PRINT-SUSPENSE-ITEMS
           END-IF.

       4150-LOOKUP-DESCRIPTION.
           MOVE SPACES TO WS-AL-DESC
           IF WS-CHART-OPEN
               MOVE WS-AC-CODE (WS-AC-IDX) TO CHART-CODE
               READ CHART-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CHART-DESC TO WS-AL-DESC
               END-READ
           END-IF.

      * One effective day per pass: the lowest date after the
      * last one printed, its lines in log order, then its
      * subtotal.
       4200-PRINT-NEXT-DAY.
           MOVE 99999999 TO WS-DAY-DATE
           PERFORM 4210-FIND-NEXT-DAY
               VARYING WS-LN-IDX FROM 1 BY 1
               UNTIL WS-LN-IDX > WS-LN-COUNT
           IF WS-DAY-DATE = 99999999
               SET WS-NO-MORE-DAYS TO TRUE
           ELSE
               MOVE ZERO TO WS-DAY-TOTAL
               PERFORM 4220-PRINT-DAY-LINE
                   VARYING WS-LN-IDX FROM 1 BY 1
                   UNTIL WS-LN-IDX > WS-LN-COUNT
               MOVE '                      DAY TOTAL ' TO WS-FG-LABEL
               MOVE WS-DAY-DATE  TO WS-FG-DATE
               MOVE WS-DAY-TOTAL TO WS-FG-AMOUNT
               MOVE SPACES       TO WS-FG-NOTE
               PERFORM 4900-WRITE-FIGURE-LINE
               MOVE WS-DAY-DATE TO WS-LAST-DATE
           END-IF.

       4210-FIND-NEXT-DAY.
           IF WS-LN-ACCT-IDX (WS-LN-IDX) = WS-AC-IDX
              AND WS-LN-EFF-DATE (WS-LN-IDX) > WS-LAST-DATE
              AND WS-LN-EFF-DATE (WS-LN-IDX) < WS-DAY-DATE
               MOVE WS-LN-EFF-DATE (WS-LN-IDX) TO WS-DAY-DATE
           END-IF.

       4220-PRINT-DAY-LINE.
           IF WS-LN-ACCT-IDX (WS-LN-IDX) = WS-AC-IDX
              AND WS-LN-EFF-DATE (WS-LN-IDX) = WS-DAY-DATE
               MOVE WS-LN-EFF-DATE (WS-LN-IDX)    TO WS-DL-EFF-DATE
               MOVE WS-LN-RUN-DATE (WS-LN-IDX)    TO WS-DL-RUN-DATE
               MOVE WS-LN-BATCH-ID (WS-LN-IDX)    TO WS-DL-BATCH-ID
               MOVE WS-LN-ORIGIN-AREA (WS-LN-IDX)
                   TO WS-DL-ORIGIN-AREA
               EVALUATE WS-LN-ENTRY-TYPE (WS-LN-IDX)
                   WHEN 'R'
                       MOVE 'REVERSAL' TO WS-DL-KIND
                   WHEN 'S'
                       MOVE 'RECLASS ' TO WS-DL-KIND
                   WHEN OTHER
                       MOVE 'POSTING ' TO WS-DL-KIND
               END-EVALUATE
               MOVE WS-LN-RESULT (WS-LN-IDX) TO WS-DL-AMOUNT
               ADD WS-LN-RESULT (WS-LN-IDX) TO WS-DAY-TOTAL
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

      * The balance carried forward plus what is already posted
      * effective after the range is the account's balance on the
      * log as of tonight, and must be what ACCTMSTR holds.
       4500-PROVE-TO-MASTER.
           MOVE 'POSTED EFFECTIVE AFTER         ' TO WS-FG-LABEL
           MOVE WS-TO-DATE TO WS-FG-DATE
           MOVE WS-AC-LATER (WS-AC-IDX) TO WS-FG-AMOUNT
           MOVE SPACES TO WS-FG-NOTE
           PERFORM 4900-WRITE-FIGURE-LINE
           MOVE 'ACCTMSTR BALANCE               ' TO WS-FG-LABEL
           MOVE SPACES TO WS-FG-DATE
           MOVE WS-AC-MASTER (WS-AC-IDX) TO WS-FG-AMOUNT
           IF NOT WS-AC-ON-MASTER (WS-AC-IDX)
               ADD 1 TO WS-ACCOUNTS-NOT-PROVED
               MOVE '*** ACCOUNT NOT ON ACCTMSTR ***' TO WS-FG-NOTE
               PERFORM 4900-WRITE-FIGURE-LINE
           ELSE
               COMPUTE WS-DIFFERENCE = WS-CLOSING
                                     + WS-AC-LATER (WS-AC-IDX)
                                     - WS-AC-MASTER (WS-AC-IDX)
               IF WS-DIFFERENCE = ZERO
                   MOVE 'PROVED TO ACCTMSTR' TO WS-FG-NOTE
                   PERFORM 4900-WRITE-FIGURE-LINE
               ELSE
                   ADD 1 TO WS-ACCOUNTS-NOT-PROVED
                   MOVE SPACES TO WS-FG-NOTE
                   PERFORM 4900-WRITE-FIGURE-LINE
                   MOVE 'DIFFERENCE                     '
                       TO WS-FG-LABEL
                   MOVE WS-DIFFERENCE TO WS-FG-AMOUNT
                   MOVE '*** DIFFERS FROM ACCTMSTR ***' TO WS-FG-NOTE
                   PERFORM 4900-WRITE-FIGURE-LINE
               END-IF
           END-IF.

       4900-WRITE-FIGURE-LINE.
           MOVE WS-FIGURE-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * The suspense items parked inside the range, whatever has
      * become of them since. SUSPDTL carries BUG009's reclass
      * account and worked date on every item it has moved out.
       5000-PRINT-SUSPENSE-ITEMS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUSP-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-SUSP-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-SUSP-EOF-SW
           OPEN INPUT SUSP-FILE
           PERFORM 5900-READ-SUSPENSE
           PERFORM 5100-LIST-SUSPENSE-ITEM UNTIL WS-SUSP-EOF
           CLOSE SUSP-FILE
           IF WS-SUSP-LISTED = ZERO
               MOVE 'NO SUSPENSE ITEMS PARKED IN THE RANGE'
                   TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 'ITEMS PARKED IN THE RANGE      ' TO WS-CL-CAPTION
               MOVE WS-SUSP-LISTED TO WS-CL-COUNT
               MOVE WS-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'SINCE RECLASSIFIED OUT         ' TO WS-CL-CAPTION
               MOVE WS-SUSP-RECLASSED TO WS-CL-COUNT
               MOVE WS-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE 'STILL IN SUSPENSE              ' TO WS-CL-CAPTION
               MOVE WS-SUSP-STILL-OPEN TO WS-CL-COUNT
               MOVE WS-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       5100-LIST-SUSPENSE-ITEM.
           IF SUSP-RUN-DATE NOT < WS-FROM-DATE
              AND SUSP-RUN-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-SUSP-LISTED
               MOVE SUSP-RUN-DATE    TO WS-SI-RUN-DATE
               MOVE SUSP-RUN-TIME    TO WS-SI-RUN-TIME
               MOVE SUSP-SEQ         TO WS-SI-SEQ
               MOVE SUSP-BATCH-ID    TO WS-SI-BATCH-ID
               MOVE SUSP-ORIGIN-AREA TO WS-SI-ORIGIN-AREA
               MOVE SUSP-RESULT      TO WS-SI-AMOUNT
               MOVE SPACES           TO WS-SI-TEXT
               IF SUSP-WORKED
                   ADD 1 TO WS-SUSP-RECLASSED
                   STRING 'RECLASSIFIED TO ' SUSP-RECLASS-ACCT
                       ' ON ' SUSP-WORKED-DATE
                       DELIMITED BY SIZE INTO WS-SI-TEXT
               ELSE
                   ADD 1 TO WS-SUSP-STILL-OPEN
                   MOVE 'STILL IN SUSPENSE' TO WS-SI-TEXT
               END-IF
               MOVE WS-SUSP-ITEM-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           PERFORM 5900-READ-SUSPENSE.

       5900-READ-SUSPENSE.
           READ SUSP-FILE
               AT END
                   SET WS-SUSP-EOF TO TRUE
           END-READ.

      * A single account asked for by the card that neither file
      * knows gets a line saying so rather than an empty report.
       8000-PRINT-SUMMARY.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ACCOUNTS-STATED = ZERO AND NOT WS-ALL-ACCOUNTS
               MOVE SPACES TO RPT-LINE
               STRING 'ACCOUNT ' WS-SELECT-ACCOUNT
                   ' IS NOT ON ACCTMSTR OR POSTLOG'
                   DELIMITED BY SIZE INTO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE 'ACCOUNTS STATED                ' TO WS-CL-CAPTION
           MOVE WS-ACCOUNTS-STATED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ACCOUNTS NOT PROVED TO ACCTMSTR' TO WS-CL-CAPTION
           MOVE WS-ACCOUNTS-NOT-PROVED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-POST-NOT-STATED > ZERO
               MOVE 'LOG LINES NOT STATED - TABLE   ' TO WS-CL-CAPTION
               MOVE WS-POST-NOT-STATED TO WS-CL-COUNT
               MOVE WS-COUNT-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       9000-TERMINATE.
           CLOSE ACCT-FILE
           IF WS-CHART-OPEN
               CLOSE CHART-FILE
           END-IF
           CLOSE POST-FILE
           CLOSE RPT-FILE
           DISPLAY 'BUG022 POSTINGS READ     ' WS-POST-READ
           DISPLAY 'BUG022 ACCOUNTS STATED   ' WS-ACCOUNTS-STATED
           DISPLAY 'BUG022 NOT PROVED        ' WS-ACCOUNTS-NOT-PROVED.
