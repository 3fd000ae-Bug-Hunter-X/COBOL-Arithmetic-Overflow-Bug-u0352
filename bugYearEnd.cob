       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG016.
       AUTHOR. BATCH-SYSTEMS.

      * Fiscal year-end close of the account master. The fiscal
      * year is the calendar year, as on BUG002's year lines. The
      * YECTL card names the year being closed and carries the
      * initials of whoever authorized the close; the run is made
      * early in the new year, once BUG002 has closed December.
      *
      * For every account on ACCTMSTR the close:
      *
      *   1. Works out the closing balance at the year's end - the
      *      opening balance plus the to-date figure, less whatever
      *      BUG001 and BUG009 have already posted effective in the
      *      new year (taken off the POSTLOG posting log).
      *
      *   2. Snapshots opening balance, the year's activity and the
      *      closing balance on the YEARBAL file, keyed by account
      *      and year, as the permanent record of the close.
      *
      *   3. Carries the closing balance to ACCTMSTR as the new
      *      year's opening balance and starts the to-date figure
      *      over, holding only the new-year activity already
      *      posted - so the account's balance is unchanged by the
      *      close, only split differently.
      *
      * Every account is listed with its figures on the YERPT close
      * register for the auditors, with totals. The close is
      * recorded on YECLOSE once it completes, and a year already
      * on YECLOSE is refused: the close cannot be run twice. Years
      * close in order - a year is refused if a later one is
      * already on YECLOSE, or if the year before it is not, unless
      * this is the first close ever recorded. A run
      * that fails part way can be resubmitted - an account already
      * carried into the new year is recognized by its opening-
      * balance year, listed off its snapshot, and not touched
      * again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL YCTL-FILE ASSIGN TO YECTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCT-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT PERBAL-FILE ASSIGN TO PERBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PERBAL-PERIOD
               FILE STATUS IS WS-PERBAL-STATUS.

           SELECT OPTIONAL POST-FILE ASSIGN TO POSTLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT YBAL-FILE ASSIGN TO YEARBAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YBAL-KEY
               FILE STATUS IS WS-YBAL-STATUS.

           SELECT YCLS-FILE ASSIGN TO YECLOSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YCLS-YEAR
               FILE STATUS IS WS-YCLS-STATUS.

           SELECT CHART-FILE ASSIGN TO CHARTACC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHART-CODE
               FILE STATUS IS WS-CHART-STATUS.

           SELECT RPT-FILE ASSIGN TO YERPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  YCTL-FILE
           RECORDING MODE IS F.
       01  YCTL-REC.
           05  YCTL-YEAR               PIC 9(4).
           05  FILLER                  PIC X.
           05  YCTL-CLOSED-BY          PIC X(3).
           05  FILLER                  PIC X(72).

       FD  ACCT-FILE.
       01  ACCT-REC.
           05  ACCT-CODE               PIC X(4).
           05  ACCT-DAILY-DATE         PIC 9(8).
           05  ACCT-DAILY-TOTAL        PIC S9(9)V99 SIGN IS TRAILING.
           05  ACCT-TODATE-TOTAL       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-BALANCE       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-YEAR          PIC 9(4).

       FD  PERBAL-FILE.
       01  PERBAL-REC.
           05  PERBAL-PERIOD           PIC 9(6).
           05  PERBAL-COUNT            PIC 9(8).
           05  PERBAL-AMOUNT           PIC S9(11)V99
                                           SIGN IS TRAILING.
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
               10  POST-EFF-YEAR       PIC 9(4).
               10  FILLER              PIC 9(4).
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

      * One snapshot per account per year closed.
       FD  YBAL-FILE.
       01  YBAL-REC.
           05  YBAL-KEY.
               10  YBAL-ACCOUNT        PIC X(4).
               10  YBAL-YEAR           PIC 9(4).
           05  YBAL-OPEN-BALANCE       PIC S9(11)V99 SIGN IS TRAILING.
           05  YBAL-ACTIVITY           PIC S9(11)V99 SIGN IS TRAILING.
           05  YBAL-CLOSE-BALANCE      PIC S9(11)V99 SIGN IS TRAILING.
           05  YBAL-CARRIED-ACTIVITY   PIC S9(11)V99 SIGN IS TRAILING.
           05  YBAL-CLOSED-DATE        PIC 9(8).
           05  YBAL-CLOSED-BY          PIC X(3).

      * One record per fiscal year closed - the guard against a
      * second close of the same year.
       FD  YCLS-FILE.
       01  YCLS-REC.
           05  YCLS-YEAR               PIC 9(4).
           05  YCLS-CLOSED-DATE        PIC 9(8).
           05  YCLS-CLOSED-TIME        PIC 9(6).
           05  YCLS-CLOSED-BY          PIC X(3).
           05  YCLS-ACCOUNT-COUNT      PIC 9(6).
           05  YCLS-CLOSE-TOTAL        PIC S9(13)V99 SIGN IS TRAILING.

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
           05  WS-ACCT-STATUS          PIC XX.
           05  WS-PERBAL-STATUS        PIC XX.
           05  WS-YBAL-STATUS          PIC XX.
           05  WS-YCLS-STATUS          PIC XX.
           05  WS-CHART-STATUS         PIC XX.
           05  WS-CHART-OPEN-SW        PIC X VALUE 'N'.
               88  WS-CHART-OPEN                 VALUE 'Y'.
           05  WS-ACCT-OPEN-SW         PIC X VALUE 'N'.
               88  WS-ACCT-OPEN                  VALUE 'Y'.
           05  WS-YBAL-OPEN-SW         PIC X VALUE 'N'.
               88  WS-YBAL-OPEN                  VALUE 'Y'.
           05  WS-RPT-OPEN-SW          PIC X VALUE 'N'.
               88  WS-RPT-OPEN                   VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR         PIC 9(4).
               10  FILLER              PIC 9(4).
           05  WS-RUN-TIME-RAW         PIC 9(8).
           05  WS-RUN-TIME             PIC 9(6).
           05  WS-CLOSE-YEAR           PIC 9(4).
           05  WS-NEW-YEAR             PIC 9(4).
           05  WS-PRIOR-YEAR           PIC 9(4).
           05  WS-DECEMBER             PIC 9(6).
           05  WS-CLOSED-BY            PIC X(3).

      * New-year activity by account, off the posting log. Unlike
      * a report table this one cannot lump an overflow: every
      * account's figure must be exact, so a full table stops the
      * close before anything is touched.
       01  WS-CARRY-TABLE.
           05  WS-CY-USED              PIC 9(4) COMP VALUE ZERO.
           05  WS-CY-MAX               PIC 9(4) COMP VALUE 2000.
           05  WS-CY-ENTRY OCCURS 2000 TIMES.
               10  WS-CY-ACCOUNT       PIC X(4).
               10  WS-CY-AMOUNT        PIC S9(11)V99 COMP-3.

       01  WS-SCAN-FIELDS.
           05  WS-CY-IDX               PIC 9(4) COMP.
           05  WS-FOUND-SW             PIC X.
               88  WS-SLOT-FOUND                 VALUE 'Y'.

       01  WS-ACCOUNT-FIGURES.
           05  WS-AF-OPEN              PIC S9(11)V99 COMP-3.
           05  WS-AF-ACTIVITY          PIC S9(11)V99 COMP-3.
           05  WS-AF-CLOSE             PIC S9(11)V99 COMP-3.
           05  WS-AF-CARRIED           PIC S9(11)V99 COMP-3.

       01  WS-REGISTER-TOTALS.
           05  WS-RT-OPEN              PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RT-ACTIVITY          PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RT-CLOSE             PIC S9(13)V99 COMP-3 VALUE ZERO.
           05  WS-RT-CARRIED           PIC S9(13)V99 COMP-3 VALUE ZERO.

       01  WS-COUNTERS.
           05  WS-ACCOUNTS-CLOSED      PIC 9(6) VALUE ZERO.
           05  WS-ACCOUNTS-EARLIER     PIC 9(6) VALUE ZERO.
           05  WS-POST-READ            PIC 9(8) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(36)
               VALUE 'BUG016  YEAR-END CLOSE REGISTER  FY '.
           05  WS-HDG-YEAR             PIC 9(4).
           05  FILLER                  PIC X(13)
               VALUE '  CLOSED BY '.
           05  WS-HDG-CLOSED-BY        PIC X(3).
           05  FILLER                  PIC X(8)  VALUE '  AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(26)
               VALUE 'ACCT DESCRIPTION'.
           05  FILLER                  PIC X(19)
               VALUE '   OPENING BALANCE'.
           05  FILLER                  PIC X(19)
               VALUE '     YEAR ACTIVITY'.
           05  FILLER                  PIC X(19)
               VALUE '   CLOSING BALANCE'.
           05  FILLER                  PIC X(19)
               VALUE ' NEW-YEAR TO-DATE'.
           05  FILLER                  PIC X(30) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CODE              PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-DESC              PIC X(20).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-OPEN              PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ACTIVITY          PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-CLOSE             PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-CARRIED           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-NOTE              PIC X(30).

       01  WS-SWITCHES.
           05  WS-ACCT-EOF-SW          PIC X VALUE 'N'.
               88  WS-ACCT-EOF                   VALUE 'Y'.
           05  WS-POST-EOF-SW          PIC X VALUE 'N'.
               88  WS-POST-EOF                   VALUE 'Y'.
           05  WS-REFUSED-SW           PIC X VALUE 'N'.
               88  WS-REFUSED                    VALUE 'Y'.
           05  WS-POST-OPEN-SW         PIC X VALUE 'N'.
               88  WS-POST-OPEN                  VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-REFUSED
               PERFORM 2000-LOAD-CARRIED UNTIL WS-POST-EOF
           END-IF
           IF NOT WS-REFUSED
               PERFORM 3000-OPEN-FOR-CLOSE
           END-IF
           IF NOT WS-REFUSED
               PERFORM 4000-CLOSE-ACCOUNT UNTIL WS-ACCT-EOF
               PERFORM 8000-COMPLETE-CLOSE
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      * Everything that can refuse the close is checked before a
      * single account is touched: the card, a year still in
      * progress, a year already closed, and a December BUG002 has
      * not yet closed (its history and posting log would still be
      * moving under the snapshot).
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           PERFORM 1100-READ-CONTROL-CARD
           PERFORM 1200-OPEN-CLOSE-CONTROL
           IF NOT WS-REFUSED
               PERFORM 1300-CHECK-ALREADY-CLOSED
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1310-CHECK-CLOSE-ORDER
           END-IF
           IF NOT WS-REFUSED
               PERFORM 1400-CHECK-DECEMBER-CLOSED
           END-IF
           IF NOT WS-REFUSED
               OPEN INPUT POST-FILE
               SET WS-POST-OPEN TO TRUE
               PERFORM 2100-READ-POSTING
           END-IF.

       1100-READ-CONTROL-CARD.
           OPEN INPUT YCTL-FILE
           READ YCTL-FILE
               AT END
                   DISPLAY 'BUG016 NO YECTL CARD - NOTHING DONE'
                   SET WS-REFUSED TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN YCTL-YEAR NOT NUMERIC
                           DISPLAY 'BUG016 YEAR NOT NUMERIC - REFUSED'
                           SET WS-REFUSED TO TRUE
                       WHEN YCTL-CLOSED-BY = SPACES
                           DISPLAY 'BUG016 INITIALS MISSING - REFUSED'
                           SET WS-REFUSED TO TRUE
                       WHEN YCTL-YEAR NOT < WS-RUN-YEAR
                           DISPLAY 'BUG016 YEAR ' YCTL-YEAR
                               ' NOT YET ENDED - REFUSED'
                           SET WS-REFUSED TO TRUE
                       WHEN OTHER
                           MOVE YCTL-YEAR      TO WS-CLOSE-YEAR
                           MOVE YCTL-CLOSED-BY TO WS-CLOSED-BY
                           COMPUTE WS-NEW-YEAR = WS-CLOSE-YEAR + 1
                           COMPUTE WS-DECEMBER =
                               WS-CLOSE-YEAR * 100 + 12
                   END-EVALUATE
           END-READ
           CLOSE YCTL-FILE.

      * Same create-on-first-use pattern as the other masters: the
      * first close ever run builds the control file empty.
       1200-OPEN-CLOSE-CONTROL.
           OPEN I-O YCLS-FILE
           IF WS-YCLS-STATUS NOT = '00'
               OPEN OUTPUT YCLS-FILE
               CLOSE YCLS-FILE
               OPEN I-O YCLS-FILE
           END-IF.

       1300-CHECK-ALREADY-CLOSED.
           MOVE WS-CLOSE-YEAR TO YCLS-YEAR
           READ YCLS-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'BUG016 FY ' WS-CLOSE-YEAR
                       ' ALREADY CLOSED ON ' YCLS-CLOSED-DATE
                       ' BY ' YCLS-CLOSED-BY ' - REFUSED'
                   SET WS-REFUSED TO TRUE
           END-READ.

      * A later year already closed has had this year's balances
      * carried into it; closing this one now would carry them a
      * second time. The year before must be closed first, so the
      * opening balances this close starts from are final - the
      * one exception is the very first close, when YECLOSE is
      * still empty.
       1310-CHECK-CLOSE-ORDER.
           MOVE WS-CLOSE-YEAR TO YCLS-YEAR
           START YCLS-FILE KEY > YCLS-YEAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   READ YCLS-FILE NEXT RECORD
                       AT END
                           CONTINUE
                       NOT AT END
                           DISPLAY 'BUG016 FY ' YCLS-YEAR
                               ' ALREADY CLOSED - FY ' WS-CLOSE-YEAR
                               ' CANNOT BE CLOSED AFTER IT - REFUSED'
                           SET WS-REFUSED TO TRUE
                   END-READ
           END-START
           IF NOT WS-REFUSED
               COMPUTE WS-PRIOR-YEAR = WS-CLOSE-YEAR - 1
               MOVE WS-PRIOR-YEAR TO YCLS-YEAR
               READ YCLS-FILE
                   INVALID KEY
                       PERFORM 1320-CHECK-FIRST-CLOSE
               END-READ
           END-IF.

       1320-CHECK-FIRST-CLOSE.
           MOVE ZERO TO YCLS-YEAR
           START YCLS-FILE KEY NOT < YCLS-YEAR
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY 'BUG016 FY ' WS-PRIOR-YEAR
                       ' NOT YET CLOSED - REFUSED'
                   SET WS-REFUSED TO TRUE
           END-START.

       1400-CHECK-DECEMBER-CLOSED.
           OPEN INPUT PERBAL-FILE
           IF WS-PERBAL-STATUS NOT = '00'
               DISPLAY 'BUG016 PERBAL NOT AVAILABLE - REFUSED'
               SET WS-REFUSED TO TRUE
           ELSE
               MOVE WS-DECEMBER TO PERBAL-PERIOD
               READ PERBAL-FILE
                   INVALID KEY
                       DISPLAY 'BUG016 PERIOD ' WS-DECEMBER
                           ' NOT CLOSED BY MONTH-END - REFUSED'
                       SET WS-REFUSED TO TRUE
               END-READ
               CLOSE PERBAL-FILE
           END-IF.

      * Only the new year's activity is wanted: whatever is
      * effective after the year being closed is already sitting
      * in the to-date figure and belongs to the new year.
       2000-LOAD-CARRIED.
           ADD 1 TO WS-POST-READ
           IF POST-EFF-YEAR > WS-CLOSE-YEAR
               PERFORM 2500-FIND-CARRY-SLOT
               IF WS-SLOT-FOUND
                   ADD POST-RESULT TO WS-CY-AMOUNT (WS-CY-IDX)
               END-IF
           END-IF
           PERFORM 2100-READ-POSTING.

       2100-READ-POSTING.
           READ POST-FILE
               AT END
                   SET WS-POST-EOF TO TRUE
           END-READ.

       2500-FIND-CARRY-SLOT.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-CY-IDX
           PERFORM 2550-SCAN-CARRY
               UNTIL WS-SLOT-FOUND
               OR WS-CY-IDX > WS-CY-USED
           IF NOT WS-SLOT-FOUND
               IF WS-CY-USED < WS-CY-MAX
                   ADD 1 TO WS-CY-USED
                   MOVE WS-CY-USED TO WS-CY-IDX
                   MOVE POST-ACCOUNT TO WS-CY-ACCOUNT (WS-CY-IDX)
                   MOVE ZERO TO WS-CY-AMOUNT (WS-CY-IDX)
                   SET WS-SLOT-FOUND TO TRUE
               ELSE
                   DISPLAY 'BUG016 NEW-YEAR ACTIVITY TABLE FULL - '
                       'CLOSE REFUSED, NOTHING CHANGED'
                   SET WS-REFUSED TO TRUE
                   SET WS-POST-EOF TO TRUE
               END-IF
           END-IF.

       2550-SCAN-CARRY.
           IF WS-CY-ACCOUNT (WS-CY-IDX) = POST-ACCOUNT
               SET WS-SLOT-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CY-IDX
           END-IF.

      * Without the account master there is nothing to carry or
      * reset, and recording the year as closed regardless would
      * lock it against every rerun, so the close is refused before
      * anything else is opened.
       3000-OPEN-FOR-CLOSE.
           OPEN I-O ACCT-FILE
           IF WS-ACCT-STATUS NOT = '00'
               DISPLAY 'BUG016 ACCTMSTR NOT AVAILABLE - '
                   'CLOSE REFUSED, NOTHING CHANGED'
               SET WS-REFUSED TO TRUE
           ELSE
               SET WS-ACCT-OPEN TO TRUE
               OPEN I-O YBAL-FILE
               IF WS-YBAL-STATUS NOT = '00'
                   OPEN OUTPUT YBAL-FILE
                   CLOSE YBAL-FILE
                   OPEN I-O YBAL-FILE
               END-IF
               SET WS-YBAL-OPEN TO TRUE
               OPEN INPUT CHART-FILE
               IF WS-CHART-STATUS = '00'
                   SET WS-CHART-OPEN TO TRUE
               END-IF
               OPEN OUTPUT RPT-FILE
               SET WS-RPT-OPEN TO TRUE
               MOVE WS-CLOSE-YEAR TO WS-HDG-YEAR
               MOVE WS-CLOSED-BY  TO WS-HDG-CLOSED-BY
               MOVE WS-RUN-DATE   TO WS-HDG-DATE
               MOVE WS-HEADING-LINE TO RPT-LINE
               WRITE RPT-LINE
               MOVE WS-COLUMN-LINE TO RPT-LINE
               WRITE RPT-LINE
               PERFORM 4100-READ-ACCOUNT
           END-IF.

      * An account already carried into the new year was closed by
      * an earlier, interrupted run of this same close: it is
      * listed off the snapshot that run wrote and left alone.
       4000-CLOSE-ACCOUNT.
           MOVE ACCT-CODE TO WS-DL-CODE
           PERFORM 4200-LOOKUP-DESCRIPTION
           IF ACCT-OPEN-YEAR > WS-CLOSE-YEAR
               PERFORM 4400-LIST-EARLIER-CLOSE
           ELSE
               PERFORM 4300-ROLL-ACCOUNT
           END-IF
           MOVE WS-AF-OPEN     TO WS-DL-OPEN
           MOVE WS-AF-ACTIVITY TO WS-DL-ACTIVITY
           MOVE WS-AF-CLOSE    TO WS-DL-CLOSE
           MOVE WS-AF-CARRIED  TO WS-DL-CARRIED
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD WS-AF-OPEN     TO WS-RT-OPEN
           ADD WS-AF-ACTIVITY TO WS-RT-ACTIVITY
           ADD WS-AF-CLOSE    TO WS-RT-CLOSE
           ADD WS-AF-CARRIED  TO WS-RT-CARRIED
           PERFORM 4100-READ-ACCOUNT.

       4100-READ-ACCOUNT.
           READ ACCT-FILE NEXT RECORD
               AT END
                   SET WS-ACCT-EOF TO TRUE
           END-READ
           IF NOT WS-ACCT-EOF
               IF WS-ACCT-STATUS NOT = '00'
                   SET WS-ACCT-EOF TO TRUE
               END-IF
           END-IF.

       4200-LOOKUP-DESCRIPTION.
           MOVE SPACES TO WS-DL-DESC
           IF WS-CHART-OPEN
               MOVE ACCT-CODE TO CHART-CODE
               READ CHART-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CHART-DESC TO WS-DL-DESC
               END-READ
           END-IF.

      * Closing balance is everything on the account less the new
      * year's activity; the year's own activity is the to-date
      * figure less the same. The snapshot is written before the
      * master is rewritten, so an interruption between the two
      * leaves the account to be closed again on resubmission.
       4300-ROLL-ACCOUNT.
           MOVE ZERO TO WS-AF-CARRIED
           MOVE ACCT-CODE TO POST-ACCOUNT
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-CY-IDX
           PERFORM 2550-SCAN-CARRY
               UNTIL WS-SLOT-FOUND
               OR WS-CY-IDX > WS-CY-USED
           IF WS-SLOT-FOUND
               MOVE WS-CY-AMOUNT (WS-CY-IDX) TO WS-AF-CARRIED
           END-IF
           MOVE ACCT-OPEN-BALANCE TO WS-AF-OPEN
           COMPUTE WS-AF-ACTIVITY = ACCT-TODATE-TOTAL - WS-AF-CARRIED
           COMPUTE WS-AF-CLOSE    = WS-AF-OPEN + WS-AF-ACTIVITY
           MOVE ACCT-CODE      TO YBAL-ACCOUNT
           MOVE WS-CLOSE-YEAR  TO YBAL-YEAR
           MOVE WS-AF-OPEN     TO YBAL-OPEN-BALANCE
           MOVE WS-AF-ACTIVITY TO YBAL-ACTIVITY
           MOVE WS-AF-CLOSE    TO YBAL-CLOSE-BALANCE
           MOVE WS-AF-CARRIED  TO YBAL-CARRIED-ACTIVITY
           MOVE WS-RUN-DATE    TO YBAL-CLOSED-DATE
           MOVE WS-CLOSED-BY   TO YBAL-CLOSED-BY
           WRITE YBAL-REC
               INVALID KEY
                   REWRITE YBAL-REC
           END-WRITE
           MOVE WS-AF-CLOSE   TO ACCT-OPEN-BALANCE
           MOVE WS-AF-CARRIED TO ACCT-TODATE-TOTAL
           MOVE WS-NEW-YEAR   TO ACCT-OPEN-YEAR
           REWRITE ACCT-REC
           ADD 1 TO WS-ACCOUNTS-CLOSED
           MOVE SPACES TO WS-DL-NOTE.

       4400-LIST-EARLIER-CLOSE.
           ADD 1 TO WS-ACCOUNTS-EARLIER
           MOVE ACCT-CODE     TO YBAL-ACCOUNT
           MOVE WS-CLOSE-YEAR TO YBAL-YEAR
           READ YBAL-FILE
               INVALID KEY
                   MOVE ZERO TO WS-AF-OPEN
                   MOVE ZERO TO WS-AF-ACTIVITY
                   MOVE ZERO TO WS-AF-CLOSE
                   MOVE ZERO TO WS-AF-CARRIED
                   MOVE 'ALREADY IN NEW YEAR - NO SNAP' TO WS-DL-NOTE
               NOT INVALID KEY
                   MOVE YBAL-OPEN-BALANCE     TO WS-AF-OPEN
                   MOVE YBAL-ACTIVITY         TO WS-AF-ACTIVITY
                   MOVE YBAL-CLOSE-BALANCE    TO WS-AF-CLOSE
                   MOVE YBAL-CARRIED-ACTIVITY TO WS-AF-CARRIED
                   MOVE 'CLOSED BY EARLIER RUN' TO WS-DL-NOTE
           END-READ.

      * Totals for the auditors to foot against BUG007's opening
      * balance figure, then the year goes on the close control -
      * from here on a second close of it is refused.
       8000-COMPLETE-CLOSE.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-DL-CODE
           MOVE 'REGISTER TOTAL' TO WS-DL-DESC
           MOVE WS-RT-OPEN     TO WS-DL-OPEN
           MOVE WS-RT-ACTIVITY TO WS-DL-ACTIVITY
           MOVE WS-RT-CLOSE    TO WS-DL-CLOSE
           MOVE WS-RT-CARRIED  TO WS-DL-CARRIED
           MOVE SPACES TO WS-DL-NOTE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-CLOSE-YEAR TO YCLS-YEAR
           MOVE WS-RUN-DATE   TO YCLS-CLOSED-DATE
           MOVE WS-RUN-TIME   TO YCLS-CLOSED-TIME
           MOVE WS-CLOSED-BY  TO YCLS-CLOSED-BY
           COMPUTE YCLS-ACCOUNT-COUNT =
               WS-ACCOUNTS-CLOSED + WS-ACCOUNTS-EARLIER
           MOVE WS-RT-CLOSE   TO YCLS-CLOSE-TOTAL
           WRITE YCLS-REC
               INVALID KEY
                   DISPLAY 'BUG016 YECLOSE WRITE FAILED FOR FY '
                       WS-CLOSE-YEAR
           END-WRITE
           DISPLAY 'BUG016 FY ' WS-CLOSE-YEAR ' CLOSED BY '
               WS-CLOSED-BY.

       9000-TERMINATE.
           DISPLAY 'BUG016 POSTINGS READ      ' WS-POST-READ
           DISPLAY 'BUG016 ACCOUNTS CLOSED    ' WS-ACCOUNTS-CLOSED
           DISPLAY 'BUG016 CLOSED EARLIER     ' WS-ACCOUNTS-EARLIER
           CLOSE YCLS-FILE
           IF WS-POST-OPEN
               CLOSE POST-FILE
           END-IF
           IF WS-ACCT-OPEN
               CLOSE ACCT-FILE
           END-IF
           IF WS-YBAL-OPEN
               CLOSE YBAL-FILE
           END-IF
           IF WS-CHART-OPEN
               CLOSE CHART-FILE
           END-IF
           IF WS-RPT-OPEN
               CLOSE RPT-FILE
           END-IF.
