      * end, so a failed run leaves the live file untouched. A
      * target account must be on the chart and active - the whole
      * point of the workout is to land the money somewhere real.
      * Nor is any card honoured when the business date falls in a
      * fiscal year BUG016 has already closed on YECLOSE, since the
      * adjustment would post effective in that year.
      *
      * Both legs of every reclassification are also appended to
      * the POSTLOG posting log, so the log stays the complete
      * record of what moved each account - BUG002 closes account
      * history off it and the statements are printed from it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS ACCT-CODE
               FILE STATUS IS WS-ACCT-STATUS.

           SELECT YCLS-FILE ASSIGN TO YECLOSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS YCLS-YEAR
               FILE STATUS IS WS-YCLS-STATUS.

           SELECT OPTIONAL POST-FILE ASSIGN TO POSTLOG
               ORGANIZATION IS SEQUENTIAL.

           SELECT GLADJ-FILE ASSIGN TO GLADJ
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO SUSPRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSP-FILE
           05  ACCT-DAILY-DATE         PIC 9(8).
           05  ACCT-DAILY-TOTAL        PIC S9(9)V99 SIGN IS TRAILING.
           05  ACCT-TODATE-TOTAL       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-BALANCE       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-YEAR          PIC 9(4).

      * Same layout BUG001 logs its postings in. A reclass line
      * carries the suspense item's batch id for reference but no
      * batch date, so a later reversal of that batch can never
      * pick it up; the entry type marks it for what it is.
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
               88  POST-ORIGINAL                 VALUE SPACE.
               88  POST-REVERSAL                 VALUE 'R'.
               88  POST-RECLASS                  VALUE 'S'.
           05  POST-CURRENCY           PIC X(3).
           05  POST-ORIG-NUMBER        PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-ORIG-NUMBER2       PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-FX-RATE            PIC 9(4)V9(6).
           05  POST-ORIGIN-AREA        PIC X(4).

       FD  GLADJ-FILE
           RECORDING MODE IS F.
           05  GLADJ-DEBIT-AMOUNT      PIC S9(5)V99 SIGN IS TRAILING.
           05  GLADJ-CREDIT-AMOUNT     PIC S9(5)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(3).
           05  GLADJ-CURRENCY          PIC X(3).
           05  GLADJ-ORIG-DEBIT-AMOUNT PIC S9(9)V99 SIGN IS TRAILING.
           05  GLADJ-ORIG-CREDIT-AMOUNT
                                       PIC S9(9)V99 SIGN IS TRAILING.
           05  GLADJ-FX-RATE           PIC 9(4)V9(6).
       01  GLADJ-TRL-REC REDEFINES GLADJ-REC.
           05  FILLER                  PIC X.
           05  GLADJ-TRL-COUNT         PIC 9(8).
           05  GLADJ-TRL-HASH          PIC S9(13)V99
                                           SIGN IS TRAILING.
           05  FILLER                  PIC X(41).

       FD  SUSPNEW-FILE
           RECORDING MODE IS F.
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  RUNC-FILE.
           COPY RUNCTL.

       FD  YCLS-FILE.
       01  YCLS-REC.
           05  YCLS-YEAR               PIC 9(4).
           05  YCLS-CLOSED-DATE        PIC 9(8).
           05  YCLS-CLOSED-TIME        PIC 9(6).
           05  YCLS-CLOSED-BY          PIC X(3).
           05  YCLS-ACCOUNT-COUNT      PIC 9(6).
           05  YCLS-CLOSE-TOTAL        PIC S9(13)V99 SIGN IS TRAILING.

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-CHART-STATUS         PIC XX.
           05  WS-ACCT-STATUS          PIC XX.
           05  WS-YCLS-STATUS          PIC XX.
           05  WS-CHART-OPEN-SW        PIC X VALUE 'N'.
               88  WS-CHART-OPEN                 VALUE 'Y'.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME-RAW             PIC 9(8).
       01  WS-RUN-TIME                 PIC 9(6).

      * The reclassification cards for the run, loaded up front so
      * the single pass over the detail file can match them in any
       01  WS-ADJUSTMENT-FIELDS.
           05  WS-ADJ-ACCOUNT          PIC X(4).
           05  WS-ADJ-AMOUNT           PIC S9(6)V99 COMP-3.
           05  WS-ADJ-NUMBER           PIC S9(5)V99 COMP-3.
           05  WS-ADJ-NUMBER2          PIC S9(5)V99 COMP-3.
           05  WS-GLADJ-COUNT          PIC 9(8)      COMP VALUE ZERO.
           05  WS-GLADJ-HASH           PIC S9(13)V99 COMP-3
                                                      VALUE ZERO.
               88  WS-SCTL-EOF                   VALUE 'Y'.
           05  WS-TARGET-OK-SW         PIC X.
               88  WS-TARGET-OK                  VALUE 'Y'.
           05  WS-YEAR-CLOSED-SW       PIC X VALUE 'N'.
               88  WS-YEAR-CLOSED                VALUE 'Y'.

      * This step's place in the nightly stream: the steps that
      * must have completed for the business date before it runs.
       01  WS-STEP-CONTROL.
           05  WS-THIS-STEP            PIC X(8) VALUE 'BUG009'.
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
           PERFORM 2000-WORK-SUSPENSE UNTIL WS-SUSP-EOF
           PERFORM 7000-REPORT-UNMATCHED-CARDS
           PERFORM 8000-WRITE-GLADJ-TRAILER
           PERFORM 9000-TERMINATE
           PERFORM 0595-COMPLETE-RUN-CONTROL
           STOP RUN.

       COPY RUNCCHK.
       COPY RUNCPROC.

      * Adjustments, the worked date and the day's bucket carry the
      * business date opened on RUNCTL, not the clock, so they land
      * on the same night as the postings BUG001 made.
       1000-INITIALIZE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           OPEN INPUT SCTL-FILE
           PERFORM 1200-READ-CARD
           PERFORM 1100-LOAD-CARD UNTIL WS-SCTL-EOF
               SET WS-CHART-OPEN TO TRUE
           END-IF
           PERFORM 1300-OPEN-ACCOUNT-MASTER
           PERFORM 1400-CHECK-YEAR-CLOSED
           OPEN EXTEND POST-FILE
           OPEN OUTPUT GLADJ-FILE
           OPEN OUTPUT SUSPNEW-FILE
           OPEN OUTPUT RPT-FILE
               OPEN I-O ACCT-FILE
           END-IF.

      * No YECLOSE yet means no year has ever been closed.
       1400-CHECK-YEAR-CLOSED.
           OPEN INPUT YCLS-FILE
           IF WS-YCLS-STATUS = '00'
               MOVE WS-RUN-DATE (1:4) TO YCLS-YEAR
               READ YCLS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-YEAR-CLOSED TO TRUE
                       DISPLAY 'BUG009 FY ' YCLS-YEAR
                           ' CLOSED - NO CARDS APPLIED'
               END-READ
               CLOSE YCLS-FILE
           END-IF.

       2000-WORK-SUSPENSE.
           ADD 1 TO WS-ITEMS-READ
           IF SUSP-OPEN
               PERFORM 3000-MATCH-CARD
               IF WS-CARD-FOUND
                   PERFORM 3100-CHECK-TARGET
                   EVALUATE TRUE
                       WHEN WS-YEAR-CLOSED
                           ADD 1 TO WS-CARDS-REFUSED
                           ADD 1 TO WS-STILL-OPEN
                           SET WS-CD-USED-UP (WS-CARD-IDX) TO TRUE
                           MOVE 'CARD REFUSED - YEAR CLOSED'
                               TO WS-DL-TEXT
                           PERFORM 6000-WRITE-ITEM-LINE
                       WHEN WS-TARGET-OK
                           PERFORM 4000-RECLASSIFY-ITEM
                       WHEN OTHER
                           ADD 1 TO WS-CARDS-REFUSED
                           ADD 1 TO WS-STILL-OPEN
                           SET WS-CD-USED-UP (WS-CARD-IDX) TO TRUE
                           MOVE 'CARD REFUSED - TARGET NOT ACTIVE'
                               TO WS-DL-TEXT
                           PERFORM 6000-WRITE-ITEM-LINE
                   END-EVALUATE
               ELSE
                   ADD 1 TO WS-STILL-OPEN
                   MOVE 'OPEN' TO WS-DL-TEXT
           ADD 1 TO WS-WORKED-NOW
           SET WS-CD-USED-UP (WS-CARD-IDX) TO TRUE
           MOVE 'SUSP' TO WS-ADJ-ACCOUNT
           COMPUTE WS-ADJ-AMOUNT  = ZERO - SUSP-RESULT
           COMPUTE WS-ADJ-NUMBER  = ZERO - SUSP-NUMBER
           COMPUTE WS-ADJ-NUMBER2 = ZERO - SUSP-NUMBER2
           PERFORM 5000-POST-ADJUSTMENT
           MOVE WS-CD-ACCOUNT (WS-CARD-IDX) TO WS-ADJ-ACCOUNT
           MOVE SUSP-RESULT  TO WS-ADJ-AMOUNT
           MOVE SUSP-NUMBER  TO WS-ADJ-NUMBER
           MOVE SUSP-NUMBER2 TO WS-ADJ-NUMBER2
           PERFORM 5000-POST-ADJUSTMENT
           PERFORM 5500-WRITE-GLADJ-PAIR
           MOVE 'W' TO SUSP-STATUS
                   MOVE WS-RUN-DATE    TO ACCT-DAILY-DATE
                   MOVE WS-ADJ-AMOUNT  TO ACCT-DAILY-TOTAL
                   MOVE WS-ADJ-AMOUNT  TO ACCT-TODATE-TOTAL
                   MOVE ZERO           TO ACCT-OPEN-BALANCE
                   MOVE ZERO           TO ACCT-OPEN-YEAR
                   WRITE ACCT-REC
               NOT INVALID KEY
                   IF ACCT-DAILY-DATE NOT = WS-RUN-DATE
                   ADD WS-ADJ-AMOUNT TO ACCT-DAILY-TOTAL
                   ADD WS-ADJ-AMOUNT TO ACCT-TODATE-TOTAL
                   REWRITE ACCT-REC
           END-READ
           PERFORM 5100-LOG-ADJUSTMENT.

      * The leg just posted, onto the posting log, effective the
      * run date the same as its GLADJ record.
       5100-LOG-ADJUSTMENT.
           MOVE SUSP-BATCH-ID  TO POST-BATCH-ID
           MOVE ZERO           TO POST-BATCH-DATE
           MOVE WS-RUN-DATE    TO POST-RUN-DATE
           MOVE WS-RUN-DATE    TO POST-EFF-DATE
           MOVE WS-ADJ-ACCOUNT TO POST-ACCOUNT
           MOVE WS-ADJ-NUMBER  TO POST-NUMBER
           MOVE WS-ADJ-NUMBER2 TO POST-NUMBER2
           MOVE WS-ADJ-AMOUNT  TO POST-RESULT
           MOVE WS-RUN-TIME    TO POST-RUN-TIME
           MOVE 'S'            TO POST-ENTRY-TYPE
           MOVE SPACES         TO POST-CURRENCY
           MOVE ZERO           TO POST-ORIG-NUMBER
           MOVE ZERO           TO POST-ORIG-NUMBER2
           MOVE ZERO           TO POST-FX-RATE
           MOVE SUSP-ORIGIN-AREA TO POST-ORIGIN-AREA
           WRITE POST-REC.

      * Two GL records per item: SUSP with both legs negated, the
      * target with the original legs, hashed and counted the way
           MOVE 'SUSP' TO GLADJ-ACCOUNT-CODE
           COMPUTE GLADJ-DEBIT-AMOUNT  = ZERO - SUSP-NUMBER
           COMPUTE GLADJ-CREDIT-AMOUNT = ZERO - SUSP-NUMBER2
           PERFORM 5510-CLEAR-GLADJ-CURRENCY
           WRITE GLADJ-REC
           MOVE SPACES TO GLADJ-REC
           MOVE 'D'    TO GLADJ-RECORD-TYPE
           MOVE WS-CD-ACCOUNT (WS-CARD-IDX) TO GLADJ-ACCOUNT-CODE
           MOVE SUSP-NUMBER  TO GLADJ-DEBIT-AMOUNT
           MOVE SUSP-NUMBER2 TO GLADJ-CREDIT-AMOUNT
           PERFORM 5510-CLEAR-GLADJ-CURRENCY
           WRITE GLADJ-REC
           ADD 2 TO WS-GLADJ-COUNT
           COMPUTE WS-GLADJ-HASH = WS-GLADJ-HASH
               + (2 * FUNCTION ABS(SUSP-NUMBER))
               + (2 * FUNCTION ABS(SUSP-NUMBER2)).

      * Suspense is carried in base currency, so a reclassification
      * leg has no original currency or rate of its own.
       5510-CLEAR-GLADJ-CURRENCY.
           MOVE SPACES TO GLADJ-CURRENCY
           MOVE ZERO   TO GLADJ-ORIG-DEBIT-AMOUNT
           MOVE ZERO   TO GLADJ-ORIG-CREDIT-AMOUNT
           MOVE ZERO   TO GLADJ-FX-RATE.

       6000-WRITE-ITEM-LINE.
           MOVE SUSP-RUN-DATE    TO WS-DL-DATE
           MOVE SUSP-RUN-TIME    TO WS-DL-TIME
               CLOSE CHART-FILE
           END-IF
           CLOSE ACCT-FILE
           CLOSE POST-FILE
           CLOSE GLADJ-FILE
           CLOSE SUSPNEW-FILE
           CLOSE RPT-FILE.
