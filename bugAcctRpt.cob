      * RUNHIST, so the figures BUG001 posts are visible without
      * browsing the VSAM file. The SUSP suspense line is flagged
      * so a growing suspense balance cannot hide in the listing.
      * Since the year-end close (BUG016) the to-date total is the
      * current fiscal year's activity, so the opening balance it
      * started from is listed beside it.
      *
      * The summary cross-foots the sum of the daily buckets
      * dated with the run date stamped on the night's BALRPT
           SELECT RPT-FILE ASSIGN TO ACCTRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCT-FILE.
           05  ACCT-DAILY-DATE         PIC 9(8).
           05  ACCT-DAILY-TOTAL        PIC S9(9)V99 SIGN IS TRAILING.
           05  ACCT-TODATE-TOTAL       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-BALANCE       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-YEAR          PIC 9(4).

       FD  CHART-FILE.
       01  CHART-REC.
           05  BAL-COMPUTED-TOTAL      PIC S9(7)V99 SIGN IS TRAILING.
           05  BAL-DIFFERENCE          PIC S9(7)V99 SIGN IS TRAILING.
           05  BAL-STATUS              PIC X(13).
           05  BAL-PARKED-AMOUNT       PIC S9(9)V99 SIGN IS TRAILING.
           05  BAL-RELEASED-AMOUNT     PIC S9(9)V99 SIGN IS TRAILING.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  RUNC-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-ACCT-STATUS          PIC XX.
           05  WS-ACCOUNT-COUNT        PIC 9(6)      COMP VALUE ZERO.
           05  WS-DAILY-SUM            PIC S9(11)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-OPEN-SUM             PIC S9(13)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-TODATE-SUM           PIC S9(13)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-RUN-TOTAL            PIC S9(7)V99  COMP-3
               VALUE 'DAILY DATE    DAILY TOTAL'.
           05  FILLER                  PIC X(20)
               VALUE '       TO-DATE TOTAL'.
           05  FILLER                  PIC X(20)
               VALUE '     OPENING BALANCE'.
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-CODE              PIC X(4).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-DL-TODATE            PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-DL-OPENING           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-DL-FLAG              PIC X(14).
           05  FILLER                  PIC X(13) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SL-CAPTION           PIC X(24).
           05  WS-ACCT-EOF-SW          PIC X VALUE 'N'.
               88  WS-ACCT-EOF                   VALUE 'Y'.

      * This step's place in the nightly stream: the steps that
      * must have completed for the business date before it runs.
       01  WS-STEP-CONTROL.
           05  WS-THIS-STEP            PIC X(8) VALUE 'BUG007'.
           05  WS-PRED-COUNT           PIC 9(2) COMP VALUE 1.
           05  WS-PRED-LIST.
               10  FILLER              PIC X(8) VALUE 'BUG001'.
           05  WS-PRED-TABLE REDEFINES WS-PRED-LIST.
               10  WS-PRED-STEP        PIC X(8)
                                       OCCURS 1 TIMES.

           COPY RUNCWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-CHECK-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPORT-ACCOUNTS UNTIL WS-ACCT-EOF
           PERFORM 8000-CROSS-FOOT
           PERFORM 9000-TERMINATE
           PERFORM 0595-COMPLETE-RUN-CONTROL
           STOP RUN.

       COPY RUNCCHK.
       COPY RUNCPROC.

      * The chart is only here for the descriptions; a shop that
      * has not loaded one yet still gets the figures, with the
      * description column blank.
           MOVE ACCT-DAILY-DATE    TO WS-DL-DATE
           MOVE ACCT-DAILY-TOTAL   TO WS-DL-DAILY
           MOVE ACCT-TODATE-TOTAL  TO WS-DL-TODATE
           MOVE ACCT-OPEN-BALANCE  TO WS-DL-OPENING
           IF ACCT-CODE = 'SUSP'
               MOVE '** SUSPENSE **' TO WS-DL-FLAG
           ELSE
               ADD ACCT-DAILY-TOTAL TO WS-DAILY-SUM
           END-IF
           ADD ACCT-TODATE-TOTAL TO WS-TODATE-SUM
           ADD ACCT-OPEN-BALANCE TO WS-OPEN-SUM
           PERFORM 2100-READ-ACCOUNT.

      * As with the reject master sweep in BUG003, any status short
           MOVE WS-TODATE-SUM TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'OPENING BAL ON MASTER  ' TO WS-SL-CAPTION
           MOVE WS-OPEN-SUM   TO WS-SL-AMOUNT
           MOVE WS-SUMMARY-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-BALRPT-PRESENT
               MOVE 'BALRPT COMPUTED TOTAL  ' TO WS-SL-CAPTION
               MOVE WS-RUN-TOTAL TO WS-SL-AMOUNT
