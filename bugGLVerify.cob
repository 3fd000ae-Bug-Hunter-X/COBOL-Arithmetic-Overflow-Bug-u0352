           SELECT RPT-FILE ASSIGN TO GLVRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-FILE
           05  GL-DEBIT-AMOUNT         PIC S9(5)V99 SIGN IS TRAILING.
           05  GL-CREDIT-AMOUNT        PIC S9(5)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(3).
           05  GL-CURRENCY             PIC X(3).
           05  GL-ORIG-DEBIT-AMOUNT    PIC S9(9)V99 SIGN IS TRAILING.
           05  GL-ORIG-CREDIT-AMOUNT   PIC S9(9)V99 SIGN IS TRAILING.
           05  GL-FX-RATE              PIC 9(4)V9(6).
       01  GL-TRL-REC REDEFINES GL-REC.
           05  FILLER                  PIC X.
           05  GL-TRL-COUNT            PIC 9(8).
           05  GL-TRL-HASH             PIC S9(13)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(41).

       FD  BAL-FILE
           RECORDING MODE IS F.
           05  BAL-COMPUTED-TOTAL      PIC S9(7)V99 SIGN IS TRAILING.
           05  BAL-DIFFERENCE          PIC S9(7)V99 SIGN IS TRAILING.
           05  BAL-STATUS              PIC X(13).
           05  BAL-PARKED-AMOUNT       PIC S9(9)V99 SIGN IS TRAILING.
           05  BAL-RELEASED-AMOUNT     PIC S9(9)V99 SIGN IS TRAILING.

       FD  GLREL-FILE.
       01  GLREL-REC.
           05  GLREL-REVIEWER          PIC X(3).
           05  GLREL-DECISION-DATE     PIC 9(8).
           05  GLREL-DECISION-TIME     PIC 9(6).
           05  GLREL-EXTRACT-COUNT     PIC 9(8).
           05  GLREL-EXTRACT-HASH      PIC S9(13)V99 SIGN IS TRAILING.
           05  GLREL-ACK-STATUS        PIC X.
               88  GLREL-NOT-ACKNOWLEDGED        VALUE SPACE.
               88  GLREL-ACKNOWLEDGED            VALUE 'A'.
               88  GLREL-PARTIAL-LOAD            VALUE 'P'.
               88  GLREL-LOAD-REJECTED           VALUE 'X'.
           05  GLREL-ACK-DATE          PIC 9(8).
           05  GLREL-ACK-COUNT         PIC 9(8).
           05  GLREL-ACK-HASH          PIC S9(13)V99 SIGN IS TRAILING.
           05  GLREL-ACK-REJECTS       PIC 9(6).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       FD  RUNC-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC 9(8).

           05  WS-GL-EOF-SW            PIC X VALUE 'N'.
               88  WS-GL-EOF                     VALUE 'Y'.

      * This step's place in the nightly stream: the steps that
      * must have completed for the business date before it runs.
       01  WS-STEP-CONTROL.
           05  WS-THIS-STEP            PIC X(8) VALUE 'BUG008'.
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
           PERFORM 2000-PROCESS-EXTRACT UNTIL WS-GL-EOF
           PERFORM 7000-PRINT-SUMMARY
           PERFORM 8000-VERIFY-TRAILER
           PERFORM 8500-CHECK-RELEASE
           PERFORM 9000-TERMINATE
           PERFORM 0595-COMPLETE-RUN-CONTROL
           STOP RUN.

       COPY RUNCCHK.
       COPY RUNCPROC.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-BALANCE
