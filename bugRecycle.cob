           SELECT RECYC-FILE ASSIGN TO RECYCOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJECT-FILE
           05  REJECT-REASON-TEXT      PIC X(30).
           05  REJECT-STATUS           PIC X.
           05  REJECT-EFF-DATE-RAW     PIC X(8).
           05  REJECT-CURRENCY         PIC X(3).
           05  REJECT-ORIG-NUMBER-RAW  PIC X(11).
           05  REJECT-ORIG-NUMBER2-RAW PIC X(11).

       FD  REJMSTR-FILE.
       01  REJM-REC.
               88  REJM-RELEASED                 VALUE 'R'.
               88  REJM-RECYCLED                 VALUE 'X'.
           05  REJM-EFF-DATE-RAW       PIC X(8).
      * Currency and original amounts of a foreign-currency detail,
      * blank for one in the base currency.
           05  REJM-CURRENCY           PIC X(3).
           05  REJM-ORIG-NUMBER-RAW    PIC X(11).
           05  REJM-ORIG-NUMBER2-RAW   PIC X(11).

       FD  RECYC-FILE
           RECORDING MODE IS F.
           05  RECYC-RECYCLE-IND       PIC X.
           05  RECYC-RECORD-TYPE       PIC X.
           05  RECYC-EFF-DATE          PIC X(8).
           05  RECYC-CURRENCY          PIC X(3).
           05  RECYC-ORIG-NUMBER-X     PIC X(11).
           05  RECYC-ORIG-NUMBER2-X    PIC X(11).
           05  FILLER                  PIC X(27).

       FD  RUNC-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-REJMSTR-EOF-SW       PIC X VALUE 'N'.
               88  WS-REJMSTR-EOF                VALUE 'Y'.

      * This step's place in the nightly stream: the steps that
      * must have completed for the business date before it runs.
       01  WS-STEP-CONTROL.
           05  WS-THIS-STEP            PIC X(8) VALUE 'BUG003'.
           05  WS-PRED-COUNT           PIC 9(2) COMP VALUE 2.
           05  WS-PRED-LIST.
               10  FILLER              PIC X(8) VALUE 'BUG007'.
               10  FILLER              PIC X(8) VALUE 'BUG008'.
           05  WS-PRED-TABLE REDEFINES WS-PRED-LIST.
               10  WS-PRED-STEP        PIC X(8)
                                       OCCURS 2 TIMES.

           COPY RUNCWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-CHECK-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LOAD-REJECTS UNTIL WS-REJECT-EOF
           PERFORM 3000-START-MASTER-SWEEP
           PERFORM 3100-RECYCLE-RELEASED UNTIL WS-REJMSTR-EOF
           PERFORM 9000-TERMINATE
           PERFORM 0595-COMPLETE-RUN-CONTROL
           STOP RUN.

       COPY RUNCCHK.
       COPY RUNCPROC.

       1000-INITIALIZE.
           OPEN INPUT REJECT-FILE
           OPEN OUTPUT RECYC-FILE
           MOVE REJECT-REASON-TEXT  TO REJM-REASON-TEXT
           MOVE 'O'                 TO REJM-STATUS
           MOVE REJECT-EFF-DATE-RAW TO REJM-EFF-DATE-RAW
           MOVE REJECT-CURRENCY     TO REJM-CURRENCY
           MOVE REJECT-ORIG-NUMBER-RAW  TO REJM-ORIG-NUMBER-RAW
           MOVE REJECT-ORIG-NUMBER2-RAW TO REJM-ORIG-NUMBER2-RAW
           WRITE REJM-REC
               INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
               MOVE REJM-ACCOUNT-CODE  TO RECYC-ACCOUNT-CODE
               MOVE 'R'                TO RECYC-RECYCLE-IND
               MOVE SPACE              TO RECYC-RECORD-TYPE
      * A foreign-currency detail goes back with its currency and
      * original amounts, so BUG001 converts it afresh at the rate
      * in force on its effective date.
               MOVE REJM-CURRENCY      TO RECYC-CURRENCY
               MOVE REJM-ORIG-NUMBER-RAW  TO RECYC-ORIG-NUMBER-X
               MOVE REJM-ORIG-NUMBER2-RAW TO RECYC-ORIG-NUMBER2-X
      * The corrected record goes back in under the business date
      * it originally carried, so a reject that slips a day or two
      * through the correction screen still posts to the day it
