           SELECT REJNEW-FILE ASSIGN TO REJNEW
               ORGANIZATION IS SEQUENTIAL.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RETN-FILE
           RECORDING MODE IS F.
       01  REJECT-REC.
           05  REJECT-RUN-DATE         PIC 9(8).
           05  FILLER                  PIC X(96).

       FD  ARCH-FILE
           RECORDING MODE IS F.
               88  ARCH-FROM-DAILY               VALUE 'D'.
               88  ARCH-FROM-EXCEP               VALUE 'E'.
               88  ARCH-FROM-REJECT              VALUE 'R'.
           05  ARCH-DETAIL             PIC X(104).

       FD  DAILYNEW-FILE
           RECORDING MODE IS F.

       FD  REJNEW-FILE
           RECORDING MODE IS F.
       01  REJNEW-REC                  PIC X(104).

       FD  RUNC-FILE.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  WS-DATE-FIELDS.
           05  WS-REJECT-EOF-SW        PIC X VALUE 'N'.
               88  WS-REJECT-EOF                 VALUE 'Y'.

      * This step's place in the nightly stream: the steps that
      * must have completed for the business date before it runs.
       01  WS-STEP-CONTROL.
           05  WS-THIS-STEP            PIC X(8) VALUE 'BUG005'.
           05  WS-PRED-COUNT           PIC 9(2) COMP VALUE 1.
           05  WS-PRED-LIST.
               10  FILLER              PIC X(8) VALUE 'BUG002'.
           05  WS-PRED-TABLE REDEFINES WS-PRED-LIST.
               10  WS-PRED-STEP        PIC X(8)
                                       OCCURS 1 TIMES.

           COPY RUNCWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-CHECK-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-AGE-DAILY UNTIL WS-DAILY-EOF
           PERFORM 3000-AGE-EXCEP UNTIL WS-EXCEP-EOF
           PERFORM 4000-AGE-REJECT UNTIL WS-REJECT-EOF
           PERFORM 9000-TERMINATE
           PERFORM 0595-COMPLETE-RUN-CONTROL
           STOP RUN.

       COPY RUNCCHK.
       COPY RUNCPROC.

      * The cutoff is today less the retention period off the
      * RETNCTL card; a missing or zero card keeps everything,
      * which errs on the side of history surviving.
