           05  RUNH-RESTART-IND        PIC X.
           05  RUNH-GL-RELEASE         PIC X.
           05  RUNH-GL-REVIEWER        PIC X(3).
           05  RUNH-REJ-C1             PIC 9(6).
           05  RUNH-REJ-C2             PIC 9(6).
           05  RUNH-REJ-Y1             PIC 9(6).

       FD  HIST-FILE
           RECORDING MODE IS F.

      * One run's reject reasons folded into the classes the
      * report has room to print: numeric (NB/N1/N2), range (R1/R2),
      * account code (A1/A2) and effective date (E1/E2, and Y1 for
      * a date in a closed year). Currency rejects (C1/C2) have no
      * column of their own; they count in the run's reject total
      * with everything else.
       01  WS-GROUPED-REJECTS.
           05  WS-NUMERIC-REJECTS      PIC 9(7)  COMP.
           05  WS-RANGE-REJECTS        PIC 9(7)  COMP.
           COMPUTE WS-RANGE-REJECTS = RUNH-REJ-R1 + RUNH-REJ-R2
           COMPUTE WS-ACCT-REJECTS  = RUNH-REJ-A1 + RUNH-REJ-A2
           COMPUTE WS-DATE-REJECTS  = RUNH-REJ-E1 + RUNH-REJ-E2
               + RUNH-REJ-Y1
           MOVE WS-NUMERIC-REJECTS  TO WS-DL-NUMERIC
           MOVE WS-RANGE-REJECTS    TO WS-DL-RANGE
           MOVE WS-ACCT-REJECTS     TO WS-DL-ACCT
               ADD RUNH-REJ-A2 TO WS-REJECT-TOTAL
               ADD RUNH-REJ-E1 TO WS-REJECT-TOTAL
               ADD RUNH-REJ-E2 TO WS-REJECT-TOTAL
               ADD RUNH-REJ-C1 TO WS-REJECT-TOTAL
               ADD RUNH-REJ-C2 TO WS-REJECT-TOTAL
               ADD RUNH-REJ-Y1 TO WS-REJECT-TOTAL
           END-IF
           PERFORM 2100-READ-HISTORY.

