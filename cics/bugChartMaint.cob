      * Pseudo-conversational like BUG001I: first attach paints
      * the empty screen; afterwards the AID key decides what the
      * supervisor is doing.
      *
      * Every add, close and reopen is written to the OPSJRNL
      * operator journal shared with BUG002I, BUG003I and BUG006I:
      * signed-on user, terminal, date and time, transaction, the
      * account code, and the chart entry before and after.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       01  WS-EXIT-TEXT                PIC X(13)
           VALUE 'BUG005I ENDED'.

      * The chart entry as the journal shows it.
       01  WS-CHART-IMAGE.
           05  FILLER                  PIC X(5) VALUE 'DESC='.
           05  WS-CI-DESC              PIC X(30).
           05  FILLER                  PIC X(4) VALUE ' ST='.
           05  WS-CI-STATUS            PIC X.
           05  FILLER                  PIC X(40) VALUE SPACES.

      * Operator journal entry, shared layout with BUG002I,
      * BUG003I, BUG006I and the BUG021 report.
       01  WS-JRNL-REC.
           05  WS-JRNL-KEY.
               10  WS-JRNL-DATE-JUL    PIC 9(7).
               10  WS-JRNL-TASKNO      PIC 9(7).
               10  WS-JRNL-SEQ         PIC 9(3).
           05  WS-JRNL-TIME            PIC 9(7).
           05  WS-JRNL-USERID          PIC X(8).
           05  WS-JRNL-TERMID          PIC X(4).
           05  WS-JRNL-TRANID          PIC X(4).
           05  WS-JRNL-PROGRAM         PIC X(8).
           05  WS-JRNL-ACTION          PIC X(8).
           05  WS-JRNL-REC-KEY         PIC X(20).
           05  WS-JRNL-BEFORE          PIC X(80).
           05  WS-JRNL-AFTER           PIC X(80).
           05  FILLER                  PIC X(4).

       01  WS-JRNL-FIELDS.
           05  WS-JRNL-NEXT-SEQ        PIC 9(3) VALUE ZERO.
           05  WS-JRNL-RESP            PIC S9(8) COMP.

       01  WS-RESP-CODE                PIC S9(8) COMP.

       LINKAGE SECTION.
                   IF WS-RESP-CODE = DFHRESP(NORMAL)
                       PERFORM 2300-FORMAT-DETAIL
                       MOVE 'ACCOUNT ADDED' TO MMSGO
                       MOVE 'ADD'    TO WS-JRNL-ACTION
                       MOVE SPACES   TO WS-JRNL-BEFORE
                       PERFORM 2400-BUILD-IMAGE
                       MOVE WS-CHART-IMAGE TO WS-JRNL-AFTER
                       PERFORM 8000-WRITE-JOURNAL
                   ELSE
                       IF WS-RESP-CODE = DFHRESP(DUPREC)
                           MOVE 'ACCOUNT ALREADY ON CHART' TO MMSGO
                    RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2400-BUILD-IMAGE
               MOVE WS-CHART-IMAGE TO WS-JRNL-BEFORE
               IF EIBAID = DFHPF6
                   MOVE 'C' TO WS-CHART-STATUS
               ELSE
                   PERFORM 2300-FORMAT-DETAIL
                   IF EIBAID = DFHPF6
                       MOVE 'ACCOUNT CLOSED TO POSTING' TO MMSGO
                       MOVE 'CLOSE'  TO WS-JRNL-ACTION
                   ELSE
                       MOVE 'ACCOUNT REOPENED' TO MMSGO
                       MOVE 'REOPEN' TO WS-JRNL-ACTION
                   END-IF
                   PERFORM 2400-BUILD-IMAGE
                   MOVE WS-CHART-IMAGE TO WS-JRNL-AFTER
                   PERFORM 8000-WRITE-JOURNAL
               ELSE
                   MOVE 'UPDATE FAILED - NOT REWRITTEN' TO MMSGO
               END-IF
               MOVE 'ACCOUNT NOT ON CHART' TO MMSGO
           END-IF.

       2400-BUILD-IMAGE.
           MOVE WS-CHART-DESC   TO WS-CI-DESC
           MOVE WS-CHART-STATUS TO WS-CI-STATUS.

       2900-SEND-MAP.
           EXEC CICS
               SEND MAP('BUG5MAP')
                    FROM(BUG5MAPO)
           END-EXEC.

      * The change itself has already been made when the journal is
      * written, so a failed journal write does not undo it; the
      * supervisor is told to report it so the entry can be made
      * good by hand.
       8000-WRITE-JOURNAL.
           ADD 1 TO WS-JRNL-NEXT-SEQ
           MOVE EIBDATE          TO WS-JRNL-DATE-JUL
           MOVE EIBTASKN         TO WS-JRNL-TASKNO
           MOVE WS-JRNL-NEXT-SEQ TO WS-JRNL-SEQ
           MOVE EIBTIME          TO WS-JRNL-TIME
           EXEC CICS
               ASSIGN USERID(WS-JRNL-USERID)
           END-EXEC
           MOVE EIBTRMID         TO WS-JRNL-TERMID
           MOVE EIBTRNID         TO WS-JRNL-TRANID
           MOVE 'BUG005I'        TO WS-JRNL-PROGRAM
           MOVE WS-CHART-CODE    TO WS-JRNL-REC-KEY
           EXEC CICS
               WRITE FILE('OPSJRNL')
                     FROM(WS-JRNL-REC)
                     RIDFLD(WS-JRNL-KEY)
                     RESP(WS-JRNL-RESP)
           END-EXEC
           IF WS-JRNL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DONE BUT NOT JOURNALLED - CALL SUPPORT'
                   TO MMSGO
           END-IF.

       3000-EXIT-TRANSACTION.
           EXEC CICS
               SEND TEXT FROM(WS-EXIT-TEXT)
