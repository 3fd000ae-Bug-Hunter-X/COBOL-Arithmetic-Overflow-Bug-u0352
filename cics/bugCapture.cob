      * Pseudo-conversational like BUG001I; the queue key is the
      * capture date plus the CICS task number, which is unique
      * within the day.
      *
      * Dual control: a pair with either leg above the approval
      * threshold on the CAPTCTL control record is queued pending
      * ('P') rather than ready to post, stamped with the signed-
      * on user, terminal and time. It posts only once a different
      * user has approved it on BUG006I. Without a control record
      * the threshold defaults to 10,000.00.
      *
      * A pair settled in another currency is keyed as its
      * currency code and original amounts; the base-currency
      * pair is left blank for BUG001 to fill in at the rate in
      * force on the effective date. Its base value is not known
      * until then, so a foreign-currency capture is always held
      * for approval whatever its size.
      *
      * Every capture is written to the OPSJRNL operator journal
      * shared with BUG002I, BUG005I and BUG006I: signed-on user,
      * terminal, date and time, transaction, the queue key, and
      * the capture as queued.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
               10  WS-CAPT-RECYCLE-IND PIC X.
               10  FILLER              PIC X.
               10  WS-CAPT-EFF-DATE    PIC X(8).
               10  WS-CAPT-CURRENCY    PIC X(3).
               10  WS-CAPT-ORIG-NUMBER PIC S9(9)V99 SIGN IS TRAILING.
               10  WS-CAPT-ORIG-NUMBER2
                                       PIC S9(9)V99 SIGN IS TRAILING.
               10  FILLER              PIC X(27).
           05  WS-CAPT-APPROVAL-STATUS PIC X.
               88  WS-CAPT-PENDING               VALUE 'P'.
           05  WS-CAPT-KEYED-BY        PIC X(8).
           05  WS-CAPT-KEYED-TERM      PIC X(4).
           05  WS-CAPT-KEYED-TIME      PIC 9(7).
           05  WS-CAPT-DECIDED-BY      PIC X(8).
           05  WS-CAPT-DECIDED-DATE-JUL
                                       PIC 9(7).
           05  WS-CAPT-DECIDED-TIME    PIC 9(7).
           05  WS-CAPT-ROLL-COUNT      PIC 9(3).

       01  WS-CAPTCTL-REC.
           05  WS-CTL-KEY              PIC X(8).
           05  WS-CTL-THRESHOLD        PIC 9(5)V99.
           05  WS-CTL-UPDATED-BY       PIC X(3).
           05  WS-CTL-UPDATED-DATE     PIC 9(8).

       01  WS-APPROVAL-FIELDS.
           05  WS-CTL-KEY-VALUE        PIC X(8) VALUE 'DUALCTL'.
           05  WS-DEFAULT-THRESHOLD    PIC 9(5)V99 VALUE 10000.00.
           05  WS-THRESHOLD            PIC 9(5)V99.
           05  WS-USERID               PIC X(8).
           05  WS-ABS-NUMBER           PIC S9(5)V99 COMP-3.
           05  WS-ABS-NUMBER2          PIC S9(5)V99 COMP-3.
           05  WS-FOREIGN-SW           PIC X VALUE 'N'.
               88  WS-FOREIGN-CAPTURE            VALUE 'Y'.

       01  WS-EXIT-TEXT                PIC X(13)
           VALUE 'BUG003I ENDED'.

      * The capture as the journal shows it: the amounts are the
      * original-currency pair for a foreign capture, otherwise
      * the base pair.
       01  WS-CAPT-IMAGE.
           05  FILLER                  PIC X(3) VALUE 'AC='.
           05  WS-CI-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X(4) VALUE ' ED='.
           05  WS-CI-EFF-DATE          PIC X(8).
           05  FILLER                  PIC X(4) VALUE ' AP='.
           05  WS-CI-STATUS            PIC X.
           05  FILLER                  PIC X(5) VALUE ' CCY='.
           05  WS-CI-CURRENCY          PIC X(3).
           05  FILLER                  PIC X(4) VALUE ' A1='.
           05  WS-CI-AMOUNT1           PIC -(9)9.99.
           05  FILLER                  PIC X(4) VALUE ' A2='.
           05  WS-CI-AMOUNT2           PIC -(9)9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.

      * Operator journal entry, shared layout with BUG002I,
      * BUG005I, BUG006I and the BUG021 report.
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
           END-EXEC

           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF CCCYL > 0 AND CCCYI NOT = LOW-VALUES
                       AND CCCYI NOT = SPACES
                   MOVE 'Y' TO WS-FOREIGN-SW
               ELSE
                   MOVE 'N' TO WS-FOREIGN-SW
               END-IF
               EVALUATE TRUE
                   WHEN WS-FOREIGN-CAPTURE
                           AND (CORIG1I NOT NUMERIC
                               OR CORIG2I NOT NUMERIC)
                       MOVE 'ORIGINAL AMOUNTS NOT NUMERIC' TO CMSGO
                   WHEN NOT WS-FOREIGN-CAPTURE
                           AND (CNUM1I NOT NUMERIC
                               OR CNUM2I NOT NUMERIC)
                       MOVE 'NOT NUMERIC' TO CMSGO
                   WHEN CEDATEL > 0 AND CEDATEI NOT = SPACES
                           AND CEDATEI NOT NUMERIC
           MOVE SPACES      TO WS-CAPT-TRAN-DATA
           MOVE EIBDATE     TO WS-CAPT-DATE-JUL
           MOVE EIBTASKN    TO WS-CAPT-TASKNO
           IF WS-FOREIGN-CAPTURE
               MOVE CCCYI   TO WS-CAPT-CURRENCY
               MOVE CORIG1I TO WS-CAPT-ORIG-NUMBER
               MOVE CORIG2I TO WS-CAPT-ORIG-NUMBER2
           ELSE
               MOVE CNUM1I  TO WS-CAPT-NUMBER
               MOVE CNUM2I  TO WS-CAPT-NUMBER2
           END-IF
      * An untouched map field comes back as LOW-VALUES; the batch
      * side defaults on SPACES, so normalize here or the entry
      * would post under an unprintable account key.
           ELSE
               MOVE SPACES  TO WS-CAPT-EFF-DATE
           END-IF
           PERFORM 2200-SET-APPROVAL-STATE
           EXEC CICS
               WRITE FILE('CAPTQ')
                     FROM(WS-CAPT-REC)
                     RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               EVALUATE TRUE
                   WHEN WS-FOREIGN-CAPTURE
                       MOVE 'FOREIGN CURRENCY - HELD FOR APPROVAL'
                           TO CMSGO
                   WHEN WS-CAPT-PENDING
                       MOVE 'OVER LIMIT - HELD FOR APPROVAL' TO CMSGO
                   WHEN OTHER
                       MOVE 'CAPTURED FOR TONIGHTS RUN' TO CMSGO
               END-EVALUATE
               MOVE 'CAPTURE' TO WS-JRNL-ACTION
               MOVE SPACES    TO WS-JRNL-BEFORE
               PERFORM 2300-BUILD-IMAGE
               MOVE WS-CAPT-IMAGE TO WS-JRNL-AFTER
               PERFORM 8000-WRITE-JOURNAL
           ELSE
               MOVE 'CAPTURE WRITE FAILED - CALL SUPPORT'
                   TO CMSGO
           END-IF.

      * Who keyed it and from where is recorded on every capture;
      * the approval fields only come into play above the limit.
       2200-SET-APPROVAL-STATE.
           EXEC CICS
               ASSIGN USERID(WS-USERID)
           END-EXEC
           MOVE WS-USERID   TO WS-CAPT-KEYED-BY
           MOVE EIBTRMID    TO WS-CAPT-KEYED-TERM
           MOVE EIBTIME     TO WS-CAPT-KEYED-TIME
           MOVE SPACES      TO WS-CAPT-DECIDED-BY
           MOVE ZERO        TO WS-CAPT-DECIDED-DATE-JUL
           MOVE ZERO        TO WS-CAPT-DECIDED-TIME
           MOVE ZERO        TO WS-CAPT-ROLL-COUNT
           MOVE SPACE       TO WS-CAPT-APPROVAL-STATUS
           MOVE WS-CTL-KEY-VALUE TO WS-CTL-KEY
           EXEC CICS
               READ FILE('CAPTCTL')
                    INTO(WS-CAPTCTL-REC)
                    RIDFLD(WS-CTL-KEY)
                    RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
                   AND WS-CTL-THRESHOLD IS NUMERIC
               MOVE WS-CTL-THRESHOLD TO WS-THRESHOLD
           ELSE
               MOVE WS-DEFAULT-THRESHOLD TO WS-THRESHOLD
           END-IF
           IF WS-FOREIGN-CAPTURE
               MOVE 'P' TO WS-CAPT-APPROVAL-STATUS
           ELSE
               MOVE WS-CAPT-NUMBER  TO WS-ABS-NUMBER
               MOVE WS-CAPT-NUMBER2 TO WS-ABS-NUMBER2
               IF WS-ABS-NUMBER < ZERO
                   COMPUTE WS-ABS-NUMBER = ZERO - WS-ABS-NUMBER
               END-IF
               IF WS-ABS-NUMBER2 < ZERO
                   COMPUTE WS-ABS-NUMBER2 = ZERO - WS-ABS-NUMBER2
               END-IF
               IF WS-ABS-NUMBER > WS-THRESHOLD
                       OR WS-ABS-NUMBER2 > WS-THRESHOLD
                   MOVE 'P' TO WS-CAPT-APPROVAL-STATUS
               END-IF
           END-IF.

       2300-BUILD-IMAGE.
           MOVE WS-CAPT-ACCOUNT         TO WS-CI-ACCOUNT
           MOVE WS-CAPT-EFF-DATE        TO WS-CI-EFF-DATE
           MOVE WS-CAPT-APPROVAL-STATUS TO WS-CI-STATUS
           MOVE WS-CAPT-CURRENCY        TO WS-CI-CURRENCY
           IF WS-FOREIGN-CAPTURE
               MOVE WS-CAPT-ORIG-NUMBER TO WS-CI-AMOUNT1
               MOVE WS-CAPT-ORIG-NUMBER2
                   TO WS-CI-AMOUNT2
           ELSE
               MOVE WS-CAPT-NUMBER      TO WS-CI-AMOUNT1
               MOVE WS-CAPT-NUMBER2     TO WS-CI-AMOUNT2
           END-IF.

      * The change itself has already been made when the journal is
      * written, so a failed journal write does not undo it; the
      * operator is told to report it so the entry can be made
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
           MOVE 'BUG003I'        TO WS-JRNL-PROGRAM
           MOVE WS-CAPT-KEY      TO WS-JRNL-REC-KEY
           EXEC CICS
               WRITE FILE('OPSJRNL')
                     FROM(WS-JRNL-REC)
                     RIDFLD(WS-JRNL-KEY)
                     RESP(WS-JRNL-RESP)
           END-EXEC
           IF WS-JRNL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DONE BUT NOT JOURNALLED - CALL SUPPORT'
                   TO CMSGO
           END-IF.

       3000-EXIT-TRANSACTION.
           EXEC CICS
               SEND TEXT FROM(WS-EXIT-TEXT)
