       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG006I.
       AUTHOR. BATCH-SYSTEMS.

      * Capture approval transaction - the second pair of eyes on
      * high-value online captures. BUG003I queues any pair with
      * a leg over the CAPTCTL threshold on CAPTQ as pending
      * instead of ready to post. This screen lists the pending
      * captures ten at a time, in queue order, with the user
      * that keyed each one and when, and the amounts, account and
      * effective date involved - a foreign-currency capture shows
      * its currency code and original amounts, since its base
      * value is only settled when BUG001 converts it. The
      * approver keys A or D beside an item and presses ENTER:
      *
      *   A  approves it - BUG001 posts it in that night's run;
      *   D  declines it - BUG001 drops it from the queue unposted.
      *
      * The approver must be a different signed-on user from the
      * one who keyed the capture; an attempt to decide one's own
      * capture is refused and the item stays pending. Anything
      * still pending when BUG001 runs rolls to the next night and
      * is listed on the BUG018 morning report.
      *
      * Pseudo-conversational like BUG001I. The commarea carries
      * the key the page was browsed from and the key of each
      * item shown, so a decision applies to exactly the capture
      * the approver was looking at. PF8 pages forward, PF7 goes
      * back to the top of the list.
      *
      * Every approval and decline is written to the OPSJRNL
      * operator journal shared with BUG002I, BUG003I and BUG005I:
      * signed-on user, terminal, date and time, transaction, the
      * queue key, and the capture before and after the decision.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY DFHAID.
           COPY BUG6MAP.

       01  WS-CAPT-REC.
           05  WS-CAPT-KEY.
               10  WS-CAPT-DATE-JUL    PIC 9(7).
               10  WS-CAPT-TASKNO      PIC 9(7).
           05  WS-CAPT-TRAN-DATA.
               10  WS-CAPT-NUMBER      PIC S9(5)V99 SIGN IS TRAILING.
               10  WS-CAPT-NUMBER2     PIC S9(5)V99 SIGN IS TRAILING.
               10  WS-CAPT-ACCOUNT     PIC X(4).
               10  WS-CAPT-RECYCLE-IND PIC X.
               10  FILLER              PIC X.
               10  WS-CAPT-EFF-DATE    PIC X(8).
               10  WS-CAPT-CURRENCY    PIC X(3).
                   88  WS-CAPT-BASE-CURRENCY     VALUE SPACES.
               10  WS-CAPT-ORIG-NUMBER PIC S9(9)V99 SIGN IS TRAILING.
               10  WS-CAPT-ORIG-NUMBER2
                                       PIC S9(9)V99 SIGN IS TRAILING.
               10  FILLER              PIC X(27).
           05  WS-CAPT-APPROVAL-STATUS PIC X.
               88  WS-CAPT-PENDING               VALUE 'P'.
               88  WS-CAPT-APPROVED              VALUE 'A'.
               88  WS-CAPT-DECLINED              VALUE 'D'.
           05  WS-CAPT-KEYED-BY        PIC X(8).
           05  WS-CAPT-KEYED-TERM      PIC X(4).
           05  WS-CAPT-KEYED-TIME      PIC 9(7).
           05  WS-CAPT-DECIDED-BY      PIC X(8).
           05  WS-CAPT-DECIDED-DATE-JUL
                                       PIC 9(7).
           05  WS-CAPT-DECIDED-TIME    PIC 9(7).
           05  WS-CAPT-ROLL-COUNT      PIC 9(3).

       01  WS-COMMAREA.
           05  WS-CA-FIRST-KEY.
               10  WS-CA-FIRST-DATE-JUL
                                       PIC 9(7).
               10  WS-CA-FIRST-TASKNO  PIC 9(7).
           05  WS-CA-LAST-KEY.
               10  WS-CA-LAST-DATE-JUL PIC 9(7).
               10  WS-CA-LAST-TASKNO   PIC 9(7).
           05  WS-CA-LINE-COUNT        PIC 9(2).
           05  WS-CA-LINE-KEY OCCURS 10 TIMES
                                       PIC X(14).

       01  WS-BROWSE-FIELDS.
           05  WS-BROWSE-KEY           PIC X(14).
           05  WS-LINE-IDX             PIC 9(2) COMP.
           05  WS-PAGE-SIZE            PIC 9(2) COMP VALUE 10.
           05  WS-BROWSE-EOF-SW        PIC X.
               88  WS-BROWSE-EOF                 VALUE 'Y'.

       01  WS-DECISION-FIELDS.
           05  WS-USERID               PIC X(8).
           05  WS-ACTION               PIC X.
               88  WS-ACTION-APPROVE             VALUES 'A' 'a'.
               88  WS-ACTION-DECLINE             VALUES 'D' 'd'.
               88  WS-ACTION-NONE                VALUES SPACE
                                                        LOW-VALUE.
           05  WS-APPROVED-COUNT       PIC 9(2).
           05  WS-DECLINED-COUNT       PIC 9(2).
           05  WS-REFUSED-TEXT         PIC X(60).
           05  WS-COUNT-EDIT           PIC Z9.
           05  WS-COUNT2-EDIT          PIC Z9.

      * One list row. The keyed date on the queue key is the CICS
      * 0CYYDDD form, shown here as a calendar date; the keyed
      * time is EIBTIME's 0HHMMSS, shown as HHMMSS.
       01  WS-LIST-FIELDS.
           05  WS-KEYED-YYYYDDD        PIC 9(7).
           05  WS-KEYED-DATE           PIC 9(8).
           05  WS-KEYED-HHMMSS         PIC 9(6).

       01  WS-DETAIL-LINE.
           05  WS-DL-DATE              PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-TIME              PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-USER              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-CURRENCY          PIC X(3).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-NUMBER            PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-NUMBER2           PIC ZZZZZZZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-EFF-DATE          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ROLLS             PIC ZZ9.

       01  WS-EXIT-TEXT                PIC X(13)
           VALUE 'BUG006I ENDED'.

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
      * BUG003I, BUG005I and the BUG021 report.
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
       01  DFHCOMMAREA                 PIC X(170).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-MAIN-PROCESS.
           IF EIBCALEN = 0
               PERFORM 1000-SEND-FIRST-PAGE
           ELSE
               MOVE DFHCOMMAREA TO WS-COMMAREA
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 3000-EXIT-TRANSACTION
                   WHEN DFHPF7
                       PERFORM 1000-SEND-FIRST-PAGE
                   WHEN DFHPF8
                       PERFORM 2500-NEXT-PAGE
                   WHEN OTHER
                       PERFORM 2600-PROCESS-DECISIONS
               END-EVALUATE
           END-IF
           EXEC CICS
               RETURN TRANSID('BUG6')
                      COMMAREA(WS-COMMAREA)
                      LENGTH(170)
           END-EXEC.

       1000-SEND-FIRST-PAGE.
           MOVE ZERO TO WS-CA-FIRST-KEY
           PERFORM 2000-BUILD-PAGE
           IF WS-CA-LINE-COUNT = ZERO
               MOVE 'NO CAPTURES AWAITING APPROVAL' TO AMSGO
           END-IF
           EXEC CICS
               SEND MAP('BUG6MAP')
                    MAPSET('BUG6SET')
                    FROM(BUG6MAPO)
                    ERASE
           END-EXEC.

      * Browse the queue from the page's first key and list the
      * first ten captures still pending; approved, declined and
      * below-threshold captures are passed over.
       2000-BUILD-PAGE.
           MOVE LOW-VALUES TO BUG6MAPO
           MOVE ZERO TO WS-CA-LINE-COUNT
           MOVE ZERO TO WS-CA-LAST-KEY
           MOVE 1 TO WS-LINE-IDX
           PERFORM 2050-CLEAR-LINE-KEY
               UNTIL WS-LINE-IDX > WS-PAGE-SIZE
           MOVE 'N' TO WS-BROWSE-EOF-SW
           MOVE WS-CA-FIRST-KEY TO WS-BROWSE-KEY
           EXEC CICS
               STARTBR FILE('CAPTQ')
                       RIDFLD(WS-BROWSE-KEY)
                       GTEQ
                       RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2100-READ-PENDING
                   UNTIL WS-BROWSE-EOF
                   OR WS-CA-LINE-COUNT = WS-PAGE-SIZE
               EXEC CICS
                   ENDBR FILE('CAPTQ')
               END-EXEC
           END-IF.

       2050-CLEAR-LINE-KEY.
           MOVE SPACES TO WS-CA-LINE-KEY (WS-LINE-IDX)
           ADD 1 TO WS-LINE-IDX.

       2100-READ-PENDING.
           EXEC CICS
               READNEXT FILE('CAPTQ')
                        INTO(WS-CAPT-REC)
                        RIDFLD(WS-BROWSE-KEY)
                        RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE NOT = DFHRESP(NORMAL)
               SET WS-BROWSE-EOF TO TRUE
           ELSE
               IF WS-CAPT-PENDING
                   ADD 1 TO WS-CA-LINE-COUNT
                   MOVE WS-CA-LINE-COUNT TO WS-LINE-IDX
                   MOVE WS-CAPT-KEY TO WS-CA-LINE-KEY (WS-LINE-IDX)
                   MOVE WS-CAPT-KEY TO WS-CA-LAST-KEY
                   PERFORM 2200-FORMAT-LINE
               END-IF
           END-IF.

       2200-FORMAT-LINE.
           COMPUTE WS-KEYED-YYYYDDD = 1900000 + WS-CAPT-DATE-JUL
           COMPUTE WS-KEYED-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DAY(WS-KEYED-YYYYDDD))
           MOVE WS-CAPT-KEYED-TIME TO WS-KEYED-HHMMSS
           MOVE WS-KEYED-DATE      TO WS-DL-DATE
           MOVE WS-KEYED-HHMMSS    TO WS-DL-TIME
           MOVE WS-CAPT-KEYED-BY   TO WS-DL-USER
           MOVE WS-CAPT-ACCOUNT    TO WS-DL-ACCOUNT
           MOVE WS-CAPT-CURRENCY   TO WS-DL-CURRENCY
           IF WS-CAPT-BASE-CURRENCY
               MOVE WS-CAPT-NUMBER      TO WS-DL-NUMBER
               MOVE WS-CAPT-NUMBER2     TO WS-DL-NUMBER2
           ELSE
               MOVE WS-CAPT-ORIG-NUMBER  TO WS-DL-NUMBER
               MOVE WS-CAPT-ORIG-NUMBER2 TO WS-DL-NUMBER2
           END-IF
           MOVE WS-CAPT-EFF-DATE   TO WS-DL-EFF-DATE
           MOVE WS-CAPT-ROLL-COUNT TO WS-DL-ROLLS
           MOVE WS-DETAIL-LINE TO ADETO (WS-LINE-IDX).

      * PF8: carry on from just past the last item shown. A short
      * page means the list is already at its end.
       2500-NEXT-PAGE.
           IF WS-CA-LINE-COUNT < WS-PAGE-SIZE
               PERFORM 2000-BUILD-PAGE
               MOVE 'NO FURTHER PENDING CAPTURES' TO AMSGO
           ELSE
               MOVE WS-CA-LAST-KEY TO WS-CA-FIRST-KEY
               ADD 1 TO WS-CA-FIRST-TASKNO
               PERFORM 2000-BUILD-PAGE
               IF WS-CA-LINE-COUNT = ZERO
                   MOVE ZERO TO WS-CA-FIRST-KEY
                   PERFORM 2000-BUILD-PAGE
                   MOVE 'END OF LIST - BACK AT THE TOP' TO AMSGO
               END-IF
           END-IF
           PERFORM 2900-SEND-MAP.

      * ENTER: apply every A or D keyed beside a listed item, then
      * repaint the same page so decided items drop off it.
       2600-PROCESS-DECISIONS.
           EXEC CICS
               RECEIVE MAP('BUG6MAP')
                       MAPSET('BUG6SET')
                       INTO(BUG6MAPI)
                       RESP(WS-RESP-CODE)
           END-EXEC
           MOVE ZERO   TO WS-APPROVED-COUNT
           MOVE ZERO   TO WS-DECLINED-COUNT
           MOVE SPACES TO WS-REFUSED-TEXT
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               EXEC CICS
                   ASSIGN USERID(WS-USERID)
               END-EXEC
               MOVE 1 TO WS-LINE-IDX
               PERFORM 2700-DECIDE-LINE
                   UNTIL WS-LINE-IDX > WS-CA-LINE-COUNT
           END-IF
           PERFORM 2000-BUILD-PAGE
           EVALUATE TRUE
               WHEN WS-REFUSED-TEXT NOT = SPACES
                   MOVE WS-REFUSED-TEXT TO AMSGO
               WHEN WS-APPROVED-COUNT = ZERO
                       AND WS-DECLINED-COUNT = ZERO
                   MOVE 'KEY A OR D BESIDE AN ITEM AND PRESS ENTER'
                       TO AMSGO
               WHEN OTHER
                   MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT
                   MOVE WS-DECLINED-COUNT TO WS-COUNT2-EDIT
                   STRING WS-COUNT-EDIT ' APPROVED  '
                          WS-COUNT2-EDIT ' DECLINED'
                       DELIMITED BY SIZE INTO AMSGO
           END-EVALUATE
           PERFORM 2900-SEND-MAP.

       2700-DECIDE-LINE.
           MOVE SPACE TO WS-ACTION
           IF AACTL (WS-LINE-IDX) > 0
               MOVE AACTI (WS-LINE-IDX) TO WS-ACTION
           END-IF
           EVALUATE TRUE
               WHEN WS-ACTION-NONE
                   CONTINUE
               WHEN WS-ACTION-APPROVE OR WS-ACTION-DECLINE
                   PERFORM 2800-APPLY-DECISION
               WHEN OTHER
                   MOVE 'ACTION MUST BE A OR D - LINE LEFT PENDING'
                       TO WS-REFUSED-TEXT
           END-EVALUATE
           ADD 1 TO WS-LINE-IDX.

      * Re-read for update, so two approvers working the list at
      * once cannot both decide the same capture: whoever gets
      * there second finds it no longer pending.
       2800-APPLY-DECISION.
           MOVE WS-CA-LINE-KEY (WS-LINE-IDX) TO WS-CAPT-KEY
           EXEC CICS
               READ FILE('CAPTQ')
                    INTO(WS-CAPT-REC)
                    RIDFLD(WS-CAPT-KEY)
                    UPDATE
                    RESP(WS-RESP-CODE)
           END-EXEC
           EVALUATE TRUE
               WHEN WS-RESP-CODE NOT = DFHRESP(NORMAL)
                   MOVE 'CAPTURE NO LONGER ON THE QUEUE'
                       TO WS-REFUSED-TEXT
               WHEN NOT WS-CAPT-PENDING
                   EXEC CICS
                       UNLOCK FILE('CAPTQ')
                   END-EXEC
                   MOVE 'ALREADY DECIDED BY ANOTHER APPROVER'
                       TO WS-REFUSED-TEXT
               WHEN WS-CAPT-KEYED-BY = WS-USERID
                   EXEC CICS
                       UNLOCK FILE('CAPTQ')
                   END-EXEC
                   MOVE 'OWN CAPTURE - ANOTHER USER MUST DECIDE IT'
                       TO WS-REFUSED-TEXT
               WHEN OTHER
                   PERFORM 2850-REWRITE-DECISION
           END-EVALUATE.

       2850-REWRITE-DECISION.
           PERFORM 2860-BUILD-IMAGE
           MOVE WS-CAPT-IMAGE TO WS-JRNL-BEFORE
           IF WS-ACTION-APPROVE
               MOVE 'A' TO WS-CAPT-APPROVAL-STATUS
           ELSE
               MOVE 'D' TO WS-CAPT-APPROVAL-STATUS
           END-IF
           MOVE WS-USERID TO WS-CAPT-DECIDED-BY
           MOVE EIBDATE   TO WS-CAPT-DECIDED-DATE-JUL
           MOVE EIBTIME   TO WS-CAPT-DECIDED-TIME
           EXEC CICS
               REWRITE FILE('CAPTQ')
                       FROM(WS-CAPT-REC)
                       RESP(WS-RESP-CODE)
           END-EXEC
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               IF WS-CAPT-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVE' TO WS-JRNL-ACTION
               ELSE
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE 'DECLINE' TO WS-JRNL-ACTION
               END-IF
               PERFORM 2860-BUILD-IMAGE
               MOVE WS-CAPT-IMAGE TO WS-JRNL-AFTER
               PERFORM 8000-WRITE-JOURNAL
           ELSE
               MOVE 'DECISION NOT RECORDED - CALL SUPPORT'
                   TO WS-REFUSED-TEXT
           END-IF.

       2860-BUILD-IMAGE.
           MOVE WS-CAPT-ACCOUNT         TO WS-CI-ACCOUNT
           MOVE WS-CAPT-EFF-DATE        TO WS-CI-EFF-DATE
           MOVE WS-CAPT-APPROVAL-STATUS TO WS-CI-STATUS
           MOVE WS-CAPT-CURRENCY        TO WS-CI-CURRENCY
           IF WS-CAPT-BASE-CURRENCY
               MOVE WS-CAPT-NUMBER      TO WS-CI-AMOUNT1
               MOVE WS-CAPT-NUMBER2     TO WS-CI-AMOUNT2
           ELSE
               MOVE WS-CAPT-ORIG-NUMBER TO WS-CI-AMOUNT1
               MOVE WS-CAPT-ORIG-NUMBER2
                   TO WS-CI-AMOUNT2
           END-IF.

       2900-SEND-MAP.
           EXEC CICS
               SEND MAP('BUG6MAP')
                    MAPSET('BUG6SET')
                    FROM(BUG6MAPO)
                    ERASE
           END-EXEC.

      * The change itself has already been made when the journal is
      * written, so a failed journal write does not undo it; the
      * approver is told to report it so the entry can be made
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
           MOVE 'BUG006I'        TO WS-JRNL-PROGRAM
           MOVE WS-CAPT-KEY      TO WS-JRNL-REC-KEY
           EXEC CICS
               WRITE FILE('OPSJRNL')
                     FROM(WS-JRNL-REC)
                     RIDFLD(WS-JRNL-KEY)
                     RESP(WS-JRNL-RESP)
           END-EXEC
           IF WS-JRNL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DECIDED BUT NOT JOURNALLED - CALL SUPPORT'
                   TO WS-REFUSED-TEXT
           END-IF.

       3000-EXIT-TRANSACTION.
           EXEC CICS
               SEND TEXT FROM(WS-EXIT-TEXT)
                    LENGTH(13)
                    ERASE
           END-EXEC
           EXEC CICS
               RETURN
           END-EXEC.
