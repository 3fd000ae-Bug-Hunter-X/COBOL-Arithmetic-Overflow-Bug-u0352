      * onto the reject master REJMSTR, an operator calls each
      * record up here by run date, run time and sequence (all
      * three shown on REJECTRPT), overtypes the bad
      * field(s) - amounts, account code or effective date, or for
      * a foreign-currency detail its currency and original
      * amounts - and releases it with PF5. Released records are
      * swept off the master by the next BUG003 run and fed back
      * into TRANIN flagged as recycled. PF4 saves the overtyped
      * fields without releasing, so one operator can key a
      * correction and a second check and release it.
      *
      * Pseudo-conversational like BUG001I: first attach paints
      * the empty screen; afterwards the AID key decides whether
      * the operator is fetching (ENTER), saving (PF4) or
      * releasing (PF5).
      *
      * Every correction and every release is written to the
      * OPSJRNL operator journal shared with BUG003I, BUG005I and
      * BUG006I: signed-on user, terminal, date and time,
      * transaction, the reject's key, and the record's fields
      * before and after. BUG021 reports off it.
       ENVIRONMENT DIVISION.

       DATA DIVISION.
               88  WS-REJM-RELEASED              VALUE 'R'.
               88  WS-REJM-RECYCLED              VALUE 'X'.
           05  WS-REJM-EFF-DATE-RAW    PIC X(8).
           05  WS-REJM-CURRENCY        PIC X(3).
               88  WS-REJM-BASE-CURRENCY         VALUE SPACES.
           05  WS-REJM-ORIG-NUMBER-RAW PIC X(11).
           05  WS-REJM-ORIG-NUMBER2-RAW
                                       PIC X(11).

       01  WS-EDIT-FIELDS.
           05  WS-NUMBER-CHECK-X       PIC X(7).
           05  WS-NUMBER-CHECK REDEFINES WS-NUMBER-CHECK-X
                                       PIC S9(5)V99 SIGN IS TRAILING.
           05  WS-ORIG-CHECK-X         PIC X(11).
           05  WS-ORIG-CHECK REDEFINES WS-ORIG-CHECK-X
                                       PIC S9(9)V99 SIGN IS TRAILING.
           05  WS-AMOUNTS-SW           PIC X.
               88  WS-AMOUNTS-OK                 VALUE 'Y'.
           05  WS-DATE-CHECK-X         PIC X(8).
           05  WS-DATE-CHECK REDEFINES WS-DATE-CHECK-X
                                       PIC 9(8).
           05  WS-EXIT-TEXT            PIC X(13)
               VALUE 'BUG002I ENDED'.

      * The reject's correctable fields as the journal shows them,
      * taken once before the operator's overtypes are applied and
      * again after.
       01  WS-REJ-IMAGE.
           05  FILLER                  PIC X(3) VALUE 'N1='.
           05  WS-RI-NUMBER-RAW        PIC X(7).
           05  FILLER                  PIC X(4) VALUE ' N2='.
           05  WS-RI-NUMBER2-RAW       PIC X(7).
           05  FILLER                  PIC X(4) VALUE ' AC='.
           05  WS-RI-ACCOUNT-CODE      PIC X(4).
           05  FILLER                  PIC X(4) VALUE ' ED='.
           05  WS-RI-EFF-DATE-RAW      PIC X(8).
           05  FILLER                  PIC X(4) VALUE ' ST='.
           05  WS-RI-STATUS            PIC X.
           05  FILLER                  PIC X(4) VALUE ' CU='.
           05  WS-RI-CURRENCY          PIC X(3).
           05  FILLER                  PIC X(4) VALUE ' OA='.
           05  WS-RI-ORIG-NUMBER-RAW   PIC X(11).
           05  FILLER                  PIC X VALUE SPACE.
           05  WS-RI-ORIG-NUMBER2-RAW  PIC X(11).

       01  WS-IMAGE-FIELDS.
           05  WS-IMAGE-ORIGINAL       PIC X(80).
           05  WS-IMAGE-CORRECTED      PIC X(80).

      * Operator journal entry, shared layout with BUG003I,
      * BUG005I, BUG006I and the BUG021 report. The key is the
      * CICS date and task number plus a sequence within the task,
      * so one action logging two entries keeps them apart.
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
               EVALUATE EIBAID
                   WHEN DFHPF3
                       PERFORM 3000-EXIT-TRANSACTION
                   WHEN DFHPF4
                       PERFORM 2500-UPDATE-REJECT
                   WHEN DFHPF5
                       PERFORM 2500-UPDATE-REJECT
                   WHEN OTHER
                       PERFORM 2000-FETCH-REJECT
               END-EVALUATE
               PERFORM 2200-READ-MASTER
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   PERFORM 2300-FORMAT-DETAIL
                   MOVE 'OVERTYPE, PF4 TO SAVE OR PF5 TO RELEASE'
                       TO RMSGO
               ELSE
                   MOVE 'REJECT NOT FOUND' TO RMSGO
               END-IF
           MOVE WS-REJM-NUMBER2-RAW TO RNUM2O
           MOVE WS-REJM-ACCOUNT-CODE TO RACCTO
           MOVE WS-REJM-EFF-DATE-RAW TO REDATEO
           MOVE WS-REJM-CURRENCY    TO RCURRO
           MOVE WS-REJM-ORIG-NUMBER-RAW  TO RORG1O
           MOVE WS-REJM-ORIG-NUMBER2-RAW TO RORG2O
           STRING WS-REJM-REASON-CODE WS-REJM-REASON-TEXT
               DELIMITED BY SIZE INTO RREASO
           EVALUATE TRUE
                   MOVE WS-REJM-STATUS TO RSTATO
           END-EVALUATE.

      * PF4/PF5: re-read the record for update and apply the
      * operator's corrections. PF4 stops there and saves them,
      * still open. PF5 proves the amounts that will post are
      * numeric before anything is released - the original pair
      * for a foreign-currency detail, since BUG001 converts the
      * posting pair from them, the posting pair otherwise - and
      * marks the record released for BUG003. A record already
      * released or recycled is left alone so an amount cannot be
      * fed through twice from this screen.
       2500-UPDATE-REJECT.
           PERFORM 2100-RECEIVE-AND-KEY
           IF WS-RESP-CODE = DFHRESP(NORMAL)
               PERFORM 2510-READ-MASTER-UPDATE
               MOVE 'ALREADY RELEASED OR RECYCLED' TO RMSGO
               PERFORM 2300-FORMAT-DETAIL
           ELSE
               PERFORM 2600-BUILD-IMAGE
               MOVE WS-REJ-IMAGE TO WS-IMAGE-ORIGINAL
               IF RNUM1L > 0
                   MOVE RNUM1I TO WS-REJM-NUMBER-RAW
               END-IF
               IF REDATEL > 0
                   MOVE REDATEI TO WS-REJM-EFF-DATE-RAW
               END-IF
               IF RCURRL > 0
                   MOVE RCURRI TO WS-REJM-CURRENCY
               END-IF
               IF RORG1L > 0
                   MOVE RORG1I TO WS-REJM-ORIG-NUMBER-RAW
               END-IF
               IF RORG2L > 0
                   MOVE RORG2I TO WS-REJM-ORIG-NUMBER2-RAW
               END-IF
               PERFORM 2600-BUILD-IMAGE
               MOVE WS-REJ-IMAGE TO WS-IMAGE-CORRECTED
               IF EIBAID = DFHPF4
                   PERFORM 2550-SAVE-CORRECTION
               ELSE
                   PERFORM 2530-EDIT-AND-RELEASE
               END-IF
           END-IF.

      * A correction is journalled only when the overtypes changed
      * something; the release is journalled with the record as
      * released.
       2530-EDIT-AND-RELEASE.
           MOVE 'N' TO WS-AMOUNTS-SW
           IF WS-REJM-BASE-CURRENCY
               MOVE WS-REJM-NUMBER-RAW TO WS-NUMBER-CHECK-X
               IF WS-NUMBER-CHECK IS NUMERIC
                   MOVE WS-REJM-NUMBER2-RAW TO WS-NUMBER-CHECK-X
                   IF WS-NUMBER-CHECK IS NUMERIC
                       MOVE 'Y' TO WS-AMOUNTS-SW
                   END-IF
               END-IF
           ELSE
               MOVE WS-REJM-ORIG-NUMBER-RAW TO WS-ORIG-CHECK-X
               IF WS-ORIG-CHECK IS NUMERIC
                   MOVE WS-REJM-ORIG-NUMBER2-RAW TO WS-ORIG-CHECK-X
                   IF WS-ORIG-CHECK IS NUMERIC
                       MOVE 'Y' TO WS-AMOUNTS-SW
                   END-IF
               END-IF
           END-IF
           MOVE WS-REJM-EFF-DATE-RAW TO WS-DATE-CHECK-X
           IF WS-AMOUNTS-OK
                   AND (WS-DATE-CHECK-X = SPACES
                   OR WS-DATE-CHECK IS NUMERIC)
               MOVE 'R' TO WS-REJM-STATUS
               EXEC CICS
                   REWRITE FILE('REJMSTR')
                           FROM(WS-REJM-REC)
                           RESP(WS-RESP-CODE)
               END-EXEC
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   PERFORM 2300-FORMAT-DETAIL
                   MOVE 'RELEASED FOR NEXT CYCLE' TO RMSGO
                   IF WS-IMAGE-CORRECTED NOT = WS-IMAGE-ORIGINAL
                       MOVE 'CORRECT' TO WS-JRNL-ACTION
                       MOVE WS-IMAGE-ORIGINAL  TO WS-JRNL-BEFORE
                       MOVE WS-IMAGE-CORRECTED TO WS-JRNL-AFTER
                       PERFORM 8000-WRITE-JOURNAL
                   END-IF
                   MOVE 'RELEASE' TO WS-JRNL-ACTION
                   MOVE WS-IMAGE-CORRECTED TO WS-JRNL-BEFORE
                   PERFORM 2600-BUILD-IMAGE
                   MOVE WS-REJ-IMAGE TO WS-JRNL-AFTER
                   PERFORM 8000-WRITE-JOURNAL
               ELSE
                   MOVE 'O' TO WS-REJM-STATUS
                   PERFORM 2300-FORMAT-DETAIL
                   MOVE 'RELEASE FAILED - NOT REWRITTEN'
                       TO RMSGO
               END-IF
           ELSE
               EXEC CICS
                   UNLOCK FILE('REJMSTR')
               END-EXEC
               PERFORM 2300-FORMAT-DETAIL
               IF WS-AMOUNTS-OK
                   MOVE 'EFF DATE MUST BE YYYYMMDD OR BLANK'
                       TO RMSGO
               ELSE
                   MOVE 'AMOUNTS STILL NOT NUMERIC' TO RMSGO
               END-IF
           END-IF.

      * PF4: the overtyped fields go back on the master as keyed,
      * still open, whether or not they would pass the release
      * edit yet - the release edit is PF5's.
       2550-SAVE-CORRECTION.
           IF WS-IMAGE-CORRECTED = WS-IMAGE-ORIGINAL
               EXEC CICS
                   UNLOCK FILE('REJMSTR')
               END-EXEC
               PERFORM 2300-FORMAT-DETAIL
               MOVE 'NOTHING CHANGED - NOT SAVED' TO RMSGO
           ELSE
               EXEC CICS
                   REWRITE FILE('REJMSTR')
                           FROM(WS-REJM-REC)
                           RESP(WS-RESP-CODE)
               END-EXEC
               PERFORM 2300-FORMAT-DETAIL
               IF WS-RESP-CODE = DFHRESP(NORMAL)
                   MOVE 'CORRECTION SAVED - STILL OPEN' TO RMSGO
                   MOVE 'CORRECT' TO WS-JRNL-ACTION
                   MOVE WS-IMAGE-ORIGINAL  TO WS-JRNL-BEFORE
                   MOVE WS-IMAGE-CORRECTED TO WS-JRNL-AFTER
                   PERFORM 8000-WRITE-JOURNAL
               ELSE
                   MOVE 'SAVE FAILED - NOT REWRITTEN' TO RMSGO
               END-IF
           END-IF.

       2600-BUILD-IMAGE.
           MOVE WS-REJM-NUMBER-RAW   TO WS-RI-NUMBER-RAW
           MOVE WS-REJM-NUMBER2-RAW  TO WS-RI-NUMBER2-RAW
           MOVE WS-REJM-ACCOUNT-CODE TO WS-RI-ACCOUNT-CODE
           MOVE WS-REJM-EFF-DATE-RAW TO WS-RI-EFF-DATE-RAW
           MOVE WS-REJM-STATUS       TO WS-RI-STATUS
           MOVE WS-REJM-CURRENCY     TO WS-RI-CURRENCY
           MOVE WS-REJM-ORIG-NUMBER-RAW  TO WS-RI-ORIG-NUMBER-RAW
           MOVE WS-REJM-ORIG-NUMBER2-RAW TO WS-RI-ORIG-NUMBER2-RAW.

       2900-SEND-MAP.
           EXEC CICS
               SEND MAP('BUG2MAP')
                    FROM(BUG2MAPO)
           END-EXEC.

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
           MOVE 'BUG002I'        TO WS-JRNL-PROGRAM
           MOVE WS-REJM-KEY      TO WS-JRNL-REC-KEY
           EXEC CICS
               WRITE FILE('OPSJRNL')
                     FROM(WS-JRNL-REC)
                     RIDFLD(WS-JRNL-KEY)
                     RESP(WS-JRNL-RESP)
           END-EXEC
           IF WS-JRNL-RESP NOT = DFHRESP(NORMAL)
               MOVE 'DONE BUT NOT JOURNALLED - CALL SUPPORT'
                   TO RMSGO
           END-IF.

       3000-EXIT-TRANSACTION.
           EXEC CICS
               SEND TEXT FROM(WS-EXIT-TEXT)
