       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG013.
       AUTHOR. BATCH-SYSTEMS.

      * Held-batch release step. BUG001 no longer posts a batch
      * until its trailer proves count and amount; a batch that
      * fails (OUT OF BAL, NO TRAILER, BAD TRAILER, ID MISMATCH)
      * is parked whole on HELDBAT with its BATCHRPT verdict, and
      * none of it reaches the master, the GL extract or the
      * night's totals. This program is operations' way back out:
      *
      *   1. Reports every batch still parked - verdict, control
      *      figures against actuals, rejects inside it - on
      *      HELDRPT, so the morning review sees what is sitting
      *      on the held file and why.
      *
      *   2. Applies operations' HELDCTL cards: action 'R' to
      *      release a parked batch into a later run, 'D' to
      *      discard it, with the batch id, its business date and
      *      the authorizing operator's initials. A released batch
      *      is written out in TRANIN format on HELDOUT - header,
      *      details as they arrived, and a fresh trailer carrying
      *      the held actuals - for concatenation ahead of the next
      *      cycle's TRANIN feed, the way RECYCOUT is. Its header
      *      is flagged so BUG001 posts it as it stands instead of
      *      parking it again. A discarded batch simply stays off
      *      the books; the corrected resubmission from the source
      *      area posts normally, never having been registered.
      *
      * Like BUG009, the held file is rewritten to HELDNEW with
      * each acted-on batch stamped released or discarded, and the
      * job stream swaps it over the live HELDBAT on a clean end,
      * so a failed run leaves the live file untouched. Batches
      * settled on earlier nights stay on file as the audit trail
      * but are not reported again.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HELD-FILE ASSIGN TO HELDBAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HCTL-FILE ASSIGN TO HELDCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT HELDNEW-FILE ASSIGN TO HELDNEW
               ORGANIZATION IS SEQUENTIAL.

           SELECT RELOUT-FILE ASSIGN TO HELDOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO HELDRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  HELD-FILE
           RECORDING MODE IS F.
       01  HELD-REC.
           05  HELD-KEY.
               10  HELD-BATCH-ID       PIC X(8).
               10  HELD-BATCH-DATE     PIC 9(8).
               10  HELD-PARK-DATE      PIC 9(8).
               10  HELD-PARK-TIME      PIC 9(6).
               10  HELD-SEQ            PIC 9(6).
           05  HELD-LINE-TYPE          PIC X.
               88  HELD-BATCH-LINE               VALUE 'B'.
               88  HELD-IMAGE-LINE               VALUE 'I'.
           05  HELD-STATUS             PIC X.
               88  HELD-PARKED                   VALUE 'P'.
               88  HELD-RELEASED                 VALUE 'R'.
               88  HELD-DISCARDED                VALUE 'D'.
           05  HELD-ACTION-DATE        PIC 9(8).
           05  HELD-REVIEWER           PIC X(3).
           05  HELD-DATA               PIC X(80).
           05  HELD-BATCH-DATA REDEFINES HELD-DATA.
               10  HELD-ORIGIN-AREA    PIC X(4).
               10  HELD-VERDICT        PIC X(13).
               10  HELD-EXPECTED-COUNT PIC 9(6).
               10  HELD-ACTUAL-COUNT   PIC 9(6).
               10  HELD-EXPECTED-AMOUNT
                                       PIC S9(7)V99 SIGN IS TRAILING.
               10  HELD-ACTUAL-AMOUNT  PIC S9(7)V99 SIGN IS TRAILING.
               10  HELD-REJECT-COUNT   PIC 9(6).
               10  HELD-TRAILER-IND    PIC X.
               10  FILLER              PIC X(26).

       FD  HCTL-FILE
           RECORDING MODE IS F.
       01  HCTL-REC.
           05  HCTL-ACTION             PIC X.
               88  HCTL-RELEASE                  VALUE 'R'.
               88  HCTL-DISCARD                  VALUE 'D'.
           05  FILLER                  PIC X.
           05  HCTL-BATCH-ID           PIC X(8).
           05  FILLER                  PIC X.
           05  HCTL-BATCH-DATE         PIC 9(8).
           05  FILLER                  PIC X.
           05  HCTL-REVIEWER           PIC X(3).
           05  FILLER                  PIC X(57).

       FD  HELDNEW-FILE
           RECORDING MODE IS F.
       01  HELDNEW-REC                 PIC X(129).

      * TRANIN layout, so HELDOUT can be concatenated straight
      * into the next cycle's feed.
       FD  RELOUT-FILE
           RECORDING MODE IS F.
       01  RELOUT-REC.
           05  FILLER                  PIC X(18).
           05  RELOUT-RECYCLE-IND      PIC X.
           05  RELOUT-RECORD-TYPE      PIC X.
           05  RELOUT-BATCH-ID         PIC X(8).
           05  RELOUT-BATCH-DATE       PIC 9(8).
           05  RELOUT-ORIGIN-AREA      PIC X(4).
           05  RELOUT-BATCH-COUNT      PIC 9(6).
           05  RELOUT-BATCH-AMOUNT     PIC S9(7)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(25).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RUN-DATE                 PIC 9(8).

      * Operations' cards for the run, loaded up front so the
      * single pass over the held file can match them in any
      * order. A card names a batch by id and business date and
      * applies to every parked copy of it; one that matched
      * nothing still parked is reported back as not matched.
       01  WS-CARD-TABLE.
           05  WS-CARD-USED            PIC 9(3) COMP VALUE ZERO.
           05  WS-CARD-MAX             PIC 9(3) COMP VALUE 100.
           05  WS-CARD-ENTRY OCCURS 100 TIMES.
               10  WS-CD-ACTION        PIC X.
               10  WS-CD-BATCH-ID      PIC X(8).
               10  WS-CD-BATCH-DATE    PIC 9(8).
               10  WS-CD-REVIEWER      PIC X(3).
               10  WS-CD-USED-SW       PIC X.
                   88  WS-CD-USED-UP             VALUE 'Y'.

       01  WS-SCAN-FIELDS.
           05  WS-CARD-IDX             PIC 9(3) COMP.
           05  WS-FOUND-SW             PIC X.
               88  WS-CARD-FOUND                 VALUE 'Y'.

      * The parked batch in hand: the 'B' line's decision governs
      * every image line behind it, and its identity and actuals
      * build the trailer a released batch goes out with.
       01  WS-GROUP-FIELDS.
           05  WS-GROUP-ACTION         PIC X VALUE SPACE.
               88  WS-GROUP-RELEASE              VALUE 'R'.
               88  WS-GROUP-DISCARD              VALUE 'D'.
               88  WS-GROUP-LEAVE                VALUE 'L'.
               88  WS-GROUP-SETTLED              VALUE 'S'.
           05  WS-GROUP-REVIEWER       PIC X(3).
           05  WS-GROUP-BATCH-ID       PIC X(8).
           05  WS-GROUP-BATCH-DATE     PIC 9(8).
           05  WS-GROUP-ORIGIN-AREA    PIC X(4).
           05  WS-GROUP-COUNT          PIC 9(6).
           05  WS-GROUP-AMOUNT         PIC S9(7)V99 COMP-3.
           05  WS-IMAGE                PIC X(80).
           05  WS-IMAGE-SPLIT REDEFINES WS-IMAGE.
               10  FILLER              PIC X(18).
               10  WS-IMAGE-RECYCLE-IND
                                       PIC X.
               10  WS-IMAGE-RECORD-TYPE
                                       PIC X.
                   88  WS-IMAGE-HEADER           VALUE 'H'.
                   88  WS-IMAGE-TRAILER          VALUE 'T'.
               10  FILLER              PIC X(60).

       01  WS-COUNTERS.
           05  WS-BATCHES-PARKED       PIC 9(6) VALUE ZERO.
           05  WS-BATCHES-RELEASED     PIC 9(6) VALUE ZERO.
           05  WS-BATCHES-DISCARDED    PIC 9(6) VALUE ZERO.
           05  WS-RECORDS-RELEASED     PIC 9(6) VALUE ZERO.
           05  WS-CARDS-LOADED         PIC 9(6) VALUE ZERO.
           05  WS-CARDS-UNMATCHED      PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(29)
               VALUE 'BUG013  HELD BATCHES  AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'BATCH    BUS DATE ORIG PARKED   VERDICT '.
           05  FILLER                  PIC X(40)
               VALUE '      EXP CNT ACT CNT    EXPECTED      A'.
           05  FILLER                  PIC X(52)
               VALUE 'CTUAL      REJ  DISPOSITION'.

       01  WS-DETAIL-LINE.
           05  WS-DL-BATCH             PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-BATCH-DATE        PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ORIGIN            PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-PARK-DATE         PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-VERDICT           PIC X(13).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-EXP-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ACT-COUNT         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-EXP-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ACT-AMOUNT        PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-REJECTS           PIC ZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-DL-TEXT              PIC X(30).
           05  FILLER                  PIC X(6)  VALUE SPACES.

       01  WS-CARD-LINE.
           05  FILLER                  PIC X(18)
               VALUE 'CARD NOT MATCHED  '.
           05  WS-CL-ACTION            PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-CL-BATCH             PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-CL-BATCH-DATE        PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-CL-REVIEWER          PIC X(3).
           05  FILLER                  PIC X(91) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-HELD-EOF-SW          PIC X VALUE 'N'.
               88  WS-HELD-EOF                   VALUE 'Y'.
           05  WS-HCTL-EOF-SW          PIC X VALUE 'N'.
               88  WS-HCTL-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-HELD-LINE UNTIL WS-HELD-EOF
           PERFORM 2900-CLOSE-GROUP
           PERFORM 7000-REPORT-UNMATCHED-CARDS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT HCTL-FILE
           PERFORM 1200-READ-CARD
           PERFORM 1100-LOAD-CARD UNTIL WS-HCTL-EOF
           CLOSE HCTL-FILE
           OPEN INPUT HELD-FILE
           OPEN OUTPUT HELDNEW-FILE
           OPEN OUTPUT RELOUT-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-HELD.

      * A release or discard is an authorized decision, so a card
      * without the operator's initials is refused along with any
      * that does not name a batch properly.
       1100-LOAD-CARD.
           IF (HCTL-RELEASE OR HCTL-DISCARD)
                   AND HCTL-BATCH-ID NOT = SPACES
                   AND HCTL-BATCH-DATE NUMERIC
                   AND HCTL-REVIEWER NOT = SPACES
               IF WS-CARD-USED < WS-CARD-MAX
                   ADD 1 TO WS-CARD-USED
                   ADD 1 TO WS-CARDS-LOADED
                   MOVE HCTL-ACTION     TO WS-CD-ACTION (WS-CARD-USED)
                   MOVE HCTL-BATCH-ID   TO WS-CD-BATCH-ID (WS-CARD-USED)
                   MOVE HCTL-BATCH-DATE
                       TO WS-CD-BATCH-DATE (WS-CARD-USED)
                   MOVE HCTL-REVIEWER   TO WS-CD-REVIEWER (WS-CARD-USED)
                   MOVE 'N' TO WS-CD-USED-SW (WS-CARD-USED)
               ELSE
                   DISPLAY 'BUG013 CARD TABLE FULL - CARD DROPPED'
               END-IF
           ELSE
               DISPLAY 'BUG013 BAD HELD-BATCH CARD DROPPED'
           END-IF
           PERFORM 1200-READ-CARD.

       1200-READ-CARD.
           READ HCTL-FILE
               AT END
                   SET WS-HCTL-EOF TO TRUE
           END-READ.

      * Each 'B' line opens a new parked batch and settles its
      * disposition; the image lines behind it follow that
      * decision. Every line, acted on or not, goes to HELDNEW.
       2000-PROCESS-HELD-LINE.
           IF HELD-BATCH-LINE
               PERFORM 2900-CLOSE-GROUP
               PERFORM 3000-OPEN-GROUP
           ELSE
               PERFORM 4000-APPLY-TO-IMAGE
           END-IF
           MOVE HELD-REC TO HELDNEW-REC
           WRITE HELDNEW-REC
           PERFORM 2100-READ-HELD.

       2100-READ-HELD.
           READ HELD-FILE
               AT END
                   SET WS-HELD-EOF TO TRUE
           END-READ.

      * A released batch is closed out on HELDOUT with a trailer
      * built from the held actuals, so BUG001 sees a properly
      * bracketed batch; whatever trailer the source sent (if any)
      * stays on the held file as evidence of why it was parked.
       2900-CLOSE-GROUP.
           IF WS-GROUP-RELEASE
               MOVE SPACES TO RELOUT-REC
               MOVE 'T' TO RELOUT-RECORD-TYPE
               MOVE WS-GROUP-BATCH-ID    TO RELOUT-BATCH-ID
               MOVE WS-GROUP-BATCH-DATE  TO RELOUT-BATCH-DATE
               MOVE WS-GROUP-ORIGIN-AREA TO RELOUT-ORIGIN-AREA
               MOVE WS-GROUP-COUNT       TO RELOUT-BATCH-COUNT
               MOVE WS-GROUP-AMOUNT      TO RELOUT-BATCH-AMOUNT
               WRITE RELOUT-REC
               ADD 1 TO WS-RECORDS-RELEASED
           END-IF
           MOVE SPACE TO WS-GROUP-ACTION.

       3000-OPEN-GROUP.
           MOVE HELD-BATCH-ID      TO WS-GROUP-BATCH-ID
           MOVE HELD-BATCH-DATE    TO WS-GROUP-BATCH-DATE
           MOVE HELD-ORIGIN-AREA   TO WS-GROUP-ORIGIN-AREA
           MOVE HELD-ACTUAL-COUNT  TO WS-GROUP-COUNT
           MOVE HELD-ACTUAL-AMOUNT TO WS-GROUP-AMOUNT
           IF NOT HELD-PARKED
               SET WS-GROUP-SETTLED TO TRUE
           ELSE
               ADD 1 TO WS-BATCHES-PARKED
               PERFORM 3100-MATCH-CARD
               IF WS-CARD-FOUND
                   MOVE WS-CD-ACTION (WS-CARD-IDX) TO WS-GROUP-ACTION
                   MOVE WS-CD-REVIEWER (WS-CARD-IDX)
                       TO WS-GROUP-REVIEWER
                   SET WS-CD-USED-UP (WS-CARD-IDX) TO TRUE
                   PERFORM 3200-STAMP-LINE
               ELSE
                   SET WS-GROUP-LEAVE TO TRUE
               END-IF
               PERFORM 6000-WRITE-BATCH-LINE
           END-IF.

       3100-MATCH-CARD.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-CARD-IDX
           PERFORM 3150-SCAN-CARDS
               UNTIL WS-CARD-FOUND
               OR WS-CARD-IDX > WS-CARD-USED.

       3150-SCAN-CARDS.
           IF WS-CD-BATCH-ID (WS-CARD-IDX) = HELD-BATCH-ID
                   AND WS-CD-BATCH-DATE (WS-CARD-IDX) = HELD-BATCH-DATE
               SET WS-CARD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CARD-IDX
           END-IF.

       3200-STAMP-LINE.
           MOVE WS-GROUP-ACTION   TO HELD-STATUS
           MOVE WS-RUN-DATE       TO HELD-ACTION-DATE
           MOVE WS-GROUP-REVIEWER TO HELD-REVIEWER.

      * The header image goes out flagged in its recycle byte, so
      * BUG001 knows this batch was released and posts it rather
      * than holding it to a trailer proof it already failed. The
      * source's own trailer image is not passed on - the fresh
      * one 2900 builds takes its place.
       4000-APPLY-TO-IMAGE.
           IF WS-GROUP-RELEASE OR WS-GROUP-DISCARD
               PERFORM 3200-STAMP-LINE
           END-IF
           IF WS-GROUP-RELEASE
               MOVE HELD-DATA TO WS-IMAGE
               IF WS-IMAGE-HEADER
                   MOVE 'H' TO WS-IMAGE-RECYCLE-IND
               END-IF
               IF NOT WS-IMAGE-TRAILER
                   MOVE WS-IMAGE TO RELOUT-REC
                   WRITE RELOUT-REC
                   ADD 1 TO WS-RECORDS-RELEASED
               END-IF
           END-IF.

       6000-WRITE-BATCH-LINE.
           MOVE HELD-BATCH-ID        TO WS-DL-BATCH
           MOVE HELD-BATCH-DATE      TO WS-DL-BATCH-DATE
           MOVE HELD-ORIGIN-AREA     TO WS-DL-ORIGIN
           MOVE HELD-PARK-DATE       TO WS-DL-PARK-DATE
           MOVE HELD-VERDICT         TO WS-DL-VERDICT
           MOVE HELD-EXPECTED-COUNT  TO WS-DL-EXP-COUNT
           MOVE HELD-ACTUAL-COUNT    TO WS-DL-ACT-COUNT
           MOVE HELD-EXPECTED-AMOUNT TO WS-DL-EXP-AMOUNT
           MOVE HELD-ACTUAL-AMOUNT   TO WS-DL-ACT-AMOUNT
           MOVE HELD-REJECT-COUNT    TO WS-DL-REJECTS
           MOVE SPACES TO WS-DL-TEXT
           EVALUATE TRUE
               WHEN WS-GROUP-RELEASE
                   ADD 1 TO WS-BATCHES-RELEASED
                   STRING 'RELEASED TO HELDOUT BY '
                       WS-GROUP-REVIEWER
                       DELIMITED BY SIZE INTO WS-DL-TEXT
               WHEN WS-GROUP-DISCARD
                   ADD 1 TO WS-BATCHES-DISCARDED
                   STRING 'DISCARDED BY '
                       WS-GROUP-REVIEWER
                       DELIMITED BY SIZE INTO WS-DL-TEXT
               WHEN OTHER
                   MOVE 'PARKED - AWAITING DECISION' TO WS-DL-TEXT
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * A card that found nothing still parked names a batch that
      * is not on the held file, or one already settled - either
      * way it goes back on the report rather than disappearing.
       7000-REPORT-UNMATCHED-CARDS.
           MOVE 1 TO WS-CARD-IDX
           PERFORM 7100-CHECK-CARD
               UNTIL WS-CARD-IDX > WS-CARD-USED.

       7100-CHECK-CARD.
           IF NOT WS-CD-USED-UP (WS-CARD-IDX)
               ADD 1 TO WS-CARDS-UNMATCHED
               MOVE WS-CD-ACTION (WS-CARD-IDX)     TO WS-CL-ACTION
               MOVE WS-CD-BATCH-ID (WS-CARD-IDX)   TO WS-CL-BATCH
               MOVE WS-CD-BATCH-DATE (WS-CARD-IDX) TO WS-CL-BATCH-DATE
               MOVE WS-CD-REVIEWER (WS-CARD-IDX)   TO WS-CL-REVIEWER
               MOVE WS-CARD-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           ADD 1 TO WS-CARD-IDX.

       9000-TERMINATE.
           DISPLAY 'BUG013 BATCHES PARKED   ' WS-BATCHES-PARKED
           DISPLAY 'BUG013 RELEASED         ' WS-BATCHES-RELEASED
           DISPLAY 'BUG013 DISCARDED        ' WS-BATCHES-DISCARDED
           DISPLAY 'BUG013 RECORDS TO HELDOUT ' WS-RECORDS-RELEASED
           DISPLAY 'BUG013 CARDS UNMATCHED  ' WS-CARDS-UNMATCHED
           CLOSE HELD-FILE
           CLOSE HELDNEW-FILE
           CLOSE RELOUT-FILE
           CLOSE RPT-FILE.
