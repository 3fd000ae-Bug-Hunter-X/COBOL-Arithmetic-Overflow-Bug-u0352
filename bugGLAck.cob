       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG017.
       AUTHOR. BATCH-SYSTEMS.

      * GL load acknowledgment match. Once an extract is released
      * on GLRELCTL it goes to finance, and until now nothing ever
      * came back: a load finance's ledger rejected outright, or
      * took only in part, surfaced weeks later when the GL would
      * not tie. Finance now returns a GLACK acknowledgment file
      * for each run date it loads - a header with the record
      * count and hash total its ledger actually took, followed
      * by any lines it rejected with its reason.
      *
      * Each acknowledgment is matched against the extract's own
      * trailer figures, which BUG001 keeps on the GLRELCTL record
      * for the run, and the release record is marked:
      *
      *   'A'  acknowledged - every record loaded, count and hash
      *        agree, nothing rejected;
      *   'P'  partially loaded - something loaded, but the
      *        figures disagree or lines were rejected;
      *   'X'  rejected - finance loaded nothing.
      *
      * The GLAKRPT exceptions report lists every acknowledgment
      * received with finance's rejected lines and their account
      * codes beneath it, then every released extract that has
      * still had no acknowledgment after the number of days on
      * the optional GLAKCTL card (default 3), then every extract
      * whose last acknowledgment left it partially loaded or
      * rejected - those stay on the report until finance sends
      * a clean acknowledgment for the run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AKCTL-FILE ASSIGN TO GLAKCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL ACK-FILE ASSIGN TO GLACK
               ORGANIZATION IS SEQUENTIAL.

           SELECT GLREL-FILE ASSIGN TO GLRELCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLREL-RUN-DATE
               FILE STATUS IS WS-GLREL-STATUS.

           SELECT RPT-FILE ASSIGN TO GLAKRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AKCTL-FILE
           RECORDING MODE IS F.
       01  AKCTL-REC.
           05  AKCTL-DAYS              PIC 9(3).
           05  FILLER                  PIC X(77).

      * Finance's acknowledgment: an 'H' header per run date
      * loaded, then an 'R' line for each extract record the
      * ledger rejected, numbered by its position on the extract.
       FD  ACK-FILE
           RECORDING MODE IS F.
       01  ACK-REC.
           05  ACK-RECORD-TYPE         PIC X.
               88  ACK-HEADER                    VALUE 'H'.
               88  ACK-REJECT-LINE               VALUE 'R'.
           05  ACK-RUN-DATE            PIC 9(8).
           05  ACK-HDR-LOADED-COUNT    PIC 9(8).
           05  ACK-HDR-LOADED-HASH     PIC S9(13)V99
                                           SIGN IS TRAILING.
           05  FILLER                  PIC X(48).
       01  ACK-REJ-REC REDEFINES ACK-REC.
           05  FILLER                  PIC X(9).
           05  ACK-REJ-SEQ             PIC 9(8).
           05  ACK-REJ-ACCOUNT         PIC X(4).
           05  ACK-REJ-DEBIT           PIC S9(5)V99 SIGN IS TRAILING.
           05  ACK-REJ-CREDIT          PIC S9(5)V99 SIGN IS TRAILING.
           05  ACK-REJ-REASON          PIC X(30).
           05  FILLER                  PIC X(13).

       FD  GLREL-FILE.
       01  GLREL-REC.
           05  GLREL-RUN-DATE          PIC 9(8).
           05  GLREL-RUN-TIME          PIC 9(6).
           05  GLREL-STATUS            PIC X.
               88  GLREL-RELEASED                VALUE 'R'.
               88  GLREL-HELD                    VALUE 'H'.
               88  GLREL-REGEN                   VALUE 'G'.
           05  GLREL-BAL-STATUS        PIC X(13).
           05  GLREL-DIFFERENCE        PIC S9(7)V99 SIGN IS TRAILING.
           05  GLREL-OVERFLOW-COUNT    PIC 9(6).
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-GLREL-STATUS         PIC XX.
           05  WS-GLREL-OPEN-SW        PIC X VALUE 'N'.
               88  WS-GLREL-OPEN                 VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-TODAY-INTEGER        PIC 9(8) COMP.
           05  WS-ITEM-INTEGER         PIC 9(8) COMP.
           05  WS-ITEM-AGE             PIC S9(5) COMP.
           05  WS-THRESHOLD-DAYS       PIC 9(3) VALUE 3.
           05  WS-RELEASE-DATE         PIC 9(8).

      * The acknowledgment being matched: its header figures, and
      * the rejected lines that followed it, held until the next
      * header so the verdict can take them into account. More
      * rejected lines than the table holds are still counted;
      * only the listing stops.
       01  WS-ACK-FIELDS.
           05  WS-ACK-RUN-DATE         PIC 9(8).
           05  WS-ACK-COUNT            PIC 9(8).
           05  WS-ACK-HASH             PIC S9(13)V99 COMP-3.
           05  WS-ACK-REJECTS          PIC 9(6)  COMP.
           05  WS-ACK-RESULT           PIC X.
           05  WS-ACK-VALID-SW         PIC X.
               88  WS-ACK-VALID                  VALUE 'Y'.

       01  WS-REJECT-TABLE.
           05  WS-RJ-USED              PIC 9(3) COMP VALUE ZERO.
           05  WS-RJ-MAX               PIC 9(3) COMP VALUE 100.
           05  WS-RJ-ENTRY OCCURS 100 TIMES.
               10  WS-RJ-SEQ           PIC 9(8).
               10  WS-RJ-ACCOUNT       PIC X(4).
               10  WS-RJ-DEBIT         PIC S9(5)V99 COMP-3.
               10  WS-RJ-CREDIT        PIC S9(5)V99 COMP-3.
               10  WS-RJ-REASON        PIC X(30).

       01  WS-SCAN-FIELDS.
           05  WS-RJ-IDX               PIC 9(3) COMP.

       01  WS-COUNTERS.
           05  WS-ACKS-READ            PIC 9(6) VALUE ZERO.
           05  WS-ACKS-CLEAN           PIC 9(6) VALUE ZERO.
           05  WS-ACKS-PARTIAL         PIC 9(6) VALUE ZERO.
           05  WS-ACKS-REJECTED        PIC 9(6) VALUE ZERO.
           05  WS-ACKS-UNMATCHED       PIC 9(6) VALUE ZERO.
           05  WS-STRAY-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-OVERDUE-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-OUTSTANDING-COUNT    PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(24)
               VALUE 'BUG017  GL LOAD ACKNOWLE'.
           05  FILLER                  PIC X(25)
               VALUE 'DGMENT EXCEPTIONS  AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT              PIC X(53).
           05  WS-SL-DAYS              PIC ZZ9.
           05  WS-SL-DAYS-TEXT         PIC X(5).
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-ACK-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE  '.
           05  FILLER                  PIC X(10) VALUE ' EXTRACT  '.
           05  FILLER                  PIC X(10) VALUE '  LOADED  '.
           05  FILLER                  PIC X(24)
               VALUE '          EXTRACT HASH  '.
           05  FILLER                  PIC X(24)
               VALUE '           LOADED HASH  '.
           05  FILLER                  PIC X(8)  VALUE 'REJ LN  '.
           05  FILLER                  PIC X(18) VALUE 'RESULT'.
           05  FILLER                  PIC X(28) VALUE 'NOTE'.

       01  WS-ACK-LINE.
           05  WS-AL-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-AL-EXTRACT-COUNT     PIC ZZZZZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-AL-LOADED-COUNT      PIC ZZZZZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-AL-EXTRACT-HASH      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-AL-LOADED-HASH       PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-AL-REJECTS           PIC ZZZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-AL-RESULT            PIC X(16).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-AL-NOTE              PIC X(28).

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE 'REJ LINE '.
           05  WS-RL-SEQ               PIC ZZZZZZZ9.
           05  FILLER                  PIC X(7)  VALUE '  ACCT '.
           05  WS-RL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-RL-DEBIT             PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-RL-CREDIT            PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-RL-REASON            PIC X(30).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-REJECT-OVERFLOW-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-RO-COUNT             PIC ZZZZZ9.
           05  FILLER                  PIC X(36)
               VALUE ' FURTHER REJECTED LINES NOT LISTED'.
           05  FILLER                  PIC X(80) VALUE SPACES.

       01  WS-OPEN-COLUMN-LINE.
           05  FILLER                  PIC X(10) VALUE 'RUN DATE  '.
           05  FILLER                  PIC X(10) VALUE 'RELEASED  '.
           05  FILLER                  PIC X(10) VALUE 'BY    AGE '.
           05  FILLER                  PIC X(10) VALUE ' EXTRACT  '.
           05  FILLER                  PIC X(24)
               VALUE '          EXTRACT HASH  '.
           05  FILLER                  PIC X(10) VALUE 'ACKED ON  '.
           05  FILLER                  PIC X(10) VALUE '  LOADED  '.
           05  FILLER                  PIC X(8)  VALUE 'REJ LN  '.
           05  FILLER                  PIC X(40) VALUE 'STATUS'.

       01  WS-OPEN-LINE.
           05  WS-OL-RUN-DATE          PIC 9(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-OL-RELEASE-DATE      PIC 9(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-OL-RELEASED-BY       PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-OL-AGE               PIC ZZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-OL-EXTRACT-COUNT     PIC ZZZZZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-OL-EXTRACT-HASH      PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-OL-ACK-DATE          PIC X(8).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-OL-LOADED-COUNT      PIC ZZZZZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-OL-REJECTS           PIC ZZZZZ9.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-OL-STATUS            PIC X(40).

       01  WS-SWITCHES.
           05  WS-ACK-EOF-SW           PIC X VALUE 'N'.
               88  WS-ACK-EOF                    VALUE 'Y'.
           05  WS-GLREL-EOF-SW         PIC X VALUE 'N'.
               88  WS-GLREL-EOF                  VALUE 'Y'.
           05  WS-SWEEP-SW             PIC X VALUE 'O'.
               88  WS-OVERDUE-SWEEP              VALUE 'O'.
               88  WS-OUTSTANDING-SWEEP          VALUE 'P'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-ACKNOWLEDGMENT UNTIL WS-ACK-EOF
           IF WS-GLREL-OPEN
               PERFORM 7000-OVERDUE-SECTION
               PERFORM 7500-OUTSTANDING-SECTION
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

      * Threshold off the GLAKCTL card when one is mounted, as the
      * AGECTL card drives BUG010; without GLRELCTL there is
      * nothing released to match against and the run says so.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN INPUT AKCTL-FILE
           READ AKCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF AKCTL-DAYS NUMERIC AND AKCTL-DAYS > ZERO
                       MOVE AKCTL-DAYS TO WS-THRESHOLD-DAYS
                   END-IF
           END-READ
           CLOSE AKCTL-FILE
           OPEN I-O GLREL-FILE
           IF WS-GLREL-STATUS = '00'
               SET WS-GLREL-OPEN TO TRUE
           ELSE
               DISPLAY 'BUG017 GLRELCTL NOT AVAILABLE - '
                   'ACKNOWLEDGMENTS NOT MATCHED'
           END-IF
           OPEN INPUT ACK-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-SECTION-LINE
           MOVE 'SECTION 1 - ACKNOWLEDGMENTS RECEIVED FROM FINANCE'
               TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-ACK-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 2100-READ-ACK.

      * One header and the rejected lines behind it make up one
      * acknowledgment. Anything ahead of the first header, or
      * carrying another run's date, cannot be tied to an extract
      * and is counted as a stray.
       2000-PROCESS-ACKNOWLEDGMENT.
           IF ACK-HEADER
               PERFORM 2200-START-ACKNOWLEDGMENT
               PERFORM 2100-READ-ACK
               PERFORM 2300-COLLECT-REJECT
                   UNTIL WS-ACK-EOF OR ACK-HEADER
               PERFORM 3000-MATCH-ACKNOWLEDGMENT
           ELSE
               ADD 1 TO WS-STRAY-COUNT
               PERFORM 2100-READ-ACK
           END-IF.

       2100-READ-ACK.
           READ ACK-FILE
               AT END
                   SET WS-ACK-EOF TO TRUE
           END-READ.

       2200-START-ACKNOWLEDGMENT.
           ADD 1 TO WS-ACKS-READ
           MOVE ZERO TO WS-RJ-USED
           MOVE ZERO TO WS-ACK-REJECTS
           MOVE 'N' TO WS-ACK-VALID-SW
           IF ACK-RUN-DATE NUMERIC
                   AND ACK-HDR-LOADED-COUNT NUMERIC
                   AND ACK-HDR-LOADED-HASH NUMERIC
               SET WS-ACK-VALID TO TRUE
               MOVE ACK-RUN-DATE         TO WS-ACK-RUN-DATE
               MOVE ACK-HDR-LOADED-COUNT TO WS-ACK-COUNT
               MOVE ACK-HDR-LOADED-HASH  TO WS-ACK-HASH
           ELSE
               MOVE ZERO TO WS-ACK-RUN-DATE
               MOVE ZERO TO WS-ACK-COUNT
               MOVE ZERO TO WS-ACK-HASH
           END-IF.

       2300-COLLECT-REJECT.
           IF ACK-REJECT-LINE AND ACK-RUN-DATE = WS-ACK-RUN-DATE
               ADD 1 TO WS-ACK-REJECTS
               IF WS-RJ-USED < WS-RJ-MAX
                   ADD 1 TO WS-RJ-USED
                   MOVE ACK-REJ-SEQ     TO WS-RJ-SEQ (WS-RJ-USED)
                   MOVE ACK-REJ-ACCOUNT TO WS-RJ-ACCOUNT (WS-RJ-USED)
                   MOVE ZERO TO WS-RJ-DEBIT (WS-RJ-USED)
                   MOVE ZERO TO WS-RJ-CREDIT (WS-RJ-USED)
                   IF ACK-REJ-DEBIT NUMERIC
                       MOVE ACK-REJ-DEBIT TO WS-RJ-DEBIT (WS-RJ-USED)
                   END-IF
                   IF ACK-REJ-CREDIT NUMERIC
                       MOVE ACK-REJ-CREDIT
                           TO WS-RJ-CREDIT (WS-RJ-USED)
                   END-IF
                   MOVE ACK-REJ-REASON  TO WS-RJ-REASON (WS-RJ-USED)
               END-IF
           ELSE
               ADD 1 TO WS-STRAY-COUNT
           END-IF
           PERFORM 2100-READ-ACK.

      * The verdict: nothing loaded is a rejected load; every
      * record loaded with count and hash agreeing and nothing
      * sent back is a clean acknowledgment; anything between is
      * a partial load. A later acknowledgment for the same run -
      * finance reloading after a fix - replaces the earlier one.
       3000-MATCH-ACKNOWLEDGMENT.
           MOVE SPACES TO WS-AL-NOTE
           MOVE ZERO TO WS-AL-EXTRACT-COUNT
           MOVE ZERO TO WS-AL-EXTRACT-HASH
           IF NOT WS-ACK-VALID
               ADD 1 TO WS-ACKS-UNMATCHED
               MOVE 'UNREADABLE      ' TO WS-AL-RESULT
               MOVE 'HEADER NOT NUMERIC' TO WS-AL-NOTE
           ELSE
               IF NOT WS-GLREL-OPEN
                   ADD 1 TO WS-ACKS-UNMATCHED
                   MOVE 'NOT MATCHED     ' TO WS-AL-RESULT
                   MOVE 'NO RELEASE CONTROL' TO WS-AL-NOTE
               ELSE
                   MOVE WS-ACK-RUN-DATE TO GLREL-RUN-DATE
                   READ GLREL-FILE
                       INVALID KEY
                           ADD 1 TO WS-ACKS-UNMATCHED
                           MOVE 'NOT MATCHED     ' TO WS-AL-RESULT
                           MOVE 'NO EXTRACT FOR RUN DATE'
                               TO WS-AL-NOTE
                       NOT INVALID KEY
                           PERFORM 3100-RECORD-VERDICT
                   END-READ
               END-IF
           END-IF
           PERFORM 3500-PRINT-ACKNOWLEDGMENT.

       3100-RECORD-VERDICT.
           EVALUATE TRUE
               WHEN WS-ACK-COUNT = ZERO
                   MOVE 'X' TO WS-ACK-RESULT
                   ADD 1 TO WS-ACKS-REJECTED
                   MOVE 'LOAD REJECTED   ' TO WS-AL-RESULT
               WHEN WS-ACK-COUNT = GLREL-EXTRACT-COUNT
                       AND WS-ACK-HASH = GLREL-EXTRACT-HASH
                       AND WS-ACK-REJECTS = ZERO
                   MOVE 'A' TO WS-ACK-RESULT
                   ADD 1 TO WS-ACKS-CLEAN
                   MOVE 'ACKNOWLEDGED    ' TO WS-AL-RESULT
               WHEN OTHER
                   MOVE 'P' TO WS-ACK-RESULT
                   ADD 1 TO WS-ACKS-PARTIAL
                   MOVE 'PARTIALLY LOADED' TO WS-AL-RESULT
           END-EVALUATE
           EVALUATE TRUE
               WHEN NOT GLREL-RELEASED
                   MOVE 'EXTRACT WAS NEVER RELEASED' TO WS-AL-NOTE
               WHEN NOT GLREL-NOT-ACKNOWLEDGED
                   MOVE 'REPLACES EARLIER ACK' TO WS-AL-NOTE
           END-EVALUATE
           MOVE GLREL-EXTRACT-COUNT TO WS-AL-EXTRACT-COUNT
           MOVE GLREL-EXTRACT-HASH  TO WS-AL-EXTRACT-HASH
           MOVE WS-ACK-RESULT  TO GLREL-ACK-STATUS
           MOVE WS-RUN-DATE    TO GLREL-ACK-DATE
           MOVE WS-ACK-COUNT   TO GLREL-ACK-COUNT
           MOVE WS-ACK-HASH    TO GLREL-ACK-HASH
           MOVE WS-ACK-REJECTS TO GLREL-ACK-REJECTS
           REWRITE GLREL-REC
           IF WS-ACK-RESULT NOT = 'A'
               DISPLAY 'BUG017 RUN ' WS-ACK-RUN-DATE ' '
                   WS-AL-RESULT ' - SEE GLAKRPT'
           END-IF.

       3500-PRINT-ACKNOWLEDGMENT.
           MOVE WS-ACK-RUN-DATE TO WS-AL-RUN-DATE
           MOVE WS-ACK-COUNT    TO WS-AL-LOADED-COUNT
           MOVE WS-ACK-HASH     TO WS-AL-LOADED-HASH
           MOVE WS-ACK-REJECTS  TO WS-AL-REJECTS
           MOVE WS-ACK-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 1 TO WS-RJ-IDX
           PERFORM 3600-PRINT-REJECT-LINE
               UNTIL WS-RJ-IDX > WS-RJ-USED
           IF WS-ACK-REJECTS > WS-RJ-USED
               COMPUTE WS-RO-COUNT = WS-ACK-REJECTS - WS-RJ-USED
               MOVE WS-REJECT-OVERFLOW-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       3600-PRINT-REJECT-LINE.
           MOVE WS-RJ-SEQ (WS-RJ-IDX)     TO WS-RL-SEQ
           MOVE WS-RJ-ACCOUNT (WS-RJ-IDX) TO WS-RL-ACCOUNT
           MOVE WS-RJ-DEBIT (WS-RJ-IDX)   TO WS-RL-DEBIT
           MOVE WS-RJ-CREDIT (WS-RJ-IDX)  TO WS-RL-CREDIT
           MOVE WS-RJ-REASON (WS-RJ-IDX)  TO WS-RL-REASON
           MOVE WS-REJECT-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-RJ-IDX.

      * Released extracts finance has never acknowledged, aged
      * from the day they were released - the run date for a run
      * released on the spot, the BUG012 decision date for one
      * that was held first.
       7000-OVERDUE-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-SECTION-LINE
           MOVE 'SECTION 2 - RELEASED EXTRACTS NOT ACKNOWLEDGED AFTER'
               TO WS-SL-TEXT
           MOVE WS-THRESHOLD-DAYS TO WS-SL-DAYS
           MOVE ' DAYS' TO WS-SL-DAYS-TEXT
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OPEN-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           SET WS-OVERDUE-SWEEP TO TRUE
           PERFORM 7100-START-SWEEP
           PERFORM 7200-SWEEP-RELEASE-CONTROL UNTIL WS-GLREL-EOF.

       7100-START-SWEEP.
           MOVE 'N' TO WS-GLREL-EOF-SW
           MOVE ZERO TO GLREL-RUN-DATE
           START GLREL-FILE KEY NOT < GLREL-RUN-DATE
               INVALID KEY
                   SET WS-GLREL-EOF TO TRUE
           END-START
           IF WS-GLREL-STATUS NOT = '00'
               SET WS-GLREL-EOF TO TRUE
           END-IF
           IF NOT WS-GLREL-EOF
               PERFORM 7300-READ-NEXT-CONTROL
           END-IF.

       7200-SWEEP-RELEASE-CONTROL.
           IF GLREL-RELEASED
               IF GLREL-DECISION-DATE > ZERO
                   MOVE GLREL-DECISION-DATE TO WS-RELEASE-DATE
               ELSE
                   MOVE GLREL-RUN-DATE TO WS-RELEASE-DATE
               END-IF
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-RELEASE-DATE)
               COMPUTE WS-ITEM-AGE =
                   WS-TODAY-INTEGER - WS-ITEM-INTEGER
               IF WS-OVERDUE-SWEEP
                   IF GLREL-NOT-ACKNOWLEDGED
                           AND WS-ITEM-AGE > WS-THRESHOLD-DAYS
                       ADD 1 TO WS-OVERDUE-COUNT
                       PERFORM 7400-PRINT-CONTROL-LINE
                   END-IF
               ELSE
                   IF GLREL-PARTIAL-LOAD OR GLREL-LOAD-REJECTED
                       ADD 1 TO WS-OUTSTANDING-COUNT
                       PERFORM 7400-PRINT-CONTROL-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM 7300-READ-NEXT-CONTROL.

       7300-READ-NEXT-CONTROL.
           READ GLREL-FILE NEXT RECORD
               AT END
                   SET WS-GLREL-EOF TO TRUE
           END-READ
           IF WS-GLREL-STATUS NOT = '00'
               SET WS-GLREL-EOF TO TRUE
           END-IF.

       7400-PRINT-CONTROL-LINE.
           MOVE GLREL-RUN-DATE      TO WS-OL-RUN-DATE
           MOVE WS-RELEASE-DATE     TO WS-OL-RELEASE-DATE
           IF GLREL-REVIEWER = SPACES
               MOVE 'AUTO' TO WS-OL-RELEASED-BY
           ELSE
               MOVE GLREL-REVIEWER TO WS-OL-RELEASED-BY
           END-IF
           MOVE WS-ITEM-AGE         TO WS-OL-AGE
           MOVE GLREL-EXTRACT-COUNT TO WS-OL-EXTRACT-COUNT
           MOVE GLREL-EXTRACT-HASH  TO WS-OL-EXTRACT-HASH
           IF GLREL-NOT-ACKNOWLEDGED
               MOVE SPACES TO WS-OL-ACK-DATE
               MOVE ZERO   TO WS-OL-LOADED-COUNT
               MOVE ZERO   TO WS-OL-REJECTS
               MOVE 'NO ACKNOWLEDGMENT FROM FINANCE'
                   TO WS-OL-STATUS
           ELSE
               MOVE GLREL-ACK-DATE    TO WS-OL-ACK-DATE
               MOVE GLREL-ACK-COUNT   TO WS-OL-LOADED-COUNT
               MOVE GLREL-ACK-REJECTS TO WS-OL-REJECTS
               IF GLREL-PARTIAL-LOAD
                   MOVE 'PARTIALLY LOADED' TO WS-OL-STATUS
               ELSE
                   MOVE 'LOAD REJECTED' TO WS-OL-STATUS
               END-IF
           END-IF
           MOVE WS-OPEN-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * Loads left partial or rejected by their latest
      * acknowledgment, however old: an extract finance has not
      * taken whole is never off the report until it is.
       7500-OUTSTANDING-SECTION.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO WS-SECTION-LINE
           MOVE 'SECTION 3 - EXTRACTS NOT FULLY LOADED BY FINANCE'
               TO WS-SL-TEXT
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-OPEN-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           SET WS-OUTSTANDING-SWEEP TO TRUE
           PERFORM 7100-START-SWEEP
           PERFORM 7200-SWEEP-RELEASE-CONTROL UNTIL WS-GLREL-EOF.

       9000-TERMINATE.
           DISPLAY 'BUG017 ACKNOWLEDGMENTS    ' WS-ACKS-READ
           DISPLAY 'BUG017 ACKNOWLEDGED       ' WS-ACKS-CLEAN
           DISPLAY 'BUG017 PARTIALLY LOADED   ' WS-ACKS-PARTIAL
           DISPLAY 'BUG017 LOAD REJECTED      ' WS-ACKS-REJECTED
           DISPLAY 'BUG017 NOT MATCHED        ' WS-ACKS-UNMATCHED
           DISPLAY 'BUG017 STRAY ACK LINES    ' WS-STRAY-COUNT
           DISPLAY 'BUG017 OVERDUE EXTRACTS   ' WS-OVERDUE-COUNT
           DISPLAY 'BUG017 NOT FULLY LOADED   ' WS-OUTSTANDING-COUNT
           CLOSE ACK-FILE
           IF WS-GLREL-OPEN
               CLOSE GLREL-FILE
           END-IF
           CLOSE RPT-FILE.
