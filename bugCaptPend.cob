       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG018.
       AUTHOR. BATCH-SYSTEMS.

      * Capture approval morning report. Run first thing each
      * morning after the nightly BUG001, it lists what is still
      * sitting on the CAPTQ capture queue under dual control:
      * captures BUG003I held pending because a leg was over the
      * approval threshold (or the pair was keyed in a foreign
      * currency, shown in its original amounts) and that nobody
      * approved or declined before the run - BUG001 rolls those
      * to the next night rather than dropping them - and
      * anything decided on BUG006I since the run, waiting for
      * tonight. Each line shows who keyed the capture, where and
      * when, who decided it, how many nights it has rolled and
      * its age in days, so the supervisor can chase approvers
      * before items go stale.
      *
      * The threshold itself lives on the CAPTCTL control record
      * BUG003I reads. An optional CAPTLIM card (amount and the
      * supervisor's initials) resets it here; without a control
      * record BUG003I applies its 10,000.00 default, and the
      * report says so.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIM-FILE ASSIGN TO CAPTLIM
               ORGANIZATION IS SEQUENTIAL.

           SELECT CTL-FILE ASSIGN TO CAPTCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTL-KEY
               FILE STATUS IS WS-CTL-STATUS.

           SELECT CAPT-FILE ASSIGN TO CAPTIN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAPT-KEY
               FILE STATUS IS WS-CAPT-STATUS.

           SELECT RPT-FILE ASSIGN TO CAPPRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LIM-FILE
           RECORDING MODE IS F.
       01  LIM-REC.
           05  LIM-THRESHOLD           PIC 9(5)V99.
           05  FILLER                  PIC X.
           05  LIM-UPDATED-BY          PIC X(3).
           05  FILLER                  PIC X(69).

       FD  CTL-FILE.
       01  CTL-REC.
           05  CTL-KEY                 PIC X(8).
           05  CTL-THRESHOLD           PIC 9(5)V99.
           05  CTL-UPDATED-BY          PIC X(3).
           05  CTL-UPDATED-DATE        PIC 9(8).

       FD  CAPT-FILE.
       01  CAPT-REC.
           05  CAPT-KEY.
               10  CAPT-DATE-JUL       PIC 9(7).
               10  CAPT-TASKNO         PIC 9(7).
           05  CAPT-TRAN-DATA.
               10  CAPT-NUMBER         PIC S9(5)V99 SIGN IS TRAILING.
               10  CAPT-NUMBER2        PIC S9(5)V99 SIGN IS TRAILING.
               10  CAPT-ACCOUNT        PIC X(4).
               10  FILLER              PIC XX.
               10  CAPT-EFF-DATE       PIC X(8).
               10  CAPT-CURRENCY       PIC X(3).
                   88  CAPT-BASE-CURRENCY        VALUE SPACES.
               10  CAPT-ORIG-NUMBER    PIC S9(9)V99 SIGN IS TRAILING.
               10  CAPT-ORIG-NUMBER2   PIC S9(9)V99 SIGN IS TRAILING.
               10  FILLER              PIC X(27).
           05  CAPT-APPROVAL-STATUS    PIC X.
               88  CAPT-NO-APPROVAL-NEEDED       VALUE SPACE.
               88  CAPT-PENDING                  VALUE 'P'.
               88  CAPT-APPROVED                 VALUE 'A'.
               88  CAPT-DECLINED                 VALUE 'D'.
           05  CAPT-KEYED-BY           PIC X(8).
           05  CAPT-KEYED-TERM         PIC X(4).
           05  CAPT-KEYED-TIME         PIC 9(7).
           05  CAPT-DECIDED-BY         PIC X(8).
           05  CAPT-DECIDED-DATE-JUL   PIC 9(7).
           05  CAPT-DECIDED-TIME       PIC 9(7).
           05  CAPT-ROLL-COUNT         PIC 9(3).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-CTL-STATUS           PIC XX.
           05  WS-CAPT-STATUS          PIC XX.
           05  WS-CAPT-OPEN-SW         PIC X VALUE 'N'.
               88  WS-CAPT-OPEN                  VALUE 'Y'.

       01  WS-CONTROL-FIELDS.
           05  WS-CTL-KEY-VALUE        PIC X(8) VALUE 'DUALCTL'.
           05  WS-DEFAULT-THRESHOLD    PIC 9(5)V99 VALUE 10000.00.
           05  WS-CTL-FOUND-SW         PIC X VALUE 'N'.
               88  WS-CTL-FOUND                  VALUE 'Y'.

      * Queue dates are the CICS 0CYYDDD form off EIBDATE; they
      * are turned into calendar dates for printing and ageing.
       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-TODAY-INTEGER        PIC 9(8) COMP.
           05  WS-ITEM-INTEGER         PIC 9(8) COMP.
           05  WS-ITEM-AGE             PIC S9(5) COMP.
           05  WS-KEYED-YYYYDDD        PIC 9(7).
           05  WS-KEYED-DATE           PIC 9(8).
           05  WS-KEYED-HHMMSS         PIC 9(6).

       01  WS-COUNTERS.
           05  WS-QUEUE-COUNT          PIC 9(6) VALUE ZERO.
           05  WS-PENDING-COUNT        PIC 9(6) VALUE ZERO.
           05  WS-ROLLED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-APPROVED-COUNT       PIC 9(6) VALUE ZERO.
           05  WS-DECLINED-COUNT       PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'BUG018  CAPTURES UNDER DUAL CONTROL  AS '.
           05  FILLER                  PIC X(3)  VALUE 'OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(81) VALUE SPACES.

       01  WS-THRESHOLD-LINE.
           05  FILLER                  PIC X(20)
               VALUE 'APPROVAL THRESHOLD  '.
           05  WS-TL-AMOUNT            PIC ZZ,ZZ9.99.
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-TL-TEXT              PIC X(40).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(34)
               VALUE 'KEYED ON TIME   KEYED BY TERM ACCT'.
           05  FILLER                  PIC X(32)
               VALUE ' CCY      NUMBER 1      NUMBER 2'.
           05  FILLER                  PIC X(27)
               VALUE ' EFF DATE STATUS   DECIDED '.
           05  FILLER                  PIC X(13)
               VALUE ' NGT AGE NOTE'.
           05  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-DATE              PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-TIME              PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-USER              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-TERM              PIC X(4).
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
           05  WS-DL-STATUS            PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-DECIDED-BY        PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ROLLS             PIC ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-AGE               PIC ZZ9.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-NOTE              PIC X(30).

       01  WS-TOTAL-LINE.
           05  WS-TOT-CAPTION          PIC X(36).
           05  WS-TOT-COUNT            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(89) VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-CAPT-EOF-SW          PIC X VALUE 'N'.
               88  WS-CAPT-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-LIST-CAPTURE UNTIL WS-CAPT-EOF
           PERFORM 8000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1100-OPEN-CONTROL
           PERFORM 1200-APPLY-LIMIT-CARD
           PERFORM 1300-PRINT-THRESHOLD
           CLOSE CTL-FILE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           OPEN INPUT CAPT-FILE
           IF WS-CAPT-STATUS = '00'
               SET WS-CAPT-OPEN TO TRUE
               PERFORM 2100-READ-CAPTURE
           ELSE
               SET WS-CAPT-EOF TO TRUE
           END-IF.

      * Same create-on-first-use pattern as the other masters.
       1100-OPEN-CONTROL.
           OPEN I-O CTL-FILE
           IF WS-CTL-STATUS NOT = '00'
               OPEN OUTPUT CTL-FILE
               CLOSE CTL-FILE
               OPEN I-O CTL-FILE
           END-IF
           MOVE WS-CTL-KEY-VALUE TO CTL-KEY
           READ CTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WS-CTL-FOUND TO TRUE
           END-READ.

      * A threshold of zero would put every capture under dual
      * control, which is a decision for a change of procedure,
      * not a card; it is refused along with a card missing the
      * supervisor's initials.
       1200-APPLY-LIMIT-CARD.
           OPEN INPUT LIM-FILE
           READ LIM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN LIM-THRESHOLD NOT NUMERIC
                           DISPLAY 'BUG018 CAPTLIM AMOUNT NOT NUMERIC'
                               ' - THRESHOLD UNCHANGED'
                       WHEN LIM-THRESHOLD = ZERO
                           DISPLAY 'BUG018 CAPTLIM AMOUNT ZERO'
                               ' - THRESHOLD UNCHANGED'
                       WHEN LIM-UPDATED-BY = SPACES
                           DISPLAY 'BUG018 CAPTLIM INITIALS MISSING'
                               ' - THRESHOLD UNCHANGED'
                       WHEN OTHER
                           PERFORM 1250-STORE-THRESHOLD
                   END-EVALUATE
           END-READ
           CLOSE LIM-FILE.

       1250-STORE-THRESHOLD.
           MOVE WS-CTL-KEY-VALUE TO CTL-KEY
           MOVE LIM-THRESHOLD    TO CTL-THRESHOLD
           MOVE LIM-UPDATED-BY   TO CTL-UPDATED-BY
           MOVE WS-RUN-DATE      TO CTL-UPDATED-DATE
           IF WS-CTL-FOUND
               REWRITE CTL-REC
           ELSE
               WRITE CTL-REC
               SET WS-CTL-FOUND TO TRUE
           END-IF
           DISPLAY 'BUG018 APPROVAL THRESHOLD SET TO ' LIM-THRESHOLD
               ' BY ' LIM-UPDATED-BY.

       1300-PRINT-THRESHOLD.
           IF WS-CTL-FOUND
               MOVE CTL-THRESHOLD TO WS-TL-AMOUNT
               MOVE SPACES TO WS-TL-TEXT
               STRING 'SET BY ' CTL-UPDATED-BY
                      ' ON ' CTL-UPDATED-DATE
                   DELIMITED BY SIZE INTO WS-TL-TEXT
           ELSE
               MOVE WS-DEFAULT-THRESHOLD TO WS-TL-AMOUNT
               MOVE 'DEFAULT - NO CONTROL RECORD' TO WS-TL-TEXT
           END-IF
           MOVE WS-THRESHOLD-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * Below-threshold captures need no one's say-so and are left
      * off; everything under dual control is listed.
       2000-LIST-CAPTURE.
           ADD 1 TO WS-QUEUE-COUNT
           IF NOT CAPT-NO-APPROVAL-NEEDED
               PERFORM 2200-PRINT-CAPTURE
           END-IF
           PERFORM 2100-READ-CAPTURE.

       2100-READ-CAPTURE.
           READ CAPT-FILE
               AT END
                   SET WS-CAPT-EOF TO TRUE
           END-READ
           IF NOT WS-CAPT-EOF
               IF WS-CAPT-STATUS NOT = '00'
                   SET WS-CAPT-EOF TO TRUE
               END-IF
           END-IF.

       2200-PRINT-CAPTURE.
           COMPUTE WS-KEYED-YYYYDDD = 1900000 + CAPT-DATE-JUL
           COMPUTE WS-ITEM-INTEGER =
               FUNCTION INTEGER-OF-DAY(WS-KEYED-YYYYDDD)
           COMPUTE WS-KEYED-DATE =
               FUNCTION DATE-OF-INTEGER(WS-ITEM-INTEGER)
           COMPUTE WS-ITEM-AGE = WS-TODAY-INTEGER - WS-ITEM-INTEGER
           MOVE CAPT-KEYED-TIME TO WS-KEYED-HHMMSS
           MOVE WS-KEYED-DATE   TO WS-DL-DATE
           MOVE WS-KEYED-HHMMSS TO WS-DL-TIME
           MOVE CAPT-KEYED-BY   TO WS-DL-USER
           MOVE CAPT-KEYED-TERM TO WS-DL-TERM
           MOVE CAPT-ACCOUNT    TO WS-DL-ACCOUNT
           MOVE CAPT-CURRENCY   TO WS-DL-CURRENCY
           IF CAPT-BASE-CURRENCY
               MOVE CAPT-NUMBER       TO WS-DL-NUMBER
               MOVE CAPT-NUMBER2      TO WS-DL-NUMBER2
           ELSE
               MOVE CAPT-ORIG-NUMBER  TO WS-DL-NUMBER
               MOVE CAPT-ORIG-NUMBER2 TO WS-DL-NUMBER2
           END-IF
           MOVE CAPT-EFF-DATE   TO WS-DL-EFF-DATE
           MOVE CAPT-DECIDED-BY TO WS-DL-DECIDED-BY
           MOVE CAPT-ROLL-COUNT TO WS-DL-ROLLS
           MOVE WS-ITEM-AGE     TO WS-DL-AGE
           MOVE SPACES TO WS-DL-NOTE
           EVALUATE TRUE
               WHEN CAPT-PENDING
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE 'PENDING ' TO WS-DL-STATUS
                   IF CAPT-ROLL-COUNT > ZERO
                       ADD 1 TO WS-ROLLED-COUNT
                       MOVE 'ROLLED - NOT DECIDED AT CUTOFF'
                           TO WS-DL-NOTE
                   END-IF
               WHEN CAPT-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   MOVE 'APPROVED' TO WS-DL-STATUS
                   MOVE 'POSTS IN TONIGHTS RUN' TO WS-DL-NOTE
               WHEN CAPT-DECLINED
                   ADD 1 TO WS-DECLINED-COUNT
                   MOVE 'DECLINED' TO WS-DL-STATUS
                   MOVE 'DROPPED BY TONIGHTS RUN' TO WS-DL-NOTE
               WHEN OTHER
                   MOVE CAPT-APPROVAL-STATUS TO WS-DL-STATUS
                   MOVE 'UNKNOWN APPROVAL STATUS' TO WS-DL-NOTE
           END-EVALUATE
           MOVE WS-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       8000-PRINT-TOTALS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'CAPTURES ON QUEUE' TO WS-TOT-CAPTION
           MOVE WS-QUEUE-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'PENDING APPROVAL' TO WS-TOT-CAPTION
           MOVE WS-PENDING-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE '  OF WHICH ROLLED FROM A PRIOR NIGHT' TO WS-TOT-CAPTION
           MOVE WS-ROLLED-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'APPROVED, AWAITING TONIGHTS RUN' TO WS-TOT-CAPTION
           MOVE WS-APPROVED-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'DECLINED, AWAITING TONIGHTS RUN' TO WS-TOT-CAPTION
           MOVE WS-DECLINED-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-ROLLED-COUNT > ZERO
               DISPLAY 'BUG018 CAPTURES ROLLED PENDING APPROVAL '
                   WS-ROLLED-COUNT
           END-IF.

       9000-TERMINATE.
           DISPLAY 'BUG018 CAPTURES ON QUEUE  ' WS-QUEUE-COUNT
           DISPLAY 'BUG018 PENDING APPROVAL   ' WS-PENDING-COUNT
           IF WS-CAPT-OPEN
               CLOSE CAPT-FILE
           END-IF
           CLOSE RPT-FILE.
