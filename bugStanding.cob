       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG024.
       AUTHOR. BATCH-SYSTEMS.

      * Standing-entry generator. Runs ahead of BUG001 each night
      * and writes every STANDING entry that falls due as a TRANIN
      * detail on STNDOUT, for concatenation into the night's
      * TRANIN feed the way BUG013's HELDOUT is. The details go out
      * as an ordinary 'H'/'T' bracketed batch - batch id STNDnnnn,
      * the night's business date as its own, origin area STND -
      * so BUG001 edits them, checks the batch against the
      * submission registry and proves it against its trailer like
      * any other area's batch. Nothing here touches the account
      * master; a standing entry posts only by BUG001 posting it.
      *
      * An entry is due on a date inside its start and end dates
      * when its frequency says so (see BUG023): month-end, weekly
      * on the start date's weekday, or a given day of the month.
      * Each detail is effective on the date it fell due. Every
      * posting of an entry flagged auto-reverse leaves a pending
      * reversal on STNDREV - entry, account, the amounts actually
      * generated and the first day of the following month - and
      * on that day the reversal goes out with both amounts
      * negated, from the STNDREV record rather than the entry as
      * it then stands. An entry changed or deleted in between
      * still reverses exactly what it posted.
      *
      * STNDLAST records the range of effective dates the last run
      * generated. Each run picks up the day after it and carries
      * on through tonight, so a night the stream did not run is
      * caught up without anyone asking - as far back as BUG001's
      * 30-day backdating limit, since older details would only
      * reject. The optional STNDGCTL card can still move the first
      * date later, but is refused on or before a date already
      * generated. A rerun on the same night generates the same
      * range again as the same batches, and the registry refuses
      * them the second time.
      *
      * Tonight, throughout, is the business date BUG001 will post
      * under rather than the clock's date, so a night restarted
      * after midnight generates, brackets and records on STNDLAST
      * the same date BUG001 is still working - its details are not
      * future-dated against it, and the new clock day is left for
      * the night that really posts it.
      *
      * STNDRPT, the schedule report, lists what was generated
      * tonight, batch by batch, then every live entry with the
      * next date it falls due, then the entries that have expired
      * - no date left to fall due on before their end date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GCTL-FILE ASSIGN TO STNDGCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT STND-FILE ASSIGN TO STANDING
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STND-ID
               FILE STATUS IS WS-STND-STATUS.

           SELECT STRV-FILE ASSIGN TO STNDREV
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STRV-KEY
               FILE STATUS IS WS-STRV-STATUS.

           SELECT STLG-FILE ASSIGN TO STNDLAST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STLG-KEY
               FILE STATUS IS WS-STLG-STATUS.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT SOUT-FILE ASSIGN TO STNDOUT
               ORGANIZATION IS SEQUENTIAL.

           SELECT RPT-FILE ASSIGN TO STNDRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GCTL-FILE
           RECORDING MODE IS F.
       01  GCTL-REC.
           05  GCTL-FROM-DATE          PIC 9(8).
           05  FILLER                  PIC X(72).

       FD  STND-FILE.
       01  STND-REC.
           05  STND-ID                 PIC X(8).
           05  STND-ACCOUNT            PIC X(4).
           05  STND-NUMBER             PIC S9(5)V99 SIGN IS TRAILING.
           05  STND-NUMBER2            PIC S9(5)V99 SIGN IS TRAILING.
           05  STND-FREQUENCY          PIC X.
               88  STND-MONTH-END                VALUE 'M'.
               88  STND-WEEKLY                   VALUE 'W'.
               88  STND-DAY-OF-MONTH             VALUE 'D'.
           05  STND-DAY                PIC 99.
           05  STND-START-DATE         PIC 9(8).
           05  STND-END-DATE           PIC 9(8).
               88  STND-OPEN-ENDED               VALUE ZERO.
           05  STND-AUTO-REVERSE       PIC X.
               88  STND-REVERSES                 VALUE 'Y'.
           05  STND-DESC               PIC X(20).
           05  STND-UPDATED-BY         PIC X(3).
           05  STND-UPDATED-DATE       PIC 9(8).

      * One pending reversal per auto-reverse posting, keyed by the
      * entry and the date the posting fell due. Once the reversal
      * has gone out the record stays, marked reversed, with the
      * night it went.
       FD  STRV-FILE.
       01  STRV-REC.
           05  STRV-KEY.
               10  STRV-ID             PIC X(8).
               10  STRV-POST-DATE      PIC 9(8).
           05  STRV-ACCOUNT            PIC X(4).
           05  STRV-NUMBER             PIC S9(5)V99 SIGN IS TRAILING.
           05  STRV-NUMBER2            PIC S9(5)V99 SIGN IS TRAILING.
           05  STRV-REV-DATE           PIC 9(8).
           05  STRV-STATUS             PIC X.
               88  STRV-PENDING                  VALUE 'P'.
               88  STRV-REVERSED                 VALUE 'R'.
           05  STRV-REVERSED-ON        PIC 9(8).
           05  STRV-DESC               PIC X(20).

      * The single generation control record, key 'LASTGEN'.
       FD  STLG-FILE.
       01  STLG-REC.
           05  STLG-KEY                PIC X(8).
           05  STLG-FROM-DATE          PIC 9(8).
           05  STLG-THRU-DATE          PIC 9(8).
           05  STLG-RUN-TIME           PIC 9(6).

      * TRANIN layout, detail and batch views, so STNDOUT can be
      * concatenated straight into the night's feed.
       FD  SOUT-FILE
           RECORDING MODE IS F.
       01  SOUT-REC.
           05  SOUT-NUMBER             PIC S9(5)V99 SIGN IS TRAILING.
           05  SOUT-NUMBER2            PIC S9(5)V99 SIGN IS TRAILING.
           05  SOUT-ACCOUNT-CODE       PIC X(4).
           05  SOUT-RECYCLE-IND        PIC X.
           05  SOUT-RECORD-TYPE        PIC X.
           05  SOUT-EFF-DATE           PIC 9(8).
           05  SOUT-CURRENCY           PIC X(3).
           05  SOUT-ORIG-NUMBER        PIC S9(9)V99 SIGN IS TRAILING.
           05  SOUT-ORIG-NUMBER2       PIC S9(9)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(27).
       01  SOUT-REC-BATCH REDEFINES SOUT-REC.
           05  FILLER                  PIC X(18).
           05  SOUT-BATCH-RECYCLE-IND  PIC X.
           05  SOUT-BATCH-RECORD-TYPE  PIC X.
           05  SOUT-BATCH-ID           PIC X(8).
           05  SOUT-BATCH-DATE         PIC 9(8).
           05  SOUT-ORIGIN-AREA        PIC X(4).
           05  SOUT-BATCH-COUNT        PIC 9(6).
           05  SOUT-BATCH-AMOUNT       PIC S9(7)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(25).

       FD  RUNC-FILE.
           COPY RUNCTL.

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
           COPY RUNCWS.

       01  WS-FILE-FIELDS.
           05  WS-STND-STATUS          PIC XX.
           05  WS-STND-OPEN-SW         PIC X VALUE 'N'.
               88  WS-STND-OPEN                  VALUE 'Y'.
           05  WS-STRV-STATUS          PIC XX.
           05  WS-STLG-STATUS          PIC XX.

       01  WS-RUN-DATE                 PIC 9(8).
       01  WS-RUN-TIME-RAW             PIC 9(8).

       01  WS-RANGE-FIELDS.
           05  WS-FROM-DATE            PIC 9(8).
           05  WS-RUN-INT              PIC 9(7) COMP.
           05  WS-FROM-INT             PIC 9(7) COMP.
           05  WS-EARLIEST-INT         PIC 9(7) COMP.
           05  WS-BACKDATE-DAYS        PIC 9(3) VALUE 30.
           05  WS-LAST-THRU-DATE       PIC 9(8) VALUE ZERO.
           05  WS-LAST-FROM-DATE       PIC 9(8) VALUE ZERO.
           05  WS-NEXT-INT             PIC 9(7) COMP.

      * The date under test and the day after it: a date whose
      * next day is the first is the last day of its month.
       01  WS-DUE-FIELDS.
           05  WS-DAY-INT              PIC 9(7) COMP.
           05  WS-TEST-INT             PIC 9(7) COMP.
           05  WS-LIMIT-INT            PIC 9(7) COMP.
           05  WS-TEST-DATE            PIC 9(8).
           05  WS-TEST-SPLIT REDEFINES WS-TEST-DATE.
               10  WS-TEST-YYYYMM      PIC 9(6).
               10  WS-TEST-DD          PIC 99.
           05  WS-NEXT-DAY-DATE        PIC 9(8).
           05  WS-NEXT-DAY-SPLIT REDEFINES WS-NEXT-DAY-DATE.
               10  WS-NEXT-DAY-YYYYMM  PIC 9(6).
               10  WS-NEXT-DAY-DD      PIC 99.
           05  WS-DAYS-SINCE-START     PIC S9(7) COMP.
           05  WS-WEEKS                PIC S9(7) COMP.
           05  WS-WEEK-REMAINDER       PIC S9(7) COMP.
           05  WS-DUE-SW               PIC X VALUE 'N'.
               88  WS-DUE                        VALUE 'Y'.

      * The first of the month after a posting: the first of the
      * posting's own month, plus 31 days, back to the first.
       01  WS-REVERSAL-FIELDS.
           05  WS-REV-EFF-DATE         PIC 9(8).
           05  WS-REV-SPLIT REDEFINES WS-REV-EFF-DATE.
               10  WS-REV-YYYYMM       PIC 9(6).
               10  WS-REV-DD           PIC 99.
           05  WS-REV-INT              PIC 9(7) COMP.
           05  WS-MONTH-START-DATE     PIC 9(8).

      * The detail about to be written.
       01  WS-GEN-FIELDS.
           05  WS-GEN-ID               PIC X(8).
           05  WS-GEN-ACCOUNT          PIC X(4).
           05  WS-GEN-DESC             PIC X(20).
           05  WS-GEN-EFF-DATE         PIC 9(8).
           05  WS-GEN-NUMBER           PIC S9(5)V99.
           05  WS-GEN-NUMBER2          PIC S9(5)V99.
           05  WS-GEN-KIND             PIC X(8).
           05  WS-GEN-NOTE             PIC X(20).
           05  WS-WORK-AMOUNT          PIC S9(9)V99 COMP-3.

      * A batch closes at 500 details, or before its control
      * amount would outgrow the trailer's field, and the next
      * one takes the following number.
       01  WS-BATCH-FIELDS.
           05  WS-BATCH-ID.
               10  FILLER              PIC X(4) VALUE 'STND'.
               10  WS-BATCH-SEQ        PIC 9(4) VALUE ZERO.
           05  WS-BATCH-COUNT          PIC 9(6) COMP VALUE ZERO.
           05  WS-BATCH-AMOUNT         PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-BATCH-MAX-COUNT      PIC 9(6) COMP VALUE 500.
           05  WS-BATCH-MAX-AMOUNT     PIC S9(9)V99 COMP-3
                                               VALUE 9999999.99.
           05  WS-BATCH-OPEN-SW        PIC X VALUE 'N'.
               88  WS-BATCH-OPEN                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-ENTRIES-READ         PIC 9(6) COMP VALUE ZERO.
           05  WS-POSTINGS-WRITTEN     PIC 9(6) COMP VALUE ZERO.
           05  WS-REVERSALS-WRITTEN    PIC 9(6) COMP VALUE ZERO.
           05  WS-ENTRIES-LIVE         PIC 9(6) COMP VALUE ZERO.
           05  WS-ENTRIES-EXPIRED      PIC 9(6) COMP VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'BUG024  STANDING ENTRY SCHEDULE  AS OF '.
           05  WS-HDG-DATE             PIC 9(8).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SL-TEXT              PIC X(38).
           05  WS-SL-FROM-DATE         PIC X(8).
           05  WS-SL-TO                PIC X(4).
           05  WS-SL-TO-DATE           PIC X(8).
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-GEN-COLUMN-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'ENTRY ID ACCT EFF DATE KIND     BATCH   '.
           05  FILLER                  PIC X(23)
               VALUE '      DEBIT     CREDIT '.
           05  FILLER                  PIC X(25)
               VALUE 'DESCRIPTION          NOTE'.
           05  FILLER                  PIC X(44) VALUE SPACES.

       01  WS-GEN-DETAIL-LINE.
           05  WS-GL-ID                PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-EFF-DATE          PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-KIND              PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-NUMBER            PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-NUMBER2           PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-DESC              PIC X(20).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-GL-NOTE              PIC X(20).
           05  FILLER                  PIC X(28) VALUE SPACES.

       01  WS-BATCH-LINE.
           05  FILLER                  PIC X(6)  VALUE 'BATCH '.
           05  WS-BL-BATCH-ID          PIC X(8).
           05  FILLER                  PIC X(18)
               VALUE ' ORIGIN STND  DATE'.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-BL-BATCH-DATE        PIC 9(8).
           05  FILLER                  PIC X(10) VALUE '  DETAILS '.
           05  WS-BL-COUNT             PIC ZZZZZ9.
           05  FILLER                  PIC X(17)
               VALUE '  CONTROL AMOUNT '.
           05  WS-BL-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-DUE-COLUMN-LINE.
           05  FILLER                  PIC X(53)
               VALUE
               'ENTRY ID ACCT FREQUENCY START    END      NEXT DUE R '.
           05  FILLER                  PIC X(22)
               VALUE '     DEBIT     CREDIT '.
           05  FILLER                  PIC X(11) VALUE 'DESCRIPTION'.
           05  FILLER                  PIC X(46) VALUE SPACES.

       01  WS-DUE-DETAIL-LINE.
           05  WS-DN-ID                PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DN-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DN-FREQUENCY         PIC X(9).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DN-START-DATE        PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DN-END-DATE          PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DN-NEXT-DATE         PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DN-AUTO-REVERSE      PIC X.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DN-NUMBER            PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DN-NUMBER2           PIC ZZ,ZZ9.99-.
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DN-DESC              PIC X(20).
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-EXP-COLUMN-LINE.
           05  FILLER                  PIC X(42)
               VALUE 'ENTRY ID ACCT FREQUENCY START    END      '.
           05  FILLER                  PIC X(25)
               VALUE 'DESCRIPTION          NOTE'.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-EXP-DETAIL-LINE.
           05  WS-XL-ID                PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-XL-ACCOUNT           PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-XL-FREQUENCY         PIC X(9).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-XL-START-DATE        PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-XL-END-DATE          PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-XL-DESC              PIC X(20).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-XL-NOTE              PIC X(40).
           05  FILLER                  PIC X(29) VALUE SPACES.

       01  WS-COUNT-LINE.
           05  WS-CL-CAPTION           PIC X(32).
           05  WS-CL-COUNT             PIC ZZZZZ9.
           05  FILLER                  PIC X(94) VALUE SPACES.

       01  WS-FREQUENCY-TEXT           PIC X(9).

       01  WS-SWITCHES.
           05  WS-STND-EOF-SW          PIC X VALUE 'N'.
               88  WS-STND-EOF                   VALUE 'Y'.
           05  WS-LIST-EXPIRED-SW      PIC X VALUE 'N'.
               88  WS-LIST-EXPIRED               VALUE 'Y'.
           05  WS-STRV-EOF-SW          PIC X VALUE 'N'.
               88  WS-STRV-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GENERATE-ENTRY UNTIL WS-STND-EOF
           PERFORM 2500-START-REVERSALS
           PERFORM 2600-REVERSE-PENDING UNTIL WS-STRV-EOF
           IF WS-BATCH-OPEN
               PERFORM 4200-CLOSE-BATCH
           END-IF
           PERFORM 5000-LIST-SCHEDULE
           PERFORM 9000-TERMINATE
           STOP RUN.

      * Before any entry has been set up there is no STANDING file
      * at all; the night still gets an empty STNDOUT and a report
      * saying nothing was due, so the feed concatenation and the
      * stream do not depend on it.
       1000-INITIALIZE.
           PERFORM 1020-SET-BUSINESS-DATE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           COMPUTE WS-RUN-INT = FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
           COMPUTE WS-EARLIEST-INT = WS-RUN-INT - WS-BACKDATE-DAYS
           PERFORM 1050-OPEN-LAST-GENERATED
           PERFORM 1080-SET-FROM-DATE
           PERFORM 1100-READ-CONTROL-CARD
           COMPUTE WS-FROM-INT =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
           OPEN OUTPUT SOUT-FILE
           OPEN OUTPUT RPT-FILE
           MOVE WS-RUN-DATE TO WS-HDG-DATE
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENTRIES GENERATED FOR EFFECTIVE DATES '
               TO WS-SL-TEXT
           MOVE WS-FROM-DATE TO WS-SL-FROM-DATE
           MOVE ' TO '       TO WS-SL-TO
           MOVE WS-RUN-DATE  TO WS-SL-TO-DATE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-GEN-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           PERFORM 1200-OPEN-STANDING
           PERFORM 1300-OPEN-PENDING-REVERSALS
           PERFORM 2100-READ-ENTRY.

      * Tonight is the business date BUG001 is about to post under,
      * worked out by BUG001's own test: the date open on RUNCTL
      * while BUG001 has not completed it - a night restarted after
      * midnight stays one night - otherwise today's date, which
      * BUG001 will open next. RUNCTL is only read here, never
      * built; with none, today's date is the night's.
       1020-SET-BUSINESS-DATE.
           ACCEPT WS-RUNC-TODAY FROM DATE YYYYMMDD
           MOVE WS-RUNC-TODAY TO WS-RUN-DATE
           OPEN INPUT RUNC-FILE
           IF WS-RUNC-STATUS = '00'
               MOVE ZERO      TO RUNC-BUS-DATE
               MOVE 'CURRENT' TO RUNC-STEP
               READ RUNC-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RUNC-CURRENT-DATE TO RUNC-BUS-DATE
                       MOVE 'BUG001'          TO RUNC-STEP
                       READ RUNC-FILE
                           INVALID KEY
                               MOVE RUNC-BUS-DATE TO WS-RUN-DATE
                           NOT INVALID KEY
                               IF NOT RUNC-COMPLETED
                                   MOVE RUNC-BUS-DATE TO WS-RUN-DATE
                               END-IF
                       END-READ
               END-READ
               CLOSE RUNC-FILE
           END-IF
           IF WS-RUN-DATE NOT = WS-RUNC-TODAY
               DISPLAY 'BUG024 GENERATING FOR NIGHT OF ' WS-RUN-DATE
           END-IF.

      * Same create-on-first-use pattern as BUG001's checkpoint: the
      * first run ever builds the file with no record on it, and
      * generates tonight alone.
       1050-OPEN-LAST-GENERATED.
           OPEN I-O STLG-FILE
           IF WS-STLG-STATUS NOT = '00'
               OPEN OUTPUT STLG-FILE
               CLOSE STLG-FILE
               OPEN I-O STLG-FILE
           END-IF
           MOVE 'LASTGEN' TO STLG-KEY
           READ STLG-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STLG-FROM-DATE TO WS-LAST-FROM-DATE
                   MOVE STLG-THRU-DATE TO WS-LAST-THRU-DATE
           END-READ.

      * Tonight's range starts the day after the last one ended. A
      * rerun on the night already generated starts where that run
      * started; a last date after tonight means the clock has gone
      * back, and nothing is generated until it catches up.
       1080-SET-FROM-DATE.
           EVALUATE TRUE
               WHEN WS-LAST-THRU-DATE = ZERO
                   MOVE WS-RUN-DATE TO WS-FROM-DATE
               WHEN WS-LAST-THRU-DATE = WS-RUN-DATE
                   MOVE WS-LAST-FROM-DATE TO WS-FROM-DATE
                   DISPLAY 'BUG024 ' WS-RUN-DATE ' ALREADY GENERATED '
                       '- SAME RANGE WRITTEN AGAIN'
               WHEN WS-LAST-THRU-DATE > WS-RUN-DATE
                   COMPUTE WS-NEXT-INT = WS-RUN-INT + 1
                   COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
                   DISPLAY 'BUG024 LAST GENERATED ' WS-LAST-THRU-DATE
                       ' IS AFTER ' WS-RUN-DATE ' - NOTHING GENERATED'
               WHEN OTHER
                   COMPUTE WS-NEXT-INT = FUNCTION INTEGER-OF-DATE
                       (WS-LAST-THRU-DATE) + 1
                   IF WS-NEXT-INT < WS-EARLIEST-INT
                       MOVE WS-EARLIEST-INT TO WS-NEXT-INT
                       DISPLAY 'BUG024 LAST GENERATED '
                           WS-LAST-THRU-DATE ' - DAYS BEYOND THE '
                           'CATCH-UP LIMIT NOT GENERATED'
                   END-IF
                   COMPUTE WS-FROM-DATE =
                       FUNCTION DATE-OF-INTEGER(WS-NEXT-INT)
                   IF WS-FROM-DATE < WS-RUN-DATE
                       DISPLAY 'BUG024 CATCHING UP FROM ' WS-FROM-DATE
                   END-IF
           END-EVALUATE.

       1100-READ-CONTROL-CARD.
           OPEN INPUT GCTL-FILE
           READ GCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1150-APPLY-CONTROL-CARD
           END-READ
           CLOSE GCTL-FILE.

      * A card date after tonight, further back than BUG001 will
      * accept an effective date, or on or before a date already
      * generated is refused, and the range worked out from
      * STNDLAST stands.
       1150-APPLY-CONTROL-CARD.
           IF GCTL-FROM-DATE NUMERIC AND GCTL-FROM-DATE NOT = ZERO
               EVALUATE TRUE
                   WHEN GCTL-FROM-DATE > WS-RUN-DATE
                      OR FUNCTION INTEGER-OF-DATE(GCTL-FROM-DATE)
                           < WS-EARLIEST-INT
                       DISPLAY 'BUG024 STNDGCTL FROM ' GCTL-FROM-DATE
                           ' OUTSIDE CATCH-UP LIMIT - REFUSED'
                   WHEN GCTL-FROM-DATE NOT > WS-LAST-THRU-DATE
                       DISPLAY 'BUG024 STNDGCTL FROM ' GCTL-FROM-DATE
                           ' ALREADY GENERATED THROUGH '
                           WS-LAST-THRU-DATE ' - REFUSED'
                   WHEN OTHER
                       MOVE GCTL-FROM-DATE TO WS-FROM-DATE
                       DISPLAY 'BUG024 STNDGCTL - GENERATING FROM '
                           WS-FROM-DATE
               END-EVALUATE
           END-IF.

       1200-OPEN-STANDING.
           MOVE 'N' TO WS-STND-EOF-SW
           OPEN INPUT STND-FILE
           IF WS-STND-STATUS = '00'
               SET WS-STND-OPEN TO TRUE
           ELSE
               MOVE 'N' TO WS-STND-OPEN-SW
               SET WS-STND-EOF TO TRUE
               DISPLAY 'BUG024 STANDING NOT AVAILABLE - STATUS '
                   WS-STND-STATUS ' - NOTHING GENERATED'
           END-IF.

      * Same create-on-first-use pattern again: no auto-reverse
      * entry has ever posted.
       1300-OPEN-PENDING-REVERSALS.
           OPEN I-O STRV-FILE
           IF WS-STRV-STATUS NOT = '00'
               OPEN OUTPUT STRV-FILE
               CLOSE STRV-FILE
               OPEN I-O STRV-FILE
           END-IF.

       2000-GENERATE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ
           PERFORM 3000-CHECK-DAY
               VARYING WS-DAY-INT FROM WS-FROM-INT BY 1
               UNTIL WS-DAY-INT > WS-RUN-INT
           PERFORM 2100-READ-ENTRY.

       2100-READ-ENTRY.
           IF NOT WS-STND-EOF
               READ STND-FILE
                   AT END
                       SET WS-STND-EOF TO TRUE
               END-READ
               IF NOT WS-STND-EOF
                   IF WS-STND-STATUS NOT = '00'
                       SET WS-STND-EOF TO TRUE
                   END-IF
               END-IF
           END-IF.

      * Every pending reversal that has come due by tonight goes
      * out, whether or not its entry is still on STANDING. One
      * already sent tonight by an earlier attempt goes out again
      * with the rest of the rerun's batches.
       2500-START-REVERSALS.
           MOVE 'N' TO WS-STRV-EOF-SW
           MOVE LOW-VALUES TO STRV-KEY
           START STRV-FILE KEY NOT < STRV-KEY
               INVALID KEY
                   SET WS-STRV-EOF TO TRUE
           END-START
           IF NOT WS-STRV-EOF
               PERFORM 2700-READ-PENDING
           END-IF.

       2600-REVERSE-PENDING.
           IF STRV-REV-DATE NOT > WS-RUN-DATE
                   AND (STRV-PENDING
                        OR STRV-REVERSED-ON = WS-RUN-DATE)
               MOVE STRV-ID       TO WS-GEN-ID
               MOVE STRV-ACCOUNT  TO WS-GEN-ACCOUNT
               MOVE STRV-DESC     TO WS-GEN-DESC
               MOVE STRV-REV-DATE TO WS-GEN-EFF-DATE
               COMPUTE WS-GEN-NUMBER  = ZERO - STRV-NUMBER
               COMPUTE WS-GEN-NUMBER2 = ZERO - STRV-NUMBER2
               MOVE 'REVERSAL'    TO WS-GEN-KIND
               MOVE SPACES        TO WS-GEN-NOTE
               STRING 'REVERSES ' STRV-POST-DATE
                   DELIMITED BY SIZE INTO WS-GEN-NOTE
               PERFORM 4000-WRITE-DETAIL
               ADD 1 TO WS-REVERSALS-WRITTEN
               MOVE 'R'           TO STRV-STATUS
               MOVE WS-RUN-DATE   TO STRV-REVERSED-ON
               REWRITE STRV-REC
           END-IF
           PERFORM 2700-READ-PENDING.

      * Any status short of a clean read ends the pass, as on
      * BUG003's sweep of the reject master.
       2700-READ-PENDING.
           READ STRV-FILE NEXT RECORD
               AT END
                   SET WS-STRV-EOF TO TRUE
           END-READ
           IF WS-STRV-STATUS NOT = '00'
               SET WS-STRV-EOF TO TRUE
           END-IF.

      * One date in the range for the entry in hand: its posting if
      * it falls due, and for an accrual the reversal it leaves
      * pending for the first of the following month.
       3000-CHECK-DAY.
           MOVE WS-DAY-INT TO WS-TEST-INT
           PERFORM 3500-TEST-DUE
           IF WS-DUE
               MOVE STND-ID       TO WS-GEN-ID
               MOVE STND-ACCOUNT  TO WS-GEN-ACCOUNT
               MOVE STND-DESC     TO WS-GEN-DESC
               MOVE WS-TEST-DATE  TO WS-GEN-EFF-DATE
               MOVE STND-NUMBER   TO WS-GEN-NUMBER
               MOVE STND-NUMBER2  TO WS-GEN-NUMBER2
               MOVE 'POSTING '    TO WS-GEN-KIND
               MOVE SPACES        TO WS-GEN-NOTE
               PERFORM 4000-WRITE-DETAIL
               ADD 1 TO WS-POSTINGS-WRITTEN
               IF STND-REVERSES
                   PERFORM 3200-RECORD-PENDING-REVERSAL
               END-IF
           END-IF.

      * A rerun generating the same posting finds its pending
      * reversal already on file and leaves it as it stands.
       3200-RECORD-PENDING-REVERSAL.
           COMPUTE WS-MONTH-START-DATE = WS-TEST-YYYYMM * 100 + 1
           COMPUTE WS-REV-INT =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START-DATE) + 31
           COMPUTE WS-REV-EFF-DATE =
               FUNCTION DATE-OF-INTEGER(WS-REV-INT)
           MOVE 1 TO WS-REV-DD
           MOVE STND-ID         TO STRV-ID
           MOVE WS-TEST-DATE    TO STRV-POST-DATE
           MOVE STND-ACCOUNT    TO STRV-ACCOUNT
           MOVE STND-NUMBER     TO STRV-NUMBER
           MOVE STND-NUMBER2    TO STRV-NUMBER2
           MOVE WS-REV-EFF-DATE TO STRV-REV-DATE
           MOVE 'P'             TO STRV-STATUS
           MOVE ZERO            TO STRV-REVERSED-ON
           MOVE STND-DESC       TO STRV-DESC
           WRITE STRV-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

      * Is the entry in hand due on day WS-TEST-INT? Leaves the
      * date itself in WS-TEST-DATE either way.
       3500-TEST-DUE.
           MOVE 'N' TO WS-DUE-SW
           COMPUTE WS-TEST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-INT)
           COMPUTE WS-NEXT-DAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-TEST-INT + 1)
           EVALUATE TRUE
               WHEN WS-TEST-DATE < STND-START-DATE
                   CONTINUE
               WHEN NOT STND-OPEN-ENDED
                       AND WS-TEST-DATE > STND-END-DATE
                   CONTINUE
               WHEN STND-MONTH-END
                   IF WS-NEXT-DAY-DD = 1
                       SET WS-DUE TO TRUE
                   END-IF
               WHEN STND-WEEKLY
                   COMPUTE WS-DAYS-SINCE-START = WS-TEST-INT
                       - FUNCTION INTEGER-OF-DATE(STND-START-DATE)
                   DIVIDE WS-DAYS-SINCE-START BY 7
                       GIVING WS-WEEKS
                       REMAINDER WS-WEEK-REMAINDER
                   IF WS-WEEK-REMAINDER = ZERO
                       SET WS-DUE TO TRUE
                   END-IF
               WHEN STND-DAY-OF-MONTH
                   IF WS-TEST-DD = STND-DAY
                      OR (WS-NEXT-DAY-DD = 1 AND STND-DAY > WS-TEST-DD)
                       SET WS-DUE TO TRUE
                   END-IF
           END-EVALUATE.

      * Each detail is footed into its batch exactly as BUG001's
      * 3900 will foot it - the sum of the two amounts - so the
      * trailer proves on arrival.
       4000-WRITE-DETAIL.
           COMPUTE WS-WORK-AMOUNT = WS-GEN-NUMBER + WS-GEN-NUMBER2
           IF WS-BATCH-OPEN
               IF WS-BATCH-COUNT NOT < WS-BATCH-MAX-COUNT
                  OR FUNCTION ABS(WS-BATCH-AMOUNT + WS-WORK-AMOUNT)
                       > WS-BATCH-MAX-AMOUNT
                   PERFORM 4200-CLOSE-BATCH
               END-IF
           END-IF
           IF NOT WS-BATCH-OPEN
               PERFORM 4100-OPEN-BATCH
           END-IF
           MOVE SPACES           TO SOUT-REC
           MOVE WS-GEN-NUMBER    TO SOUT-NUMBER
           MOVE WS-GEN-NUMBER2   TO SOUT-NUMBER2
           MOVE WS-GEN-ACCOUNT   TO SOUT-ACCOUNT-CODE
           MOVE 'D'              TO SOUT-RECORD-TYPE
           MOVE WS-GEN-EFF-DATE  TO SOUT-EFF-DATE
           MOVE ZERO             TO SOUT-ORIG-NUMBER
           MOVE ZERO             TO SOUT-ORIG-NUMBER2
           WRITE SOUT-REC
           ADD 1 TO WS-BATCH-COUNT
           ADD WS-WORK-AMOUNT TO WS-BATCH-AMOUNT
           MOVE WS-GEN-ID        TO WS-GL-ID
           MOVE WS-GEN-ACCOUNT   TO WS-GL-ACCOUNT
           MOVE WS-GEN-EFF-DATE  TO WS-GL-EFF-DATE
           MOVE WS-GEN-KIND      TO WS-GL-KIND
           MOVE WS-BATCH-ID      TO WS-GL-BATCH-ID
           MOVE WS-GEN-NUMBER    TO WS-GL-NUMBER
           MOVE WS-GEN-NUMBER2   TO WS-GL-NUMBER2
           MOVE WS-GEN-DESC      TO WS-GL-DESC
           MOVE WS-GEN-NOTE      TO WS-GL-NOTE
           MOVE WS-GEN-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

       4100-OPEN-BATCH.
           ADD 1 TO WS-BATCH-SEQ
           MOVE ZERO TO WS-BATCH-COUNT
           MOVE ZERO TO WS-BATCH-AMOUNT
           MOVE SPACES      TO SOUT-REC
           MOVE 'H'         TO SOUT-BATCH-RECORD-TYPE
           MOVE WS-BATCH-ID TO SOUT-BATCH-ID
           MOVE WS-RUN-DATE TO SOUT-BATCH-DATE
           MOVE 'STND'      TO SOUT-ORIGIN-AREA
           MOVE ZERO        TO SOUT-BATCH-COUNT
           MOVE ZERO        TO SOUT-BATCH-AMOUNT
           WRITE SOUT-REC
           SET WS-BATCH-OPEN TO TRUE.

       4200-CLOSE-BATCH.
           MOVE SPACES          TO SOUT-REC
           MOVE 'T'             TO SOUT-BATCH-RECORD-TYPE
           MOVE WS-BATCH-ID     TO SOUT-BATCH-ID
           MOVE WS-RUN-DATE     TO SOUT-BATCH-DATE
           MOVE 'STND'          TO SOUT-ORIGIN-AREA
           MOVE WS-BATCH-COUNT  TO SOUT-BATCH-COUNT
           MOVE WS-BATCH-AMOUNT TO SOUT-BATCH-AMOUNT
           WRITE SOUT-REC
           MOVE WS-BATCH-ID     TO WS-BL-BATCH-ID
           MOVE WS-RUN-DATE     TO WS-BL-BATCH-DATE
           MOVE WS-BATCH-COUNT  TO WS-BL-COUNT
           MOVE WS-BATCH-AMOUNT TO WS-BL-AMOUNT
           MOVE WS-BATCH-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-BATCH-OPEN-SW.

      * Two more passes over the master: the live entries with the
      * next date each falls due, then the ones with no date left.
       5000-LIST-SCHEDULE.
           IF WS-BATCH-SEQ = ZERO
               MOVE 'NOTHING DUE' TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENTRIES DUE NEXT AFTER ' TO WS-SL-TEXT
           MOVE WS-RUN-DATE TO WS-SL-FROM-DATE
           MOVE SPACES      TO WS-SL-TO
           MOVE SPACES      TO WS-SL-TO-DATE
           MOVE WS-SECTION-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-DUE-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'N' TO WS-LIST-EXPIRED-SW
           PERFORM 5100-SCHEDULE-PASS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENTRIES EXPIRED - NOTHING LEFT TO FALL DUE'
               TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-EXP-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           SET WS-LIST-EXPIRED TO TRUE
           PERFORM 5100-SCHEDULE-PASS
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENTRIES ON FILE                ' TO WS-CL-CAPTION
           MOVE WS-ENTRIES-READ TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'POSTINGS GENERATED             ' TO WS-CL-CAPTION
           MOVE WS-POSTINGS-WRITTEN TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'REVERSALS GENERATED            ' TO WS-CL-CAPTION
           MOVE WS-REVERSALS-WRITTEN TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENTRIES STILL LIVE             ' TO WS-CL-CAPTION
           MOVE WS-ENTRIES-LIVE TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE 'ENTRIES EXPIRED                ' TO WS-CL-CAPTION
           MOVE WS-ENTRIES-EXPIRED TO WS-CL-COUNT
           MOVE WS-COUNT-LINE TO RPT-LINE
           WRITE RPT-LINE.

       5100-SCHEDULE-PASS.
           IF WS-STND-OPEN
               CLOSE STND-FILE
               PERFORM 1200-OPEN-STANDING
               PERFORM 2100-READ-ENTRY
               PERFORM 5200-SCHEDULE-ENTRY UNTIL WS-STND-EOF
           END-IF.

      * The next date the entry falls due is searched for day by
      * day from tomorrow (or its start date, if later) for up to
      * a year; none by then, or none before its end date, and the
      * entry has expired.
       5200-SCHEDULE-ENTRY.
           IF STND-START-DATE > WS-RUN-DATE
               COMPUTE WS-DAY-INT =
                   FUNCTION INTEGER-OF-DATE(STND-START-DATE)
           ELSE
               COMPUTE WS-DAY-INT = WS-RUN-INT + 1
           END-IF
           COMPUTE WS-LIMIT-INT = WS-DAY-INT + 366
           MOVE 'N' TO WS-DUE-SW
           PERFORM 5300-TEST-NEXT-DAY
               VARYING WS-TEST-INT FROM WS-DAY-INT BY 1
               UNTIL WS-DUE OR WS-TEST-INT > WS-LIMIT-INT
           PERFORM 5400-FREQUENCY-TEXT
           IF WS-DUE
               IF NOT WS-LIST-EXPIRED
                   PERFORM 5500-WRITE-DUE-LINE
               END-IF
           ELSE
               IF WS-LIST-EXPIRED
                   PERFORM 5600-WRITE-EXPIRED-LINE
               END-IF
           END-IF
           PERFORM 2100-READ-ENTRY.

      * The VARYING steps WS-TEST-INT past the due day before the
      * UNTIL stops it, but 3500 has left that day in WS-TEST-DATE.
       5300-TEST-NEXT-DAY.
           PERFORM 3500-TEST-DUE.

       5400-FREQUENCY-TEXT.
           EVALUATE TRUE
               WHEN STND-MONTH-END
                   MOVE 'MONTH-END' TO WS-FREQUENCY-TEXT
               WHEN STND-WEEKLY
                   MOVE 'WEEKLY'    TO WS-FREQUENCY-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-FREQUENCY-TEXT
                   STRING 'DAY ' STND-DAY
                       DELIMITED BY SIZE INTO WS-FREQUENCY-TEXT
           END-EVALUATE.

       5500-WRITE-DUE-LINE.
           ADD 1 TO WS-ENTRIES-LIVE
           MOVE STND-ID           TO WS-DN-ID
           MOVE STND-ACCOUNT      TO WS-DN-ACCOUNT
           MOVE WS-FREQUENCY-TEXT TO WS-DN-FREQUENCY
           MOVE STND-START-DATE   TO WS-DN-START-DATE
           IF STND-OPEN-ENDED
               MOVE 'OPEN'        TO WS-DN-END-DATE
           ELSE
               MOVE STND-END-DATE TO WS-DN-END-DATE
           END-IF
           MOVE WS-TEST-DATE      TO WS-DN-NEXT-DATE
           MOVE STND-AUTO-REVERSE TO WS-DN-AUTO-REVERSE
           MOVE STND-NUMBER       TO WS-DN-NUMBER
           MOVE STND-NUMBER2      TO WS-DN-NUMBER2
           MOVE STND-DESC         TO WS-DN-DESC
           MOVE WS-DUE-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * An accrual that expired this month still has its
      * reversal to come on the first of next month.
       5600-WRITE-EXPIRED-LINE.
           ADD 1 TO WS-ENTRIES-EXPIRED
           MOVE STND-ID           TO WS-XL-ID
           MOVE STND-ACCOUNT      TO WS-XL-ACCOUNT
           MOVE WS-FREQUENCY-TEXT TO WS-XL-FREQUENCY
           MOVE STND-START-DATE   TO WS-XL-START-DATE
           MOVE STND-END-DATE     TO WS-XL-END-DATE
           MOVE STND-DESC         TO WS-XL-DESC
           MOVE WS-RUN-DATE       TO WS-TEST-DATE
           IF STND-REVERSES
              AND STND-END-DATE NOT < WS-TEST-YYYYMM * 100 + 1
               MOVE 'FINAL AUTO-REVERSAL ON 1ST OF NEXT MONTH'
                   TO WS-XL-NOTE
           ELSE
               IF STND-END-DATE < WS-RUN-DATE
                   MOVE 'ENDED' TO WS-XL-NOTE
               ELSE
                   MOVE 'NO DUE DATE LEFT BEFORE END DATE'
                       TO WS-XL-NOTE
               END-IF
           END-IF
           MOVE WS-EXP-DETAIL-LINE TO RPT-LINE
           WRITE RPT-LINE.

      * The range just written becomes the one the next run starts
      * after. A night that generated nothing because the clock had
      * gone back leaves the record as it was.
       8000-RECORD-LAST-GENERATED.
           IF WS-FROM-DATE NOT > WS-RUN-DATE
               MOVE 'LASTGEN'    TO STLG-KEY
               MOVE WS-FROM-DATE TO STLG-FROM-DATE
               MOVE WS-RUN-DATE  TO STLG-THRU-DATE
               MOVE WS-RUN-TIME-RAW (1:6) TO STLG-RUN-TIME
               WRITE STLG-REC
                   INVALID KEY
                       REWRITE STLG-REC
               END-WRITE
           END-IF.

       9000-TERMINATE.
           DISPLAY 'BUG024 ENTRIES ON FILE   ' WS-ENTRIES-READ
           DISPLAY 'BUG024 POSTINGS WRITTEN  ' WS-POSTINGS-WRITTEN
           DISPLAY 'BUG024 REVERSALS WRITTEN ' WS-REVERSALS-WRITTEN
           DISPLAY 'BUG024 BATCHES WRITTEN   ' WS-BATCH-SEQ
           IF WS-STND-OPEN
               CLOSE STND-FILE
           END-IF
           CLOSE SOUT-FILE
           CLOSE RPT-FILE
           CLOSE STRV-FILE
           PERFORM 8000-RECORD-LAST-GENERATED
           CLOSE STLG-FILE.
