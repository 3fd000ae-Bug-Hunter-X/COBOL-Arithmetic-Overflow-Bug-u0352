       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUG021.
       AUTHOR. BATCH-SYSTEMS.

      * Operator activity report off the OPSJRNL journal the
      * online maintenance screens write: BUG002I reject
      * corrections and releases, BUG003I captures, BUG005I chart
      * adds, closes and reopens, and BUG006I capture approvals
      * and declines. For each signed-on user, in user order, it
      * lists every entry in the date range - date, time,
      * terminal, transaction, program, action and the key of the
      * record touched - with the record's fields before and after
      * the change, so an auditor's "who reopened that code" or
      * "who overtyped that amount" has an answer.
      *
      * A closing section flags every reject released by the same
      * user who keyed a correction to it, whenever in the journal
      * that correction was made: BUG002I lets one operator
      * correct and release in a single step, and this is the
      * list of rejects that went back into the feed without a
      * second pair of eyes. Should the corrections held ever
      * fill, the oldest give way to the newest and the section
      * says how many were dropped.
      *
      * The optional JRNLCTL card gives the from and to dates
      * (YYYYMMDD) and a user id. With no card, or blank fields,
      * the report covers the seven days up to the run date for
      * every user.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL JCTL-FILE ASSIGN TO JRNLCTL
               ORGANIZATION IS SEQUENTIAL.

           SELECT JRNL-FILE ASSIGN TO OPSJRNL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS JRNL-KEY
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT RPT-FILE ASSIGN TO JRNLRPT
               ORGANIZATION IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  JCTL-FILE
           RECORDING MODE IS F.
       01  JCTL-REC.
           05  JCTL-FROM-DATE          PIC 9(8).
           05  FILLER                  PIC X.
           05  JCTL-TO-DATE            PIC 9(8).
           05  FILLER                  PIC X.
           05  JCTL-USERID             PIC X(8).
           05  FILLER                  PIC X(54).

      * One entry per journalled action. The date is the CICS
      * 0CYYDDD form and the time EIBTIME's 0HHMMSS; the key adds
      * the task number and a sequence within the task, so an
      * action that logs two entries keeps them in order.
       FD  JRNL-FILE.
       01  JRNL-REC.
           05  JRNL-KEY.
               10  JRNL-DATE-JUL       PIC 9(7).
               10  JRNL-TASKNO         PIC 9(7).
               10  JRNL-SEQ            PIC 9(3).
           05  JRNL-TIME               PIC 9(7).
           05  JRNL-USERID             PIC X(8).
           05  JRNL-TERMID             PIC X(4).
           05  JRNL-TRANID             PIC X(4).
           05  JRNL-PROGRAM            PIC X(8).
               88  JRNL-FROM-REJECT-FIX          VALUE 'BUG002I'.
           05  JRNL-ACTION             PIC X(8).
               88  JRNL-CORRECTION               VALUE 'CORRECT'.
               88  JRNL-RELEASE                  VALUE 'RELEASE'.
           05  JRNL-REC-KEY            PIC X(20).
           05  JRNL-BEFORE             PIC X(80).
           05  JRNL-AFTER              PIC X(80).
           05  FILLER                  PIC X(4).

       FD  RPT-FILE
           RECORDING MODE IS F.
       01  RPT-LINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FILE-FIELDS.
           05  WS-JRNL-STATUS          PIC XX.
           05  WS-JRNL-OPEN-SW         PIC X VALUE 'N'.
               88  WS-JRNL-OPEN                  VALUE 'Y'.

       01  WS-DATE-FIELDS.
           05  WS-RUN-DATE             PIC 9(8).
           05  WS-FROM-DATE            PIC 9(8).
           05  WS-TO-DATE              PIC 9(8).
           05  WS-SELECT-USERID        PIC X(8) VALUE SPACES.
           05  WS-WORK-INTEGER         PIC 9(8) COMP.
           05  WS-ENTRY-YYYYDDD        PIC 9(7).
           05  WS-ENTRY-DATE           PIC 9(8).
           05  WS-ENTRY-HHMMSS         PIC 9(6).

      * One entry per user seen in the range, filled in arrival
      * order and printed in user order by the same
      * lowest-unprinted selection BUG015 uses. Past the table's
      * size further users share the last slot as '********'.
       01  WS-USER-TABLE.
           05  WS-USER-USED            PIC 9(4) COMP VALUE ZERO.
           05  WS-USER-MAX             PIC 9(4) COMP VALUE 100.
           05  WS-USER-ENTRY OCCURS 100 TIMES.
               10  WS-US-USERID        PIC X(8).
               10  WS-US-COUNT         PIC 9(6).
               10  WS-US-PRINTED-SW    PIC X.
                   88  WS-US-PRINTED             VALUE 'Y'.

      * The entries in the range, kept in journal order so each
      * user's actions print in the order they were taken.
       01  WS-ENTRY-TABLE.
           05  WS-ENTRY-USED           PIC 9(4) COMP VALUE ZERO.
           05  WS-ENTRY-MAX            PIC 9(4) COMP VALUE 2000.
           05  WS-ENTRY OCCURS 2000 TIMES.
               10  WS-EN-USER-IDX      PIC 9(4) COMP.
               10  WS-EN-DATE          PIC 9(8).
               10  WS-EN-TIME          PIC 9(6).
               10  WS-EN-TERMID        PIC X(4).
               10  WS-EN-TRANID        PIC X(4).
               10  WS-EN-PROGRAM       PIC X(8).
               10  WS-EN-ACTION        PIC X(8).
               10  WS-EN-REC-KEY       PIC X(20).
               10  WS-EN-BEFORE        PIC X(80).
               10  WS-EN-AFTER         PIC X(80).

      * The latest reject correction each user made to each reject
      * in the journal up to the end of the range, so a release in
      * the range can be checked against corrections made before
      * it started. A further correction by the same user to the
      * same reject updates its entry in place. Once the table is
      * full a new pair takes the slot of the oldest correction
      * held, so what is dropped is the distant past, never the
      * recent corrections the releases in the range pair with;
      * the count dropped is printed under the flags.
       01  WS-CORR-TABLE.
           05  WS-CORR-USED            PIC 9(4) COMP VALUE ZERO.
           05  WS-CORR-MAX             PIC 9(4) COMP VALUE 2000.
           05  WS-CORR-DROPPED         PIC 9(6) VALUE ZERO.
           05  WS-CORR-ENTRY OCCURS 2000 TIMES.
               10  WS-CR-REC-KEY       PIC X(20).
               10  WS-CR-USERID        PIC X(8).
               10  WS-CR-DATE          PIC 9(8).
               10  WS-CR-TIME          PIC 9(6).

       01  WS-FLAG-TABLE.
           05  WS-FLAG-USED            PIC 9(4) COMP VALUE ZERO.
           05  WS-FLAG-MAX             PIC 9(4) COMP VALUE 500.
           05  WS-FLAG-ENTRY OCCURS 500 TIMES.
               10  WS-FG-USERID        PIC X(8).
               10  WS-FG-REC-KEY       PIC X(20).
               10  WS-FG-CORR-DATE     PIC 9(8).
               10  WS-FG-CORR-TIME     PIC 9(6).
               10  WS-FG-REL-DATE      PIC 9(8).
               10  WS-FG-REL-TIME      PIC 9(6).

       01  WS-SCAN-FIELDS.
           05  WS-USER-IDX             PIC 9(4) COMP.
           05  WS-MIN-IDX              PIC 9(4) COMP.
           05  WS-PRT-IDX              PIC 9(4) COMP.
           05  WS-ENTRY-IDX            PIC 9(4) COMP.
           05  WS-CORR-IDX             PIC 9(4) COMP.
           05  WS-OLDEST-IDX           PIC 9(4) COMP.
           05  WS-FLAG-IDX             PIC 9(4) COMP.
           05  WS-FIND-USERID          PIC X(8).
           05  WS-FOUND-SW             PIC X.
               88  WS-USER-FOUND                 VALUE 'Y'.
           05  WS-CORR-FOUND-SW        PIC X.
               88  WS-CORR-FOUND                 VALUE 'Y'.
           05  WS-ENTRY-FULL-SW        PIC X VALUE 'N'.
               88  WS-ENTRY-TABLE-FULL           VALUE 'Y'.
           05  WS-CORR-FULL-SW         PIC X VALUE 'N'.
               88  WS-CORR-TABLE-FULL            VALUE 'Y'.
           05  WS-FLAG-FULL-SW         PIC X VALUE 'N'.
               88  WS-FLAG-TABLE-FULL            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-JRNL-READ            PIC 9(8) VALUE ZERO.
           05  WS-JRNL-SELECTED        PIC 9(8) VALUE ZERO.
           05  WS-ENTRIES-UNLISTED     PIC 9(6) VALUE ZERO.

       01  WS-HEADING-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'BUG021  OPERATOR ACTIVITY JOURNAL  FROM '.
           05  WS-HDG-FROM-DATE        PIC 9(8).
           05  FILLER                  PIC X(4) VALUE ' TO '.
           05  WS-HDG-TO-DATE          PIC 9(8).
           05  WS-HDG-USER-LABEL       PIC X(7) VALUE SPACES.
           05  WS-HDG-USERID           PIC X(8) VALUE SPACES.
           05  FILLER                  PIC X(57) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                  PIC X(35)
               VALUE 'DATE     TIME   USER     TERM TRAN '.
           05  FILLER                  PIC X(21)
               VALUE 'PROGRAM  ACTION   KEY'.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DL-DATE              PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-TIME              PIC 9(6).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-USERID            PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-TERMID            PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-TRANID            PIC X(4).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-PROGRAM           PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-ACTION            PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-DL-REC-KEY           PIC X(20).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-IMAGE-LINE.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  WS-IL-LABEL             PIC X(8).
           05  WS-IL-IMAGE             PIC X(80).
           05  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-USER-TOTAL-LINE.
           05  FILLER                  PIC X(5)  VALUE 'USER '.
           05  WS-UT-USERID            PIC X(8).
           05  FILLER                  PIC X(9)  VALUE ' ENTRIES '.
           05  WS-UT-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(103) VALUE SPACES.

       01  WS-UNLISTED-LINE.
           05  FILLER                  PIC X(29)
               VALUE 'DETAIL NOT LISTED FOR LAST   '.
           05  WS-UL-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(96)
               VALUE ' ENTRIES - INCLUDED IN THE USER COUNTS ABOVE'.

       01  WS-FLAG-TITLE-LINE          PIC X(132)
               VALUE 'REJECTS CORRECTED AND RELEASED BY THE SAME USER'.

       01  WS-FLAG-COLUMN-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'USER     REJECT KEY          '.
           05  FILLER                  PIC X(32)
               VALUE 'CORRECTED        RELEASED'.
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-FLAG-LINE.
           05  WS-FL-USERID            PIC X(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-FL-REC-KEY           PIC X(20).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-FL-CORR-DATE         PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-FL-CORR-TIME         PIC 9(6).
           05  FILLER                  PIC XX    VALUE SPACES.
           05  WS-FL-REL-DATE          PIC 9(8).
           05  FILLER                  PIC X     VALUE SPACE.
           05  WS-FL-REL-TIME          PIC 9(6).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-NONE-LINE                PIC X(132)
               VALUE 'NONE'.

       01  WS-CORR-FULL-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'CORRECTION TABLE FULL - OLDEST'.
           05  WS-CF-COUNT             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(40)
               VALUE ' CORRECTIONS DROPPED - A RELEASE PAIRED '.
           05  FILLER                  PIC X(55)
               VALUE 'WITH ONE OF THEM IS NOT FLAGGED'.

       01  WS-SWITCHES.
           05  WS-JRNL-EOF-SW          PIC X VALUE 'N'.
               88  WS-JRNL-EOF                   VALUE 'Y'.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-COLLECT-ENTRY UNTIL WS-JRNL-EOF
           PERFORM 4000-PRINT-BY-USER
           PERFORM 5000-PRINT-FLAGS
           PERFORM 9000-TERMINATE
           STOP RUN.

      * Without the journal there is nothing to report; the run
      * still produces its (empty) report so the step completes.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-CONTROL-CARD
           OPEN INPUT JRNL-FILE
           IF WS-JRNL-STATUS = '00'
               SET WS-JRNL-OPEN TO TRUE
               PERFORM 2100-READ-JOURNAL
           ELSE
               DISPLAY 'BUG021 OPSJRNL NOT AVAILABLE - NOTHING '
                   'REPORTED'
               SET WS-JRNL-EOF TO TRUE
           END-IF
           OPEN OUTPUT RPT-FILE
           MOVE WS-FROM-DATE TO WS-HDG-FROM-DATE
           MOVE WS-TO-DATE   TO WS-HDG-TO-DATE
           IF WS-SELECT-USERID NOT = SPACES
               MOVE ' USER  '         TO WS-HDG-USER-LABEL
               MOVE WS-SELECT-USERID  TO WS-HDG-USERID
           END-IF
           MOVE WS-HEADING-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE.

       1100-READ-CONTROL-CARD.
           MOVE WS-RUN-DATE TO WS-TO-DATE
           MOVE ZERO        TO WS-FROM-DATE
           OPEN INPUT JCTL-FILE
           READ JCTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 1150-APPLY-CONTROL-CARD
           END-READ
           CLOSE JCTL-FILE
           IF WS-FROM-DATE = ZERO
               COMPUTE WS-WORK-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-TO-DATE) - 6
               COMPUTE WS-FROM-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           END-IF.

      * A range that runs backwards is refused in favour of the
      * default week rather than reporting nothing.
       1150-APPLY-CONTROL-CARD.
           IF JCTL-TO-DATE NUMERIC AND JCTL-TO-DATE NOT = ZERO
               MOVE JCTL-TO-DATE TO WS-TO-DATE
           END-IF
           IF JCTL-FROM-DATE NUMERIC AND JCTL-FROM-DATE NOT = ZERO
               MOVE JCTL-FROM-DATE TO WS-FROM-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY 'BUG021 JRNLCTL FROM ' WS-FROM-DATE
                   ' AFTER TO ' WS-TO-DATE ' - DEFAULT RANGE USED'
               MOVE WS-RUN-DATE TO WS-TO-DATE
               MOVE ZERO        TO WS-FROM-DATE
           END-IF
           IF JCTL-USERID NOT = LOW-VALUES
               MOVE JCTL-USERID TO WS-SELECT-USERID
           END-IF.

      * The journal is in date order, so reading stops at the
      * first entry after the range. Corrections before the range
      * are kept for the flag check; only entries inside it are
      * listed.
       2000-COLLECT-ENTRY.
           ADD 1 TO WS-JRNL-READ
           COMPUTE WS-ENTRY-YYYYDDD = 1900000 + JRNL-DATE-JUL
           COMPUTE WS-WORK-INTEGER =
               FUNCTION INTEGER-OF-DAY(WS-ENTRY-YYYYDDD)
           COMPUTE WS-ENTRY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-WORK-INTEGER)
           MOVE JRNL-TIME TO WS-ENTRY-HHMMSS
           IF WS-ENTRY-DATE > WS-TO-DATE
               SET WS-JRNL-EOF TO TRUE
           ELSE
               IF JRNL-FROM-REJECT-FIX AND JRNL-CORRECTION
                   PERFORM 2600-KEEP-CORRECTION
               END-IF
               IF WS-ENTRY-DATE NOT < WS-FROM-DATE
                       AND (WS-SELECT-USERID = SPACES
                       OR JRNL-USERID = WS-SELECT-USERID)
                   ADD 1 TO WS-JRNL-SELECTED
                   MOVE JRNL-USERID TO WS-FIND-USERID
                   PERFORM 2500-FIND-USER
                   ADD 1 TO WS-US-COUNT (WS-USER-IDX)
                   PERFORM 2700-KEEP-ENTRY
                   IF JRNL-FROM-REJECT-FIX AND JRNL-RELEASE
                       PERFORM 2800-CHECK-RELEASE
                   END-IF
               END-IF
               PERFORM 2100-READ-JOURNAL
           END-IF.

       2100-READ-JOURNAL.
           READ JRNL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ.

      * Finds the user's entry, adding a fresh one the first time
      * the user is seen; once all but the last slot are in use,
      * new users share the last slot as '********'.
       2500-FIND-USER.
           MOVE 'N' TO WS-FOUND-SW
           MOVE 1 TO WS-USER-IDX
           PERFORM 2550-SCAN-USERS
               UNTIL WS-USER-FOUND
               OR WS-USER-IDX > WS-USER-USED
           IF NOT WS-USER-FOUND
               IF WS-USER-USED < WS-USER-MAX - 1
                   ADD 1 TO WS-USER-USED
                   MOVE WS-USER-USED TO WS-USER-IDX
                   MOVE WS-FIND-USERID TO WS-US-USERID (WS-USER-IDX)
                   MOVE ZERO TO WS-US-COUNT (WS-USER-IDX)
                   MOVE 'N'  TO WS-US-PRINTED-SW (WS-USER-IDX)
               ELSE
                   MOVE WS-USER-MAX TO WS-USER-IDX
                   IF WS-USER-USED < WS-USER-MAX
                       DISPLAY 'BUG021 USER TABLE FULL - '
                           'FURTHER USERS LUMPED AS ********'
                       MOVE WS-USER-MAX TO WS-USER-USED
                       MOVE '********' TO WS-US-USERID (WS-USER-IDX)
                       MOVE ZERO TO WS-US-COUNT (WS-USER-IDX)
                       MOVE 'N'  TO WS-US-PRINTED-SW (WS-USER-IDX)
                   END-IF
               END-IF
           END-IF.

       2550-SCAN-USERS.
           IF WS-US-USERID (WS-USER-IDX) = WS-FIND-USERID
               SET WS-USER-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-USER-IDX
           END-IF.

      * The journal is read in date order, so the entry's date and
      * time are always the latest for its user and reject.
       2600-KEEP-CORRECTION.
           MOVE 'N' TO WS-CORR-FOUND-SW
           MOVE 1 TO WS-CORR-IDX
           PERFORM 2850-SCAN-CORRECTIONS
               UNTIL WS-CORR-FOUND
               OR WS-CORR-IDX > WS-CORR-USED
           IF NOT WS-CORR-FOUND
               IF WS-CORR-USED < WS-CORR-MAX
                   ADD 1 TO WS-CORR-USED
                   MOVE WS-CORR-USED TO WS-CORR-IDX
               ELSE
                   IF NOT WS-CORR-TABLE-FULL
                       DISPLAY 'BUG021 CORRECTION TABLE FULL - OLDEST '
                           'CORRECTIONS DROPPED'
                       SET WS-CORR-TABLE-FULL TO TRUE
                   END-IF
                   PERFORM 2650-FIND-OLDEST-CORRECTION
                   MOVE WS-OLDEST-IDX TO WS-CORR-IDX
                   ADD 1 TO WS-CORR-DROPPED
               END-IF
               MOVE JRNL-REC-KEY TO WS-CR-REC-KEY (WS-CORR-IDX)
               MOVE JRNL-USERID  TO WS-CR-USERID (WS-CORR-IDX)
           END-IF
           MOVE WS-ENTRY-DATE   TO WS-CR-DATE (WS-CORR-IDX)
           MOVE WS-ENTRY-HHMMSS TO WS-CR-TIME (WS-CORR-IDX).

       2650-FIND-OLDEST-CORRECTION.
           MOVE 1 TO WS-OLDEST-IDX
           MOVE 2 TO WS-CORR-IDX
           PERFORM 2660-CHECK-OLDER
               UNTIL WS-CORR-IDX > WS-CORR-USED.

       2660-CHECK-OLDER.
           IF WS-CR-DATE (WS-CORR-IDX) < WS-CR-DATE (WS-OLDEST-IDX)
                   OR (WS-CR-DATE (WS-CORR-IDX)
                       = WS-CR-DATE (WS-OLDEST-IDX)
                   AND WS-CR-TIME (WS-CORR-IDX)
                       < WS-CR-TIME (WS-OLDEST-IDX))
               MOVE WS-CORR-IDX TO WS-OLDEST-IDX
           END-IF
           ADD 1 TO WS-CORR-IDX.

       2700-KEEP-ENTRY.
           IF WS-ENTRY-USED < WS-ENTRY-MAX
               ADD 1 TO WS-ENTRY-USED
               MOVE WS-USER-IDX     TO WS-EN-USER-IDX (WS-ENTRY-USED)
               MOVE WS-ENTRY-DATE   TO WS-EN-DATE (WS-ENTRY-USED)
               MOVE WS-ENTRY-HHMMSS TO WS-EN-TIME (WS-ENTRY-USED)
               MOVE JRNL-TERMID     TO WS-EN-TERMID (WS-ENTRY-USED)
               MOVE JRNL-TRANID     TO WS-EN-TRANID (WS-ENTRY-USED)
               MOVE JRNL-PROGRAM    TO WS-EN-PROGRAM (WS-ENTRY-USED)
               MOVE JRNL-ACTION     TO WS-EN-ACTION (WS-ENTRY-USED)
               MOVE JRNL-REC-KEY    TO WS-EN-REC-KEY (WS-ENTRY-USED)
               MOVE JRNL-BEFORE     TO WS-EN-BEFORE (WS-ENTRY-USED)
               MOVE JRNL-AFTER      TO WS-EN-AFTER (WS-ENTRY-USED)
           ELSE
               IF NOT WS-ENTRY-TABLE-FULL
                   DISPLAY 'BUG021 ENTRY TABLE FULL - FURTHER '
                       'ENTRIES COUNTED ONLY'
                   SET WS-ENTRY-TABLE-FULL TO TRUE
               END-IF
               ADD 1 TO WS-ENTRIES-UNLISTED
           END-IF.

      * A release is flagged when the same user has a correction to
      * the same reject earlier in the journal. The latest such
      * correction before the release is the one shown.
       2800-CHECK-RELEASE.
           MOVE 'N' TO WS-CORR-FOUND-SW
           MOVE 1 TO WS-CORR-IDX
           PERFORM 2850-SCAN-CORRECTIONS
               UNTIL WS-CORR-FOUND
               OR WS-CORR-IDX > WS-CORR-USED
           IF WS-CORR-FOUND
               IF WS-FLAG-USED < WS-FLAG-MAX
                   ADD 1 TO WS-FLAG-USED
                   MOVE JRNL-USERID
                       TO WS-FG-USERID (WS-FLAG-USED)
                   MOVE JRNL-REC-KEY
                       TO WS-FG-REC-KEY (WS-FLAG-USED)
                   MOVE WS-CR-DATE (WS-CORR-IDX)
                       TO WS-FG-CORR-DATE (WS-FLAG-USED)
                   MOVE WS-CR-TIME (WS-CORR-IDX)
                       TO WS-FG-CORR-TIME (WS-FLAG-USED)
                   MOVE WS-ENTRY-DATE
                       TO WS-FG-REL-DATE (WS-FLAG-USED)
                   MOVE WS-ENTRY-HHMMSS
                       TO WS-FG-REL-TIME (WS-FLAG-USED)
               ELSE
                   IF NOT WS-FLAG-TABLE-FULL
                       DISPLAY 'BUG021 FLAG TABLE FULL - FURTHER '
                           'FLAGS NOT LISTED'
                       SET WS-FLAG-TABLE-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

       2850-SCAN-CORRECTIONS.
           IF WS-CR-REC-KEY (WS-CORR-IDX) = JRNL-REC-KEY
                   AND WS-CR-USERID (WS-CORR-IDX) = JRNL-USERID
               SET WS-CORR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CORR-IDX
           END-IF.

       4000-PRINT-BY-USER.
           IF WS-USER-USED = ZERO
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               PERFORM 4100-PRINT-NEXT-USER WS-USER-USED TIMES
               IF WS-ENTRIES-UNLISTED > ZERO
                   MOVE WS-ENTRIES-UNLISTED TO WS-UL-COUNT
                   MOVE WS-UNLISTED-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
           END-IF.

      * Picks the lowest user id not yet printed, then lists that
      * user's entries and count.
       4100-PRINT-NEXT-USER.
           MOVE ZERO TO WS-MIN-IDX
           MOVE 1 TO WS-USER-IDX
           PERFORM 4150-FIND-LOWEST
               UNTIL WS-USER-IDX > WS-USER-USED
           MOVE WS-MIN-IDX TO WS-PRT-IDX
           SET WS-US-PRINTED (WS-PRT-IDX) TO TRUE
           MOVE 1 TO WS-ENTRY-IDX
           PERFORM 4200-PRINT-ENTRY
               UNTIL WS-ENTRY-IDX > WS-ENTRY-USED
           MOVE WS-US-USERID (WS-PRT-IDX) TO WS-UT-USERID
           MOVE WS-US-COUNT (WS-PRT-IDX)  TO WS-UT-COUNT
           MOVE WS-USER-TOTAL-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE.

       4150-FIND-LOWEST.
           IF NOT WS-US-PRINTED (WS-USER-IDX)
               IF WS-MIN-IDX = ZERO
                   MOVE WS-USER-IDX TO WS-MIN-IDX
               ELSE
                   IF WS-US-USERID (WS-USER-IDX) <
                           WS-US-USERID (WS-MIN-IDX)
                       MOVE WS-USER-IDX TO WS-MIN-IDX
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-USER-IDX.

      * A capture has no before image - it is new - so only its
      * after line prints.
       4200-PRINT-ENTRY.
           IF WS-EN-USER-IDX (WS-ENTRY-IDX) = WS-PRT-IDX
               MOVE WS-EN-DATE (WS-ENTRY-IDX)    TO WS-DL-DATE
               MOVE WS-EN-TIME (WS-ENTRY-IDX)    TO WS-DL-TIME
               MOVE WS-US-USERID (WS-PRT-IDX)    TO WS-DL-USERID
               MOVE WS-EN-TERMID (WS-ENTRY-IDX)  TO WS-DL-TERMID
               MOVE WS-EN-TRANID (WS-ENTRY-IDX)  TO WS-DL-TRANID
               MOVE WS-EN-PROGRAM (WS-ENTRY-IDX) TO WS-DL-PROGRAM
               MOVE WS-EN-ACTION (WS-ENTRY-IDX)  TO WS-DL-ACTION
               MOVE WS-EN-REC-KEY (WS-ENTRY-IDX) TO WS-DL-REC-KEY
               MOVE WS-DETAIL-LINE TO RPT-LINE
               WRITE RPT-LINE
               IF WS-EN-BEFORE (WS-ENTRY-IDX) NOT = SPACES
                   MOVE 'BEFORE'                   TO WS-IL-LABEL
                   MOVE WS-EN-BEFORE (WS-ENTRY-IDX) TO WS-IL-IMAGE
                   MOVE WS-IMAGE-LINE TO RPT-LINE
                   WRITE RPT-LINE
               END-IF
               MOVE 'AFTER'                    TO WS-IL-LABEL
               MOVE WS-EN-AFTER (WS-ENTRY-IDX) TO WS-IL-IMAGE
               MOVE WS-IMAGE-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF
           ADD 1 TO WS-ENTRY-IDX.

       5000-PRINT-FLAGS.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FLAG-TITLE-LINE TO RPT-LINE
           WRITE RPT-LINE
           MOVE WS-FLAG-COLUMN-LINE TO RPT-LINE
           WRITE RPT-LINE
           IF WS-FLAG-USED = ZERO
               MOVE WS-NONE-LINE TO RPT-LINE
               WRITE RPT-LINE
           ELSE
               MOVE 1 TO WS-FLAG-IDX
               PERFORM 5100-PRINT-FLAG
                   UNTIL WS-FLAG-IDX > WS-FLAG-USED
           END-IF
           IF WS-CORR-TABLE-FULL
               MOVE WS-CORR-DROPPED TO WS-CF-COUNT
               MOVE WS-CORR-FULL-LINE TO RPT-LINE
               WRITE RPT-LINE
           END-IF.

       5100-PRINT-FLAG.
           MOVE WS-FG-USERID (WS-FLAG-IDX)    TO WS-FL-USERID
           MOVE WS-FG-REC-KEY (WS-FLAG-IDX)   TO WS-FL-REC-KEY
           MOVE WS-FG-CORR-DATE (WS-FLAG-IDX) TO WS-FL-CORR-DATE
           MOVE WS-FG-CORR-TIME (WS-FLAG-IDX) TO WS-FL-CORR-TIME
           MOVE WS-FG-REL-DATE (WS-FLAG-IDX)  TO WS-FL-REL-DATE
           MOVE WS-FG-REL-TIME (WS-FLAG-IDX)  TO WS-FL-REL-TIME
           MOVE WS-FLAG-LINE TO RPT-LINE
           WRITE RPT-LINE
           ADD 1 TO WS-FLAG-IDX.

       9000-TERMINATE.
           DISPLAY 'BUG021 JOURNAL READ       ' WS-JRNL-READ
           DISPLAY 'BUG021 ENTRIES IN RANGE   ' WS-JRNL-SELECTED
           DISPLAY 'BUG021 SAME-USER RELEASES ' WS-FLAG-USED
           IF WS-JRNL-OPEN
               CLOSE JRNL-FILE
           END-IF
           CLOSE RPT-FILE.
