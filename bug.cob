           SELECT DAILY-FILE ASSIGN TO DAILYRPT
               ORGANIZATION IS SEQUENTIAL.

           SELECT HOLD-FILE ASSIGN TO HOLDWK
               ORGANIZATION IS SEQUENTIAL.

           SELECT OPTIONAL HELD-FILE ASSIGN TO HELDBAT
               ORGANIZATION IS SEQUENTIAL.

           SELECT CHKPT-FILE ASSIGN TO CHKPTF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAPT-KEY
               FILE STATUS IS WS-CAPT-STATUS.

           SELECT CAPTRL-FILE ASSIGN TO CAPTROLL
               ORGANIZATION IS SEQUENTIAL.

           SELECT ACCT-FILE ASSIGN TO ACCTMSTR
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CHART-CODE
               FILE STATUS IS WS-CHART-STATUS.

           SELECT FXRATE-FILE ASSIGN TO FXRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FXRATE-KEY
               FILE STATUS IS WS-FXRATE-STATUS.

           SELECT GL-FILE ASSIGN TO GLEXTR
               ORGANIZATION IS SEQUENTIAL.

               RECORD KEY IS DAYSUM-RUN-DATE
               FILE STATUS IS WS-DAYSUM-STATUS.

           SELECT RUNC-FILE ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUNC-KEY
               FILE STATUS IS WS-RUNC-STATUS.

           SELECT YCLS-FILE ASSIGN TO YECLOSE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS YCLS-YEAR
               FILE STATUS IS WS-YCLS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE
           05  TRAN-ACCOUNT-CODE       PIC X(4).
           05  TRAN-RECYCLE-IND        PIC X.
               88  TRAN-RECYCLED                 VALUE 'R'.
      * On a batch header this byte marks a batch BUG013 has sent
      * back off the held-batch file on operations' release.
               88  TRAN-HELD-RELEASE             VALUE 'H'.
           05  TRAN-RECORD-TYPE        PIC X.
               88  TRAN-BATCH-HEADER             VALUE 'H'.
               88  TRAN-BATCH-TRAILER            VALUE 'T'.
               88  TRAN-BATCH-REVERSAL           VALUE 'V'.
               88  TRAN-DETAIL                   VALUES 'D' ' '.
           05  TRAN-EFF-DATE           PIC 9(8).
      * A detail settled in another currency names it here and
      * carries its original amounts alongside; the pair above is
      * then left blank by the feed and filled in by 2020 at the
      * rate in force on the effective date. A blank code is the
      * base currency and the pair posts exactly as keyed.
           05  TRAN-CURRENCY           PIC X(3).
               88  TRAN-BASE-CURRENCY            VALUE SPACES.
           05  TRAN-ORIG-NUMBER        PIC S9(9)V99 SIGN IS TRAILING.
           05  TRAN-ORIG-NUMBER2       PIC S9(9)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(27).
       01  TRAN-REC-ALT REDEFINES TRAN-REC.
           05  TRAN-NUMBER-X           PIC X(7).
           05  TRAN-NUMBER2-X          PIC X(7).
           05  FILLER                  PIC X(6).
           05  TRAN-EFF-DATE-X         PIC X(8).
           05  FILLER                  PIC X(3).
           05  TRAN-ORIG-NUMBER-X      PIC X(11).
           05  TRAN-ORIG-NUMBER2-X     PIC X(11).
           05  FILLER                  PIC X(27).
       01  TRAN-REC-BATCH REDEFINES TRAN-REC.
           05  FILLER                  PIC X(20).
           05  TRAN-BATCH-ID           PIC X(8).
           05  BAL-COMPUTED-TOTAL      PIC S9(7)V99 SIGN IS TRAILING.
           05  BAL-DIFFERENCE          PIC S9(7)V99 SIGN IS TRAILING.
           05  BAL-STATUS              PIC X(13).
           05  BAL-PARKED-AMOUNT       PIC S9(9)V99 SIGN IS TRAILING.
           05  BAL-RELEASED-AMOUNT     PIC S9(9)V99 SIGN IS TRAILING.

       FD  BATCH-FILE
           RECORDING MODE IS F.
           05  BATCH-EXPECTED-AMOUNT   PIC S9(7)V99 SIGN IS TRAILING.
           05  BATCH-ACTUAL-AMOUNT     PIC S9(7)V99 SIGN IS TRAILING.
           05  BATCH-STATUS            PIC X(13).
           05  BATCH-DISPOSITION       PIC X(6).

      * Batch-result history: every line written to the nightly
      * BATCHRPT is mirrored here, with the batch's own business
           05  DAILY-EFF-DATE          PIC 9(8).
           05  DAILY-RUN-TIME          PIC 9(6).

      * Work file for the batch in hand: its details are written
      * here as they arrive and read back once the trailer has
      * settled the batch, either to post or to park on HELDBAT.
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-REC                    PIC X(80).

      * Held-batch file: a batch whose trailer did not prove it (or
      * that never got a trailer) is parked here whole instead of
      * posting - one 'B' line carrying the BATCHRPT verdict and
      * control figures, then one 'I' line per record image in
      * arrival order: header, every detail, and the trailer when
      * there was one. Extended only; BUG013 reports the parked
      * batches and applies operations' release or discard.
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

       FD  CHKPT-FILE.
       01  CHKPT-REC.
           05  CHKPT-KEY               PIC X(8).
           05  CHKPT-REJ-E1            PIC 9(6).
           05  CHKPT-REJ-E2            PIC 9(6).
           05  CHKPT-SUSP-COUNT        PIC 9(6).
           05  CHKPT-PARKED-COUNT      PIC 9(6).
           05  CHKPT-PARKED-AMOUNT     PIC S9(9)V99 SIGN IS TRAILING.
           05  CHKPT-REJ-C1            PIC 9(6).
           05  CHKPT-REJ-C2            PIC 9(6).
           05  CHKPT-REJ-Y1            PIC 9(6).
           05  CHKPT-RELEASED-AMOUNT   PIC S9(9)V99 SIGN IS TRAILING.
      * Progress through the batch being settled when the
      * checkpoint was taken: the steps of its posting or parking
      * already done, and the park time its HELDBAT lines carry.
           05  CHKPT-HELD-DONE         PIC 9(6).
           05  CHKPT-HELD-TIME         PIC 9(6).

       FD  CAPT-FILE.
       01  CAPT-REC.
               10  CAPT-DATE-JUL       PIC 9(7).
               10  CAPT-TASKNO         PIC 9(7).
           05  CAPT-TRAN-DATA          PIC X(80).
      * Dual control: BUG003I parks a capture over the approval
      * threshold at 'P'; a second user approves ('A') or
      * declines ('D') it on BUG006I. Below the threshold the
      * status is left blank and the capture posts as it always
      * has. Only blank and approved captures are posted; a
      * declined one is dropped when the queue is emptied, and
      * one still pending at cutoff rolls to the next night.
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

      * Captures still pending approval, held aside while the
      * queue is read and written back onto it once the run
      * completes.
       FD  CAPTRL-FILE
           RECORDING MODE IS F.
       01  CAPTRL-REC                  PIC X(139).

      * The to-date bucket covers the fiscal year the opening
      * balance belongs to: BUG016's year-end close carries each
      * account's closing balance into ACCT-OPEN-BALANCE, stamps
      * the new year, and starts the to-date figure over. An
      * account's balance is the opening balance plus the to-date.
       FD  ACCT-FILE.
       01  ACCT-REC.
           05  ACCT-CODE               PIC X(4).
           05  ACCT-DAILY-DATE         PIC 9(8).
           05  ACCT-DAILY-TOTAL        PIC S9(9)V99 SIGN IS TRAILING.
           05  ACCT-TODATE-TOTAL       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-BALANCE       PIC S9(11)V99 SIGN IS TRAILING.
           05  ACCT-OPEN-YEAR          PIC 9(4).

      * Chart of accounts: the reference list of account codes the
      * accounting supervisor maintains on the BUG005I screen. A
               88  CHART-ACTIVE                  VALUE 'A'.
               88  CHART-CLOSED                  VALUE 'C'.

      * Exchange rates treasury maintains through BUG019: units of
      * base currency per unit of the foreign currency, one record
      * per currency per date the rate took effect. A rate stands
      * until the next one for the same currency takes over.
       FD  FXRATE-FILE.
       01  FXRATE-REC.
           05  FXRATE-KEY.
               10  FXRATE-CURRENCY     PIC X(3).
               10  FXRATE-EFF-DATE     PIC 9(8).
           05  FXRATE-RATE             PIC 9(4)V9(6).
           05  FXRATE-CURRENCY-NAME    PIC X(20).
           05  FXRATE-UPDATED-BY       PIC X(3).
           05  FXRATE-UPDATED-DATE     PIC 9(8).

      * General ledger interface: one 'D' record per accepted
      * transaction, the pair carried as its debit and credit
      * legs, closed out by a 'T' trailer whose record count and
      * hash total (sum of both legs' absolute amounts) the GL
      * load step verifies before posting. A converted posting
      * also carries its currency, its original-currency legs and
      * the rate applied; the legs and hash are always base.
       FD  GL-FILE
           RECORDING MODE IS F.
       01  GL-REC.
           05  GL-DEBIT-AMOUNT         PIC S9(5)V99 SIGN IS TRAILING.
           05  GL-CREDIT-AMOUNT        PIC S9(5)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(3).
           05  GL-CURRENCY             PIC X(3).
           05  GL-ORIG-DEBIT-AMOUNT    PIC S9(9)V99 SIGN IS TRAILING.
           05  GL-ORIG-CREDIT-AMOUNT   PIC S9(9)V99 SIGN IS TRAILING.
           05  GL-FX-RATE              PIC 9(4)V9(6).
       01  GL-TRL-REC REDEFINES GL-REC.
           05  FILLER                  PIC X.
           05  GL-TRL-COUNT            PIC 9(8).
           05  GL-TRL-HASH             PIC S9(13)V99 SIGN IS TRAILING.
           05  FILLER                  PIC X(41).

      * Suspense workout detail: one record appended per posting
      * that lands in the SUSP account, carrying the amounts and
      * earlier posting/negation pairs cancelling out. A posting
      * outside any batch bracket carries blank identity and is
      * not reachable by reversal.
      *
      * The log is also the one complete record of what moved each
      * account: BUG009 appends its suspense reclassifications to
      * it, and BUG002 closes each account's month off it. The run
      * date - the business date - tells a month-end close which
      * lines it has already taken, and the entry type what kind
      * of movement each one was.
      * A converted posting keeps its currency, original amounts
      * and the rate applied, blank and zero for base currency;
      * BUG020 reports the night's converted activity off them.
      * Each line also carries the origin area of the batch it came
      * in under (blank outside a batch), for the BUG022 account
      * statement.
       FD  POST-FILE
           RECORDING MODE IS F.
       01  POST-REC.
           05  POST-NUMBER             PIC S9(5)V99 SIGN IS TRAILING.
           05  POST-NUMBER2            PIC S9(5)V99 SIGN IS TRAILING.
           05  POST-RESULT             PIC S9(6)V99 SIGN IS TRAILING.
           05  POST-RUN-TIME           PIC 9(6).
           05  POST-ENTRY-TYPE         PIC X.
               88  POST-ORIGINAL                 VALUE SPACE.
               88  POST-REVERSAL                 VALUE 'R'.
               88  POST-RECLASS                  VALUE 'S'.
           05  POST-CURRENCY           PIC X(3).
           05  POST-ORIG-NUMBER        PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-ORIG-NUMBER2       PIC S9(9)V99 SIGN IS TRAILING.
           05  POST-FX-RATE            PIC 9(4)V9(6).
           05  POST-ORIGIN-AREA        PIC X(4).

      * Run-history audit log: one record appended per execution,
      * carrying the counts and the balance verdict that would
           05  RUNH-RESTART-IND        PIC X.
           05  RUNH-GL-RELEASE         PIC X.
           05  RUNH-GL-REVIEWER        PIC X(3).
           05  RUNH-REJ-C1             PIC 9(6).
           05  RUNH-REJ-C2             PIC 9(6).
           05  RUNH-REJ-Y1             PIC 9(6).

       FD  SUBMREG-FILE.
       01  SUBM-REC.
      * authorized operator's decision - release ('R') or
      * regenerate ('G') - with initials and timestamp, so the
      * auditors can see no unbalanced extract ever reached the
      * ledger unreviewed. The extract's own trailer count and
      * hash are kept here as well, since GLEXTR itself is cut
      * over every night: BUG017 matches finance's load
      * acknowledgment against them, days later, and records
      * whether the ledger took the extract whole, in part, or
      * not at all.
       FD  GLREL-FILE.
       01  GLREL-REC.
           05  GLREL-RUN-DATE          PIC 9(8).
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

       FD  OVRCTL-FILE
           RECORDING MODE IS F.
               88  REJECT-RELEASED               VALUE 'R'.
               88  REJECT-RECYCLED               VALUE 'X'.
           05  REJECT-EFF-DATE-RAW     PIC X(8).
      * A foreign-currency detail keeps its currency and original
      * amounts on the reject, so the correction screen and the
      * recycle put back what the feed actually keyed.
           05  REJECT-CURRENCY         PIC X(3).
           05  REJECT-ORIG-NUMBER-RAW  PIC X(11).
           05  REJECT-ORIG-NUMBER2-RAW PIC X(11).

       FD  RUNC-FILE.
           COPY RUNCTL.

      * Fiscal years BUG016 has closed; nothing may post effective
      * in one of them.
       FD  YCLS-FILE.
       01  YCLS-REC.
           05  YCLS-YEAR               PIC 9(4).
           05  YCLS-CLOSED-DATE        PIC 9(8).
           05  YCLS-CLOSED-TIME        PIC 9(6).
           05  YCLS-CLOSED-BY          PIC X(3).
           05  YCLS-ACCOUNT-COUNT      PIC 9(6).
           05  YCLS-CLOSE-TOTAL        PIC S9(13)V99 SIGN IS TRAILING.

       WORKING-STORAGE SECTION.
           COPY WSAREA.
       01  WS-CONTROL-FIELDS.
           05  WS-RUN-TOTAL            PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-CONTROL-TOTAL        PIC S9(7)V99 COMP-3 VALUE ZERO.
           05  WS-TOTAL-DIFFERENCE     PIC S9(9)V99 COMP-3.
           05  WS-BAL-STATUS           PIC X(13).

       01  WS-RUN-DATE                 PIC 9(8).
           05  WS-CHKPT-STATUS         PIC XX.
           05  WS-RECORDS-PROCESSED    PIC 9(8) VALUE ZERO.
           05  WS-SKIP-COUNT           PIC 9(8) VALUE ZERO.
           05  WS-SKIPPING-SW          PIC X VALUE 'N'.
               88  WS-SKIPPING                   VALUE 'Y'.
           05  WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-GL-COUNT             PIC 9(8) VALUE ZERO.
           05  WS-GL-HASH              PIC S9(13)V99 COMP-3
           05  WS-REJ-A2-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJ-E1-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJ-E2-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJ-C1-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJ-C2-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-REJ-Y1-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-RESTART-SW           PIC X VALUE 'N'.
               88  WS-RESTARTED                  VALUE 'Y'.
           05  WS-RUN-TIME-RAW         PIC 9(8).
           05  WS-CHART-OPEN-SW        PIC X VALUE 'N'.
               88  WS-CHART-OPEN                 VALUE 'Y'.

      * Foreign-currency conversion. The rate found for a currency
      * and effective date is kept, so a batch of details in one
      * currency for one day costs one look-up. The posting in
      * hand carries its currency, original amounts and rate onto
      * the posted-detail log and the GL extract; a reversal
      * loads them off the log instead of off the transaction.
       01  WS-CURRENCY-FIELDS.
           05  WS-FXRATE-STATUS        PIC XX.
           05  WS-FXRATE-OPEN-SW       PIC X VALUE 'N'.
               88  WS-FXRATE-OPEN                VALUE 'Y'.
           05  WS-YCLS-STATUS          PIC XX.
           05  WS-FX-SCAN-SW           PIC X.
               88  WS-FX-SCAN-DONE               VALUE 'Y'.
           05  WS-FX-FOUND-SW          PIC X VALUE 'N'.
               88  WS-FX-CURRENCY-UNKNOWN        VALUE 'N'.
               88  WS-FX-RATE-MISSING            VALUE 'C'.
               88  WS-FX-RATE-FOUND              VALUE 'R'.
           05  WS-FX-LAST-CURRENCY     PIC X(3) VALUE SPACES.
           05  WS-FX-LAST-EFF-DATE     PIC 9(8) VALUE ZERO.
           05  WS-FX-LAST-RATE         PIC 9(4)V9(6) VALUE ZERO.
           05  WS-FX-CURRENCY          PIC X(3).
           05  WS-FX-ORIG-NUMBER       PIC S9(9)V99 COMP-3.
           05  WS-FX-ORIG-NUMBER2      PIC S9(9)V99 COMP-3.
           05  WS-FX-RATE              PIC 9(4)V9(6).

      * One physical TRANIN feed now arrives as several batches,
      * each bracketed by a header ('H') and trailer ('T') record.
      * These fields carry the batch in hand: identity off the
           05  WS-BATCH-AMOUNT         PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-BATCH-WORK-AMOUNT    PIC S9(9)V99 COMP-3.
      * The trailer is footed in the amounts as the area keyed them
      * - original amounts for a foreign detail - which is all the
      * area can add up; the converted base figure is footed
      * alongside for the money the night's reconciliation sees.
           05  WS-BATCH-BASE-AMOUNT    PIC S9(9)V99 COMP-3
                                                      VALUE ZERO.
           05  WS-EXPECTED-COUNT       PIC 9(6).
           05  WS-EXPECTED-AMOUNT      PIC S9(7)V99 COMP-3.
           05  WS-BATCH-STATUS-TEXT    PIC X(13).
           05  WS-BATCH-REJECT-COUNT   PIC 9(6) VALUE ZERO.
           05  WS-BATCH-DISPOSITION    PIC X(6).

      * Quarantine of the batch in hand. A batch is held - its
      * details written to the HOLDWK work file, nothing posted -
      * until its trailer proves count and amount; only then are
      * the held details put through validation and posting. A
      * batch that fails is parked whole on HELDBAT. A duplicate is
      * passed over as before, and a batch BUG013 released back off
      * HELDBAT posts as it goes, operations having already decided
      * it should. The parked figures ride the checkpoint so the
      * night's reconciliation can account for the money held back.
       01  WS-HOLD-FIELDS.
           05  WS-HOLD-SW              PIC X VALUE 'N'.
               88  WS-HOLDING-BATCH              VALUE 'Y'.
           05  WS-RELEASED-BATCH-SW    PIC X VALUE 'N'.
               88  WS-RELEASED-BATCH             VALUE 'Y'.
           05  WS-HOLD-OPEN-SW         PIC X VALUE 'N'.
               88  WS-HOLD-OPEN                  VALUE 'Y'.
           05  WS-HOLD-EOF-SW          PIC X VALUE 'N'.
               88  WS-HOLD-EOF                   VALUE 'Y'.
           05  WS-HOLD-TRAILER-SW      PIC X VALUE 'N'.
               88  WS-HOLD-TRAILER-PRESENT       VALUE 'Y'.
           05  WS-HOLD-HEADER-IMAGE    PIC X(80).
           05  WS-HOLD-TRAILER-IMAGE   PIC X(80).
           05  WS-HELD-IMAGE           PIC X(80).
           05  WS-HELD-SEQ             PIC 9(6).
           05  WS-PARKED-COUNT         PIC 9(6) VALUE ZERO.
           05  WS-PARKED-AMOUNT        PIC S9(9)V99 COMP-3 VALUE ZERO.
      * What batches released back off HELDBAT posted tonight. That
      * money was parked, and counted as parked, on the night its
      * batch first came in, so it is no part of tonight's control
      * total and is taken back out of the comparison.
           05  WS-RELEASED-AMOUNT      PIC S9(9)V99 COMP-3 VALUE ZERO.
           05  WS-RELEASE-UNKNOWN-SW   PIC X VALUE 'N'.
               88  WS-RELEASE-UNKNOWN            VALUE 'Y'.
      * Settling a held batch - its batch line, then each detail
      * posted or each line parked - is checkpointed step by step,
      * so a restart inside the settle picks up after the last
      * step done instead of posting or parking the batch again.
           05  WS-HELD-DONE            PIC 9(6) VALUE ZERO.
           05  WS-HELD-RESUME          PIC 9(6) VALUE ZERO.
           05  WS-HELD-PARK-TIME       PIC 9(6) VALUE ZERO.

      * Releases BUG013 has recorded on HELDBAT, taken as the run
      * starts: a header flagged as released posts as it stands
      * only when its batch id and date are here. The window is
      * the backdate window - a release not back in by then has to
      * be released again.
       01  WS-RELEASE-TABLE.
           05  WS-RL-USED              PIC 9(3) COMP VALUE ZERO.
           05  WS-RL-MAX               PIC 9(3) COMP VALUE 200.
           05  WS-RL-ENTRY OCCURS 200 TIMES.
               10  WS-RL-BATCH-ID      PIC X(8).
               10  WS-RL-BATCH-DATE    PIC 9(8).
           05  WS-RL-IDX               PIC 9(3) COMP.
           05  WS-RL-FOUND-SW          PIC X VALUE 'N'.
               88  WS-RL-FOUND                   VALUE 'Y'.
           05  WS-RL-EOF-SW            PIC X VALUE 'N'.
               88  WS-RL-EOF                     VALUE 'Y'.
           05  WS-RL-FULL-SW           PIC X VALUE 'N'.
               88  WS-RL-FULL                    VALUE 'Y'.

      * The latest fiscal year on YECLOSE. Closes go strictly in
      * year order, so every year up to this one is closed.
       01  WS-YEAR-CLOSE-FIELDS.
           05  WS-LAST-CLOSED-YEAR     PIC 9(4) VALUE ZERO.
           05  WS-YCLS-EOF-SW          PIC X VALUE 'N'.
               88  WS-YCLS-EOF                   VALUE 'Y'.

      * Submission registry: one record per batch id and business
      * date ever fully processed, written as each trailer settles
           05  WS-REV-IDX              PIC 9(5) COMP.
           05  WS-REV-OVERFLOW-SW      PIC X VALUE 'N'.
               88  WS-REV-OVERFLOW               VALUE 'Y'.
           05  WS-REV-YEAR-CLOSED-SW   PIC X VALUE 'N'.
               88  WS-REV-YEAR-CLOSED            VALUE 'Y'.
           05  WS-REV-EFF-YEAR         PIC 9(4).

      * The batch's log entries, gathered while the posted-detail
      * log is open for reading, applied once it is back open for
               10  WS-RV-NUMBER2       PIC S9(5)V99 COMP-3.
               10  WS-RV-RESULT        PIC S9(6)V99 COMP-3.
               10  WS-RV-EFF-DATE      PIC 9(8).
               10  WS-RV-CURRENCY      PIC X(3).
               10  WS-RV-ORIG-NUMBER   PIC S9(9)V99 COMP-3.
               10  WS-RV-ORIG-NUMBER2  PIC S9(9)V99 COMP-3.
               10  WS-RV-FX-RATE       PIC 9(4)V9(6) COMP-3.
               10  WS-RV-ORIGIN-AREA   PIC X(4).

       01  WS-DAY-SUMMARY-FIELDS.
           05  WS-DAYSUM-STATUS        PIC XX.
           05  WS-TRAN-SOURCE-SW       PIC X VALUE 'T'.
               88  WS-SOURCE-TRANIN              VALUE 'T'.
               88  WS-SOURCE-CAPTURE             VALUE 'C'.
           05  WS-CAPT-TAKEN-SW        PIC X.
               88  WS-CAPT-TAKEN                 VALUE 'Y'.
           05  WS-CAPTRL-EOF-SW        PIC X VALUE 'N'.
               88  WS-CAPTRL-EOF                 VALUE 'Y'.
           05  WS-CAPT-ROLLED-COUNT    PIC 9(6) VALUE ZERO.
           05  WS-CAPT-DECLINED-COUNT  PIC 9(6) VALUE ZERO.

      * Effective business date handling. A detail may carry the
      * date its money belongs to; blank means tonight, which is
           05  WS-TRAN-EOF-SW          PIC X VALUE 'N'.
               88  WS-TRAN-EOF                   VALUE 'Y'.

      * BUG001 heads the nightly stream and has no predecessors;
      * it opens the business date the later steps work to. The
      * list here is the rest of the stream, every step of which
      * must have completed the date already open before BUG001
      * moves the stream on to a new one.
       01  WS-STEP-CONTROL.
           05  WS-THIS-STEP            PIC X(8) VALUE 'BUG001'.
           05  WS-PRED-COUNT           PIC 9(2) COMP VALUE 7.
           05  WS-PRED-LIST.
               10  FILLER              PIC X(8) VALUE 'BUG007'.
               10  FILLER              PIC X(8) VALUE 'BUG008'.
               10  FILLER              PIC X(8) VALUE 'BUG002'.
               10  FILLER              PIC X(8) VALUE 'BUG003'.
               10  FILLER              PIC X(8) VALUE 'BUG010'.
               10  FILLER              PIC X(8) VALUE 'BUG009'.
               10  FILLER              PIC X(8) VALUE 'BUG005'.
           05  WS-PRED-TABLE REDEFINES WS-PRED-LIST.
               10  WS-PRED-STEP        PIC X(8)
                                       OCCURS 7 TIMES.
           05  WS-OPEN-BUS-DATE        PIC 9(8) VALUE ZERO.

           COPY RUNCWS.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 0500-CHECK-RUN-CONTROL
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-RECORDS UNTIL WS-TRAN-EOF
           PERFORM 7000-FLUSH-OPEN-BATCH
           PERFORM 8550-WRITE-RELEASE-CONTROL
           PERFORM 8600-WRITE-RUN-HISTORY
           PERFORM 9000-TERMINATE
           PERFORM 0595-COMPLETE-RUN-CONTROL
           STOP RUN.

      * Nightly step control. BUG001 opens the business date on
      * RUNCTL for the rest of the stream. If the date already open
      * has no clean completion from BUG001 - it abended, failed or
      * was reopened by BUG025 - this is a restart of that night and
      * keeps its date, alongside the checkpoint restart below;
      * otherwise today's date is opened, but only once every later
      * step has completed the date being left behind. A step short
      * of that is recorded against BUG001 as a failure for the new
      * date and the pointer stays where it is, so the unfinished
      * night is still the one BUG025 and the later steps see.
      * BUG001 does not run a second time for a date it has
      * completed, and stops with return code 16 before any of its
      * files are opened.
       0500-CHECK-RUN-CONTROL.
           PERFORM 0530-OPEN-RUN-CONTROL
           ACCEPT WS-RUNC-TODAY FROM DATE YYYYMMDD
           MOVE WS-RUNC-TODAY TO WS-BUSINESS-DATE
           MOVE ZERO          TO WS-OPEN-BUS-DATE
           MOVE ZERO      TO RUNC-BUS-DATE
           MOVE 'CURRENT' TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RUNC-FOUND-SW
               NOT INVALID KEY
                   SET WS-RUNC-FOUND TO TRUE
                   MOVE RUNC-CURRENT-DATE TO RUNC-BUS-DATE
                   MOVE RUNC-CURRENT-DATE TO WS-OPEN-BUS-DATE
                   MOVE WS-THIS-STEP      TO RUNC-STEP
                   READ RUNC-FILE
                       INVALID KEY
                           MOVE RUNC-BUS-DATE TO WS-BUSINESS-DATE
                       NOT INVALID KEY
                           IF NOT RUNC-COMPLETED
                               MOVE RUNC-BUS-DATE TO WS-BUSINESS-DATE
                           END-IF
                   END-READ
           END-READ
           IF WS-BUSINESS-DATE NOT = WS-RUNC-TODAY
               DISPLAY 'BUG001 RESTARTING NIGHT OF ' WS-BUSINESS-DATE
           END-IF
           MOVE WS-BUSINESS-DATE TO RUNC-BUS-DATE
           MOVE WS-THIS-STEP     TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RUNC-COMPLETED
                       MOVE SPACES TO WS-RUNC-MESSAGE
                       STRING 'ALREADY COMPLETED FOR ' WS-BUSINESS-DATE
                           DELIMITED BY SIZE INTO WS-RUNC-MESSAGE
                       PERFORM 0590-STOP-STEP
                   END-IF
           END-READ
           IF WS-OPEN-BUS-DATE NOT = ZERO
              AND WS-OPEN-BUS-DATE NOT = WS-BUSINESS-DATE
               PERFORM 0550-CHECK-STREAM-CLOSED
           END-IF
           PERFORM 0540-SET-CURRENT-DATE
           MOVE 'S'    TO WS-RUNC-NEW-STATUS
           MOVE SPACES TO WS-RUNC-MESSAGE
           PERFORM 0520-RECORD-STEP.

      * Point the stream at the business date being opened.
       0540-SET-CURRENT-DATE.
           MOVE ZERO      TO RUNC-BUS-DATE
           MOVE 'CURRENT' TO RUNC-STEP
           READ RUNC-FILE
               INVALID KEY
                   MOVE 'N' TO WS-RUNC-FOUND-SW
               NOT INVALID KEY
                   SET WS-RUNC-FOUND TO TRUE
           END-READ
           MOVE SPACES           TO RUNC-POINTER-DATA
           MOVE WS-BUSINESS-DATE TO RUNC-CURRENT-DATE
           IF WS-RUNC-FOUND
               REWRITE RUNC-REC
           ELSE
               WRITE RUNC-REC
           END-IF.

      * Every later step's record for the date still open, checked
      * with the same predecessor test those steps use on each
      * other. The first step short of a completion stops the run.
       0550-CHECK-STREAM-CLOSED.
           MOVE WS-BUSINESS-DATE TO WS-RUNC-TODAY
           MOVE WS-OPEN-BUS-DATE TO WS-BUSINESS-DATE
           PERFORM 0510-CHECK-PREDECESSOR
               VARYING WS-PRED-IDX FROM 1 BY 1
               UNTIL WS-PRED-IDX > WS-PRED-COUNT
                  OR NOT WS-RUNC-CLEAR
           MOVE WS-RUNC-TODAY TO WS-BUSINESS-DATE
           IF NOT WS-RUNC-CLEAR
               MOVE 'F' TO WS-RUNC-NEW-STATUS
               PERFORM 0520-RECORD-STEP
               PERFORM 0590-STOP-STEP
           END-IF.

       COPY RUNCPROC.

      * Everything the run stamps - postings, the day summary, the
      * balancing record, run history, the GL release control - is
      * dated with the business date opened on RUNCTL, not the
      * clock, so a night restarted after midnight stays one night.
       1000-INITIALIZE.
           MOVE WS-BUSINESS-DATE TO WS-RUN-DATE
           ACCEPT WS-RUN-TIME-RAW FROM TIME
           MOVE WS-RUN-TIME-RAW (1:6) TO WS-RUN-TIME
           COMPUTE WS-EFF-DATE-INTEGER =
           PERFORM 1150-OPEN-REPORT-FILES
           PERFORM 1160-OPEN-ACCOUNT-MASTER
           PERFORM 1165-OPEN-CHART
           PERFORM 1167-OPEN-RATE-FILE
           PERFORM 1168-LOAD-YEAR-CLOSE
           PERFORM 1170-OPEN-CAPTURE
           PERFORM 1180-OPEN-DAY-SUMMARY
           PERFORM 1190-OPEN-REGISTRY
               MOVE ZERO TO CHKPT-REJ-E1
               MOVE ZERO TO CHKPT-REJ-E2
               MOVE ZERO TO CHKPT-SUSP-COUNT
               MOVE ZERO TO CHKPT-PARKED-COUNT
               MOVE ZERO TO CHKPT-PARKED-AMOUNT
               MOVE ZERO TO CHKPT-REJ-C1
               MOVE ZERO TO CHKPT-REJ-C2
               MOVE ZERO TO CHKPT-REJ-Y1
               MOVE ZERO TO CHKPT-RELEASED-AMOUNT
               MOVE ZERO TO CHKPT-HELD-DONE
               MOVE ZERO TO CHKPT-HELD-TIME
               WRITE CHKPT-REC
               CLOSE CHKPT-FILE
               OPEN I-O CHKPT-FILE
                   MOVE ZERO TO CHKPT-REJ-E1
                   MOVE ZERO TO CHKPT-REJ-E2
                   MOVE ZERO TO CHKPT-SUSP-COUNT
                   MOVE ZERO TO CHKPT-PARKED-COUNT
                   MOVE ZERO TO CHKPT-PARKED-AMOUNT
                   MOVE ZERO TO CHKPT-REJ-C1
                   MOVE ZERO TO CHKPT-REJ-C2
                   MOVE ZERO TO CHKPT-REJ-Y1
                   MOVE ZERO TO CHKPT-RELEASED-AMOUNT
                   MOVE ZERO TO CHKPT-HELD-DONE
                   MOVE ZERO TO CHKPT-HELD-TIME
           END-READ
           MOVE CHKPT-COUNT        TO WS-RECORDS-PROCESSED
           MOVE CHKPT-RUN-TOTAL    TO WS-RUN-TOTAL
           MOVE CHKPT-REJ-E1       TO WS-REJ-E1-COUNT
           MOVE CHKPT-REJ-E2       TO WS-REJ-E2-COUNT
           MOVE CHKPT-SUSP-COUNT   TO WS-SUSP-COUNT
           MOVE CHKPT-PARKED-COUNT TO WS-PARKED-COUNT
           MOVE CHKPT-PARKED-AMOUNT TO WS-PARKED-AMOUNT
           MOVE CHKPT-REJ-C1       TO WS-REJ-C1-COUNT
           MOVE CHKPT-REJ-C2       TO WS-REJ-C2-COUNT
           MOVE CHKPT-REJ-Y1       TO WS-REJ-Y1-COUNT
           MOVE CHKPT-RELEASED-AMOUNT TO WS-RELEASED-AMOUNT
           MOVE CHKPT-HELD-DONE    TO WS-HELD-RESUME
           MOVE CHKPT-HELD-TIME    TO WS-HELD-PARK-TIME
           IF WS-RECORDS-PROCESSED > ZERO
               MOVE 'Y' TO WS-RESTART-SW
           END-IF.
           OPEN EXTEND RUNH-FILE
           OPEN EXTEND SUSP-FILE
           OPEN EXTEND POST-FILE
           OPEN EXTEND BATCHHST-FILE
           PERFORM 1155-LOAD-RELEASES
           OPEN EXTEND HELD-FILE.

      * HELDBAT is read through once for its release entries before
      * it is opened for tonight's parking.
       1155-LOAD-RELEASES.
           OPEN INPUT HELD-FILE
           PERFORM 1157-READ-HELD
           PERFORM 1156-KEEP-RELEASE UNTIL WS-RL-EOF
           CLOSE HELD-FILE.

       1156-KEEP-RELEASE.
           IF HELD-BATCH-LINE AND HELD-RELEASED
                   AND HELD-ACTION-DATE NOT < WS-EARLIEST-EFF-DATE
               IF WS-RL-USED < WS-RL-MAX
                   ADD 1 TO WS-RL-USED
                   MOVE HELD-BATCH-ID   TO WS-RL-BATCH-ID (WS-RL-USED)
                   MOVE HELD-BATCH-DATE
                       TO WS-RL-BATCH-DATE (WS-RL-USED)
               ELSE
                   IF NOT WS-RL-FULL
                       SET WS-RL-FULL TO TRUE
                       DISPLAY 'BUG001 RELEASE TABLE FULL - LATER '
                           'RELEASES WILL BE HELD AS NEW BATCHES'
                   END-IF
               END-IF
           END-IF
           PERFORM 1157-READ-HELD.

       1157-READ-HELD.
           READ HELD-FILE
               AT END
                   SET WS-RL-EOF TO TRUE
           END-READ.

      * The account master persists from run to run (it carries the
      * to-date figures), so unlike the report files it is only ever
                   'ACCOUNT CODES NOT VALIDATED'
           END-IF.

      * Without the rate file nothing foreign can be converted, so
      * such details reject (C2) for correction rather than post at
      * a guessed rate; base-currency details are not affected.
       1167-OPEN-RATE-FILE.
           OPEN INPUT FXRATE-FILE
           IF WS-FXRATE-STATUS = '00'
               SET WS-FXRATE-OPEN TO TRUE
           ELSE
               DISPLAY 'BUG001 EXCHANGE RATE FILE NOT AVAILABLE - '
                   'FOREIGN-CURRENCY DETAILS REJECTED'
           END-IF.

      * Only the latest closed year is wanted - BUG016 closes the
      * years in order. No YECLOSE means no year has been closed.
       1168-LOAD-YEAR-CLOSE.
           OPEN INPUT YCLS-FILE
           IF WS-YCLS-STATUS = '00'
               PERFORM 1169-READ-YEAR-CLOSE UNTIL WS-YCLS-EOF
               CLOSE YCLS-FILE
           END-IF.

       1169-READ-YEAR-CLOSE.
           READ YCLS-FILE
               AT END
                   SET WS-YCLS-EOF TO TRUE
               NOT AT END
                   IF YCLS-YEAR > WS-LAST-CLOSED-YEAR
                       MOVE YCLS-YEAR TO WS-LAST-CLOSED-YEAR
                   END-IF
           END-READ.

      * The online capture queue is optional input: most nights it
      * is there, but a fresh region or a night with no terminal
      * activity leaves nothing to open, and the run carries on
           OPEN INPUT CAPT-FILE
           IF WS-CAPT-STATUS = '00'
               SET WS-CAPT-OPEN TO TRUE
               OPEN OUTPUT CAPTRL-FILE
           END-IF.

      * The day summary is the operators' answer file for the
           END-IF.

       1200-SKIP-PROCESSED-RECORDS.
           SET WS-SKIPPING TO TRUE
           PERFORM UNTIL WS-TRAN-EOF
                   OR WS-SKIP-COUNT >= WS-RECORDS-PROCESSED
               PERFORM 1250-TRACK-SKIPPED-RECORD
               ADD 1 TO WS-SKIP-COUNT
               PERFORM 2100-READ-TRAN
           END-PERFORM
           MOVE 'N' TO WS-SKIPPING-SW.

      * The checkpoint carries the running totals but not the
      * batch in hand, so a restart rebuilds the batch state by
      * footing the skipped records the same way live processing
      * does - without re-writing any report line the prior
      * attempt already produced. A trailer seen here was already
      * reported on, so it just closes the batch out. The details
      * of a batch still being held go back onto the work file,
      * since the prior attempt posted none of them and its trailer
      * has yet to arrive. If the prior attempt stopped part way
      * through settling that batch, its trailer is the next record
      * read live, and 3170 steps over what the checkpoint shows
      * was already posted or parked. The same goes for a batch
      * left open at the end of TRANIN, which 2150 settles as the
      * stream moves on to the capture queue.
       1250-TRACK-SKIPPED-RECORD.
           EVALUATE TRUE
               WHEN TRAN-BATCH-HEADER
                   MOVE TRAN-ORIGIN-AREA TO WS-CUR-ORIGIN-AREA
                   MOVE ZERO TO WS-BATCH-DETAIL-COUNT
                   MOVE ZERO TO WS-BATCH-AMOUNT
                   MOVE ZERO TO WS-BATCH-BASE-AMOUNT
                   MOVE ZERO TO WS-BATCH-REJECT-COUNT
                   SET WS-BATCH-ACTIVE TO TRUE
      * Quiet registry probe: the prior attempt registered every
                               MOVE 'Y' TO WS-DUP-BATCH-SW
                           END-IF
                   END-READ
                   PERFORM 3010-BEGIN-HOLD
               WHEN TRAN-BATCH-TRAILER
                   MOVE 'N' TO WS-BATCH-ACTIVE-SW
                   MOVE 'N' TO WS-DUP-BATCH-SW
                   PERFORM 3020-END-HOLD
      * The live path flushes any batch still open when a 'V'
      * arrives and clears the batch state before applying the
      * reversal; the rebuilt state must land the same way - the
               WHEN TRAN-BATCH-REVERSAL
                   MOVE 'N' TO WS-BATCH-ACTIVE-SW
                   MOVE 'N' TO WS-DUP-BATCH-SW
                   PERFORM 3020-END-HOLD
               WHEN WS-DUP-BATCH
                   CONTINUE
               WHEN OTHER
                   PERFORM 2005-VALIDATE-RECORD
                   PERFORM 3900-FOOT-BATCH-DETAIL
                   IF WS-HOLDING-BATCH
                       PERFORM 3910-HOLD-DETAIL
                   END-IF
           END-EVALUATE.

               WHEN OTHER
                   PERFORM 2005-VALIDATE-RECORD
                   PERFORM 3900-FOOT-BATCH-DETAIL
                   IF WS-HOLDING-BATCH
                       PERFORM 3910-HOLD-DETAIL
                   ELSE
                       IF WS-RECORD-VALID
                           PERFORM 2010-ADD-RECORD
                       ELSE
                           PERFORM 2990-WRITE-REJECT
                       END-IF
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-RECORDS-PROCESSED
      * figures a numeric field can still legally hold against the
      * accumulator's business limits (WS-MIN-AMOUNT/WS-MAX-AMOUNT)
      * so an out-of-range record is caught here rather than
      * surfacing later as a bogus total or a false overflow. A
      * foreign-currency detail is converted first, so the range
      * limits apply to what will actually post.
       2005-VALIDATE-RECORD.
           SET WS-RECORD-VALID TO TRUE
           IF NOT TRAN-BASE-CURRENCY
               PERFORM 2020-CONVERT-CURRENCY
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-RECORD-VALID
                   CONTINUE
               WHEN TRAN-NUMBER NOT NUMERIC
                       AND TRAN-NUMBER2 NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'E2' TO WS-REJECT-REASON-CODE
                   MOVE 'EFFECTIVE DATE OUT OF WINDOW'
                       TO WS-REJECT-REASON-TEXT
      * Inside the window but in a fiscal year BUG016 has already
      * closed: posting it would move a balance the year-end
      * snapshot has fixed. It goes for correction to a date in
      * the open year instead.
               WHEN WS-EDIT-EFF-YEAR NOT > WS-LAST-CLOSED-YEAR
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'Y1' TO WS-REJECT-REASON-CODE
                   MOVE 'EFFECTIVE YEAR CLOSED'
                       TO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   MOVE TRAN-EFF-DATE TO WS-EFF-DATE
           END-EVALUATE.
       2010-ADD-RECORD.
           MOVE TRAN-NUMBER  TO WS-NUMBER
           MOVE TRAN-NUMBER2 TO WS-NUMBER2
           IF TRAN-BASE-CURRENCY
               MOVE SPACES TO WS-FX-CURRENCY
               MOVE ZERO   TO WS-FX-ORIG-NUMBER
               MOVE ZERO   TO WS-FX-ORIG-NUMBER2
               MOVE ZERO   TO WS-FX-RATE
           ELSE
               MOVE TRAN-CURRENCY     TO WS-FX-CURRENCY
               MOVE TRAN-ORIG-NUMBER  TO WS-FX-ORIG-NUMBER
               MOVE TRAN-ORIG-NUMBER2 TO WS-FX-ORIG-NUMBER2
               MOVE WS-FX-LAST-RATE   TO WS-FX-RATE
           END-IF
           ADD WS-NUMBER WS-NUMBER2 GIVING WS-RESULT
               ON SIZE ERROR
                   PERFORM 2900-WRITE-EXCEPTION
                   PERFORM 2860-WRITE-GL-DETAIL
                   ADD 1 TO WS-ACCEPT-COUNT
                   ADD WS-RESULT TO WS-RUN-TOTAL
                   IF WS-RELEASED-BATCH
                       ADD WS-RESULT TO WS-RELEASED-AMOUNT
                   END-IF
           END-ADD.

      * The original amounts must be good figures and the date
      * good before a rate can be chosen for it; the rate is the
      * latest one effective on or before the detail's effective
      * date. The converted legs are rounded to the cent and
      * written into the pair, so everything downstream - range
      * check, batch footing, WS-RESULT - works in base currency.
      * Converting is repeatable: a held detail converted on its
      * way to the work file converts to the same pair when the
      * batch is posted.
       2020-CONVERT-CURRENCY.
           EVALUATE TRUE
               WHEN TRAN-ORIG-NUMBER NOT NUMERIC
                       AND TRAN-ORIG-NUMBER2 NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'NB' TO WS-REJECT-REASON-CODE
                   MOVE 'BOTH FIELDS NON-NUMERIC'
                       TO WS-REJECT-REASON-TEXT
               WHEN TRAN-ORIG-NUMBER NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'N1' TO WS-REJECT-REASON-CODE
                   MOVE 'ORIGINAL AMOUNT 1 NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
               WHEN TRAN-ORIG-NUMBER2 NOT NUMERIC
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'N2' TO WS-REJECT-REASON-CODE
                   MOVE 'ORIGINAL AMOUNT 2 NOT NUMERIC'
                       TO WS-REJECT-REASON-TEXT
           END-EVALUATE
           IF WS-RECORD-VALID
               PERFORM 2008-EDIT-EFFECTIVE-DATE
           END-IF
           IF WS-RECORD-VALID
               PERFORM 2030-FIND-RATE
           END-IF
           IF WS-RECORD-VALID
               COMPUTE TRAN-NUMBER ROUNDED =
                   TRAN-ORIG-NUMBER * WS-FX-LAST-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'R1' TO WS-REJECT-REASON-CODE
                       MOVE 'WS-NUMBER OUT OF RANGE'
                           TO WS-REJECT-REASON-TEXT
               END-COMPUTE
           END-IF
           IF WS-RECORD-VALID
               COMPUTE TRAN-NUMBER2 ROUNDED =
                   TRAN-ORIG-NUMBER2 * WS-FX-LAST-RATE
                   ON SIZE ERROR
                       MOVE 'N' TO WS-VALID-SW
                       MOVE 'R2' TO WS-REJECT-REASON-CODE
                       MOVE 'WS-NUMBER2 OUT OF RANGE'
                           TO WS-REJECT-REASON-TEXT
               END-COMPUTE
           END-IF.

      * A currency with no rate on file at all is unknown (C1); a
      * known currency with no rate yet in force on the effective
      * date has a missing rate (C2). The rate file is read from
      * the currency's earliest entry forward, keeping the last
      * rate that took effect on or before the date.
       2030-FIND-RATE.
           IF TRAN-CURRENCY NOT = WS-FX-LAST-CURRENCY
                   OR WS-EFF-DATE NOT = WS-FX-LAST-EFF-DATE
               MOVE 'N' TO WS-FX-FOUND-SW
               MOVE ZERO TO WS-FX-LAST-RATE
               IF WS-FXRATE-OPEN
                   MOVE 'N' TO WS-FX-SCAN-SW
                   MOVE TRAN-CURRENCY TO FXRATE-CURRENCY
                   MOVE ZERO          TO FXRATE-EFF-DATE
                   START FXRATE-FILE KEY IS NOT LESS THAN FXRATE-KEY
                       INVALID KEY
                           SET WS-FX-SCAN-DONE TO TRUE
                   END-START
                   PERFORM 2040-SCAN-RATES UNTIL WS-FX-SCAN-DONE
               END-IF
               MOVE TRAN-CURRENCY TO WS-FX-LAST-CURRENCY
               MOVE WS-EFF-DATE   TO WS-FX-LAST-EFF-DATE
           END-IF
           EVALUATE TRUE
               WHEN WS-FX-RATE-FOUND
                   CONTINUE
               WHEN NOT WS-FXRATE-OPEN
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'C2' TO WS-REJECT-REASON-CODE
                   MOVE 'RATE FILE NOT AVAILABLE'
                       TO WS-REJECT-REASON-TEXT
               WHEN WS-FX-RATE-MISSING
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'C2' TO WS-REJECT-REASON-CODE
                   MOVE SPACES TO WS-REJECT-REASON-TEXT
                   STRING 'NO ' TRAN-CURRENCY ' RATE FOR EFF DATE'
                       DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
               WHEN OTHER
                   MOVE 'N' TO WS-VALID-SW
                   MOVE 'C1' TO WS-REJECT-REASON-CODE
                   MOVE SPACES TO WS-REJECT-REASON-TEXT
                   STRING 'CURRENCY ' TRAN-CURRENCY ' NOT ON RATE FILE'
                       DELIMITED BY SIZE INTO WS-REJECT-REASON-TEXT
           END-EVALUATE.

       2040-SCAN-RATES.
           READ FXRATE-FILE NEXT RECORD
               AT END
                   SET WS-FX-SCAN-DONE TO TRUE
           END-READ
           IF NOT WS-FX-SCAN-DONE
               EVALUATE TRUE
                   WHEN WS-FXRATE-STATUS NOT = '00'
                       SET WS-FX-SCAN-DONE TO TRUE
                   WHEN FXRATE-CURRENCY NOT = TRAN-CURRENCY
                       SET WS-FX-SCAN-DONE TO TRUE
                   WHEN FXRATE-EFF-DATE > WS-EFF-DATE
                       IF WS-FX-CURRENCY-UNKNOWN
                           MOVE 'C' TO WS-FX-FOUND-SW
                       END-IF
                       SET WS-FX-SCAN-DONE TO TRUE
                   WHEN OTHER
                       MOVE 'R' TO WS-FX-FOUND-SW
                       MOVE FXRATE-RATE TO WS-FX-LAST-RATE
               END-EVALUATE
           END-IF.

      * The nightly input is TRANIN followed by whatever the online
      * capture transaction queued up during the day, presented to
      * the rest of the program as one continuous stream of
               PERFORM 2160-READ-CAPTURE
           END-IF.

      * A TRANIN batch still open when the file ends - its trailer
      * never came - is settled here, before the first capture is
      * read, so the approved captures post on their own and are
      * never footed into it or parked on HELDBAT with it. When a
      * restart skips past this point and the checkpoint shows
      * records taken after it, the prior attempt settled the
      * batch in full and only the batch state is cleared;
      * otherwise the settle runs, and 3170 steps over whatever
      * part of it the checkpoint shows was already done.
       2150-SWITCH-TO-CAPTURE.
           IF WS-SKIPPING
              AND WS-SKIP-COUNT < WS-RECORDS-PROCESSED
               MOVE 'N' TO WS-BATCH-ACTIVE-SW
               MOVE 'N' TO WS-DUP-BATCH-SW
               PERFORM 3020-END-HOLD
           ELSE
               PERFORM 7000-FLUSH-OPEN-BATCH
           END-IF
           MOVE 'C' TO WS-TRAN-SOURCE-SW
           IF WS-CAPT-OPEN
               PERFORM 2160-READ-CAPTURE

      * As with the reject master sweep in BUG003, any status short
      * of a clean read ends the stream rather than spinning on a
      * stale record area. Captures awaiting approval, and those
      * declined, never enter the stream at all - a restart
      * re-reads the queue the same way, so the skip count still
      * lines up.
       2160-READ-CAPTURE.
           MOVE 'N' TO WS-CAPT-TAKEN-SW
           PERFORM 2170-NEXT-CAPTURE
               UNTIL WS-CAPT-TAKEN OR WS-TRAN-EOF.

       2170-NEXT-CAPTURE.
           READ CAPT-FILE
               AT END
                   SET WS-TRAN-EOF TO TRUE
           END-READ
           IF NOT WS-TRAN-EOF
               IF WS-CAPT-STATUS = '00'
                   EVALUATE TRUE
                       WHEN CAPT-PENDING
                           PERFORM 2180-ROLL-CAPTURE
                       WHEN CAPT-DECLINED
                           ADD 1 TO WS-CAPT-DECLINED-COUNT
                       WHEN OTHER
                           MOVE CAPT-TRAN-DATA TO TRAN-REC
                           SET WS-CAPT-TAKEN TO TRUE
                   END-EVALUATE
               ELSE
                   SET WS-TRAN-EOF TO TRUE
               END-IF
           END-IF.

      * Tonight's run is the approval cutoff: whatever is still
      * pending goes to tomorrow night, counted so BUG018's
      * morning report can show how long it has been waiting.
       2180-ROLL-CAPTURE.
           ADD 1 TO CAPT-ROLL-COUNT
           MOVE CAPT-REC TO CAPTRL-REC
           WRITE CAPTRL-REC
           ADD 1 TO WS-CAPT-ROLLED-COUNT.

      * Each accepted line carries both dates: the run date keys
      * the retention purge and the restart semantics, the
      * effective date is the business day the figures belong to
      * and is what BUG002 summarizes by. The run date is the
      * business date, which BUG002 stamps its period close with,
      * so detail from a night after the close is told from detail
      * the close took. The run's start time rides along for the
      * record.
       2800-WRITE-DAILY-REPORT.
           MOVE WS-RUN-DATE  TO DAILY-RUN-DATE
           MOVE WS-NUMBER    TO DAILY-NUMBER
      * what this record did and undo it.
       2840-LOG-POSTING.
           IF WS-BATCH-ACTIVE
               MOVE WS-CUR-BATCH-ID    TO POST-BATCH-ID
               MOVE WS-CUR-BATCH-DATE  TO POST-BATCH-DATE
               MOVE WS-CUR-ORIGIN-AREA TO POST-ORIGIN-AREA
           ELSE
               MOVE SPACES TO POST-BATCH-ID
               MOVE ZERO   TO POST-BATCH-DATE
               MOVE SPACES TO POST-ORIGIN-AREA
           END-IF
           MOVE WS-RUN-DATE TO POST-RUN-DATE
           MOVE WS-EFF-DATE TO POST-EFF-DATE
           MOVE WS-NUMBER   TO POST-NUMBER
           MOVE WS-NUMBER2  TO POST-NUMBER2
           MOVE WS-RESULT   TO POST-RESULT
           MOVE WS-RUN-TIME TO POST-RUN-TIME
           MOVE SPACE       TO POST-ENTRY-TYPE
           MOVE WS-FX-CURRENCY     TO POST-CURRENCY
           MOVE WS-FX-ORIG-NUMBER  TO POST-ORIG-NUMBER
           MOVE WS-FX-ORIG-NUMBER2 TO POST-ORIG-NUMBER2
           MOVE WS-FX-RATE         TO POST-FX-RATE
           WRITE POST-REC.

      * Posts each accepted total to the department/account master so
                   MOVE WS-RUN-DATE TO ACCT-DAILY-DATE
                   MOVE WS-RESULT   TO ACCT-DAILY-TOTAL
                   MOVE WS-RESULT   TO ACCT-TODATE-TOTAL
                   MOVE ZERO        TO ACCT-OPEN-BALANCE
                   MOVE ZERO        TO ACCT-OPEN-YEAR
                   WRITE ACCT-REC
               NOT INVALID KEY
                   IF ACCT-DAILY-DATE NOT = WS-RUN-DATE
           MOVE WS-POST-ACCOUNT TO GL-ACCOUNT-CODE
           MOVE WS-NUMBER       TO GL-DEBIT-AMOUNT
           MOVE WS-NUMBER2      TO GL-CREDIT-AMOUNT
           MOVE WS-FX-CURRENCY     TO GL-CURRENCY
           MOVE WS-FX-ORIG-NUMBER  TO GL-ORIG-DEBIT-AMOUNT
           MOVE WS-FX-ORIG-NUMBER2 TO GL-ORIG-CREDIT-AMOUNT
           MOVE WS-FX-RATE         TO GL-FX-RATE
           WRITE GL-REC
           ADD 1 TO WS-GL-COUNT
           COMPUTE WS-GL-HASH = WS-GL-HASH
      * correction.
       2990-WRITE-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-RUN-DATE          TO REJECT-RUN-DATE
           MOVE WS-RUN-TIME          TO REJECT-RUN-TIME
           MOVE WS-REJECT-COUNT      TO REJECT-SEQ
           MOVE WS-REJECT-REASON-TEXT TO REJECT-REASON-TEXT
           MOVE 'O'                  TO REJECT-STATUS
           MOVE TRAN-EFF-DATE-X      TO REJECT-EFF-DATE-RAW
           MOVE TRAN-CURRENCY        TO REJECT-CURRENCY
           MOVE TRAN-ORIG-NUMBER-X   TO REJECT-ORIG-NUMBER-RAW
           MOVE TRAN-ORIG-NUMBER2-X  TO REJECT-ORIG-NUMBER2-RAW
           WRITE REJECT-REC
           EVALUATE WS-REJECT-REASON-CODE
               WHEN 'NB'
                   ADD 1 TO WS-REJ-E1-COUNT
               WHEN 'E2'
                   ADD 1 TO WS-REJ-E2-COUNT
               WHEN 'C1'
                   ADD 1 TO WS-REJ-C1-COUNT
               WHEN 'C2'
                   ADD 1 TO WS-REJ-C2-COUNT
               WHEN 'Y1'
                   ADD 1 TO WS-REJ-Y1-COUNT
           END-EVALUATE.

       2950-UPDATE-CHECKPOINT.
           MOVE WS-REJ-E1-COUNT      TO CHKPT-REJ-E1
           MOVE WS-REJ-E2-COUNT      TO CHKPT-REJ-E2
           MOVE WS-SUSP-COUNT        TO CHKPT-SUSP-COUNT
           MOVE WS-PARKED-COUNT      TO CHKPT-PARKED-COUNT
           MOVE WS-PARKED-AMOUNT     TO CHKPT-PARKED-AMOUNT
           MOVE WS-REJ-C1-COUNT      TO CHKPT-REJ-C1
           MOVE WS-REJ-C2-COUNT      TO CHKPT-REJ-C2
           MOVE WS-REJ-Y1-COUNT      TO CHKPT-REJ-Y1
           MOVE WS-RELEASED-AMOUNT   TO CHKPT-RELEASED-AMOUNT
           MOVE WS-HELD-DONE         TO CHKPT-HELD-DONE
           MOVE WS-HELD-PARK-TIME    TO CHKPT-HELD-TIME
           REWRITE CHKPT-REC.

      * A header while a batch is still open means the prior batch
      * lost its trailer in transit; that batch is reported as it
      * stands - and parked, unproved - before the new one takes
      * over.
       3000-START-BATCH.
           IF WS-BATCH-ACTIVE
               MOVE 'NO TRAILER   ' TO WS-BATCH-STATUS-TEXT
               MOVE ZERO TO WS-EXPECTED-COUNT
               MOVE ZERO TO WS-EXPECTED-AMOUNT
               MOVE 'N' TO WS-HOLD-TRAILER-SW
               PERFORM 3170-SETTLE-BATCH
           END-IF
           MOVE TRAN-BATCH-ID    TO WS-CUR-BATCH-ID
           MOVE TRAN-BATCH-DATE  TO WS-CUR-BATCH-DATE
           MOVE TRAN-ORIGIN-AREA TO WS-CUR-ORIGIN-AREA
           MOVE ZERO TO WS-BATCH-DETAIL-COUNT
           MOVE ZERO TO WS-BATCH-AMOUNT
           MOVE ZERO TO WS-BATCH-BASE-AMOUNT
           MOVE ZERO TO WS-BATCH-REJECT-COUNT
           SET WS-BATCH-ACTIVE TO TRUE
           PERFORM 3050-CHECK-REGISTRY
           PERFORM 3010-BEGIN-HOLD
           IF WS-RELEASED-BATCH
               DISPLAY 'BUG001 BATCH ' WS-CUR-BATCH-ID
                   ' RELEASED OFF HELDBAT - POSTING AS IT STANDS'
           END-IF
           IF WS-RELEASE-UNKNOWN
               DISPLAY 'BUG001 BATCH ' WS-CUR-BATCH-ID
                   ' FLAGGED RELEASED BUT NO RELEASE ON HELDBAT'
                   ' - HELD TO ITS TRAILER'
           END-IF.

      * Decides how the batch just opened is carried: passed over
      * (duplicate), posted as it goes (released off HELDBAT), or
      * held on the work file until its trailer settles it. The
      * release flag on the header is only believed when HELDBAT
      * shows the release; otherwise the batch is held and proved
      * like any other. Shared with the restart skip so the
      * rebuilt state lands the same way the live header left it.
       3010-BEGIN-HOLD.
           PERFORM 3020-END-HOLD
           IF TRAN-HELD-RELEASE AND NOT WS-DUP-BATCH
               PERFORM 3015-FIND-RELEASE
               IF NOT WS-RL-FOUND
                   SET WS-RELEASE-UNKNOWN TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WS-DUP-BATCH
                   CONTINUE
               WHEN TRAN-HELD-RELEASE AND WS-RL-FOUND
                   MOVE 'Y' TO WS-RELEASED-BATCH-SW
               WHEN OTHER
                   MOVE 'Y' TO WS-HOLD-SW
                   MOVE TRAN-REC TO WS-HOLD-HEADER-IMAGE
                   OPEN OUTPUT HOLD-FILE
                   SET WS-HOLD-OPEN TO TRUE
           END-EVALUATE.

       3015-FIND-RELEASE.
           MOVE 'N' TO WS-RL-FOUND-SW
           MOVE 1 TO WS-RL-IDX
           PERFORM 3016-SCAN-RELEASES
               UNTIL WS-RL-FOUND
               OR WS-RL-IDX > WS-RL-USED.

       3016-SCAN-RELEASES.
           IF WS-RL-BATCH-ID (WS-RL-IDX) = WS-CUR-BATCH-ID
                   AND WS-RL-BATCH-DATE (WS-RL-IDX) = WS-CUR-BATCH-DATE
               SET WS-RL-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RL-IDX
           END-IF.

       3020-END-HOLD.
           IF WS-HOLD-OPEN
               CLOSE HOLD-FILE
               MOVE 'N' TO WS-HOLD-OPEN-SW
           END-IF
           MOVE 'N' TO WS-HOLD-SW
           MOVE 'N' TO WS-RELEASED-BATCH-SW
           MOVE 'N' TO WS-RELEASE-UNKNOWN-SW
           MOVE 'N' TO WS-RL-FOUND-SW.

      * Guards against the same physical file being mounted two
      * nights running: a batch already on the submission registry
      * Each trailer settles its own batch on the spot, so one bad
      * area no longer casts suspicion on the whole file. Control
      * figures that fail the numeric test are reported rather
      * than compared - a mangled trailer is itself a finding. A
      * batch released off HELDBAT has already posted on
      * operations' say-so, and is reported as such rather than
      * judged again.
       3100-END-BATCH.
           EVALUATE TRUE
               WHEN WS-DUP-BATCH
                   MOVE 'DUPLICATE    ' TO WS-BATCH-STATUS-TEXT
               WHEN WS-RELEASED-BATCH
                   MOVE 'RELEASED     ' TO WS-BATCH-STATUS-TEXT
               WHEN NOT WS-BATCH-ACTIVE
                   MOVE TRAN-BATCH-ID TO WS-CUR-BATCH-ID
                   MOVE ZERO          TO WS-CUR-BATCH-DATE
                   MOVE SPACES        TO WS-CUR-ORIGIN-AREA
                   MOVE ZERO TO WS-BATCH-DETAIL-COUNT
                   MOVE ZERO TO WS-BATCH-AMOUNT
                   MOVE ZERO TO WS-BATCH-BASE-AMOUNT
                   MOVE ZERO TO WS-BATCH-REJECT-COUNT
                   MOVE 'NO HEADER    ' TO WS-BATCH-STATUS-TEXT
               WHEN TRAN-BATCH-ID NOT = WS-CUR-BATCH-ID
               MOVE ZERO TO WS-EXPECTED-COUNT
               MOVE ZERO TO WS-EXPECTED-AMOUNT
           END-IF
           MOVE TRAN-REC TO WS-HOLD-TRAILER-IMAGE
           MOVE 'Y' TO WS-HOLD-TRAILER-SW
           PERFORM 3170-SETTLE-BATCH
           IF WS-BATCH-ACTIVE AND WS-BATCH-DISPOSITION = 'POSTED'
               PERFORM 3160-REGISTER-BATCH
           END-IF
           MOVE 'N' TO WS-BATCH-ACTIVE-SW
           MOVE WS-BATCH-DETAIL-COUNT TO BATCH-ACTUAL-COUNT
           MOVE WS-BATCH-AMOUNT       TO BATCH-ACTUAL-AMOUNT
           MOVE WS-BATCH-STATUS-TEXT  TO BATCH-STATUS
           MOVE WS-BATCH-DISPOSITION  TO BATCH-DISPOSITION
           WRITE BATCH-REC
           MOVE WS-RUN-DATE           TO BHST-RUN-DATE
           MOVE WS-CUR-BATCH-ID       TO BHST-BATCH-ID
           MOVE WS-BATCH-STATUS-TEXT  TO BHST-STATUS
           WRITE BHST-REC.

      * Only a batch that actually posted goes on the registry; a
      * parked batch never reached the night's totals, so its
      * corrected resubmission (or BUG013's release of it) must
      * not be refused as a duplicate. Finding it already there is
      * the override rerun putting the same batch through again -
      * the original entry stands.
       3160-REGISTER-BATCH.
           MOVE WS-CUR-BATCH-ID   TO SUBM-BATCH-ID
           MOVE WS-CUR-BATCH-DATE TO SUBM-BATCH-DATE
                   REWRITE SUBM-REC
           END-WRITE.

      * Every batch verdict lands here. A held batch that proved
      * out is posted from the work file; one that did not is
      * parked whole on HELDBAT with its verdict, and nothing of it
      * touches the master, the GL extract or the night's totals.
      * The BATCHRPT line says which way the batch went.
      *
      * The whole settle happens inside one TRANIN record, so it
      * keeps its own count of steps done - the batch line, then
      * each detail posted or each HELDBAT line parked - and takes
      * a checkpoint after every one. A restart that comes back to
      * the same record steps over as many as the checkpoint shows
      * were done and carries on from the next.
       3170-SETTLE-BATCH.
           MOVE SPACES TO WS-BATCH-DISPOSITION
           EVALUATE TRUE
               WHEN WS-RELEASED-BATCH
                   MOVE 'POSTED' TO WS-BATCH-DISPOSITION
               WHEN NOT WS-HOLDING-BATCH
                   CONTINUE
               WHEN WS-BATCH-STATUS-TEXT = 'IN BALANCE   '
                   MOVE 'POSTED' TO WS-BATCH-DISPOSITION
               WHEN OTHER
                   MOVE 'PARKED' TO WS-BATCH-DISPOSITION
           END-EVALUATE
           MOVE ZERO TO WS-HELD-DONE
           ADD 1 TO WS-HELD-DONE
           IF WS-HELD-DONE > WS-HELD-RESUME
               PERFORM 3150-WRITE-BATCH-LINE
               PERFORM 2950-UPDATE-CHECKPOINT
           END-IF
           IF WS-HOLDING-BATCH
               IF WS-BATCH-DISPOSITION = 'POSTED'
                   PERFORM 3200-POST-HELD-BATCH
               ELSE
                   PERFORM 3250-PARK-BATCH
               END-IF
           END-IF
           MOVE ZERO TO WS-HELD-DONE
           MOVE ZERO TO WS-HELD-RESUME
           PERFORM 3020-END-HOLD.

      * The held details go through exactly the validation and
      * posting a detail outside any batch gets, in the order they
      * arrived, now that the trailer has vouched for them.
       3200-POST-HELD-BATCH.
           PERFORM 3270-REOPEN-HOLD
           PERFORM 3210-POST-HELD-DETAIL UNTIL WS-HOLD-EOF.

       3210-POST-HELD-DETAIL.
           ADD 1 TO WS-HELD-DONE
           IF WS-HELD-DONE > WS-HELD-RESUME
               MOVE HOLD-REC TO TRAN-REC
               PERFORM 2005-VALIDATE-RECORD
               IF WS-RECORD-VALID
                   PERFORM 2010-ADD-RECORD
               ELSE
                   PERFORM 2990-WRITE-REJECT
               END-IF
               PERFORM 2950-UPDATE-CHECKPOINT
           END-IF
           PERFORM 3290-READ-HOLD.

      * The parked batch goes onto HELDBAT as it arrived, under its
      * batch identity and tonight's run stamp, so BUG013 can put
      * it back into a later run untouched or drop it on
      * operations' word. Its footed base amount is carried forward
      * to the reconciliation as money accounted for but not
      * posted. A restart part way through keeps the park time the
      * first attempt stamped, so the batch's lines stay together.
       3250-PARK-BATCH.
           IF WS-HELD-RESUME = ZERO
               MOVE WS-RUN-TIME TO WS-HELD-PARK-TIME
           END-IF
           MOVE ZERO TO WS-HELD-SEQ
           ADD 1 TO WS-HELD-DONE
           IF WS-HELD-DONE > WS-HELD-RESUME
               ADD 1 TO WS-PARKED-COUNT
               ADD WS-BATCH-BASE-AMOUNT TO WS-PARKED-AMOUNT
               PERFORM 3260-SET-HELD-KEY
               MOVE 'B' TO HELD-LINE-TYPE
               MOVE SPACES TO HELD-DATA
               MOVE WS-CUR-ORIGIN-AREA    TO HELD-ORIGIN-AREA
               MOVE WS-BATCH-STATUS-TEXT  TO HELD-VERDICT
               MOVE WS-EXPECTED-COUNT     TO HELD-EXPECTED-COUNT
               MOVE WS-BATCH-DETAIL-COUNT TO HELD-ACTUAL-COUNT
               MOVE WS-EXPECTED-AMOUNT    TO HELD-EXPECTED-AMOUNT
               MOVE WS-BATCH-AMOUNT       TO HELD-ACTUAL-AMOUNT
               MOVE WS-BATCH-REJECT-COUNT TO HELD-REJECT-COUNT
               MOVE WS-HOLD-TRAILER-SW    TO HELD-TRAILER-IND
               WRITE HELD-REC
               PERFORM 2950-UPDATE-CHECKPOINT
           END-IF
           MOVE WS-HOLD-HEADER-IMAGE TO WS-HELD-IMAGE
           PERFORM 3280-WRITE-HELD-IMAGE
           PERFORM 3270-REOPEN-HOLD
           PERFORM 3255-PARK-HELD-DETAIL UNTIL WS-HOLD-EOF
           IF WS-HOLD-TRAILER-PRESENT
               MOVE WS-HOLD-TRAILER-IMAGE TO WS-HELD-IMAGE
               PERFORM 3280-WRITE-HELD-IMAGE
           END-IF
           DISPLAY 'BUG001 BATCH ' WS-CUR-BATCH-ID ' '
               WS-BATCH-STATUS-TEXT ' - PARKED ON HELDBAT'.

       3255-PARK-HELD-DETAIL.
           MOVE HOLD-REC TO WS-HELD-IMAGE
           PERFORM 3280-WRITE-HELD-IMAGE
           PERFORM 3290-READ-HOLD.

       3260-SET-HELD-KEY.
           MOVE WS-CUR-BATCH-ID   TO HELD-BATCH-ID
           MOVE WS-CUR-BATCH-DATE TO HELD-BATCH-DATE
           MOVE WS-RUN-DATE       TO HELD-PARK-DATE
           MOVE WS-HELD-PARK-TIME TO HELD-PARK-TIME
           MOVE WS-HELD-SEQ       TO HELD-SEQ
           MOVE 'P'               TO HELD-STATUS
           MOVE ZERO              TO HELD-ACTION-DATE
           MOVE SPACES            TO HELD-REVIEWER.

      * The work file was written from the header on; it is closed
      * and read back from the top once the batch is settled.
       3270-REOPEN-HOLD.
           CLOSE HOLD-FILE
           OPEN INPUT HOLD-FILE
           MOVE 'N' TO WS-HOLD-EOF-SW
           PERFORM 3290-READ-HOLD.

       3280-WRITE-HELD-IMAGE.
           ADD 1 TO WS-HELD-SEQ
           ADD 1 TO WS-HELD-DONE
           IF WS-HELD-DONE > WS-HELD-RESUME
               PERFORM 3260-SET-HELD-KEY
               MOVE 'I' TO HELD-LINE-TYPE
               MOVE WS-HELD-IMAGE TO HELD-DATA
               WRITE HELD-REC
               PERFORM 2950-UPDATE-CHECKPOINT
           END-IF.

       3290-READ-HOLD.
           READ HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.

      * Every detail inside a batch counts toward the trailer's
      * record count; only records clean enough to carry believable
      * figures foot into the amount, so a reject shows up as a
      * batch discrepancy here and as detail on REJECTRPT. The
      * batch's reject count is kept here too rather than where
      * the reject is written, since a held batch's rejects are
      * only written if and when the batch posts. A foreign detail
      * foots into the trailer amount in its original amounts, as
      * the area keyed them, and into the base figure converted.
       3900-FOOT-BATCH-DETAIL.
           IF WS-BATCH-ACTIVE
               ADD 1 TO WS-BATCH-DETAIL-COUNT
               IF WS-RECORD-VALID
                   COMPUTE WS-BATCH-WORK-AMOUNT =
                       TRAN-NUMBER + TRAN-NUMBER2
                   ADD WS-BATCH-WORK-AMOUNT TO WS-BATCH-BASE-AMOUNT
                   IF NOT TRAN-BASE-CURRENCY
                       COMPUTE WS-BATCH-WORK-AMOUNT =
                           TRAN-ORIG-NUMBER + TRAN-ORIG-NUMBER2
                   END-IF
                   ADD WS-BATCH-WORK-AMOUNT TO WS-BATCH-AMOUNT
               ELSE
                   ADD 1 TO WS-BATCH-REJECT-COUNT
               END-IF
           END-IF.

       3910-HOLD-DETAIL.
           WRITE HOLD-REC FROM TRAN-REC.

      * A 'V' record names a previously registered batch by its id
      * and business date and backs it out: every entry the batch
      * posted (off the posted-detail log) is negated back through
      * corrected batch can come back in without the override.
      * The back-out is reported on BATCHRPT with its entry count
      * and negated amount, so the audit trail shows the reversal
      * instead of a mystery adjustment; one refused because the
      * batch posted into a closed year shows as YEAR CLOSED.
       4000-REVERSE-BATCH.
           IF WS-BATCH-ACTIVE
               MOVE 'NO TRAILER   ' TO WS-BATCH-STATUS-TEXT
               MOVE ZERO TO WS-EXPECTED-COUNT
               MOVE ZERO TO WS-EXPECTED-AMOUNT
               MOVE 'N' TO WS-HOLD-TRAILER-SW
               PERFORM 3170-SETTLE-BATCH
               MOVE 'N' TO WS-BATCH-ACTIVE-SW
               MOVE 'N' TO WS-DUP-BATCH-SW
           END-IF
           MOVE ZERO TO WS-REV-COUNT
           MOVE ZERO TO WS-REV-AMOUNT
           MOVE ZERO TO WS-BATCH-REJECT-COUNT
           MOVE SPACES TO WS-BATCH-DISPOSITION
           MOVE TRAN-BATCH-ID   TO SUBM-BATCH-ID
           MOVE TRAN-BATCH-DATE TO SUBM-BATCH-DATE
           READ SUBMREG-FILE
                       MOVE 'ALREADY REVSD' TO WS-BATCH-STATUS-TEXT
                   ELSE
                       PERFORM 4100-APPLY-REVERSAL
                       EVALUATE TRUE
                           WHEN WS-REV-OVERFLOW
                               MOVE 'REV TOO LARGE'
                                   TO WS-BATCH-STATUS-TEXT
                           WHEN WS-REV-YEAR-CLOSED
                               MOVE 'YEAR CLOSED  '
                                   TO WS-BATCH-STATUS-TEXT
                           WHEN OTHER
                               MOVE 'REVERSED     '
                                   TO WS-BATCH-STATUS-TEXT
                       END-EVALUATE
                   END-IF
           END-READ
           MOVE ZERO TO WS-EXPECTED-COUNT
           MOVE WS-REV-AMOUNT TO WS-BATCH-AMOUNT
           PERFORM 3150-WRITE-BATCH-LINE
           MOVE ZERO TO WS-BATCH-DETAIL-COUNT
           MOVE ZERO TO WS-BATCH-AMOUNT
           MOVE ZERO TO WS-BATCH-BASE-AMOUNT.

      * The posted-detail log is open EXTEND for the night's own
      * postings, so the scan closes it, re-reads it from the top
      * the first posting and its logged negation cancel pair by
      * pair, so only the resubmission is backed out. A batch too
      * large for the table is refused outright, before anything
      * posts, and so is one with any posting effective in a year
      * BUG016 has closed - a negation dated there would move the
      * balances the year-end already carried forward. Only when
      * the whole back-out is applied is the registry entry
      * marked, the same settle-at-the-end convention 3160 uses
      * for registration.
       4100-APPLY-REVERSAL.
           MOVE 'N' TO WS-REV-OVERFLOW-SW
           MOVE 'N' TO WS-REV-YEAR-CLOSED-SW
           MOVE ZERO TO WS-REV-USED
           CLOSE POST-FILE
           OPEN INPUT POST-FILE
           PERFORM 4150-COLLECT-POSTING UNTIL WS-POST-EOF
           CLOSE POST-FILE
           OPEN EXTEND POST-FILE
           EVALUATE TRUE
               WHEN WS-REV-OVERFLOW
                   DISPLAY 'BUG001 REVERSAL OF ' SUBM-BATCH-ID
                       ' TOO LARGE - NOT APPLIED'
               WHEN WS-REV-YEAR-CLOSED
                   DISPLAY 'BUG001 REVERSAL OF ' SUBM-BATCH-ID
                       ' POSTED INTO A CLOSED YEAR - NOT APPLIED'
               WHEN OTHER
                   MOVE 1 TO WS-REV-IDX
                   PERFORM 4200-NEGATE-POSTING
                       UNTIL WS-REV-IDX > WS-REV-USED
                   MOVE 'Y' TO SUBM-REVERSED-IND
                   REWRITE SUBM-REC
           END-EVALUATE.

       4150-COLLECT-POSTING.
           IF POST-BATCH-ID = SUBM-BATCH-ID
                   AND POST-BATCH-DATE = SUBM-BATCH-DATE
               COMPUTE WS-REV-EFF-YEAR = POST-EFF-DATE / 10000
               IF WS-REV-EFF-YEAR NOT > WS-LAST-CLOSED-YEAR
                   SET WS-REV-YEAR-CLOSED TO TRUE
               END-IF
               IF WS-REV-USED < WS-REV-MAX
                   ADD 1 TO WS-REV-USED
                   MOVE POST-ACCOUNT  TO WS-RV-ACCOUNT (WS-REV-USED)
                   MOVE POST-NUMBER2  TO WS-RV-NUMBER2 (WS-REV-USED)
                   MOVE POST-RESULT   TO WS-RV-RESULT (WS-REV-USED)
                   MOVE POST-EFF-DATE TO WS-RV-EFF-DATE (WS-REV-USED)
                   MOVE POST-CURRENCY TO WS-RV-CURRENCY (WS-REV-USED)
                   MOVE POST-ORIG-NUMBER
                       TO WS-RV-ORIG-NUMBER (WS-REV-USED)
                   MOVE POST-ORIG-NUMBER2
                       TO WS-RV-ORIG-NUMBER2 (WS-REV-USED)
                   MOVE POST-FX-RATE  TO WS-RV-FX-RATE (WS-REV-USED)
                   MOVE POST-ORIGIN-AREA
                       TO WS-RV-ORIGIN-AREA (WS-REV-USED)
               ELSE
                   SET WS-REV-OVERFLOW TO TRUE
               END-IF
           COMPUTE WS-RESULT  = ZERO - WS-RV-RESULT (WS-REV-IDX)
           MOVE WS-RV-EFF-DATE (WS-REV-IDX) TO WS-EFF-DATE
           MOVE WS-RV-ACCOUNT (WS-REV-IDX)  TO WS-POST-ACCOUNT
           MOVE WS-RV-CURRENCY (WS-REV-IDX) TO WS-FX-CURRENCY
           COMPUTE WS-FX-ORIG-NUMBER =
               ZERO - WS-RV-ORIG-NUMBER (WS-REV-IDX)
           COMPUTE WS-FX-ORIG-NUMBER2 =
               ZERO - WS-RV-ORIG-NUMBER2 (WS-REV-IDX)
           MOVE WS-RV-FX-RATE (WS-REV-IDX)  TO WS-FX-RATE
           PERFORM 2800-WRITE-DAILY-REPORT
           PERFORM 2852-POST-MASTER
           IF WS-POST-ACCOUNT = 'SUSP'
           MOVE WS-NUMBER       TO POST-NUMBER
           MOVE WS-NUMBER2      TO POST-NUMBER2
           MOVE WS-RESULT       TO POST-RESULT
           MOVE WS-RUN-TIME     TO POST-RUN-TIME
           MOVE 'R'             TO POST-ENTRY-TYPE
           MOVE WS-FX-CURRENCY     TO POST-CURRENCY
           MOVE WS-FX-ORIG-NUMBER  TO POST-ORIG-NUMBER
           MOVE WS-FX-ORIG-NUMBER2 TO POST-ORIG-NUMBER2
           MOVE WS-FX-RATE         TO POST-FX-RATE
           MOVE WS-RV-ORIGIN-AREA (WS-REV-IDX) TO POST-ORIGIN-AREA
           WRITE POST-REC.

       4300-READ-POST-LOG.
               END-IF
               MOVE ZERO TO WS-EXPECTED-COUNT
               MOVE ZERO TO WS-EXPECTED-AMOUNT
               MOVE 'N' TO WS-HOLD-TRAILER-SW
               PERFORM 3170-SETTLE-BATCH
               MOVE 'N' TO WS-BATCH-ACTIVE-SW
               MOVE 'N' TO WS-DUP-BATCH-SW
           END-IF.

      * The control total covers the whole feed, parked batches
      * included, so the money parked on HELDBAT tonight counts as
      * accounted for: the file balances if what posted plus what
      * was parked meets the control figure. What released batches
      * posted came in under an earlier night's control total and
      * is taken back out. The parked and released amounts are
      * each shown on their own on BALRPT so none of the three are
      * confused.
       8000-RECONCILE-CONTROL-TOTAL.
           OPEN INPUT CTLTOT-FILE
           READ CTLTOT-FILE
           END-READ
           MOVE CTLTOT-AMOUNT TO WS-CONTROL-TOTAL
           CLOSE CTLTOT-FILE
           COMPUTE WS-TOTAL-DIFFERENCE = WS-RUN-TOTAL
               + WS-PARKED-AMOUNT - WS-RELEASED-AMOUNT
               - WS-CONTROL-TOTAL
           MOVE WS-RUN-DATE      TO BAL-RUN-DATE
           MOVE WS-CONTROL-TOTAL TO BAL-CONTROL-TOTAL
           MOVE WS-RUN-TOTAL     TO BAL-COMPUTED-TOTAL
           MOVE WS-TOTAL-DIFFERENCE TO BAL-DIFFERENCE
           MOVE WS-PARKED-AMOUNT TO BAL-PARKED-AMOUNT
           MOVE WS-RELEASED-AMOUNT TO BAL-RELEASED-AMOUNT
           IF WS-PARKED-COUNT > ZERO
               DISPLAY 'BUG001 BATCHES PARKED ON HELDBAT '
                   WS-PARKED-COUNT
               DISPLAY 'BUG001 REVIEW HELDBAT AND RELEASE OR DISCARD '
                   'VIA BUG013'
           END-IF
           IF WS-RELEASED-AMOUNT NOT = ZERO
               DISPLAY 'BUG001 RELEASED BATCHES POSTED OUTSIDE THE '
                   'CONTROL TOTAL ' WS-RELEASED-AMOUNT
           END-IF
           IF WS-TOTAL-DIFFERENCE = ZERO
               MOVE 'IN BALANCE'   TO WS-BAL-STATUS
           ELSE
           MOVE WS-OVERFLOW-COUNT    TO GLREL-OVERFLOW-COUNT
           MOVE SPACES               TO GLREL-REVIEWER
           MOVE ZERO                 TO GLREL-DECISION-DATE
           MOVE ZERO                 TO GLREL-DECISION-TIME
           MOVE WS-GL-COUNT          TO GLREL-EXTRACT-COUNT
           MOVE WS-GL-HASH           TO GLREL-EXTRACT-HASH
           MOVE SPACE                TO GLREL-ACK-STATUS
           MOVE ZERO                 TO GLREL-ACK-DATE
           MOVE ZERO                 TO GLREL-ACK-COUNT
           MOVE ZERO                 TO GLREL-ACK-HASH
           MOVE ZERO                 TO GLREL-ACK-REJECTS.

      * The durable record of what this execution did: appended
      * before the checkpoint is cleared, carrying everything the
           MOVE WS-RESTART-SW        TO RUNH-RESTART-IND
           MOVE WS-GL-RELEASE-IND    TO RUNH-GL-RELEASE
           MOVE SPACES               TO RUNH-GL-REVIEWER
           MOVE WS-REJ-C1-COUNT      TO RUNH-REJ-C1
           MOVE WS-REJ-C2-COUNT      TO RUNH-REJ-C2
           MOVE WS-REJ-Y1-COUNT      TO RUNH-REJ-Y1
           WRITE RUNH-REC.

       9000-TERMINATE.
           MOVE ZERO TO CHKPT-REJ-E1
           MOVE ZERO TO CHKPT-REJ-E2
           MOVE ZERO TO CHKPT-SUSP-COUNT
           MOVE ZERO TO CHKPT-PARKED-COUNT
           MOVE ZERO TO CHKPT-PARKED-AMOUNT
           MOVE ZERO TO CHKPT-REJ-C1
           MOVE ZERO TO CHKPT-REJ-C2
           MOVE ZERO TO CHKPT-REJ-Y1
           MOVE ZERO TO CHKPT-RELEASED-AMOUNT
           MOVE ZERO TO CHKPT-HELD-DONE
           MOVE ZERO TO CHKPT-HELD-TIME
           REWRITE CHKPT-REC
           CLOSE CHKPT-FILE
           CLOSE ACCT-FILE
           IF WS-CHART-OPEN
               CLOSE CHART-FILE
           END-IF
           IF WS-FXRATE-OPEN
               CLOSE FXRATE-FILE
           END-IF
           CLOSE DAYSUM-FILE
           CLOSE SUBMREG-FILE
           IF WS-HOLD-OPEN
               CLOSE HOLD-FILE
           END-IF
           CLOSE HELD-FILE
      * A completed run has folded the day's captured entries into
      * the totals, so the holding queue is emptied here the same
      * way the checkpoint is cleared - a restart of an incomplete
      * run never reaches this point and the queue survives intact.
      * Captures still awaiting approval are written back onto the
      * emptied queue for the next night.
           IF WS-CAPT-OPEN
               CLOSE CAPT-FILE
               CLOSE CAPTRL-FILE
               OPEN OUTPUT CAPT-FILE
               OPEN INPUT CAPTRL-FILE
               PERFORM 9100-RESTORE-ROLLED-CAPTURE
                   UNTIL WS-CAPTRL-EOF
               CLOSE CAPTRL-FILE
               CLOSE CAPT-FILE
               IF WS-CAPT-ROLLED-COUNT > ZERO
                   DISPLAY 'BUG001 CAPTURES PENDING APPROVAL ROLLED '
                       WS-CAPT-ROLLED-COUNT
               END-IF
               IF WS-CAPT-DECLINED-COUNT > ZERO
                   DISPLAY 'BUG001 CAPTURES DECLINED AND DROPPED '
                       WS-CAPT-DECLINED-COUNT
               END-IF
           END-IF
           CLOSE TRAN-FILE
           CLOSE EXCEP-FILE
           CLOSE POST-FILE
           CLOSE DAILY-FILE
           CLOSE REJECT-FILE.

       9100-RESTORE-ROLLED-CAPTURE.
           READ CAPTRL-FILE
               AT END
                   SET WS-CAPTRL-EOF TO TRUE
           END-READ
           IF NOT WS-CAPTRL-EOF
               MOVE CAPTRL-REC TO CAPT-REC
               WRITE CAPT-REC
           END-IF.
