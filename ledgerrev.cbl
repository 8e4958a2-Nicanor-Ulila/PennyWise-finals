       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerReversal.

      *> Back a posted batch out of the cumulative transaction ledger
      *> built by TransactionReport. Once a batch is sealed by its
      *> control record (sequence zero) a rerun of it is only ever
      *> topped up, never replaced, so a wrong branch file used to
      *> mean deleting ledger records by hand. This job does it the
      *> way the books want it done instead: every posting of the
      *> named batch is offset by a posting of the opposite sign
      *> under a new reversal batch id, each offset carrying the
      *> batch and sequence it reverses, and the original batch's
      *> control record is marked reversed so TransactionReport will
      *> take the corrected file under the same batch id. Nothing is
      *> deleted - the mistake and the fix both stay on the ledger,
      *> the reversal report lists them side by side, and one line
      *> is appended to the audit log on every exit path, the way
      *> LedgerClose records a close.
      *>
      *> A batch can be reversed and reposted more than once. Each
      *> posting pass is a generation: the first posts under
      *> sequences 1 to 999, a repost after one reversal under 1001
      *> to 1999, and so on, so the reposted records never collide
      *> with the postings already offset. The control record's
      *> LEDGER-REF-SEQ carries the batch's current generation.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "transaction_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AccountBalanceFile
               ASSIGN TO "account_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT ReversalReportFile
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

           SELECT AuditLogFile
               ASSIGN TO "transaction_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same record layout PostLedgerRecord writes; the two must
      *> stay in step or the offsets would not balance the postings
      *> they reverse.
       FD  LedgerFile.
       01  LedgerRecord.
           05  LEDGER-KEY.
               10  LEDGER-BATCH      PIC X(40).
               10  LEDGER-SEQ        PIC 9(4).
           05  LEDGER-DATE           PIC X(10).
           05  LEDGER-TYPE           PIC X(20).
           05  LEDGER-CATEGORY       PIC X(20).
           05  LEDGER-AMOUNT         PIC 9(10)V99.
           05  LEDGER-CURRENCY       PIC X(3).
           05  LEDGER-NORMALIZED     PIC S9(12)V99
                   SIGN IS LEADING SEPARATE.
           05  LEDGER-ACCOUNT        PIC X(10).
           05  LEDGER-REF-BATCH      PIC X(40).
           05  LEDGER-REF-SEQ        PIC 9(4).
           05  LEDGER-TAX-CODE       PIC X(6).
           05  LEDGER-TAX-RATE       PIC 9(3)V999.
           05  LEDGER-NET            PIC S9(12)V99
                   SIGN IS LEADING SEPARATE.
           05  LEDGER-TAX            PIC S9(12)V99
                   SIGN IS LEADING SEPARATE.
           05  LEDGER-PAYEE          PIC X(10).

      *> The carried-forward closing balances TransactionReport
      *> rolls each batch's counted activity into: "code,balance,
      *> currency" per master account.
       FD  AccountBalanceFile.
       01  AccountBalanceRecord.
           05  AccountBalanceLine    PIC X(40).

       FD  ReversalReportFile.
       01  ReversalReportRecord.
           05  ReversalReportLine    PIC X(132).

       FD  AuditLogFile.
       01  AuditLogRecord.
      *> Sized to match the report program's audit record. The
      *> reversal line's two batch ids go out trimmed, the way the
      *> run line's batch= does, so the shared 250 holds the reason
      *> and the status behind them.
           05  AuditLogLine          PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-ACCTBAL-STATUS     PIC XX.
       01  WS-REPORT-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.

      *> The batch to reverse arrives as REVERSE_BATCH and the reason
      *> as REVERSE_REASON; both are required - a reversal nobody
      *> can explain later is as bad as the mistake it fixes. The
      *> reversal batch id is built from the original's (see
      *> BuildReversalId) unless REVERSAL_BATCH_ID names one, and the
      *> report name defaults to the name below but can be
      *> overridden through REVERSAL_REPORT_FILE.
       01  WS-ORIG-BATCH         PIC X(40).
       01  WS-REV-BATCH          PIC X(40).
       01  WS-REASON             PIC X(40).
       01  WS-REPORT-FILENAME    PIC X(100)
                                     VALUE "ledger_reversal.txt".
       01  WS-ENV-STAGE          PIC X(100).
      *> The outcome recorded on the audit line. Each exit path also
      *> sets the condition code the job ends with, for whatever
      *> scheduled it:
      *>   0  batch reversed and balances unwound
      *>   4  batch reversed, with a WARNING - the report could not
      *>      be written, or a balance in another currency was left
      *>      for a manual correction
      *>   8  reversal refused on the ledger's data - nothing to
      *>      reverse, a closed period, a batch not sealed, already
      *>      reversed or itself a reversal, generations used up,
      *>      or a reversal id taken; the ledger is untouched
      *>  12  stopped for want of a setting or the ledger; the
      *>      ledger is untouched
      *>  16  stopped part way: a ledger write failed after offsets
      *>      began to post, or the ledger was reversed but the
      *>      balance file could not be unwound. A rerun resumes a
      *>      part-posted reversal; balances must be put right by
      *>      hand
       01  WS-RUN-STATUS         PIC X(50).
       01  WS-WARNING-COUNT      PIC 9(4) VALUE 0.

      *> Generation being reversed and the sequence window its
      *> postings occupy (generation times 1000, plus 1 to 999).
       01  WS-GENERATION         PIC 9(1) VALUE 0.
       01  WS-GEN-DISP           PIC 9(1).
       01  WS-SEQ-LOW            PIC 9(4) VALUE 0.
       01  WS-SEQ-HIGH           PIC 9(4) VALUE 0.
       01  WS-RESUMING           PIC X(1) VALUE "N".
           88  RESUMING-REVERSAL VALUE "Y".

      *> Periods LedgerClose has closed successfully, read back from
      *> the audit log's close lines. A posting dated in one of them
      *> belongs to figures already archived and signed off, so a
      *> batch holding one is refused rather than reopened here.
       01  CP-COUNT              PIC 9(3) VALUE 0.
       01  ClosedPeriodTable.
           05  ClosedPeriodEntry OCCURS 1 TO 200 TIMES
                   DEPENDING ON CP-COUNT
                   INDEXED BY CP-IDX.
               10  CP-PERIOD           PIC X(7).
       01  WS-LINE-LEFT          PIC X(200).
       01  WS-STATUS-TEXT        PIC X(50).
       01  WS-TOKENS.
           05  WS-TOKEN OCCURS 4 TIMES PIC X(60).

      *> The original batch's postings in the generation being
      *> reversed, buffered in key order so the offsets are written,
      *> and reported, in the same order.
       01  RVP-COUNT             PIC 9(4) VALUE 0.
       01  ReversalPostingTable.
           05  ReversalPostingEntry OCCURS 1 TO 999 TIMES
                   DEPENDING ON RVP-COUNT
                   INDEXED BY RVP-IDX.
               10  RVP-SEQ             PIC 9(4).
               10  RVP-DATE            PIC X(10).
               10  RVP-TYPE            PIC X(20).
               10  RVP-CATEGORY        PIC X(20).
               10  RVP-AMOUNT          PIC 9(10)V99.
               10  RVP-CURRENCY        PIC X(3).
               10  RVP-NORMALIZED      PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
               10  RVP-ACCOUNT         PIC X(10).
               10  RVP-TAX-CODE        PIC X(6).
               10  RVP-TAX-RATE        PIC 9(3)V999.
               10  RVP-NET             PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
               10  RVP-TAX             PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
               10  RVP-PAYEE           PIC X(10).
               10  RVP-CLOSED          PIC X(1).
                   88  RVP-IN-CLOSED-PERIOD VALUE "Y".

      *> Reversed activity per account, to take back out of the
      *> carried-forward balances the original run rolled it into.
       01  ADJ-COUNT             PIC 9(3) VALUE 0.
       01  AccountAdjustTable.
           05  AccountAdjustEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON ADJ-COUNT
                   INDEXED BY ADJ-IDX.
               10  ADJ-ACCOUNT         PIC X(10).
               10  ADJ-AMOUNT          PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
               10  ADJ-BEFORE          PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
               10  ADJ-OUTCOME         PIC X(1).
                   88  ADJ-APPLIED     VALUE "A".
                   88  ADJ-NO-BALANCE  VALUE "N".
                   88  ADJ-OTHER-CURRENCY VALUE "C".
               10  ADJ-CURRENCY        PIC X(3).

      *> The balance file held in memory while it is adjusted, then
      *> written back whole, the way RewriteAccountBalances writes
      *> it.
       01  BAL-COUNT             PIC 9(3) VALUE 0.
       01  BalanceTable.
           05  BalanceEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON BAL-COUNT
                   INDEXED BY BAL-IDX.
               10  BAL-CODE            PIC X(10).
               10  BAL-AMOUNT          PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
               10  BAL-CURRENCY        PIC X(3).
       01  WS-BAL-CODE-STAGE     PIC X(12).
       01  WS-BAL-AMT.
           05  WS-BAL-AMT-X      PIC X(15).
       01  WS-BAL-AMT-N REDEFINES WS-BAL-AMT
                                 PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-BAL-CUR-STAGE      PIC X(5).
       01  WS-BALANCES-CHANGED   PIC X(1) VALUE "N".
           88  BALANCES-CHANGED  VALUE "Y".
       01  WS-UNWIND-FAILED      PIC X(1) VALUE "N".
           88  UNWIND-FAILED     VALUE "Y".

       01  WS-REV-POSTED         PIC 9(5) VALUE 0.
       01  WS-REV-ALREADY        PIC 9(5) VALUE 0.
       01  WS-ORIG-NORM          PIC S9(12)V99 VALUE 0
                                     SIGN IS LEADING SEPARATE.
       01  WS-REV-NORM           PIC S9(12)V99 VALUE 0
                                     SIGN IS LEADING SEPARATE.
       01  WS-CLOSED-HITS        PIC 9(4) VALUE 0.

       01  CobolOutput           PIC X(250).
       01  WS-EDITED-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDITED-AMT2        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDITED-AMT3        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-CUR-DATE.
           05  WS-CUR-YYYY       PIC 9(4).
           05  WS-CUR-MM         PIC 9(2).
           05  WS-CUR-DD         PIC 9(2).
       01  WS-CUR-TIME.
           05  WS-CUR-HH         PIC 9(2).
           05  WS-CUR-MIN        PIC 9(2).
           05  WS-CUR-SEC        PIC 9(2).
           05  WS-CUR-HS         PIC 9(2).

      *> One aligned report row per reversed posting: the original's
      *> sequence and particulars, its normalized amount and the
      *> offset posted against it.
       01  REV-DETAIL-LINE.
           05  RV-SEQ            PIC ZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RV-DATE           PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RV-TYPE           PIC X(14).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RV-CATEGORY       PIC X(16).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  RV-ACCOUNT        PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  RV-AMOUNT         PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  RV-CURRENCY       PIC X(3).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  RV-ORIGINAL       PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  RV-OFFSET         PIC Z,ZZZ,ZZZ,ZZ9.99-.

       01  REV-HEAD-LINE.
           05  FILLER            PIC X(4) VALUE " SEQ".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE "DATE".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(14) VALUE "TYPE".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE "CATEGORY".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE "ACCOUNT".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(17)
                   VALUE "           AMOUNT".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(3) VALUE "CUR".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(17)
                   VALUE "         ORIGINAL".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(17)
                   VALUE "           OFFSET".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM ResolveParameters
           PERFORM ReadClosedPeriods

           OPEN I-O LedgerFile
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open transaction ledger, "
                       "status " WS-LEDGER-STATUS
               MOVE "FAILED - ledger not available" TO WS-RUN-STATUS
               PERFORM WriteReversalAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ReadOriginalControl
           IF WS-REV-BATCH = SPACES
               PERFORM BuildReversalId
           END-IF
           PERFORM CheckReversalControl
           PERFORM LoadOriginalPostings

           IF RVP-COUNT = 0
               DISPLAY "ERROR: Batch " WS-ORIG-BATCH
                       " has no postings to reverse."
               CLOSE LedgerFile
               MOVE "FAILED - nothing to reverse" TO WS-RUN-STATUS
               PERFORM WriteReversalAudit
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLOSED-HITS > 0
               DISPLAY "ERROR: Batch " WS-ORIG-BATCH " has "
                       WS-CLOSED-HITS " postings in closed periods; "
                       "reverse them through the next open period."
               CLOSE LedgerFile
               MOVE "FAILED - postings in closed period"
                   TO WS-RUN-STATUS
               PERFORM WriteReversalAudit
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM PostReversal
           PERFORM WriteReversalControl
           PERFORM MarkOriginalReversed
           CLOSE LedgerFile

           PERFORM UnwindAccountBalances

           OPEN OUTPUT ReversalReportFile
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "WARNING: Reversal report file not available; "
                       "the ledger has been reversed."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM WriteReversalReport
               CLOSE ReversalReportFile
           END-IF

           DISPLAY "Reversal of batch " WS-ORIG-BATCH
                   " complete: " WS-REV-POSTED " offsets posted "
                   "under " WS-REV-BATCH
           MOVE "SUCCESS" TO WS-RUN-STATUS
           PERFORM WriteReversalAudit
           EVALUATE TRUE
               WHEN UNWIND-FAILED
                   MOVE 16 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      *> Pick up the batch to reverse, the reason and the optional
      *> names from the environment. A missing batch or reason stops
      *> the job before the ledger is even opened.
       ResolveParameters.
           MOVE SPACES TO WS-ORIG-BATCH WS-REV-BATCH WS-REASON
           ACCEPT WS-ORIG-BATCH FROM ENVIRONMENT "REVERSE_BATCH"
           ACCEPT WS-REASON FROM ENVIRONMENT "REVERSE_REASON"
           ACCEPT WS-REV-BATCH FROM ENVIRONMENT "REVERSAL_BATCH_ID"

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "REVERSAL_REPORT_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-REPORT-FILENAME
           END-IF

           IF WS-ORIG-BATCH = SPACES
               DISPLAY "ERROR: REVERSE_BATCH not set; nothing "
                       "reversed."
               MOVE "FAILED - no batch named" TO WS-RUN-STATUS
               PERFORM WriteReversalAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REASON = SPACES
               DISPLAY "ERROR: REVERSE_REASON not set; a reversal "
                       "must say why. Nothing reversed."
               MOVE "FAILED - no reason given" TO WS-RUN-STATUS
               PERFORM WriteReversalAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-REV-BATCH = WS-ORIG-BATCH
               DISPLAY "ERROR: REVERSAL_BATCH_ID must differ from "
                       "the batch being reversed."
               MOVE "FAILED - reversal id not valid" TO WS-RUN-STATUS
               PERFORM WriteReversalAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Read the audit log for the periods LedgerClose has closed.
      *> Only close lines that ended in SUCCESS count; a failed
      *> close purged nothing (or stopped part way with the archive
      *> already safe and the close due to be rerun). A missing log
      *> simply means nothing has been closed yet.
       ReadClosedPeriods.
           MOVE 0 TO CP-COUNT
           OPEN INPUT AuditLogFile
           IF WS-AUDIT-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-AUDIT-STATUS = "10"  *> EOF
                   READ AuditLogFile INTO AuditLogLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE SPACES TO WS-LINE-LEFT WS-STATUS-TEXT
                   UNSTRING AuditLogLine DELIMITED BY " status="
                       INTO WS-LINE-LEFT WS-STATUS-TEXT
                   MOVE SPACES TO WS-TOKENS
                   UNSTRING WS-LINE-LEFT DELIMITED BY ALL " "
                       INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                            WS-TOKEN(4)
                   IF WS-TOKEN(3) = "close"
                           AND WS-TOKEN(4)(1:7) = "period="
                           AND WS-STATUS-TEXT(1:7) = "SUCCESS"
                           AND CP-COUNT < 200
                       ADD 1 TO CP-COUNT
                       MOVE WS-TOKEN(4)(8:7) TO CP-PERIOD(CP-COUNT)
                   END-IF
               END-PERFORM
               CLOSE AuditLogFile
           END-IF.

      *> Read the original batch's control record and work out which
      *> generation of its postings is being reversed. Only a sealed,
      *> live batch can be reversed: a batch with no control record
      *> never finished posting (rerun it to seal it first), one
      *> already marked reversed has nothing live left to reverse
      *> until it is reposted, and a reversal batch is never itself
      *> reversed - repost the original instead.
       ReadOriginalControl.
           MOVE WS-ORIG-BATCH TO LEDGER-BATCH
           MOVE 0 TO LEDGER-SEQ
           READ LedgerFile
               INVALID KEY
                   DISPLAY "ERROR: Batch " WS-ORIG-BATCH
                           " has no control record on the ledger; "
                           "it never finished posting."
                   CLOSE LedgerFile
                   MOVE "FAILED - batch not sealed on ledger"
                       TO WS-RUN-STATUS
                   PERFORM WriteReversalAudit
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ

           EVALUATE LEDGER-TYPE
               WHEN "BATCH REVERSED"
                   DISPLAY "ERROR: Batch " WS-ORIG-BATCH
                           " was already reversed by "
                           LEDGER-REF-BATCH
                   CLOSE LedgerFile
                   MOVE "FAILED - batch already reversed"
                       TO WS-RUN-STATUS
                   PERFORM WriteReversalAudit
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN "REVERSAL CONTROL"
                   DISPLAY "ERROR: Batch " WS-ORIG-BATCH
                           " is itself a reversal of "
                           LEDGER-REF-BATCH
                   CLOSE LedgerFile
                   MOVE "FAILED - batch is a reversal"
                       TO WS-RUN-STATUS
                   PERFORM WriteReversalAudit
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN OTHER
                   MOVE LEDGER-REF-SEQ TO WS-GENERATION
           END-EVALUATE

      *> Nine reposts fill the sequence space a batch can carry.
           IF WS-GENERATION = 9
               DISPLAY "ERROR: Batch " WS-ORIG-BATCH
                       " has been reposted nine times; post the "
                       "correction under a new batch id."
               CLOSE LedgerFile
               MOVE "FAILED - batch generations used up"
                   TO WS-RUN-STATUS
               PERFORM WriteReversalAudit
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           COMPUTE WS-SEQ-LOW = WS-GENERATION * 1000 + 1
           COMPUTE WS-SEQ-HIGH = WS-GENERATION * 1000 + 999.

      *> Build the default reversal batch id: REV, the generation the
      *> reversal closes out (one more than the generation index, so
      *> the first reversal is REV1), a dash and as much of the
      *> original id as fits. The id is the same every time for the
      *> same generation, so a reversal that stopped part way picks
      *> up where it left off when it is run again.
       BuildReversalId.
           COMPUTE WS-GEN-DISP = WS-GENERATION + 1
           MOVE SPACES TO WS-REV-BATCH
           STRING "REV" DELIMITED BY SIZE
                  WS-GEN-DISP DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-ORIG-BATCH DELIMITED BY "  "
                  INTO WS-REV-BATCH.

      *> The reversal batch id must be new to the ledger - or be this
      *> very reversal, left unfinished by an earlier run, in which
      *> case the run resumes: offsets already written are tolerated
      *> as duplicates and the control records are brought into
      *> line. An id already carrying anything else is refused
      *> rather than mixed into another batch.
       CheckReversalControl.
           MOVE WS-REV-BATCH TO LEDGER-BATCH
           MOVE 0 TO LEDGER-SEQ
           READ LedgerFile
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF LEDGER-TYPE = "REVERSAL CONTROL"
                           AND LEDGER-REF-BATCH = WS-ORIG-BATCH
                           AND LEDGER-REF-SEQ = WS-GENERATION
                       SET RESUMING-REVERSAL TO TRUE
                       DISPLAY "NOTE: Reversal " WS-REV-BATCH
                               " already started; resuming."
                   ELSE
                       DISPLAY "ERROR: Reversal batch id "
                               WS-REV-BATCH
                               " is already on the ledger."
                       CLOSE LedgerFile
                       MOVE "FAILED - reversal id already used"
                           TO WS-RUN-STATUS
                       PERFORM WriteReversalAudit
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
           END-READ.

      *> Position on the first posting of the generation being
      *> reversed and buffer every posting up to the end of its
      *> sequence window, noting any dated in a closed period.
       LoadOriginalPostings.
           MOVE 0 TO RVP-COUNT
           MOVE WS-ORIG-BATCH TO LEDGER-BATCH
           MOVE WS-SEQ-LOW TO LEDGER-SEQ
           START LedgerFile KEY IS NOT LESS THAN LEDGER-KEY
               INVALID KEY
                   MOVE "10" TO WS-LEDGER-STATUS
           END-START
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
               READ LedgerFile NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-LEDGER-STATUS NOT = "00"
                   EXIT PERFORM
               END-IF
               IF LEDGER-BATCH NOT = WS-ORIG-BATCH
                       OR LEDGER-SEQ > WS-SEQ-HIGH
                   EXIT PERFORM
               END-IF
               ADD 1 TO RVP-COUNT
               MOVE LEDGER-SEQ TO RVP-SEQ(RVP-COUNT)
               MOVE LEDGER-DATE TO RVP-DATE(RVP-COUNT)
               MOVE LEDGER-TYPE TO RVP-TYPE(RVP-COUNT)
               MOVE LEDGER-CATEGORY TO RVP-CATEGORY(RVP-COUNT)
               MOVE LEDGER-AMOUNT TO RVP-AMOUNT(RVP-COUNT)
               MOVE LEDGER-CURRENCY TO RVP-CURRENCY(RVP-COUNT)
               MOVE LEDGER-NORMALIZED TO RVP-NORMALIZED(RVP-COUNT)
               MOVE LEDGER-ACCOUNT TO RVP-ACCOUNT(RVP-COUNT)
               MOVE LEDGER-TAX-CODE TO RVP-TAX-CODE(RVP-COUNT)
               MOVE LEDGER-TAX-RATE TO RVP-TAX-RATE(RVP-COUNT)
               MOVE LEDGER-NET TO RVP-NET(RVP-COUNT)
               MOVE LEDGER-TAX TO RVP-TAX(RVP-COUNT)
               MOVE LEDGER-PAYEE TO RVP-PAYEE(RVP-COUNT)
               MOVE "N" TO RVP-CLOSED(RVP-COUNT)
               ADD LEDGER-NORMALIZED TO WS-ORIG-NORM
               PERFORM CheckClosedPeriod
           END-PERFORM
           MOVE "00" TO WS-LEDGER-STATUS.

      *> Flag the posting just buffered when its period is closed.
       CheckClosedPeriod.
           SET CP-IDX TO 1
           SEARCH ClosedPeriodEntry
               AT END
                   CONTINUE
               WHEN CP-PERIOD(CP-IDX) = LEDGER-DATE(1:7)
                   SET RVP-IN-CLOSED-PERIOD(RVP-COUNT) TO TRUE
                   ADD 1 TO WS-CLOSED-HITS
           END-SEARCH.

      *> Write one offset per buffered posting under the reversal
      *> batch id: the same sequence, date, type, category, native
      *> amount, currency, account and tax code and rate, the
      *> normalized amount and its net and tax parts negated, and a
      *> reference back to the posting it reverses. The offset
      *> keeps the original's date so each period's figures net to
      *> zero rather than moving the mistake into another month. A
      *> duplicate key is an offset an interrupted earlier run
      *> already wrote, and stands; any other failure stops the job
      *> before the original is marked, so a rerun finishes it.
       PostReversal.
           PERFORM VARYING RVP-IDX FROM 1 BY 1
                   UNTIL RVP-IDX > RVP-COUNT
               MOVE WS-REV-BATCH TO LEDGER-BATCH
               MOVE RVP-SEQ(RVP-IDX) TO LEDGER-SEQ
               MOVE RVP-DATE(RVP-IDX) TO LEDGER-DATE
               MOVE RVP-TYPE(RVP-IDX) TO LEDGER-TYPE
               MOVE RVP-CATEGORY(RVP-IDX) TO LEDGER-CATEGORY
               MOVE RVP-AMOUNT(RVP-IDX) TO LEDGER-AMOUNT
               MOVE RVP-CURRENCY(RVP-IDX) TO LEDGER-CURRENCY
               COMPUTE LEDGER-NORMALIZED =
                   0 - RVP-NORMALIZED(RVP-IDX)
               MOVE RVP-ACCOUNT(RVP-IDX) TO LEDGER-ACCOUNT
               MOVE RVP-TAX-CODE(RVP-IDX) TO LEDGER-TAX-CODE
               MOVE RVP-TAX-RATE(RVP-IDX) TO LEDGER-TAX-RATE
               COMPUTE LEDGER-NET = 0 - RVP-NET(RVP-IDX)
               COMPUTE LEDGER-TAX = 0 - RVP-TAX(RVP-IDX)
               MOVE RVP-PAYEE(RVP-IDX) TO LEDGER-PAYEE
               MOVE WS-ORIG-BATCH TO LEDGER-REF-BATCH
               MOVE RVP-SEQ(RVP-IDX) TO LEDGER-REF-SEQ
               ADD LEDGER-NORMALIZED TO WS-REV-NORM
               WRITE LedgerRecord
                   INVALID KEY
                       ADD 1 TO WS-REV-ALREADY
                   NOT INVALID KEY
                       ADD 1 TO WS-REV-POSTED
               END-WRITE
               IF WS-LEDGER-STATUS NOT = "00"
                       AND WS-LEDGER-STATUS NOT = "22"
                   DISPLAY "ERROR: Ledger write failed, status "
                           WS-LEDGER-STATUS
                   CLOSE LedgerFile
                   MOVE "FAILED - ledger write error"
                       TO WS-RUN-STATUS
                   PERFORM WriteReversalAudit
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.

      *> Seal the reversal batch with its own control record, typed
      *> REVERSAL CONTROL and pointing back at the original batch and
      *> the generation it reversed. TransactionReport refuses to
      *> post under an id carrying one of these.
       WriteReversalControl.
           IF NOT RESUMING-REVERSAL
               ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
               MOVE WS-REV-BATCH TO LEDGER-BATCH
               MOVE 0 TO LEDGER-SEQ
               MOVE SPACES TO LEDGER-DATE
               STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
                   DELIMITED BY SIZE INTO LEDGER-DATE
               MOVE "REVERSAL CONTROL" TO LEDGER-TYPE
               MOVE SPACES TO LEDGER-CATEGORY
               MOVE 0 TO LEDGER-AMOUNT
               MOVE SPACES TO LEDGER-CURRENCY
               MOVE 0 TO LEDGER-NORMALIZED
               MOVE SPACES TO LEDGER-ACCOUNT
               MOVE SPACES TO LEDGER-TAX-CODE
               MOVE 0 TO LEDGER-TAX-RATE
               MOVE 0 TO LEDGER-NET
               MOVE 0 TO LEDGER-TAX
               MOVE SPACES TO LEDGER-PAYEE
               MOVE WS-ORIG-BATCH TO LEDGER-REF-BATCH
               MOVE WS-GENERATION TO LEDGER-REF-SEQ
               WRITE LedgerRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERROR: Reversal control write failed, "
                           "status " WS-LEDGER-STATUS
                   CLOSE LedgerFile
                   MOVE "FAILED - ledger write error"
                       TO WS-RUN-STATUS
                   PERFORM WriteReversalAudit
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> Mark the original batch reversed: its control record is
      *> retyped BATCH REVERSED and pointed at the reversal batch,
      *> keeping the generation just reversed. TransactionReport
      *> reads that as leave to post the batch id afresh, one
      *> generation up.
       MarkOriginalReversed.
           MOVE WS-ORIG-BATCH TO LEDGER-BATCH
           MOVE 0 TO LEDGER-SEQ
           READ LedgerFile
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-LEDGER-STATUS = "00"
               MOVE "BATCH REVERSED" TO LEDGER-TYPE
               MOVE WS-REV-BATCH TO LEDGER-REF-BATCH
               MOVE WS-GENERATION TO LEDGER-REF-SEQ
               REWRITE LedgerRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to mark batch " WS-ORIG-BATCH
                       " reversed, status " WS-LEDGER-STATUS
               CLOSE LedgerFile
               MOVE "FAILED - original not marked reversed"
                   TO WS-RUN-STATUS
               PERFORM WriteReversalAudit
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Take the reversed activity back out of the carried-forward
      *> account balances, so the corrected batch's run rolls its
      *> own figures into balances that no longer hold the wrong
      *> ones. The ledger's normalized amounts are USD, so only a
      *> balance stated in USD can be adjusted here; one stated in
      *> another report currency is left alone and listed for a
      *> manual correction. No balance file (or no account on the
      *> postings) leaves nothing to unwind.
       UnwindAccountBalances.
           PERFORM VARYING RVP-IDX FROM 1 BY 1
                   UNTIL RVP-IDX > RVP-COUNT
               IF RVP-ACCOUNT(RVP-IDX) NOT = SPACES
                   PERFORM FindAdjustIndex
                   ADD RVP-NORMALIZED(RVP-IDX) TO ADJ-AMOUNT(ADJ-IDX)
               END-IF
           END-PERFORM
           IF ADJ-COUNT > 0
               PERFORM ReadBalanceFile
               PERFORM AdjustBalances
               IF BALANCES-CHANGED
                   PERFORM RewriteBalanceFile
               END-IF
           END-IF.

      *> Hold the whole balance file in memory so it can be written
      *> back with the adjusted figures.
       ReadBalanceFile.
           MOVE 0 TO BAL-COUNT
           OPEN INPUT AccountBalanceFile
           IF WS-ACCTBAL-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-ACCTBAL-STATUS = "10"  *> EOF
                   READ AccountBalanceFile INTO AccountBalanceLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF AccountBalanceLine NOT = SPACES
                           AND BAL-COUNT < 100
                       MOVE SPACES TO WS-BAL-CODE-STAGE
                       MOVE SPACES TO WS-BAL-AMT-X
                       MOVE SPACES TO WS-BAL-CUR-STAGE
                       UNSTRING AccountBalanceLine DELIMITED BY ","
                           INTO WS-BAL-CODE-STAGE
                                WS-BAL-AMT-X
                                WS-BAL-CUR-STAGE
                       ADD 1 TO BAL-COUNT
                       MOVE WS-BAL-CODE-STAGE(1:10)
                           TO BAL-CODE(BAL-COUNT)
                       MOVE WS-BAL-AMT-N TO BAL-AMOUNT(BAL-COUNT)
                       MOVE WS-BAL-CUR-STAGE(1:3)
                           TO BAL-CURRENCY(BAL-COUNT)
                   END-IF
               END-PERFORM
               CLOSE AccountBalanceFile
           END-IF.

      *> Subtract each account's reversed activity from its carried
      *> balance when that balance is stated in USD.
       AdjustBalances.
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT
               PERFORM VARYING BAL-IDX FROM 1 BY 1
                       UNTIL BAL-IDX > BAL-COUNT
                   IF BAL-CODE(BAL-IDX) = ADJ-ACCOUNT(ADJ-IDX)
                       MOVE BAL-AMOUNT(BAL-IDX) TO ADJ-BEFORE(ADJ-IDX)
                       MOVE BAL-CURRENCY(BAL-IDX)
                           TO ADJ-CURRENCY(ADJ-IDX)
                       IF BAL-CURRENCY(BAL-IDX) = "USD"
                           SUBTRACT ADJ-AMOUNT(ADJ-IDX)
                               FROM BAL-AMOUNT(BAL-IDX)
                           SET ADJ-APPLIED(ADJ-IDX) TO TRUE
                           SET BALANCES-CHANGED TO TRUE
                       ELSE
                           SET ADJ-OTHER-CURRENCY(ADJ-IDX) TO TRUE
                           DISPLAY "WARNING: Carried balance for "
                                   "account " ADJ-ACCOUNT(ADJ-IDX)
                                   " is in " BAL-CURRENCY(BAL-IDX)
                                   "; reversed activity not taken "
                                   "out of it."
                           ADD 1 TO WS-WARNING-COUNT
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Write the adjusted balances back in the layout
      *> RewriteAccountBalances uses. If the file cannot be written
      *> the adjustments are reported as not made.
       RewriteBalanceFile.
           OPEN OUTPUT AccountBalanceFile
           IF WS-ACCTBAL-STATUS NOT = "00"
               DISPLAY "WARNING: Account balance file not "
                       "available; balances were not unwound."
               ADD 1 TO WS-WARNING-COUNT
               SET UNWIND-FAILED TO TRUE
               PERFORM VARYING ADJ-IDX FROM 1 BY 1
                       UNTIL ADJ-IDX > ADJ-COUNT
                   IF ADJ-APPLIED(ADJ-IDX)
                       SET ADJ-NO-BALANCE(ADJ-IDX) TO TRUE
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING BAL-IDX FROM 1 BY 1
                       UNTIL BAL-IDX > BAL-COUNT
                   MOVE SPACES TO AccountBalanceLine
                   STRING BAL-CODE(BAL-IDX) ","
                          BAL-AMOUNT(BAL-IDX) ","
                          BAL-CURRENCY(BAL-IDX)
                          DELIMITED BY SIZE
                          INTO AccountBalanceLine
                   WRITE AccountBalanceRecord
               END-PERFORM
               CLOSE AccountBalanceFile
           END-IF.

      *> Locate RVP-ACCOUNT(RVP-IDX) in the adjustment table, adding
      *> a new entry (no balance found yet) when it is not already on
      *> the table.
       FindAdjustIndex.
           SET ADJ-IDX TO 1
           SEARCH AccountAdjustEntry
               AT END
                   ADD 1 TO ADJ-COUNT
                   SET ADJ-IDX TO ADJ-COUNT
                   MOVE RVP-ACCOUNT(RVP-IDX) TO ADJ-ACCOUNT(ADJ-IDX)
                   MOVE 0 TO ADJ-AMOUNT(ADJ-IDX)
                   MOVE 0 TO ADJ-BEFORE(ADJ-IDX)
                   MOVE SPACES TO ADJ-CURRENCY(ADJ-IDX)
                   SET ADJ-NO-BALANCE(ADJ-IDX) TO TRUE
               WHEN ADJ-ACCOUNT(ADJ-IDX) = RVP-ACCOUNT(RVP-IDX)
                   CONTINUE
           END-SEARCH.

      *> Write the reversal report: what was reversed and why, every
      *> posting beside its offset, the control totals, and what
      *> became of each account's carried balance.
       WriteReversalReport.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE SPACES TO CobolOutput
           STRING "LEDGER BATCH REVERSAL          run "
                  WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
                  " " WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WriteReversalLine

           MOVE SPACES TO CobolOutput
           STRING "Original batch: " DELIMITED BY SIZE
                  WS-ORIG-BATCH DELIMITED BY "  "
                  "   sequences " DELIMITED BY SIZE
                  WS-SEQ-LOW DELIMITED BY SIZE
                  " to " DELIMITED BY SIZE
                  WS-SEQ-HIGH DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteReversalLine

           MOVE SPACES TO CobolOutput
           STRING "Reversal batch: " DELIMITED BY SIZE
                  WS-REV-BATCH DELIMITED BY "  "
                  INTO CobolOutput
           PERFORM WriteReversalLine

           MOVE SPACES TO CobolOutput
           STRING "Reason: " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteReversalLine

           MOVE SPACES TO CobolOutput
           PERFORM WriteReversalLine
           MOVE "REVERSED POSTINGS" TO CobolOutput
           PERFORM WriteReversalLine
           MOVE "-----------------" TO CobolOutput
           PERFORM WriteReversalLine
           MOVE REV-HEAD-LINE TO CobolOutput
           PERFORM WriteReversalLine
           PERFORM VARYING RVP-IDX FROM 1 BY 1
                   UNTIL RVP-IDX > RVP-COUNT
               MOVE RVP-SEQ(RVP-IDX) TO RV-SEQ
               MOVE RVP-DATE(RVP-IDX) TO RV-DATE
               MOVE RVP-TYPE(RVP-IDX) TO RV-TYPE
               MOVE RVP-CATEGORY(RVP-IDX) TO RV-CATEGORY
               MOVE RVP-ACCOUNT(RVP-IDX) TO RV-ACCOUNT
               MOVE RVP-AMOUNT(RVP-IDX) TO RV-AMOUNT
               MOVE RVP-CURRENCY(RVP-IDX) TO RV-CURRENCY
               MOVE RVP-NORMALIZED(RVP-IDX) TO RV-ORIGINAL
               COMPUTE RV-OFFSET = 0 - RVP-NORMALIZED(RVP-IDX)
               MOVE REV-DETAIL-LINE TO CobolOutput
               PERFORM WriteReversalLine
           END-PERFORM

           MOVE SPACES TO CobolOutput
           PERFORM WriteReversalLine
           MOVE RVP-COUNT TO WS-COUNT-DISP
           MOVE WS-ORIG-NORM TO WS-EDITED-AMT
           MOVE WS-REV-NORM TO WS-EDITED-AMT2
           MOVE SPACES TO CobolOutput
           STRING "Reversed: " DELIMITED BY SIZE
                  WS-COUNT-DISP DELIMITED BY SIZE
                  " postings  original total " DELIMITED BY SIZE
                  WS-EDITED-AMT DELIMITED BY SIZE
                  "  offset total " DELIMITED BY SIZE
                  WS-EDITED-AMT2 DELIMITED BY SIZE
                  " USD" DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteReversalLine

           MOVE SPACES TO CobolOutput
           STRING "Control total: offsets posted=" DELIMITED BY SIZE
                  WS-REV-POSTED DELIMITED BY SIZE
                  " already on file=" DELIMITED BY SIZE
                  WS-REV-ALREADY DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteReversalLine

           MOVE SPACES TO CobolOutput
           PERFORM WriteReversalLine
           MOVE "ACCOUNT BALANCE ADJUSTMENTS" TO CobolOutput
           PERFORM WriteReversalLine
           MOVE "---------------------------" TO CobolOutput
           PERFORM WriteReversalLine
           PERFORM VARYING ADJ-IDX FROM 1 BY 1
                   UNTIL ADJ-IDX > ADJ-COUNT
               MOVE ADJ-AMOUNT(ADJ-IDX) TO WS-EDITED-AMT
               MOVE ADJ-BEFORE(ADJ-IDX) TO WS-EDITED-AMT2
               MOVE SPACES TO CobolOutput
               EVALUATE TRUE
                   WHEN ADJ-APPLIED(ADJ-IDX)
                       COMPUTE WS-EDITED-AMT3 =
                           ADJ-BEFORE(ADJ-IDX) - ADJ-AMOUNT(ADJ-IDX)
                       STRING "Account " DELIMITED BY SIZE
                              ADJ-ACCOUNT(ADJ-IDX) DELIMITED BY SIZE
                              " reversed " DELIMITED BY SIZE
                              WS-EDITED-AMT DELIMITED BY SIZE
                              "  balance " DELIMITED BY SIZE
                              WS-EDITED-AMT2 DELIMITED BY SIZE
                              " now " DELIMITED BY SIZE
                              WS-EDITED-AMT3 DELIMITED BY SIZE
                              INTO CobolOutput
                   WHEN ADJ-OTHER-CURRENCY(ADJ-IDX)
                       STRING "Account " DELIMITED BY SIZE
                              ADJ-ACCOUNT(ADJ-IDX) DELIMITED BY SIZE
                              " reversed " DELIMITED BY SIZE
                              WS-EDITED-AMT DELIMITED BY SIZE
                              " USD  NOT ADJUSTED - balance is in "
                              DELIMITED BY SIZE
                              ADJ-CURRENCY(ADJ-IDX) DELIMITED BY SIZE
                              INTO CobolOutput
                   WHEN OTHER
                       STRING "Account " DELIMITED BY SIZE
                              ADJ-ACCOUNT(ADJ-IDX) DELIMITED BY SIZE
                              " reversed " DELIMITED BY SIZE
                              WS-EDITED-AMT DELIMITED BY SIZE
                              "  NOT ADJUSTED - no carried balance "
                              "updated" DELIMITED BY SIZE
                              INTO CobolOutput
               END-EVALUATE
               PERFORM WriteReversalLine
           END-PERFORM
           IF ADJ-COUNT = 0
               MOVE "(none)" TO CobolOutput
               PERFORM WriteReversalLine
           END-IF.

      *> Route one finished line in CobolOutput to the report and
      *> echo it to the console the way the report program mirrors
      *> its output.
       WriteReversalLine.
           DISPLAY CobolOutput(1:132)
           MOVE CobolOutput TO ReversalReportLine
           WRITE ReversalReportRecord.

      *> Append one line to the persistent audit log recording when
      *> the reversal ran, the batch it reversed, the reversal batch
      *> id, the offsets posted and their normalized total, the
      *> reason, and how it ended - so the one log shows the posting
      *> run that made the mistake and the reversal that undid it.
       WriteReversalAudit.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME

           MOVE SPACES TO CobolOutput
           STRING WS-CUR-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CUR-MM DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-CUR-DD DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CUR-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CUR-MIN DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-CUR-SEC DELIMITED BY SIZE
                  " reversal batch=" DELIMITED BY SIZE
                  WS-ORIG-BATCH DELIMITED BY SPACE
                  " reversal=" DELIMITED BY SIZE
                  WS-REV-BATCH DELIMITED BY SPACE
                  " posted=" DELIMITED BY SIZE
                  WS-REV-POSTED DELIMITED BY SIZE
                  " total=" DELIMITED BY SIZE
                  WS-REV-NORM DELIMITED BY SIZE
                  " reason=" DELIMITED BY SIZE
                  WS-REASON DELIMITED BY "  "
                  " status=" DELIMITED BY SIZE
                  WS-RUN-STATUS DELIMITED BY SIZE
                  INTO CobolOutput

           OPEN EXTEND AuditLogFile
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AuditLogFile
           END-IF
           IF WS-AUDIT-STATUS = "00"
               MOVE CobolOutput TO AuditLogLine
               WRITE AuditLogRecord
               CLOSE AuditLogFile
           END-IF.

       END PROGRAM LedgerReversal.
