               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT TaxRateFile ASSIGN TO "tax_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.

           SELECT TransactionOutFile
               ASSIGN TO DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCTMASTER-STATUS.

           SELECT PayeeMasterFile
               ASSIGN TO "payee_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYMASTER-STATUS.

           SELECT PayeeChangeFile
               ASSIGN TO "payee_change_requests.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYCHANGE-STATUS.

           SELECT AccountBalanceFile
               ASSIGN TO "account_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT LedgerFile
               ASSIGN TO "transaction_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-DUPREVIEW-STATUS.

           SELECT AnomalyReviewFile
               ASSIGN TO "anomaly_review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ANOMREVIEW-STATUS.

           SELECT SummaryHistoryFile
               ASSIGN TO "summary_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TREND-STATUS.

           SELECT ApprovalFile
               ASSIGN TO "transaction_approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT PendingApprovalFile
               ASSIGN TO "pending_approvals.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PENDING-STATUS.

           SELECT AuditLogFile
               ASSIGN TO "transaction_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
       01  ExchangeRateRecord.
           05  ExchangeRateLine      PIC X(30).

      *> Tax-rate reference file: one "tax code,rate,effective date"
      *> line per rate change, the rate a percentage written with or
      *> without decimals ("20", "8.875"), the date YYYY-MM-DD. A
      *> code keeps every rate it has ever had, so a transaction is
      *> taxed at the rate that was in force on its own date.
       FD  TaxRateFile.
       01  TaxRateRecord.
           05  TaxRateLine           PIC X(40).

       FD  TransactionOutFile.
       01  TransactionOutRecord.
           05  TransactionOutLine    PIC X(200).

       FD  GLExtractFile.
       01  GLExtractRecord.
      *> Wide enough for the fixed-layout detail record below (117
      *> bytes) and the shorter trailer, with headroom.
           05  GLExtractLine         PIC X(130).

       FD  ExceptionFile.
       01  ExceptionRecord.
       FD  CategoryMasterFile.
       01  CategoryMasterRecord.
      *> Wide enough for CM-CODE(20) + a 12 digit budget + the
      *> 1-byte active status + a 12 digit approval limit + a 6
      *> character tax code and their comma delimiters, with
      *> headroom. Lines written before the status byte existed
      *> carry two fields and read as active; lines without the
      *> limit field read as having no limit, and lines without the
      *> tax code as untaxed.
           05  CategoryMasterLine    PIC X(80).

      *> Maintenance requests against the category master, applied
      *> by ApplyMasterChanges instead of hand-editing the master in
      *> a text editor: one "action,code,budget,effective date,
      *> reason" line per request, action ADD, BUDGET, LIMIT,
      *> TAXCODE or DEACTIVATE, in the comma form removal requests
      *> use (LIMIT carries the new approval limit in the budget
      *> position, TAXCODE the new tax code or NONE to remove it).
      *> Requests dated in the future stay in the file and apply on
      *> their day.
       FD  CategoryChangeFile.
       01  CategoryChangeRecord.
           05  CategoryChangeLine    PIC X(120).
      *> expected amount,tolerance,currency,day of month" line per
      *> payment that arrives every month - rent, insurance, payroll,
      *> the utilities direct debits - in the UNSTRING-friendly comma
      *> form the other reference files use. An optional seventh
      *> field names the account the payment is made from; only
      *> CashForecast reads it.
       FD  StandingInstructionFile.
       01  StandingInstructionRecord.
           05  StandingInstructionLine PIC X(100).
      *> headroom.
           05  AccountMasterLine     PIC X(70).

      *> Payee master: one "code,name,tax id,status" line per
      *> counterparty the business pays - suppliers, contractors,
      *> landlords - the status byte A (active) or D (deactivated).
      *> A transaction line may name one of them in its optional
      *> eighth field. Wide enough for PY-CODE(10) + PY-NAME(40) +
      *> PY-TAX-ID(20) + the status byte and their comma
      *> delimiters, with headroom.
       FD  PayeeMasterFile.
       01  PayeeMasterRecord.
           05  PayeeMasterLine       PIC X(100).

      *> Maintenance requests against the payee master, applied by
      *> ApplyPayeeChanges the way category changes are: one
      *> "action,code,name,tax id,effective date,reason" line per
      *> request, action ADD, NAME, TAXID, DEACTIVATE or ACTIVATE.
      *> NAME and TAXID carry only the field they change; the other
      *> may be left empty. Requests dated in the future stay in the
      *> file and apply on their day.
       FD  PayeeChangeFile.
       01  PayeeChangeRecord.
           05  PayeeChangeLine       PIC X(160).

      *> Closing balances carried forward run to run: one
      *> "code,balance,currency" line per master account, rewritten
      *> at the end of every successful run so the next run's
       01  DuplicateReviewRecord.
           05  DuplicateReviewLine   PIC X(120).

      *> Review listing of statistical outliers - transactions whose
      *> USD value falls outside their category's normal range over
      *> the lookback months, or that land in a category with no
      *> postings at all in that time - with record numbers, the
      *> range expected, how far outside it each fell and the raw
      *> lines.
       FD  AnomalyReviewFile.
       01  AnomalyReviewRecord.
           05  AnomalyReviewLine     PIC X(220).

      *> Machine-readable snapshot of every successful run's summary
      *> figures, appended run after run: a RUN header (date, time,
      *> period), one CAT and one CUR line per subtotal, and a TOT
       01  TrendReportRecord.
           05  TrendReportLine       PIC X(200).

      *> Approvers' decisions on transactions held for approval:
      *> one "batch id,record number,approver,APPROVE or DECLINE"
      *> line per held record, keyed the way pending_approvals.txt
      *> lists them. A decision is settled when the batch it names
      *> is next run - an approved record is released into the
      *> totals and the ledger, a declined one is rejected - and
      *> retired from the file; decisions for other batches wait.
       FD  ApprovalFile.
       01  ApprovalRecord.
           05  ApprovalLine          PIC X(100).

      *> Transactions over their category's approval limit, held out
      *> of the totals, the GL extract and the ledger until someone
      *> decides them: one "batch id,record number,category,amount,
      *> currency,report-currency amount,raw line" line per held
      *> record. The file is cumulative across batches; each run
      *> replaces its own batch's lines and leaves the rest alone.
       FD  PendingApprovalFile.
       01  PendingApprovalRecord.
           05  PendingApprovalLine   PIC X(220).

       FD  CorrectionRequestFile.
       01  CorrectionRequestRecord.
      *> Wide enough for the 4-digit record number, its comma, and a
       01  AuditLogRecord.
      *> Wide enough for WriteAuditLog's full line: the 19-byte
      *> timestamp, the processed=/removed=/rejected=/posted=/
      *> duplicates=/suspense=/held= counters with their labels, the
      *> batch= tag with the full WS-BATCH-ID width, the restart=
      *> tag on resumed runs, and " status=" followed by the full
      *> WS-RUN-STATUS width - about 230 bytes at every field's
           05  LEDGER-CURRENCY       PIC X(3).
           05  LEDGER-NORMALIZED     PIC S9(12)V99
                   SIGN IS LEADING SEPARATE.
      *> The account the posting was booked to, and - on an offset
      *> written by LedgerReversal - the batch and sequence it
      *> reverses. On a control record the reference fields say how
      *> the batch stands: see OpenLedger and WriteLedgerControl.
           05  LEDGER-ACCOUNT        PIC X(10).
           05  LEDGER-REF-BATCH      PIC X(40).
           05  LEDGER-REF-SEQ        PIC 9(4).
      *> The posting's tax split, in USD like the normalized figure
      *> it divides: the category's tax code and the percentage in
      *> force on the transaction date, then the net and tax parts
      *> (net plus tax is always the normalized amount). A category
      *> with no tax code posts its whole amount as net; a control
      *> record carries spaces and zeros.
           05  LEDGER-TAX-CODE       PIC X(6).
           05  LEDGER-TAX-RATE       PIC 9(3)V999.
           05  LEDGER-NET            PIC S9(12)V99
                   SIGN IS LEADING SEPARATE.
           05  LEDGER-TAX            PIC S9(12)V99
                   SIGN IS LEADING SEPARATE.
      *> The payee master code the transaction paid, spaces when the
      *> line named none (and on a control record).
           05  LEDGER-PAYEE          PIC X(10).

       FD  CheckpointFile.
       01  CheckpointRecord.
                   88  INVALID-RECORD  VALUE "N".
               10  InvalidReason       PIC X(40).
               10  RawLine             PIC X(100).
      *> Set by CheckApprovalLimit for a record over its category's
      *> approval limit: held out of everything pending a decision,
      *> or declined by the approver and rejected. ApprovalRef is
      *> the approvals-table entry deciding the record, zero when
      *> no decision has arrived for it.
               10  HoldFlag            PIC X(1).
                   88  HELD-FOR-APPROVAL VALUE "H".
                   88  APPROVAL-DECLINED VALUE "D".
               10  ApprovalRef         PIC 9(3).
      *> The tax code and percentage in force for the record's
      *> category on its date, set by ResolveTaxCode, and the net
      *> and tax parts of NormalizedAmount, set by SplitTaxAmount.
               10  TaxCode             PIC X(6).
               10  TaxRate             PIC 9(3)V999.
               10  NetAmount           PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
               10  TaxAmount           PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
      *> Payee master code from the line's optional eighth field,
      *> spaces when it names none; a split line inherits its
      *> parent's.
               10  TransPayee          PIC X(10).

      *> Transaction input and report output file names default to the
      *> names below but can be overridden at run time by setting the
       01  WS-LEDGER-RERUN       PIC X(1) VALUE "N".
           88  LEDGER-RERUN          VALUE "Y".
       01  WS-LEDGER-POSTED      PIC 9(4) VALUE 0.
      *> A batch LedgerReversal has backed out is posted afresh one
      *> generation up: generation N's postings take sequences
      *> N*1000 plus the record number, so the corrected records
      *> never collide with the reversed ones still on file.
      *> WS-LEDGER-REPOST notes such a run; WS-REVERSAL-ID keeps the
      *> reversal batch that cleared the way for it.
       01  WS-LEDGER-GEN         PIC 9(1) VALUE 0.
       01  WS-LEDGER-REPOST      PIC X(1) VALUE "N".
           88  LEDGER-REPOST         VALUE "Y".
       01  WS-REVERSAL-ID        PIC X(40) VALUE SPACES.

      *> One line is appended to AuditLogFile at the end of every run
      *> (success or failure) recording when it ran and what it did.
       01  WS-TARGET-RATE        PIC 9(9) VALUE 10000.
       01  WS-FIELD-COUNT        PIC 9(2) VALUE 0.
      *> Number of comma delimiters actually present on the line.
      *> UNSTRING's TALLYING IN only counts how many of the eight
      *> receiving fields got populated, so a line with a 9th,
      *> unreceived field still reports WS-FIELD-COUNT = 8; counting
      *> delimiters directly catches that case too.
       01  WS-COMMA-COUNT        PIC 9(2) VALUE 0.
       01  WS-AMOUNT-STAGE       PIC X(12).
       01  WS-SUSPENSE-COUNT     PIC 9(4) VALUE 0.
       01  WS-WRITTEN-COUNT      PIC 9(4) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(4) VALUE 0.
      *> Every WARNING message the run displays, for the condition
      *> code. The code the run ends with, for whatever scheduled it:
      *>   0  clean
      *>   4  warnings - a WARNING message, suspense items, suspected
      *>      duplicates or outliers, records held for approval,
      *>      standing instructions missing, or removal and
      *>      correction requests that matched nothing
      *>   8  data errors - rejected records or rejected category or
      *>      payee change requests
      *>  12  stopped before processing, for want of a file or a
      *>      setting the run cannot do without
      *>  16  stopped part way by AbendRun; the checkpoint lets a
      *>      rerun resume
       01  WS-WARNING-COUNT      PIC 9(4) VALUE 0.
       01  WS-DATA-ERROR-COUNT   PIC 9(4) VALUE 0.
      *> Index of the last transaction fully written to the output and
      *> exceptions files on a prior run. Zero means start from record
      *> one. ReadCheckpoint loads it; SaveCheckpoint advances it as
       01  WS-RESTART-FLAG       PIC X(1) VALUE "N".
           88  RESTARTED-RUN     VALUE "Y".

      *> Tax-rate table, loaded from tax_rates.txt by ReadTaxRates.
      *> With no file on hand the tax split is switched off: every
      *> record posts its whole amount as net under no code, the
      *> way a missing master leaves categories unvalidated.
       01  WS-TAXRATE-STATUS     PIC XX.
       01  WS-TAX-FILE-FLAG      PIC X(1) VALUE "N".
           88  TAX-RATES-LOADED  VALUE "Y".
       01  TXR-COUNT             PIC 9(3) VALUE 0.
       01  TaxRateTable.
           05  TaxRateEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON TXR-COUNT
                   INDEXED BY TXR-IDX.
               10  TXR-CODE            PIC X(6).
               10  TXR-RATE            PIC 9(3)V999.
               10  TXR-EFFDATE         PIC X(10).
       01  WS-TXR-CODE-STAGE     PIC X(8).
       01  WS-TXR-RATE-STAGE     PIC X(10).
       01  WS-TXR-DATE-STAGE     PIC X(12).
       01  WS-CM-TAX-STAGE       PIC X(8).
       01  WS-TXR-RATE-CHECK     PIC X(10).
       01  WS-TXR-DOT-COUNT      PIC 9(2).
       01  WS-TXR-RATE-NUM       PIC 9(7)V999.
      *> Record ResolveTaxCode works on, and the best rate it has
      *> found for it so far.
       01  WS-TAX-REC            PIC 9(4).
       01  WS-TAX-CODE-WORK      PIC X(6).
       01  WS-TAX-BEST-DATE      PIC X(10).
       01  WS-TAX-BEST-RATE      PIC 9(3)V999.
       01  WS-TAX-DIVISOR        PIC 9(4)V999.
       01  WS-TAX-CODE-FOUND     PIC X(1).
           88  TAX-CODE-ON-FILE  VALUE "Y".
      *> Net and tax parts of the counted population, in the report
      *> currency, for the summary.
       01  GrandTotalNet         PIC S9(12)V99 VALUE 0.
       01  GrandTotalTax         PIC S9(12)V99 VALUE 0.

       01  RATE-COUNT            PIC 9(3) VALUE 0.
       01  RateTotals.
           05  RateEntry OCCURS 1 TO 50 TIMES
      *> someone retires the line.
               10  CM-ACTIVE           PIC X(1).
                   88  CM-IS-ACTIVE    VALUE "A".
      *> Approval limit in whole USD units, like the budget: a
      *> transaction worth more than this (in either direction) is
      *> held for approval instead of counted. Zero means the
      *> category has no limit. A limit field that is not plain
      *> digits holds every transaction in the category rather than
      *> silently letting them all through.
               10  CM-LIMIT            PIC 9(10)V99.
               10  CM-LIMIT-OK         PIC X(1).
                   88  CM-LIMIT-VALID  VALUE "Y".
      *> Tax code the category's transactions are taxed under, to
      *> be found on the tax-rate file; spaces when the category
      *> carries no tax.
               10  CM-TAX-CODE         PIC X(6).

      *> Master change requests, loaded from the change-request file
      *> and applied by ApplyMasterChanges. The outcome byte records
      *> DEACTIVATE carries no budget and never looks.
               10  CCR-BUDGET-OK       PIC X(1).
                   88  CCR-BUDGET-VALID VALUE "Y".
      *> A TAXCODE request's new code, taken from the budget
      *> position as text.
               10  CCR-TAX-CODE        PIC X(6).
       01  WS-CM-STATUS-STAGE    PIC X(3).
       01  WS-CM-LIMIT-STAGE     PIC X(14).
       01  WS-CCR-BUDGET-STAGE   PIC X(14).
       01  WS-CCR-BUDGET-CHECK   PIC X(10).
       01  WS-CCR-BUDGET-NUM     PIC 9(10).
      *> Whole-unit image of a budget for the rewritten master file
      *> and the audit lines - budgets are kept in whole USD units.
       01  WS-CCR-BUDGET-INT     PIC 9(10).
      *> The budget-position value as written back or logged: the
      *> figure, or a TAXCODE request's code.
       01  WS-CCR-AMOUNT-TEXT    PIC X(10).
       01  WS-CM-LINE-PTR        PIC 9(3).
       01  WS-CCR-DATE-STAGE     PIC X(12).
       01  WS-TODAY-DATE-TXT     PIC X(10).
       01  WS-CCR-APPLIED-COUNT  PIC 9(3) VALUE 0.
      *> Label for the amount a master audit line carries: the
      *> budget, or the approval limit for a LIMIT request.
       01  WS-CCR-AMOUNT-LABEL   PIC X(8).

      *> Approval-hold state. Decisions for this batch are loaded
      *> from the approvals file into the table below; the outcome
      *> byte records what became of each one for the exceptions
      *> listing and the audit trail: released into the totals,
      *> declined, not needed (the record was not over its limit,
      *> or not in this batch's period), or invalid. Lines for
      *> other batches are carried through untouched for their own
      *> runs.
       01  WS-APPROVAL-STATUS    PIC XX.
       01  WS-PENDING-STATUS     PIC XX.
       01  APR-COUNT             PIC 9(3) VALUE 0.
       01  ApprovalTable.
           05  ApprovalEntry OCCURS 1 TO 200 TIMES
                   DEPENDING ON APR-COUNT
                   INDEXED BY APR-IDX.
               10  APR-BATCH           PIC X(40).
               10  APR-RECNO           PIC 9(4).
               10  APR-APPROVER        PIC X(20).
               10  APR-DECISION        PIC X(10).
                   88  APR-APPROVE     VALUE "APPROVE".
                   88  APR-DECLINE     VALUE "DECLINE".
               10  APR-LINE            PIC X(100).
               10  APR-OUTCOME         PIC X(1).
                   88  APR-OTHER-BATCH VALUE "O".
                   88  APR-RELEASED    VALUE "R".
                   88  APR-DECLINED    VALUE "D".
                   88  APR-NOT-HELD    VALUE "N".
                   88  APR-INVALID     VALUE "I".
               10  APR-ERROR           PIC X(40).
       01  WS-APR-RECNO-STAGE    PIC X(8).
       01  WS-APR-DECISION-STAGE PIC X(12).
       01  WS-APR-STATUS-TXT     PIC X(50).
       01  WS-HELD-COUNT         PIC 9(4) VALUE 0.
       01  WS-RELEASED-COUNT     PIC 9(4) VALUE 0.
       01  WS-DECLINED-COUNT     PIC 9(4) VALUE 0.
      *> Working fields for the limit test on one record or one
      *> split allocation: its category and report-currency amount
      *> in, its USD value and the category's limit out.
       01  WS-LIMIT-CATEGORY     PIC X(20).
       01  WS-LIMIT-NORM         PIC S9(12)V99.
       01  WS-LIMIT-USD          PIC S9(12)V99.
       01  WS-LIMIT-INT          PIC 9(10).
       01  WS-OVER-LIMIT         PIC X(1).
           88  OVER-LIMIT        VALUE "Y".
      *> Lines of pending_approvals.txt belonging to other batches,
      *> kept while this batch's lines are replaced.
       01  PND-COUNT             PIC 9(3) VALUE 0.
       01  PendingKeepTable.
           05  PendingKeepEntry OCCURS 1 TO 500 TIMES
                   DEPENDING ON PND-COUNT
                   INDEXED BY PND-IDX.
               10  PND-LINE            PIC X(220).
       01  WS-PND-BATCH          PIC X(40).
       01  WS-PND-AMT-EDIT       PIC -(12)9.99.
       01  WS-PND-NORM-EDIT      PIC -(12)9.99.
       01  WS-PND-LEAD           PIC 9(2).
       01  WS-PND-LEAD2          PIC 9(2).

      *> Account master reference table, loaded at startup from
      *> account_master.txt (one "code,name,opening balance" line
      *> (in the base currency), the master's opening balance
      *> otherwise. ACC-ACTIVITY accumulates the account's counted
      *> normalized amounts so its closing balance is opening plus
      *> activity. ACC-NEW-ACTIVITY holds only the part of it whose
      *> ledger postings were first written by this run, which is
      *> all a rerun of a sealed batch may carry forward.
       01  ACC-COUNT             PIC 9(3) VALUE 0.
       01  AccountMasterTable.
           05  AccountMasterEntry OCCURS 1 TO 50 TIMES
                       SIGN IS LEADING SEPARATE.
               10  ACC-ACTIVITY        PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
               10  ACC-NEW-ACTIVITY    PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
      *> Staging fields for the balance file's "code,balance,
      *> currency" lines and for the account code on a transaction
      *> line - two bytes wider than the 10 characters a code
       01  WS-ACCT-RUN-BAL       PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.

      *> Payee master reference table, loaded at startup from
      *> payee_master.txt the way ReadAccountMaster loads the
      *> accounts. While it is loaded, a transaction naming a payee
      *> that is not on it, or one that has been deactivated, is
      *> rejected to the exceptions listing; a missing master file
      *> leaves PY-COUNT at zero and payee codes carried as keyed,
      *> unvalidated. A line that names no payee is never checked.
       01  WS-PAYMASTER-STATUS   PIC XX.
       01  WS-PAYCHANGE-STATUS   PIC XX.
      *> How the payee master stood at load: read, missing outright
      *> (so ADD requests may start one), or there but unreadable.
       01  WS-PY-FILE-FLAG       PIC X(1) VALUE "M".
           88  PAYEE-MASTER-READ    VALUE "L".
           88  PAYEE-MASTER-MISSING VALUE "M".
       01  PY-COUNT              PIC 9(3) VALUE 0.
       01  PayeeMasterTable.
           05  PayeeMasterEntry OCCURS 1 TO 300 TIMES
                   DEPENDING ON PY-COUNT
                   INDEXED BY PY-IDX.
               10  PY-CODE             PIC X(10).
               10  PY-NAME             PIC X(40).
      *> The payee's taxpayer id (EIN, SSN, VAT number) as it will
      *> be reported; spaces until someone has collected it.
               10  PY-TAX-ID           PIC X(20).
               10  PY-ACTIVE           PIC X(1).
                   88  PY-IS-ACTIVE    VALUE "A".
      *> Staging field for the payee code on a transaction line, two
      *> bytes wider than a code the way the account stage is.
       01  WS-PAYEE-STAGE        PIC X(12).
       01  WS-PY-STATUS-STAGE    PIC X(3).

      *> Payee change requests, loaded from the payee change-request
      *> file and applied by ApplyPayeeChanges, with the same
      *> applied / pending / rejected outcome byte the category
      *> change requests keep.
       01  PCR-COUNT             PIC 9(3) VALUE 0.
       01  PayeeChangeTable.
           05  PayeeChangeEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON PCR-COUNT
                   INDEXED BY PCR-IDX.
               10  PCR-ACTION          PIC X(10).
               10  PCR-CODE            PIC X(12).
               10  PCR-NAME            PIC X(42).
               10  PCR-TAX-ID          PIC X(22).
               10  PCR-EFFDATE         PIC X(10).
               10  PCR-REASON          PIC X(40).
               10  PCR-OUTCOME         PIC X(1).
                   88  PCR-APPLIED     VALUE "A".
                   88  PCR-PENDING     VALUE "P".
                   88  PCR-REJECTED    VALUE "R".
               10  PCR-ERROR           PIC X(40).
       01  WS-PCR-DATE-STAGE     PIC X(12).
       01  WS-PCR-APPLIED-COUNT  PIC 9(3) VALUE 0.
       01  WS-PY-LINE-PTR        PIC 9(3).

      *> Standing-instructions table, loaded at startup from
      *> standing_instructions.txt the way ReadCategoryMaster loads
      *> its master. After the period's records are processed each
           88  STRICT-DUPLICATES VALUE "Y".
       01  WS-DUP-OF-DISP        PIC 9(4).

      *> Outlier screening state. Each category's normal range is
      *> built from the WS-ANOM-LOOKBACK months before this run's
      *> period (ANOMALY_LOOKBACK_MONTHS, default 6): the mean and
      *> spread of its ledger postings' USD values when the ledger
      *> still holds at least WS-ANOM-MIN-ITEMS of them, otherwise
      *> the mean and spread of its run totals from the summary
      *> history snapshots of those months, which outlive the
      *> postings LedgerClose purges. A transaction more than
      *> WS-ANOM-THRESHOLD spreads (ANOMALY_THRESHOLD, default 3)
      *> from its category's mean is listed for review, as is one
      *> in a category with nothing at all in the lookback months.
      *> Screening only lists: the figures are not affected.
       01  WS-ANOMREVIEW-STATUS  PIC XX.
       01  WS-ANOM-THRESHOLD     PIC 9(2)V99 VALUE 3.
       01  WS-ANOM-LOOKBACK      PIC 9(2) VALUE 6.
       01  WS-ANOM-MIN-ITEMS     PIC 9(2) VALUE 3.
       01  WS-ANOM-COUNT         PIC 9(4) VALUE 0.
       01  WS-ANOM-SCREENED      PIC 9(4) VALUE 0.
       01  WS-ANOM-UNSCORED      PIC 9(4) VALUE 0.
      *> Months are numbered back from the one before this run's
      *> period (1) to the start of the lookback (WS-ANOM-LOOKBACK).
       01  WS-ANOM-BASE-MONTHS   PIC 9(6).
       01  WS-ANOM-MONTH-NO      PIC S9(6).
       01  WS-ANOM-MONTH-IDX     PIC 9(2).
       01  WS-ANOM-HISTORY       PIC X(1) VALUE "N".
           88  ANOM-HISTORY-SEEN VALUE "Y".
       01  WS-ANOM-FULL          PIC X(1) VALUE "N".
           88  ANOM-TABLE-FULL   VALUE "Y".
       01  WS-ANOM-SNAP-MONTH    PIC S9(6).
       01  WS-ANOM-SNAP-RUN      PIC X(1) VALUE "N".
           88  ANOM-SNAP-IN-WINDOW VALUE "Y".
       01  WS-ANOM-LISTING       PIC X(1) VALUE "N".
           88  ANOM-LISTING-OPEN VALUE "Y".
       01  WS-ANOM-PERIOD        PIC X(7).
       01  WS-ANOM-YYYY          PIC 9(4).
       01  WS-ANOM-MM            PIC 9(2).
       01  WS-ANOM-N             PIC 9(5).
       01  WS-ANOM-SUM           PIC S9(14)V99.
       01  WS-ANOM-SUMSQ         PIC S9(24)V9(4).
       01  WS-ANOM-KEY           PIC X(20).
       01  WS-ANOM-SIGNED        PIC S9(12)V99.
       01  WS-ANOM-VALUE         PIC 9(12)V99.
       01  WS-ANOM-SQUARE        PIC 9(24)V9(4).
       01  WS-ANOM-MONTHS-SEEN   PIC 9(2).
       01  WS-ANOM-WORK          PIC S9(24)V9(4).
       01  WS-ANOM-VARIANCE      PIC 9(24)V9(4).
       01  WS-ANOM-FLOOR         PIC 9(12)V99.
       01  WS-ANOM-DISTANCE      PIC 9(12)V99.
       01  WS-ANOM-SCORE         PIC 9(4)V9.
       01  WS-ANOM-FLAGGED       PIC X(1).
           88  ANOM-IS-OUTLIER   VALUE "Y".
       01  ANM-COUNT             PIC 9(3) VALUE 0.
       01  OutlierCategoryTable.
           05  OutlierCategoryEntry OCCURS 1 TO 200 TIMES
                   DEPENDING ON ANM-COUNT
                   INDEXED BY ANM-IDX.
               10  ANM-KEY             PIC X(20).
      *> Ledger postings in the lookback: count, sum and sum of
      *> squares of their USD values, and the count month by month.
      *> A reversal offset takes its original back out of all three.
               10  ANM-ITEMS           PIC S9(5).
               10  ANM-SUM             PIC S9(14)V99.
               10  ANM-SUMSQ           PIC S9(24)V9(4).
      *> Snapshot runs in the lookback that carried the category:
      *> count, sum and sum of squares of their totals.
               10  ANM-RUNS            PIC 9(5).
               10  ANM-RUN-SUM         PIC S9(14)V99.
               10  ANM-RUN-SUMSQ       PIC S9(24)V9(4).
               10  ANM-MONTH OCCURS 24 TIMES.
                   15  ANM-MONTH-ITEMS PIC S9(5).
                   15  ANM-MONTH-RUNS  PIC 9(3).
      *> How the range was built: from the postings (I), from the
      *> snapshot run totals (R), not at all for want of history
      *> (T), or nothing in the lookback (N).
               10  ANM-BASIS           PIC X(1).
                   88  ANM-BY-ITEMS    VALUE "I".
                   88  ANM-BY-RUNS     VALUE "R".
                   88  ANM-TOO-LITTLE  VALUE "T".
                   88  ANM-NO-ACTIVITY VALUE "N".
               10  ANM-BASIS-COUNT     PIC 9(5).
               10  ANM-MEAN            PIC 9(12)V99.
               10  ANM-SPREAD          PIC 9(12)V99.
               10  ANM-LOW             PIC 9(12)V99.
               10  ANM-HIGH            PIC 9(12)V99.
      *> Listing line staging: edited amounts are taken from their
      *> first significant character, as the pending-approvals line
      *> does.
       01  WS-ANOM-AMT-EDIT      PIC -(12)9.99.
       01  WS-ANOM-LEAD          PIC 9(2).
       01  WS-ANOM-TEXT          PIC X(16).
       01  WS-ANOM-VALUE-TXT     PIC X(16).
       01  WS-ANOM-LOW-TXT       PIC X(16).
       01  WS-ANOM-HIGH-TXT      PIC X(16).
       01  WS-ANOM-DIST-TXT      PIC X(16).
       01  WS-ANOM-SCORE-EDIT    PIC ZZZ9.9.
       01  WS-ANOM-THRESH-EDIT   PIC Z9.99.
       01  WS-ANOM-BASIS-DISP    PIC 9(5).
       01  WS-ANOM-BASIS-TXT     PIC X(16).
       01  WS-ANOM-PTR           PIC 9(3).

       01  GrandTotalNormalized  PIC S9(12)V99 VALUE 0
                                     SIGN IS LEADING SEPARATE.
      *> Sized to the audit line, the widest line built here; the
           05  GL-D-CURRENCY         PIC X(3).
           05  GL-D-NORMALIZED       PIC S9(12)V99
                   SIGN IS LEADING SEPARATE.
      *> The normalized amount's tax split: the category's tax code
      *> (SPLIT on a split payment, whose allocations each carry
      *> their own) and its net and tax parts.
           05  GL-D-TAX-CODE         PIC X(6).
           05  GL-D-NET              PIC S9(12)V99
                   SIGN IS LEADING SEPARATE.
           05  GL-D-TAX              PIC S9(12)V99
                   SIGN IS LEADING SEPARATE.
       01  GL-TRAILER-RECORD.
           05  GL-T-RECTYPE          PIC X(1) VALUE "T".
           05  GL-T-COUNT            PIC 9(5).
               MOVE "FAILED - output report file not available"
                   TO WS-RUN-STATUS
               PERFORM WriteAuditLog
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

               MOVE "FAILED - exceptions file not available"
                   TO WS-RUN-STATUS
               PERFORM WriteAuditLog
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

               MOVE "FAILED - GL extract file not available"
                   TO WS-RUN-STATUS
               PERFORM WriteAuditLog
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

               MOVE "FAILED - suspense file not available"
                   TO WS-RUN-STATUS
               PERFORM WriteAuditLog
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM OpenLedger

           PERFORM ReadTaxRates

           PERFORM ReadCategoryMaster

           PERFORM ApplyMasterChanges

           PERFORM ReadAccountMaster

           PERFORM ReadPayeeMaster

           PERFORM ApplyPayeeChanges

           PERFORM ReadStandingInstructions

           MOVE 0 TO TX-COUNT
           PERFORM ReadRemovalRequests
           PERFORM ApplyRemovalRequests

           PERFORM ReadApprovals

           PERFORM ReadSummaryHistory

           PERFORM ScreenOutliers

           PERFORM ProcessTransactions

           PERFORM WriteTrendReport
               PERFORM WriteAccountBalances
           END-IF

           IF APR-COUNT > 0
               PERFORM SettleApprovals
           END-IF
           PERFORM WritePendingApprovals

           CLOSE TransactionOutFile
           CLOSE ExceptionFile
           CLOSE GLExtractFile

           MOVE "SUCCESS" TO WS-RUN-STATUS
           PERFORM WriteAuditLog
           PERFORM SetConditionCode
           STOP RUN.

      *> Set the condition code a completed run ends with (see
      *> WS-WARNING-COUNT for the codes). Change requests rejected
      *> are data errors like rejected records: someone must put
      *> them right and resubmit.
       SetConditionCode.
           MOVE WS-REJECTED-COUNT TO WS-DATA-ERROR-COUNT
           PERFORM VARYING CCR-IDX FROM 1 BY 1 UNTIL CCR-IDX > CCR-COUNT
               IF CCR-REJECTED(CCR-IDX)
                   ADD 1 TO WS-DATA-ERROR-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING PCR-IDX FROM 1 BY 1 UNTIL PCR-IDX > PCR-COUNT
               IF PCR-REJECTED(PCR-IDX)
                   ADD 1 TO WS-DATA-ERROR-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING REM-IDX FROM 1 BY 1
                   UNTIL REM-IDX > REMOVAL-COUNT
               IF NOT REM-WAS-APPLIED(REM-IDX)
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-PERFORM
           PERFORM VARYING COR-IDX FROM 1 BY 1
                   UNTIL COR-IDX > CORRECTION-COUNT
               IF COR-UNMATCHED(COR-IDX)
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-DATA-ERROR-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                       OR WS-SUSPENSE-COUNT > 0
                       OR WS-DUP-COUNT > 0
                       OR WS-ANOM-COUNT > 0
                       OR WS-HELD-COUNT > 0
                       OR WS-SI-MISSING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *> Pick up the transaction input and report output file names
      *> from the environment, if set, leaving the compiled-in default
      *> names in place otherwise. This runs before any file is opened
               SET STRICT-DUPLICATES TO TRUE
           END-IF

      *> Outlier screening settings. A value that does not make
      *> sense leaves the default in place with a warning rather
      *> than stopping the run, since screening only lists.
           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "ANOMALY_THRESHOLD"
           IF WS-ENV-STAGE NOT = SPACES
               IF FUNCTION NUMVAL(WS-ENV-STAGE) > 0
                       AND FUNCTION NUMVAL(WS-ENV-STAGE) < 100
                   COMPUTE WS-ANOM-THRESHOLD =
                       FUNCTION NUMVAL(WS-ENV-STAGE)
               ELSE
                   DISPLAY "WARNING: ANOMALY_THRESHOLD must be a "
                           "number of spreads above 0 and below "
                           "100; using the default."
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE
               FROM ENVIRONMENT "ANOMALY_LOOKBACK_MONTHS"
           IF WS-ENV-STAGE NOT = SPACES
               IF FUNCTION NUMVAL(WS-ENV-STAGE) NOT < 1
                       AND FUNCTION NUMVAL(WS-ENV-STAGE) NOT > 24
                   COMPUTE WS-ANOM-LOOKBACK =
                       FUNCTION NUMVAL(WS-ENV-STAGE)
               ELSE
                   DISPLAY "WARNING: ANOMALY_LOOKBACK_MONTHS must be "
                           "1 to 24; using the default."
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF

           MOVE SPACES TO WS-MANIFEST-FILENAME
           ACCEPT WS-MANIFEST-FILENAME
               FROM ENVIRONMENT "TRANSACTION_MANIFEST"
                   DISPLAY "WARNING: Transaction file name is longer "
                           "than the ledger batch id; set BATCH_ID "
                           "to keep batches distinct."
                   ADD 1 TO WS-WARNING-COUNT
               END-IF
           END-IF

                   MOVE "FAILED - manifest file not available"
                       TO WS-RUN-STATUS
                   PERFORM WriteAuditLog
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM UNTIL WS-MANIFEST-STATUS = "10"  *> EOF
                   MOVE "FAILED - manifest file empty"
                       TO WS-RUN-STATUS
                   PERFORM WriteAuditLog
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
                   MOVE "FAILED - source is the suspense file"
                       TO WS-RUN-STATUS
                   PERFORM WriteAuditLog
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
                  WS-DUP-COUNT DELIMITED BY SIZE
                  " suspense=" DELIMITED BY SIZE
                  WS-SUSPENSE-COUNT DELIMITED BY SIZE
                  " held=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  " batch=" DELIMITED BY SIZE
                  WS-BATCH-ID DELIMITED BY SPACE
                  " restart=" DELIMITED BY SIZE
           CLOSE GLExtractFile
           CLOSE SuspenseFile
           CLOSE ExchangeRateFile
           CLOSE TaxRateFile
           CLOSE CategoryMasterFile
           CLOSE CategoryChangeFile
           CLOSE AccountMasterFile
           CLOSE PayeeMasterFile
           CLOSE PayeeChangeFile
           CLOSE AccountBalanceFile
           CLOSE StandingInstructionFile
           CLOSE RemovalRequestFile
           CLOSE CorrectionRequestFile
           CLOSE ApprovalFile
           CLOSE PendingApprovalFile
           CLOSE LedgerFile
           PERFORM WriteAuditLog
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *> Load the index of the last transaction fully written by a
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "WARNING: Exchange rate file not available; "
                       "non-base currencies will go to suspense."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-RATE-STATUS = "10"  *> EOF
                   READ ExchangeRateFile INTO ExchangeRateLine
               DISPLAY "WARNING: Rate for "
                       RATE-CURRENCY(RATE-COUNT)
                       " has no valid effective date; rate not used."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE WS-RATE-EFF-STAGE(1:4) TO WS-RATE-DATE-NUM(1:4)
               MOVE WS-RATE-EFF-STAGE(6:2) TO WS-RATE-DATE-NUM(5:2)
                           " effective " RATE-EFF-DATE(RATE-COUNT)
                           " is older than the maximum age; "
                           "rate not used."
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   MOVE "Y" TO RATE-USABLE(RATE-COUNT)
               END-IF
                   CONTINUE
           END-SEARCH.

      *> Load the tax-rate reference file. A line whose rate is not
      *> a plain percentage (digits and at most one decimal point,
      *> below 1000) or whose effective date is not a real
      *> YYYY-MM-DD is reported and left off the table, so it can
      *> never be the rate a transaction is taxed at; the shape
      *> check on the rate keeps NUMVAL away from text it would
      *> quietly misread. A missing file switches the tax split off
      *> for the run.
       ReadTaxRates.
           MOVE 0 TO TXR-COUNT
           OPEN INPUT TaxRateFile
           IF WS-TAXRATE-STATUS NOT = "00"
               DISPLAY "WARNING: Tax rate file not available; "
                       "amounts will not be split into net and tax."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               SET TAX-RATES-LOADED TO TRUE
               PERFORM UNTIL WS-TAXRATE-STATUS = "10"  *> EOF
                   READ TaxRateFile INTO TaxRateLine
                       AT END
                           EXIT PERFORM
                   END-READ

                   IF TaxRateLine NOT = SPACES
                       MOVE SPACES TO WS-TXR-CODE-STAGE
                       MOVE SPACES TO WS-TXR-RATE-STAGE
                       MOVE SPACES TO WS-TXR-DATE-STAGE
                       UNSTRING TaxRateLine DELIMITED BY ","
                           INTO WS-TXR-CODE-STAGE
                                WS-TXR-RATE-STAGE
                                WS-TXR-DATE-STAGE
                       PERFORM TakeTaxRateLine
                   END-IF
               END-PERFORM

               CLOSE TaxRateFile
           END-IF.

      *> Validate the tax-rate line just split into the staging
      *> fields and add it to the table. SPLIT and NONE are kept
      *> back as codes: the first marks a split payment on the GL
      *> extract, the second clears a category's code.
       TakeTaxRateLine.
           MOVE WS-TXR-RATE-STAGE TO WS-TXR-RATE-CHECK
           MOVE 0 TO WS-TXR-DOT-COUNT
           INSPECT WS-TXR-RATE-CHECK TALLYING WS-TXR-DOT-COUNT
               FOR ALL "."
           INSPECT WS-TXR-RATE-CHECK REPLACING ALL "." BY ZERO
           INSPECT WS-TXR-RATE-CHECK REPLACING ALL SPACE BY ZERO
           IF WS-TXR-CODE-STAGE = SPACES
                   OR WS-TXR-CODE-STAGE(7:2) NOT = SPACES
                   OR WS-TXR-CODE-STAGE = "SPLIT"
                   OR WS-TXR-CODE-STAGE = "NONE"
                   OR WS-TXR-RATE-STAGE = SPACES
                   OR WS-TXR-RATE-STAGE = "."
                   OR WS-TXR-RATE-CHECK NOT NUMERIC
                   OR WS-TXR-DOT-COUNT > 1
               MOVE SPACES TO CobolOutput
               STRING "WARNING: Tax rate line not valid; "
                      "line not used: " DELIMITED BY SIZE
                      TaxRateLine DELIMITED BY "  "
                      INTO CobolOutput
               DISPLAY CobolOutput(1:120)
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               COMPUTE WS-TXR-RATE-NUM =
                   FUNCTION NUMVAL(WS-TXR-RATE-STAGE)
               IF WS-TXR-RATE-NUM NOT < 1000
                       OR WS-TXR-DATE-STAGE(5:1) NOT = "-"
                       OR WS-TXR-DATE-STAGE(8:1) NOT = "-"
                       OR WS-TXR-DATE-STAGE(1:4) NOT NUMERIC
                       OR WS-TXR-DATE-STAGE(6:2) NOT NUMERIC
                       OR WS-TXR-DATE-STAGE(9:2) NOT NUMERIC
                       OR WS-TXR-DATE-STAGE(11:2) NOT = SPACES
                       OR WS-TXR-DATE-STAGE(6:2) < "01"
                       OR WS-TXR-DATE-STAGE(6:2) > "12"
                       OR WS-TXR-DATE-STAGE(9:2) < "01"
                       OR WS-TXR-DATE-STAGE(9:2) > "31"
                   MOVE SPACES TO CobolOutput
                   STRING "WARNING: Tax rate line not valid; "
                          "line not used: " DELIMITED BY SIZE
                          TaxRateLine DELIMITED BY "  "
                          INTO CobolOutput
                   DISPLAY CobolOutput(1:120)
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   ADD 1 TO TXR-COUNT
                   IF TXR-COUNT > 100
                       DISPLAY "ERROR: Too many tax rates."
                       MOVE "FAILED - too many tax rates"
                           TO WS-RUN-STATUS
                       PERFORM AbendRun
                   END-IF
                   MOVE WS-TXR-CODE-STAGE(1:6) TO TXR-CODE(TXR-COUNT)
                   MOVE WS-TXR-RATE-NUM TO TXR-RATE(TXR-COUNT)
                   MOVE WS-TXR-DATE-STAGE(1:10)
                       TO TXR-EFFDATE(TXR-COUNT)
               END-IF
           END-IF.

      *> Open (creating on first use) the cumulative transaction
      *> ledger. A batch whose control record is already on file is
      *> noted and still posted: every record's key makes the
      *> A ledger that cannot be opened at all just switches posting
      *> off with a warning, the way a missing rate file switches
      *> off normalization, since the report itself can still be
      *> produced. A control record marked BATCH REVERSED means
      *> LedgerReversal has offset the batch's last generation, so
      *> the run posts the batch afresh one generation up; one typed
      *> REVERSAL CONTROL means the id belongs to a reversal batch,
      *> which only LedgerReversal ever posts under, and the run is
      *> stopped before it can mix ordinary postings into it.
       OpenLedger.
           OPEN I-O LedgerFile
           IF WS-LEDGER-STATUS = "35"
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "WARNING: Transaction ledger not available; "
                       "transactions will not be posted."
               ADD 1 TO WS-WARNING-COUNT
               SET LEDGER-UNAVAILABLE TO TRUE
           ELSE
               SET LEDGER-POSTING TO TRUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CheckLedgerControl
               END-READ
           END-IF.

      *> Sort out how the batch stands from the control record just
      *> read.
       CheckLedgerControl.
           EVALUATE LEDGER-TYPE
               WHEN "BATCH REVERSED"
                   SET LEDGER-REPOST TO TRUE
                   COMPUTE WS-LEDGER-GEN = LEDGER-REF-SEQ + 1
                   MOVE LEDGER-REF-BATCH TO WS-REVERSAL-ID
                   DISPLAY "NOTE: Batch was reversed by "
                           WS-REVERSAL-ID "; posting it again as "
                           "generation " WS-LEDGER-GEN "."
               WHEN "REVERSAL CONTROL"
                   DISPLAY "ERROR: Batch id " WS-BATCH-ID
                           " is a reversal batch on the ledger; "
                           "choose another BATCH_ID."
                   MOVE "FAILED - batch id is a reversal batch"
                       TO WS-RUN-STATUS
                   PERFORM AbendRun
               WHEN OTHER
                   SET LEDGER-RERUN TO TRUE
                   MOVE LEDGER-REF-SEQ TO WS-LEDGER-GEN
                   DISPLAY "NOTE: Batch already on ledger; "
                           "already-posted records are kept and "
                           "only new ones will post."
           END-EVALUATE.

      *> Post one valid, non-removed, in-period transaction to the
      *> cumulative ledger. A duplicate-key status just means a prior,
      *> interrupted run already posted this record before failing,
      *> rather than leave the ledger and the report disagreeing.
       PostLedgerRecord.
           MOVE WS-BATCH-ID TO LEDGER-BATCH
           COMPUTE LEDGER-SEQ = WS-LEDGER-GEN * 1000 + TX-IDX
           MOVE TransDate(TX-IDX) TO LEDGER-DATE
           MOVE TransType(TX-IDX) TO LEDGER-TYPE
           MOVE Category(TX-IDX) TO LEDGER-CATEGORY
           MOVE Amount(TX-IDX) TO LEDGER-AMOUNT
           MOVE TransCurrency(TX-IDX) TO LEDGER-CURRENCY
           MOVE TransAccount(TX-IDX) TO LEDGER-ACCOUNT
           MOVE TransPayee(TX-IDX) TO LEDGER-PAYEE
           MOVE SPACES TO LEDGER-REF-BATCH
           MOVE 0 TO LEDGER-REF-SEQ
      *> The ledger accumulates across runs, so its normalized
      *> column stays in USD whatever currency this run reports in -
      *> mixing restated and USD postings in one file would make
      *> the rounding penny otherwise.
           COMPUTE LEDGER-NORMALIZED ROUNDED =
               NormalizedAmount(TX-IDX) * WS-TARGET-RATE / 10000
      *> The tax split is worked afresh on the USD figure rather than
      *> converted from the report currency's, so net plus tax
      *> always foots to the posting to the penny.
           MOVE TaxCode(TX-IDX) TO LEDGER-TAX-CODE
           MOVE TaxRate(TX-IDX) TO LEDGER-TAX-RATE
           COMPUTE WS-TAX-DIVISOR = 100 + LEDGER-TAX-RATE
           COMPUTE LEDGER-TAX ROUNDED =
               LEDGER-NORMALIZED * LEDGER-TAX-RATE / WS-TAX-DIVISOR
           COMPUTE LEDGER-NET = LEDGER-NORMALIZED - LEDGER-TAX
           WRITE LedgerRecord
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LEDGER-POSTED
                   PERFORM NoteNewAccountActivity
           END-WRITE
           IF WS-LEDGER-STATUS NOT = "00"
                   AND WS-LEDGER-STATUS NOT = "22"
               PERFORM AbendRun
           END-IF.

      *> A posting this run wrote for the first time (not one an
      *> earlier run of the batch already wrote) moves its account
      *> by the record's counted amount, as AccumulateSummary does.
      *> A split allocation's posting moves the parent's account by
      *> the allocation's share, so the allocations together move
      *> it by what the parent counted.
       NoteNewAccountActivity.
           IF ACC-COUNT > 0
               PERFORM FindAccountForSummary
               IF ACC-IDX NOT > ACC-COUNT
                   IF SplitCount(TX-IDX) = 0
                       ADD NormalizedAmount(TX-IDX)
                           TO ACC-NEW-ACTIVITY(ACC-IDX)
                   ELSE
                       ADD NormalizedAmount(TX-IDX2)
                           TO ACC-NEW-ACTIVITY(ACC-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Seal the batch in the ledger once every record has posted.
      *> The control record (sequence zero) is written last, so a run
      *> that fails partway leaves no control record and a rerun can
      *> resume posting (duplicate keys are tolerated above), while a
      *> rerun of a fully posted batch is turned away at OpenLedger.
      *> The control record carries the batch's posting generation
      *> in LEDGER-REF-SEQ. A repost finds the BATCH REVERSED record
      *> LedgerReversal left and rewrites it as a live BATCH CONTROL
      *> for the new generation, still naming the reversal that
      *> cleared the way; until then an interrupted repost resumes
      *> like any other unsealed run.
       WriteLedgerControl.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           MOVE WS-BATCH-ID TO LEDGER-BATCH
           MOVE 0 TO LEDGER-AMOUNT
           MOVE SPACES TO LEDGER-CURRENCY
           MOVE 0 TO LEDGER-NORMALIZED
           MOVE SPACES TO LEDGER-ACCOUNT
           MOVE SPACES TO LEDGER-TAX-CODE
           MOVE 0 TO LEDGER-TAX-RATE
           MOVE 0 TO LEDGER-NET
           MOVE 0 TO LEDGER-TAX
           MOVE SPACES TO LEDGER-PAYEE
           MOVE WS-REVERSAL-ID TO LEDGER-REF-BATCH
           MOVE WS-LEDGER-GEN TO LEDGER-REF-SEQ
           IF LEDGER-REPOST
               REWRITE LedgerRecord
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE LedgerRecord
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

      *> Load the category master reference file listing the valid
      *> category codes and each one's monthly budget. Every master
           IF WS-CATMASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Category master file not available; "
                       "categories will not be validated."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-CATMASTER-STATUS = "10"  *> EOF
                   READ CategoryMasterFile INTO CategoryMasterLine
                       PERFORM AbendRun
                   END-IF
                   MOVE SPACES TO WS-CM-STATUS-STAGE
                   MOVE SPACES TO WS-CM-LIMIT-STAGE
                   MOVE SPACES TO WS-CM-TAX-STAGE
                   UNSTRING CategoryMasterLine DELIMITED BY ","
                       INTO CM-CODE(CM-COUNT)
                            CM-BUDGET(CM-COUNT)
                            WS-CM-STATUS-STAGE
                            WS-CM-LIMIT-STAGE
                            WS-CM-TAX-STAGE
      *> The optional third field is the active status; lines kept
      *> before it existed carry two fields and read as active.
                   IF WS-CM-STATUS-STAGE(1:1) = "D"
                   ELSE
                       MOVE "A" TO CM-ACTIVE(CM-COUNT)
                   END-IF
      *> The optional fourth field is the approval limit, plain
      *> digits in whole USD units the way the budget is kept; an
      *> absent field means no limit.
                   MOVE 0 TO CM-LIMIT(CM-COUNT)
                   MOVE "Y" TO CM-LIMIT-OK(CM-COUNT)
                   IF WS-CM-LIMIT-STAGE NOT = SPACES
                       MOVE WS-CM-LIMIT-STAGE(1:10)
                           TO WS-CCR-BUDGET-CHECK
                       INSPECT WS-CCR-BUDGET-CHECK
                           REPLACING ALL SPACE BY ZERO
                       IF WS-CM-LIMIT-STAGE(11:4) NOT = SPACES
                               OR WS-CCR-BUDGET-CHECK NOT NUMERIC
                           MOVE SPACES TO CobolOutput
                           STRING "WARNING: Approval limit for "
                                  "category " DELIMITED BY SIZE
                                  CM-CODE(CM-COUNT) DELIMITED BY "  "
                                  " is not numeric; every "
                                  "transaction in it will be held."
                                  DELIMITED BY SIZE
                                  INTO CobolOutput
                           DISPLAY CobolOutput(1:120)
                           ADD 1 TO WS-WARNING-COUNT
                           MOVE "N" TO CM-LIMIT-OK(CM-COUNT)
                       ELSE
                           MOVE WS-CM-LIMIT-STAGE(1:10)
                               TO WS-CCR-BUDGET-NUM
                           MOVE WS-CCR-BUDGET-NUM TO CM-LIMIT(CM-COUNT)
                       END-IF
                   END-IF
      *> The optional fifth field is the tax code. A code missing
      *> from the tax-rate file is reported here, once, rather than
      *> as a reject on every transaction in the category - though
      *> those transactions still reject until a rate is set.
                   MOVE WS-CM-TAX-STAGE(1:6) TO CM-TAX-CODE(CM-COUNT)
                   IF CM-TAX-CODE(CM-COUNT) NOT = SPACES
                           AND TAX-RATES-LOADED
                       MOVE CM-TAX-CODE(CM-COUNT) TO WS-TAX-CODE-WORK
                       PERFORM FindTaxCodeOnFile
                       IF NOT TAX-CODE-ON-FILE
                           MOVE SPACES TO CobolOutput
                           STRING "WARNING: Tax code " DELIMITED BY SIZE
                                  CM-TAX-CODE(CM-COUNT)
                                      DELIMITED BY SPACE
                                  " of category " DELIMITED BY SIZE
                                  CM-CODE(CM-COUNT) DELIMITED BY "  "
                                  " is not on the tax rate file."
                                  DELIMITED BY SIZE
                                  INTO CobolOutput
                           DISPLAY CobolOutput(1:120)
                           ADD 1 TO WS-WARNING-COUNT
                       END-IF
                   END-IF

                   ADD 1 TO CAT-COUNT
                   MOVE CM-CODE(CM-COUNT) TO CAT-KEY(CAT-COUNT)
                   CONTINUE
           END-SEARCH.

      *> Settle the tax code and rate of record WS-TAX-REC from its
      *> category's code on the master and the rate in force on the
      *> record's date. A category carrying a code that has no rate
      *> in force on that date rejects the record: posting it
      *> untaxed would understate the return, and guessing a rate
      *> would misstate it. With no tax file or no master loaded
      *> the record carries no code and its whole amount is net.
       ResolveTaxCode.
           MOVE SPACES TO TaxCode(WS-TAX-REC)
           MOVE 0 TO TaxRate(WS-TAX-REC)
           IF TAX-RATES-LOADED AND CM-COUNT > 0
               PERFORM FindTaxCategory
               IF CM-IDX NOT > CM-COUNT
                       AND CM-TAX-CODE(CM-IDX) NOT = SPACES
                   MOVE CM-TAX-CODE(CM-IDX) TO WS-TAX-CODE-WORK
                   PERFORM FindTaxRateInForce
                   IF TAX-CODE-ON-FILE
                       MOVE WS-TAX-CODE-WORK TO TaxCode(WS-TAX-REC)
                       MOVE WS-TAX-BEST-RATE TO TaxRate(WS-TAX-REC)
                   ELSE
                       SET INVALID-RECORD(WS-TAX-REC) TO TRUE
                       MOVE "No tax rate in force for tax code"
                           TO InvalidReason(WS-TAX-REC)
                       MOVE 0 TO Amount(WS-TAX-REC)
                   END-IF
               END-IF
           END-IF.

      *> Locate Category(WS-TAX-REC) on the category master. CM-IDX
      *> comes back greater than CM-COUNT when it is not there.
       FindTaxCategory.
           SET CM-IDX TO 1
           SEARCH CategoryMasterEntry
               AT END
                   SET CM-IDX TO CM-COUNT
                   SET CM-IDX UP BY 1
               WHEN CM-CODE(CM-IDX) = Category(WS-TAX-REC)
                   CONTINUE
           END-SEARCH.

      *> Find the rate in force for WS-TAX-CODE-WORK on the date of
      *> record WS-TAX-REC: the latest effective date not after the
      *> transaction date. Dates compare correctly as YYYY-MM-DD
      *> text, and of two lines with the same date the later one in
      *> the file wins, so a correction is made by appending.
       FindTaxRateInForce.
           MOVE "N" TO WS-TAX-CODE-FOUND
           MOVE SPACES TO WS-TAX-BEST-DATE
           MOVE 0 TO WS-TAX-BEST-RATE
           PERFORM VARYING TXR-IDX FROM 1 BY 1
                   UNTIL TXR-IDX > TXR-COUNT
               IF TXR-CODE(TXR-IDX) = WS-TAX-CODE-WORK
                       AND TXR-EFFDATE(TXR-IDX)
                           NOT > TransDate(WS-TAX-REC)
                       AND TXR-EFFDATE(TXR-IDX)
                           NOT < WS-TAX-BEST-DATE
                   SET TAX-CODE-ON-FILE TO TRUE
                   MOVE TXR-EFFDATE(TXR-IDX) TO WS-TAX-BEST-DATE
                   MOVE TXR-RATE(TXR-IDX) TO WS-TAX-BEST-RATE
               END-IF
           END-PERFORM.

      *> Say whether WS-TAX-CODE-WORK has any rate at all on the
      *> tax-rate table, whatever its date.
       FindTaxCodeOnFile.
           MOVE "N" TO WS-TAX-CODE-FOUND
           SET TXR-IDX TO 1
           SEARCH TaxRateEntry
               AT END
                   CONTINUE
               WHEN TXR-CODE(TXR-IDX) = WS-TAX-CODE-WORK
                   SET TAX-CODE-ON-FILE TO TRUE
           END-SEARCH.

      *> Maintenance step for the category master: read the
      *> change-request file, validate and apply each request that
      *> is due, rewrite the master with the result, and log every
               IF CM-COUNT = 0
                   DISPLAY "WARNING: Master change requests ignored; "
                           "no category master is loaded."
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO WS-TODAY-DATE-TXT
                           MOVE WS-CCR-BUDGET-NUM
                               TO CCR-BUDGET(CCR-COUNT)
                       END-IF
      *> TAXCODE carries text, not a figure, in the same position;
      *> anything past six characters is kept so the code cannot
      *> pass as a truncated one.
                       MOVE WS-CCR-BUDGET-STAGE(1:6)
                           TO CCR-TAX-CODE(CCR-COUNT)
                       IF WS-CCR-BUDGET-STAGE(7:8) NOT = SPACES
                           MOVE "?" TO CCR-TAX-CODE(CCR-COUNT)
                       END-IF
                       MOVE WS-CCR-DATE-STAGE(1:10)
                           TO CCR-EFFDATE(CCR-COUNT)
                       MOVE SPACES TO CCR-OUTCOME(CCR-COUNT)
                   UNTIL CCR-IDX > CCR-COUNT
               IF CCR-PENDING(CCR-IDX)
                   MOVE CCR-BUDGET(CCR-IDX) TO WS-CCR-BUDGET-INT
                   MOVE WS-CCR-BUDGET-INT TO WS-CCR-AMOUNT-TEXT
      *> A pending TAXCODE keeps its code text, which the budget
      *> figure would turn into zeros.
                   IF CCR-ACTION(CCR-IDX) = "TAXCODE"
                       MOVE CCR-TAX-CODE(CCR-IDX)
                           TO WS-CCR-AMOUNT-TEXT
                   END-IF
                   MOVE SPACES TO CategoryChangeLine
                   STRING CCR-ACTION(CCR-IDX) DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          CCR-CODE(CCR-IDX) DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          WS-CCR-AMOUNT-TEXT DELIMITED BY SPACE
                          "," DELIMITED BY SIZE
                          CCR-EFFDATE(CCR-IDX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                               PERFORM ApplyMasterAdd
                           WHEN "BUDGET"
                               PERFORM ApplyMasterBudget
                           WHEN "LIMIT"
                               PERFORM ApplyMasterLimit
                           WHEN "TAXCODE"
                               PERFORM ApplyMasterTaxCode
                           WHEN "DEACTIVATE"
                               PERFORM ApplyMasterDeactivate
                           WHEN OTHER
                   MOVE CCR-CODE(CCR-IDX) TO CM-CODE(CM-COUNT)
                   MOVE CCR-BUDGET(CCR-IDX) TO CM-BUDGET(CM-COUNT)
                   MOVE "A" TO CM-ACTIVE(CM-COUNT)
                   MOVE 0 TO CM-LIMIT(CM-COUNT)
                   MOVE "Y" TO CM-LIMIT-OK(CM-COUNT)
                   MOVE SPACES TO CM-TAX-CODE(CM-COUNT)
                   ADD 1 TO CAT-COUNT
                   MOVE CCR-CODE(CCR-IDX) TO CAT-KEY(CAT-COUNT)
                   MOVE 0 TO CAT-AMOUNT(CAT-COUNT)
               END-IF
           END-IF.

      *> Set or change an existing category's approval limit, in
      *> whole USD units; a limit of zero lifts it.
       ApplyMasterLimit.
           IF NOT CCR-BUDGET-VALID(CCR-IDX)
               SET CCR-REJECTED(CCR-IDX) TO TRUE
               MOVE "Limit not numeric" TO CCR-ERROR(CCR-IDX)
           ELSE
               IF CM-IDX > CM-COUNT
                   SET CCR-REJECTED(CCR-IDX) TO TRUE
                   MOVE "Category not on master" TO CCR-ERROR(CCR-IDX)
               ELSE
                   MOVE CCR-BUDGET(CCR-IDX) TO CM-LIMIT(CM-IDX)
                   MOVE "Y" TO CM-LIMIT-OK(CM-IDX)
                   SET CCR-APPLIED(CCR-IDX) TO TRUE
                   ADD 1 TO WS-CCR-APPLIED-COUNT
               END-IF
           END-IF.

      *> Set, change or (with NONE) remove an existing category's
      *> tax code. A code must already have a rate on the tax-rate
      *> file, so a typo cannot leave every transaction in the
      *> category rejecting; with no tax file loaded it cannot be
      *> checked and the request waits, rejected, for one.
       ApplyMasterTaxCode.
           IF CM-IDX > CM-COUNT
               SET CCR-REJECTED(CCR-IDX) TO TRUE
               MOVE "Category not on master" TO CCR-ERROR(CCR-IDX)
           ELSE
               IF CCR-TAX-CODE(CCR-IDX) = "NONE"
                   MOVE SPACES TO CM-TAX-CODE(CM-IDX)
                   SET CCR-APPLIED(CCR-IDX) TO TRUE
                   ADD 1 TO WS-CCR-APPLIED-COUNT
               ELSE
                   MOVE CCR-TAX-CODE(CCR-IDX) TO WS-TAX-CODE-WORK
                   MOVE "N" TO WS-TAX-CODE-FOUND
                   IF TAX-RATES-LOADED
                       PERFORM FindTaxCodeOnFile
                   END-IF
                   IF NOT TAX-CODE-ON-FILE
                       SET CCR-REJECTED(CCR-IDX) TO TRUE
                       MOVE "Tax code not on tax rate file"
                           TO CCR-ERROR(CCR-IDX)
                   ELSE
                       MOVE CCR-TAX-CODE(CCR-IDX)
                           TO CM-TAX-CODE(CM-IDX)
                       SET CCR-APPLIED(CCR-IDX) TO TRUE
                       ADD 1 TO WS-CCR-APPLIED-COUNT
                   END-IF
               END-IF
           END-IF.

      *> Deactivate an existing category: new transactions reject
      *> against it from this run on, while it keeps printing in the
      *> budget reporting until its activity drains out.
           END-SEARCH.

      *> Rewrite the master file from the updated table, every line
      *> now carrying its status byte and approval limit, and its
      *> tax code when it has one. A master
      *> that cannot be rewritten fails the run - an applied change
      *> that exists in memory but not on disk would put the next
      *> run back on the old figures with no trace.
       RewriteCategoryMaster.
           OPEN OUTPUT CategoryMasterFile
           IF WS-CATMASTER-STATUS NOT = "00"
      *> Budgets are whole USD units, so the integer digits are all
      *> the file carries - the same form the loader reads back.
               MOVE CM-BUDGET(CM-IDX) TO WS-CCR-BUDGET-INT
               MOVE CM-LIMIT(CM-IDX) TO WS-LIMIT-INT
               MOVE SPACES TO CategoryMasterLine
               MOVE 1 TO WS-CM-LINE-PTR
      *> A limit that would not load is written back as it was
      *> found wanting - blank would quietly lift it - so the
      *> warning keeps firing until someone sets it properly.
               IF CM-LIMIT-VALID(CM-IDX)
                   STRING CM-CODE(CM-IDX) DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          WS-CCR-BUDGET-INT DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          CM-ACTIVE(CM-IDX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-LIMIT-INT DELIMITED BY SIZE
                          INTO CategoryMasterLine
                   WITH POINTER WS-CM-LINE-PTR
               ELSE
                   STRING CM-CODE(CM-IDX) DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          WS-CCR-BUDGET-INT DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          CM-ACTIVE(CM-IDX) DELIMITED BY SIZE
                          ",INVALID" DELIMITED BY SIZE
                          INTO CategoryMasterLine
                   WITH POINTER WS-CM-LINE-PTR
               END-IF
      *> The tax code rides in the fifth field, and only when the
      *> category has one.
               IF CM-TAX-CODE(CM-IDX) NOT = SPACES
                   STRING "," DELIMITED BY SIZE
                          CM-TAX-CODE(CM-IDX) DELIMITED BY SPACE
                          INTO CategoryMasterLine
                       WITH POINTER WS-CM-LINE-PTR
               END-IF
               WRITE CategoryMasterRecord
           END-PERFORM
           CLOSE CategoryMasterFile.
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: Audit log not available; master "
                       "changes were not logged."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM VARYING CCR-IDX FROM 1 BY 1
                       UNTIL CCR-IDX > CCR-COUNT
                   IF CCR-APPLIED(CCR-IDX)
                       MOVE CCR-BUDGET(CCR-IDX) TO WS-CCR-BUDGET-INT
                       MOVE WS-CCR-BUDGET-INT TO WS-CCR-AMOUNT-TEXT
                       EVALUATE CCR-ACTION(CCR-IDX)
                           WHEN "LIMIT"
                               MOVE "limit" TO WS-CCR-AMOUNT-LABEL
                           WHEN "TAXCODE"
                               MOVE "taxcode" TO WS-CCR-AMOUNT-LABEL
                               MOVE CCR-TAX-CODE(CCR-IDX)
                                   TO WS-CCR-AMOUNT-TEXT
                           WHEN OTHER
                               MOVE "budget" TO WS-CCR-AMOUNT-LABEL
                       END-EVALUATE
                       MOVE SPACES TO CobolOutput
                       STRING WS-CUR-YYYY "-" WS-CUR-MM "-"
                              WS-CUR-DD " " WS-CUR-HH ":"
                              CCR-ACTION(CCR-IDX) DELIMITED BY "  "
                              " category=" DELIMITED BY SIZE
                              CCR-CODE(CCR-IDX) DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              WS-CCR-AMOUNT-LABEL DELIMITED BY SPACE
                              "=" DELIMITED BY SIZE
                              WS-CCR-AMOUNT-TEXT DELIMITED BY SPACE
                              " effective=" DELIMITED BY SIZE
                              CCR-EFFDATE(CCR-IDX) DELIMITED BY SIZE
                              " reason=" DELIMITED BY SIZE
           IF WS-ACCTMASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Account master file not available; "
                       "accounts will not be validated."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-ACCTMASTER-STATUS = "10"  *> EOF
                   READ AccountMasterFile INTO AccountMasterLine
                   MOVE ACC-OPENING(ACC-COUNT)
                       TO ACC-OPEN-BAL(ACC-COUNT)
                   MOVE 0 TO ACC-ACTIVITY(ACC-COUNT)
                   MOVE 0 TO ACC-NEW-ACTIVITY(ACC-COUNT)
               END-PERFORM

               CLOSE AccountMasterFile
                                       " is in " WS-BAL-CUR-STAGE(1:3)
                                       " not " WS-BASE-CURRENCY
                                       "; master opening used."
                               ADD 1 TO WS-WARNING-COUNT
                           END-IF
                       END-IF
                   END-PERFORM
                   CONTINUE
           END-SEARCH.

      *> Load the payee master listing the counterparties a
      *> transaction may name - one "code,name,tax id,status" line
      *> per payee. A missing master file leaves PY-COUNT at zero and
      *> payee codes unvalidated, the way a missing account master
      *> leaves accounts unvalidated; ADD requests can still start
      *> one from nothing.
       ReadPayeeMaster.
           MOVE 0 TO PY-COUNT
           OPEN INPUT PayeeMasterFile
           IF WS-PAYMASTER-STATUS NOT = "00"
               IF WS-PAYMASTER-STATUS = "35"
                   SET PAYEE-MASTER-MISSING TO TRUE
               ELSE
                   MOVE "U" TO WS-PY-FILE-FLAG
               END-IF
               DISPLAY "WARNING: Payee master file not available; "
                       "payees will not be validated."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               SET PAYEE-MASTER-READ TO TRUE
               PERFORM UNTIL WS-PAYMASTER-STATUS = "10"  *> EOF
                   READ PayeeMasterFile INTO PayeeMasterLine
                       AT END
                           EXIT PERFORM
                   END-READ

                   IF PayeeMasterLine NOT = SPACES
                       ADD 1 TO PY-COUNT
                       IF PY-COUNT > 300
                           DISPLAY "ERROR: Too many master payees."
                           MOVE "FAILED - too many master payees"
                               TO WS-RUN-STATUS
                           PERFORM AbendRun
                       END-IF
                       MOVE SPACES TO WS-PY-STATUS-STAGE
                       UNSTRING PayeeMasterLine DELIMITED BY ","
                           INTO PY-CODE(PY-COUNT)
                                PY-NAME(PY-COUNT)
                                PY-TAX-ID(PY-COUNT)
                                WS-PY-STATUS-STAGE
                       IF WS-PY-STATUS-STAGE(1:1) = "D"
                           MOVE "D" TO PY-ACTIVE(PY-COUNT)
                       ELSE
                           MOVE "A" TO PY-ACTIVE(PY-COUNT)
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE PayeeMasterFile
           END-IF.

      *> Locate TransPayee(PARSE-IDX) on the payee master. PY-IDX
      *> comes back greater than PY-COUNT when the code is not a
      *> valid master payee.
       FindMasterPayee.
           SET PY-IDX TO 1
           SEARCH PayeeMasterEntry
               AT END
                   SET PY-IDX TO PY-COUNT
                   SET PY-IDX UP BY 1
               WHEN PY-CODE(PY-IDX) = TransPayee(PARSE-IDX)
                   CONTINUE
           END-SEARCH.

      *> Maintenance step for the payee master, run the way
      *> ApplyMasterChanges runs for the categories: read the payee
      *> change-request file, validate and apply each request that
      *> is due, rewrite the master, log every applied change to the
      *> audit trail and list every outcome on the exceptions file.
      *> Requests still ahead of their date stay in the file;
      *> applied and rejected ones are retired from it. A master
      *> that is missing outright can be started by ADD requests,
      *> but one that exists and will not open is left alone - a
      *> rewrite from an empty table would lose every payee on it.
       ApplyPayeeChanges.
           PERFORM ReadPayeeChanges
           IF PCR-COUNT = 0
               CONTINUE
           ELSE
               IF NOT PAYEE-MASTER-READ AND NOT PAYEE-MASTER-MISSING
                   DISPLAY "WARNING: Payee change requests ignored; "
                           "the payee master could not be read."
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
                   MOVE SPACES TO WS-TODAY-DATE-TXT
                   STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
                       DELIMITED BY SIZE INTO WS-TODAY-DATE-TXT
                   MOVE 0 TO WS-PCR-APPLIED-COUNT
                   PERFORM VARYING PCR-IDX FROM 1 BY 1
                           UNTIL PCR-IDX > PCR-COUNT
                       PERFORM ApplyOnePayeeChange
                   END-PERFORM
                   IF WS-PCR-APPLIED-COUNT > 0
                       PERFORM RewritePayeeMaster
                       PERFORM WritePayeeAudit
                   END-IF
                   IF WS-CHECKPOINT-IDX = 0
                       PERFORM DisplayPayeeChanges
                   END-IF
                   PERFORM RewritePayeeChanges
               END-IF
           END-IF.

      *> Read the payee change-request file. A missing file just
      *> leaves PCR-COUNT at zero and the maintenance step idle.
       ReadPayeeChanges.
           MOVE 0 TO PCR-COUNT
           OPEN INPUT PayeeChangeFile
           IF WS-PAYCHANGE-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-PAYCHANGE-STATUS = "10"  *> EOF
                   READ PayeeChangeFile INTO PayeeChangeLine
                       AT END
                           EXIT PERFORM
                   END-READ

                   IF PayeeChangeLine NOT = SPACES
                       ADD 1 TO PCR-COUNT
                       IF PCR-COUNT > 100
                           DISPLAY "ERROR: Too many payee change "
                                   "requests."
                           MOVE "FAILED - too many payee changes"
                               TO WS-RUN-STATUS
                           PERFORM AbendRun
                       END-IF
                       MOVE SPACES TO WS-PCR-DATE-STAGE
                       MOVE SPACES TO PCR-NAME(PCR-COUNT)
                       MOVE SPACES TO PCR-TAX-ID(PCR-COUNT)
                       MOVE SPACES TO PCR-REASON(PCR-COUNT)
                       UNSTRING PayeeChangeLine DELIMITED BY ","
                           INTO PCR-ACTION(PCR-COUNT)
                                PCR-CODE(PCR-COUNT)
                                PCR-NAME(PCR-COUNT)
                                PCR-TAX-ID(PCR-COUNT)
                                WS-PCR-DATE-STAGE
                                PCR-REASON(PCR-COUNT)
                       MOVE WS-PCR-DATE-STAGE(1:10)
                           TO PCR-EFFDATE(PCR-COUNT)
                       MOVE SPACES TO PCR-OUTCOME(PCR-COUNT)
                       MOVE SPACES TO PCR-ERROR(PCR-COUNT)
                   END-IF
               END-PERFORM

               CLOSE PayeeChangeFile
           END-IF.

      *> Rewrite the payee change-request file keeping only the
      *> pending requests, in the layout they arrived in. As with the
      *> category change file, one that cannot be rewritten fails
      *> the run rather than re-apply its requests every run after.
       RewritePayeeChanges.
           OPEN OUTPUT PayeeChangeFile
           IF WS-PAYCHANGE-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to rewrite payee change-request "
                       "file, status " WS-PAYCHANGE-STATUS
               MOVE "FAILED - payee change file rewrite error"
                   TO WS-RUN-STATUS
               PERFORM AbendRun
           END-IF
           PERFORM VARYING PCR-IDX FROM 1 BY 1
                   UNTIL PCR-IDX > PCR-COUNT
               IF PCR-PENDING(PCR-IDX)
                   MOVE SPACES TO PayeeChangeLine
                   STRING PCR-ACTION(PCR-IDX) DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          PCR-CODE(PCR-IDX) DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          PCR-NAME(PCR-IDX) DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          PCR-TAX-ID(PCR-IDX) DELIMITED BY "  "
                          "," DELIMITED BY SIZE
                          PCR-EFFDATE(PCR-IDX) DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          PCR-REASON(PCR-IDX) DELIMITED BY SIZE
                          INTO PayeeChangeLine
                   WRITE PayeeChangeRecord
               END-IF
           END-PERFORM
           CLOSE PayeeChangeFile.

      *> Validate one payee change request and apply it when its day
      *> has come. The date and reason rules are the category
      *> requests'; a code, name or tax id too long for the master
      *> is refused rather than truncated into something else.
       ApplyOnePayeeChange.
           IF PCR-EFFDATE(PCR-IDX)(5:1) NOT = "-"
                   OR PCR-EFFDATE(PCR-IDX)(8:1) NOT = "-"
                   OR PCR-EFFDATE(PCR-IDX)(1:4) NOT NUMERIC
                   OR PCR-EFFDATE(PCR-IDX)(6:2) NOT NUMERIC
                   OR PCR-EFFDATE(PCR-IDX)(9:2) NOT NUMERIC
                   OR PCR-EFFDATE(PCR-IDX)(6:2) < "01"
                   OR PCR-EFFDATE(PCR-IDX)(6:2) > "12"
                   OR PCR-EFFDATE(PCR-IDX)(9:2) < "01"
                   OR PCR-EFFDATE(PCR-IDX)(9:2) > "31"
               SET PCR-REJECTED(PCR-IDX) TO TRUE
               MOVE "Effective date not valid" TO PCR-ERROR(PCR-IDX)
           ELSE
               EVALUATE TRUE
                   WHEN PCR-REASON(PCR-IDX) = SPACES
                       SET PCR-REJECTED(PCR-IDX) TO TRUE
                       MOVE "No reason given" TO PCR-ERROR(PCR-IDX)
                   WHEN PCR-CODE(PCR-IDX) = SPACES
                           OR PCR-CODE(PCR-IDX)(11:2) NOT = SPACES
                       SET PCR-REJECTED(PCR-IDX) TO TRUE
                       MOVE "Payee code missing or too long"
                           TO PCR-ERROR(PCR-IDX)
                   WHEN PCR-NAME(PCR-IDX)(41:2) NOT = SPACES
                       SET PCR-REJECTED(PCR-IDX) TO TRUE
                       MOVE "Payee name too long" TO PCR-ERROR(PCR-IDX)
                   WHEN PCR-TAX-ID(PCR-IDX)(21:2) NOT = SPACES
                       SET PCR-REJECTED(PCR-IDX) TO TRUE
                       MOVE "Tax id too long" TO PCR-ERROR(PCR-IDX)
                   WHEN PCR-EFFDATE(PCR-IDX) > WS-TODAY-DATE-TXT
                       SET PCR-PENDING(PCR-IDX) TO TRUE
                   WHEN OTHER
                       PERFORM FindChangePayee
                       EVALUATE PCR-ACTION(PCR-IDX)
                           WHEN "ADD"
                               PERFORM ApplyPayeeAdd
                           WHEN "NAME"
                               PERFORM ApplyPayeeName
                           WHEN "TAXID"
                               PERFORM ApplyPayeeTaxId
                           WHEN "DEACTIVATE"
                           WHEN "ACTIVATE"
                               PERFORM ApplyPayeeStatus
                           WHEN OTHER
                               SET PCR-REJECTED(PCR-IDX) TO TRUE
                               MOVE "Unknown action"
                                   TO PCR-ERROR(PCR-IDX)
                       END-EVALUATE
               END-EVALUATE
           END-IF.

      *> Add a new payee, active, with its name and - when it has
      *> been collected - its tax id.
       ApplyPayeeAdd.
           IF PCR-NAME(PCR-IDX) = SPACES
               SET PCR-REJECTED(PCR-IDX) TO TRUE
               MOVE "No payee name given" TO PCR-ERROR(PCR-IDX)
           ELSE
               IF PY-IDX NOT > PY-COUNT
                   SET PCR-REJECTED(PCR-IDX) TO TRUE
                   MOVE "Payee already on master" TO PCR-ERROR(PCR-IDX)
               ELSE
                   ADD 1 TO PY-COUNT
                   IF PY-COUNT > 300
                       DISPLAY "ERROR: Too many master payees."
                       MOVE "FAILED - too many master payees"
                           TO WS-RUN-STATUS
                       PERFORM AbendRun
                   END-IF
                   MOVE PCR-CODE(PCR-IDX) TO PY-CODE(PY-COUNT)
                   MOVE PCR-NAME(PCR-IDX) TO PY-NAME(PY-COUNT)
                   MOVE PCR-TAX-ID(PCR-IDX) TO PY-TAX-ID(PY-COUNT)
                   MOVE "A" TO PY-ACTIVE(PY-COUNT)
                   SET PCR-APPLIED(PCR-IDX) TO TRUE
                   ADD 1 TO WS-PCR-APPLIED-COUNT
               END-IF
           END-IF.

      *> Change an existing payee's name.
       ApplyPayeeName.
           IF PCR-NAME(PCR-IDX) = SPACES
               SET PCR-REJECTED(PCR-IDX) TO TRUE
               MOVE "No payee name given" TO PCR-ERROR(PCR-IDX)
           ELSE
               IF PY-IDX > PY-COUNT
                   SET PCR-REJECTED(PCR-IDX) TO TRUE
                   MOVE "Payee not on master" TO PCR-ERROR(PCR-IDX)
               ELSE
                   MOVE PCR-NAME(PCR-IDX) TO PY-NAME(PY-IDX)
                   SET PCR-APPLIED(PCR-IDX) TO TRUE
                   ADD 1 TO WS-PCR-APPLIED-COUNT
               END-IF
           END-IF.

      *> Set or correct an existing payee's tax id; NONE clears one
      *> recorded in error.
       ApplyPayeeTaxId.
           IF PCR-TAX-ID(PCR-IDX) = SPACES
               SET PCR-REJECTED(PCR-IDX) TO TRUE
               MOVE "No tax id given" TO PCR-ERROR(PCR-IDX)
           ELSE
               IF PY-IDX > PY-COUNT
                   SET PCR-REJECTED(PCR-IDX) TO TRUE
                   MOVE "Payee not on master" TO PCR-ERROR(PCR-IDX)
               ELSE
                   IF PCR-TAX-ID(PCR-IDX) = "NONE"
                       MOVE SPACES TO PY-TAX-ID(PY-IDX)
                   ELSE
                       MOVE PCR-TAX-ID(PCR-IDX) TO PY-TAX-ID(PY-IDX)
                   END-IF
                   SET PCR-APPLIED(PCR-IDX) TO TRUE
                   ADD 1 TO WS-PCR-APPLIED-COUNT
               END-IF
           END-IF.

      *> Deactivate a payee - new transactions naming it reject from
      *> this run on, while its history stays on the master for the
      *> spend report - or bring a deactivated one back.
       ApplyPayeeStatus.
           IF PY-IDX > PY-COUNT
               SET PCR-REJECTED(PCR-IDX) TO TRUE
               MOVE "Payee not on master" TO PCR-ERROR(PCR-IDX)
           ELSE
               IF PCR-ACTION(PCR-IDX) = "DEACTIVATE"
                   MOVE "D" TO PY-ACTIVE(PY-IDX)
               ELSE
                   MOVE "A" TO PY-ACTIVE(PY-IDX)
               END-IF
               SET PCR-APPLIED(PCR-IDX) TO TRUE
               ADD 1 TO WS-PCR-APPLIED-COUNT
           END-IF.

      *> Locate PCR-CODE(PCR-IDX) on the payee master. PY-IDX comes
      *> back greater than PY-COUNT when the code is not there.
       FindChangePayee.
           SET PY-IDX TO 1
           SEARCH PayeeMasterEntry
               AT END
                   SET PY-IDX TO PY-COUNT
                   SET PY-IDX UP BY 1
               WHEN PY-CODE(PY-IDX) = PCR-CODE(PCR-IDX)(1:10)
                   CONTINUE
           END-SEARCH.

      *> Rewrite the payee master from the updated table. As with
      *> the category master, one that cannot be rewritten fails the
      *> run rather than leave applied changes only in memory.
       RewritePayeeMaster.
           OPEN OUTPUT PayeeMasterFile
           IF WS-PAYMASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to rewrite payee master, "
                       "status " WS-PAYMASTER-STATUS
               MOVE "FAILED - payee master rewrite error"
                   TO WS-RUN-STATUS
               PERFORM AbendRun
           END-IF
           PERFORM VARYING PY-IDX FROM 1 BY 1 UNTIL PY-IDX > PY-COUNT
               MOVE SPACES TO PayeeMasterLine
               MOVE 1 TO WS-PY-LINE-PTR
               STRING PY-CODE(PY-IDX) DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      PY-NAME(PY-IDX) DELIMITED BY "  "
                      "," DELIMITED BY SIZE
                      INTO PayeeMasterLine
                   WITH POINTER WS-PY-LINE-PTR
               IF PY-TAX-ID(PY-IDX) NOT = SPACES
                   STRING PY-TAX-ID(PY-IDX) DELIMITED BY "  "
                          INTO PayeeMasterLine
                       WITH POINTER WS-PY-LINE-PTR
               END-IF
               STRING "," DELIMITED BY SIZE
                      PY-ACTIVE(PY-IDX) DELIMITED BY SIZE
                      INTO PayeeMasterLine
                   WITH POINTER WS-PY-LINE-PTR
               WRITE PayeeMasterRecord
           END-PERFORM
           CLOSE PayeeMasterFile.

      *> Log every applied payee change to the audit trail, one line
      *> per change in the shape WriteMasterAudit uses, the reason
      *> last since it is free text.
       WritePayeeAudit.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           OPEN EXTEND AuditLogFile
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AuditLogFile
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: Audit log not available; payee "
                       "changes were not logged."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM VARYING PCR-IDX FROM 1 BY 1
                       UNTIL PCR-IDX > PCR-COUNT
                   IF PCR-APPLIED(PCR-IDX)
                       MOVE SPACES TO CobolOutput
                       MOVE 1 TO WS-PY-LINE-PTR
                       STRING WS-CUR-YYYY "-" WS-CUR-MM "-"
                              WS-CUR-DD " " WS-CUR-HH ":"
                              WS-CUR-MIN ":" WS-CUR-SEC
                              " payee action=" DELIMITED BY SIZE
                              PCR-ACTION(PCR-IDX) DELIMITED BY "  "
                              " payee=" DELIMITED BY SIZE
                              PCR-CODE(PCR-IDX) DELIMITED BY "  "
                              INTO CobolOutput
                           WITH POINTER WS-PY-LINE-PTR
                       IF PCR-ACTION(PCR-IDX) = "TAXID"
                           STRING " taxid=" DELIMITED BY SIZE
                                  PCR-TAX-ID(PCR-IDX)
                                      DELIMITED BY "  "
                                  INTO CobolOutput
                               WITH POINTER WS-PY-LINE-PTR
                       END-IF
                       STRING " effective=" DELIMITED BY SIZE
                              PCR-EFFDATE(PCR-IDX) DELIMITED BY SIZE
                              " reason=" DELIMITED BY SIZE
                              PCR-REASON(PCR-IDX) DELIMITED BY SIZE
                              INTO CobolOutput
                           WITH POINTER WS-PY-LINE-PTR
                       MOVE CobolOutput TO AuditLogLine
                       WRITE AuditLogRecord
                   END-IF
               END-PERFORM
               CLOSE AuditLogFile
           END-IF.

      *> Record in the exceptions listing what each payee change
      *> request did, alongside the category master's outcomes.
       DisplayPayeeChanges.
           PERFORM VARYING PCR-IDX FROM 1 BY 1
                   UNTIL PCR-IDX > PCR-COUNT
               MOVE SPACES TO CobolOutput
               EVALUATE TRUE
                   WHEN PCR-APPLIED(PCR-IDX)
                       STRING "Payee change applied: "
                              DELIMITED BY SIZE
                              PCR-ACTION(PCR-IDX) DELIMITED BY "  "
                              "/" DELIMITED BY SIZE
                              PCR-CODE(PCR-IDX) DELIMITED BY "  "
                              " effective " DELIMITED BY SIZE
                              PCR-EFFDATE(PCR-IDX) DELIMITED BY SIZE
                              INTO CobolOutput
                   WHEN PCR-PENDING(PCR-IDX)
                       STRING "Payee change pending until "
                              DELIMITED BY SIZE
                              PCR-EFFDATE(PCR-IDX) DELIMITED BY SIZE
                              ": " DELIMITED BY SIZE
                              PCR-ACTION(PCR-IDX) DELIMITED BY "  "
                              "/" DELIMITED BY SIZE
                              PCR-CODE(PCR-IDX) DELIMITED BY "  "
                              INTO CobolOutput
                   WHEN OTHER
                       STRING "Payee change REJECTED: "
                              DELIMITED BY SIZE
                              PCR-ACTION(PCR-IDX) DELIMITED BY "  "
                              "/" DELIMITED BY SIZE
                              PCR-CODE(PCR-IDX) DELIMITED BY "  "
                              " - " DELIMITED BY SIZE
                              PCR-ERROR(PCR-IDX) DELIMITED BY SIZE
                              INTO CobolOutput
               END-EVALUATE
               DISPLAY CobolOutput
               MOVE CobolOutput TO ExceptionLine
               WRITE ExceptionRecord
           END-PERFORM.

      *> Load the standing-instructions reference file. Each line
      *> names a payment expected every month: its type, category,
      *> expected amount with a tolerance either side, currency and
      *> the day of month it usually lands. A missing file just
      *> leaves SI-COUNT at zero and the expected-versus-received
      *> section switched off, the way the other reference files
      *> degrade.
       ReadStandingInstructions.
           MOVE 0 TO SI-COUNT
           OPEN INPUT StandingInstructionFile
           IF WS-STANDING-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-STANDING-STATUS = "10"  *> EOF
                   READ StandingInstructionFile
                           INTO StandingInstructionLine
                       AT END
                           EXIT PERFORM
                   END-READ

                   IF StandingInstructionLine NOT = SPACES
                       ADD 1 TO SI-COUNT
                       IF SI-COUNT > 50
                           DISPLAY "ERROR: Too many standing "
                                   "instructions."
                           MOVE
                             "FAILED - too many standing instructions"
                               TO WS-RUN-STATUS
                           PERFORM AbendRun
                       END-IF
                       MOVE SPACES TO WS-SI-AMT-STAGE
                       MOVE SPACES TO WS-SI-TOL-STAGE
                       MOVE SPACES TO WS-SI-DAY-STAGE
                       UNSTRING StandingInstructionLine
                               DELIMITED BY ","
                           INTO SI-TYPE(SI-COUNT)
                                SI-CATEGORY(SI-COUNT)
                                WS-SI-AMT-STAGE
                                WS-SI-TOL-STAGE
                                SI-CURRENCY(SI-COUNT)
                                WS-SI-DAY-STAGE
                       COMPUTE SI-EXPECTED(SI-COUNT) =
                           FUNCTION NUMVAL(WS-SI-AMT-STAGE)
                       COMPUTE SI-TOLERANCE(SI-COUNT) =
                           FUNCTION NUMVAL(WS-SI-TOL-STAGE)
                       IF WS-SI-DAY-STAGE(1:2) NUMERIC
                           MOVE WS-SI-DAY-STAGE(1:2)
                               TO SI-DAY(SI-COUNT)
                       ELSE
                           MOVE 0 TO SI-DAY(SI-COUNT)
                       END-IF
                       MOVE SPACES TO SI-OUTCOME(SI-COUNT)
                       MOVE 0 TO SI-MATCH-REC(SI-COUNT)
                       MOVE 0 TO SI-VARIANCE(SI-COUNT)
                   END-IF
               END-PERFORM

               CLOSE StandingInstructionFile
           END-IF.

      *> Read the removal-request file keyed by TransType, Category and
      *> Amount, with a free-text reason. A missing file just leaves
      *> REMOVAL-COUNT at zero; nothing is removed automatically.
       ReadRemovalRequests.
           MOVE 0 TO REMOVAL-COUNT
           OPEN INPUT RemovalRequestFile
           IF WS-REMOVAL-STATUS NOT = "00"
               DISPLAY "WARNING: Removal request file not available; "
                       "no removals will be applied."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-REMOVAL-STATUS = "10"  *> EOF
                   READ RemovalRequestFile INTO RemovalRequestLine
                       AT END
                           EXIT PERFORM
                   END-READ

                   ADD 1 TO REMOVAL-COUNT
                   IF REMOVAL-COUNT > 100
                       DISPLAY "ERROR: Too many removal requests."
                       MOVE "FAILED - too many removal requests"
                           TO WS-RUN-STATUS
                       PERFORM AbendRun
                   END-IF
                   MOVE "N" TO REM-APPLIED(REMOVAL-COUNT)
                   UNSTRING RemovalRequestLine DELIMITED BY ","
                       INTO REM-TYPE(REMOVAL-COUNT)

      *> Settle every split set now that corrections have had their
      *> say. Each split line inherits the fields it shares with its
      *> parent payment (date, currency, account, payee, type - a
      *> Refund parent's allocations net against the totals the way
      *> the parent does), the parent's split count is recomputed, and
      *> the set is then held to the one rule that makes splits
      *> trustworthy: the split amounts must allocate the parent's
      *> Amount exactly. A set that does not - a rejected split
                       TO TransCurrency(TX-IDX)
                   MOVE TransAccount(PARSE-IDX)
                       TO TransAccount(TX-IDX)
                   MOVE TransPayee(PARSE-IDX) TO TransPayee(TX-IDX)
                   MOVE InPeriod(PARSE-IDX) TO InPeriod(TX-IDX)
                   MOVE TransType(PARSE-IDX) TO TransType(TX-IDX)
                   IF INVALID-RECORD(PARSE-IDX)
                           MOVE 0 TO Amount(TX-IDX)
                       END-IF
                   ELSE
      *> An allocation is taxed by its own category at the rate in
      *> force on the date it inherits, so its code can only be
      *> settled here; one with no rate rejects, and takes its set
      *> with it, like any other bad split line.
                       IF VALID-RECORD(TX-IDX)
                           MOVE TX-IDX TO WS-TAX-REC
                           PERFORM ResolveTaxCode
                       END-IF
                       ADD 1 TO SplitCount(PARSE-IDX)
                   END-IF
               END-IF
           IF WS-DUPREVIEW-STATUS NOT = "00"
               DISPLAY "WARNING: Duplicate review file not "
                       "available."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM VARYING TX-IDX FROM 1 BY 1
                       UNTIL TX-IDX > TX-COUNT
               CLOSE DuplicateReviewFile
           END-IF.

      *> Screen the batch for statistical outliers. Each category's
      *> normal range is built from its history in the lookback
      *> months - the ledger's postings, and the summary history
      *> snapshots for when those have been purged - and every
      *> valid, in-period transaction that is not a split parent is
      *> scored against it in USD, the currency both histories are
      *> kept in. Split allocations are scored under their own
      *> categories. This run's own batch is left out of the
      *> history, so a rerun is not measured against itself. As
      *> with the duplicate listing, a resumed run scores again for
      *> its summary but leaves the listing its interrupted run
      *> wrote in place.
       ScreenOutliers.
           MOVE 0 TO ANM-COUNT WS-ANOM-COUNT WS-ANOM-SCREENED
                     WS-ANOM-UNSCORED
           MOVE WS-CUR-PERIOD(1:4) TO WS-ANOM-YYYY
           MOVE WS-CUR-PERIOD(6:2) TO WS-ANOM-MM
           COMPUTE WS-ANOM-BASE-MONTHS =
               WS-ANOM-YYYY * 12 + WS-ANOM-MM

           IF NOT LEDGER-UNAVAILABLE
               PERFORM ReadOutlierLedger
           END-IF
           PERFORM ReadOutlierSnapshots
           PERFORM VARYING ANM-IDX FROM 1 BY 1 UNTIL ANM-IDX > ANM-COUNT
               PERFORM SettleOutlierRange
           END-PERFORM

           IF WS-CHECKPOINT-IDX = 0
               OPEN OUTPUT AnomalyReviewFile
               IF WS-ANOMREVIEW-STATUS NOT = "00"
                   DISPLAY "WARNING: Anomaly review file not "
                           "available."
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   SET ANOM-LISTING-OPEN TO TRUE
               END-IF
           END-IF

           PERFORM VARYING TX-IDX FROM 1 BY 1 UNTIL TX-IDX > TX-COUNT
               IF VALID-RECORD(TX-IDX) AND IN-PERIOD(TX-IDX)
                       AND SplitCount(TX-IDX) = 0
                       AND Removed(TX-IDX) NOT = "Y"
                   PERFORM ScoreOutlier
               END-IF
           END-PERFORM

           IF ANOM-LISTING-OPEN
               CLOSE AnomalyReviewFile
               MOVE "N" TO WS-ANOM-LISTING
           END-IF.

      *> Gather every ledger posting dated in the lookback months,
      *> other than this batch's own, into its category's history.
      *> The ledger is read from the top in key order; posting goes
      *> by key afterwards, so the read position does not matter.
      *> A reversal offset carries its original's date, category
      *> and value with the sign turned, so it takes the original
      *> back out wherever in the file the two fall.
       ReadOutlierLedger.
           MOVE LOW-VALUES TO LEDGER-KEY
           START LedgerFile KEY IS NOT LESS THAN LEDGER-KEY
               INVALID KEY
                   CONTINUE
           END-START
           IF WS-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                   READ LedgerFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-LEDGER-STATUS NOT = "00"
                       EXIT PERFORM
                   END-IF
                   IF LEDGER-SEQ NOT = 0
                           AND LEDGER-BATCH NOT = WS-BATCH-ID
                           AND LEDGER-REF-BATCH NOT = WS-BATCH-ID
                       PERFORM TakeOutlierPosting
                   END-IF
               END-PERFORM
           END-IF.

      *> Add (or, for a reversal offset, take back) one ledger
      *> posting in its category's history. Values are taken as
      *> magnitudes: a refund ten times the usual size is as odd as
      *> a payment that is.
       TakeOutlierPosting.
           MOVE LEDGER-DATE(1:7) TO WS-ANOM-PERIOD
           PERFORM FindOutlierMonth
           IF WS-ANOM-MONTH-NO > 0
                   AND WS-ANOM-MONTH-NO NOT > WS-ANOM-LOOKBACK
               MOVE LEDGER-CATEGORY TO WS-ANOM-KEY
               PERFORM FindOutlierCategory
               IF ANM-IDX NOT > ANM-COUNT
                   SET ANOM-HISTORY-SEEN TO TRUE
                   MOVE WS-ANOM-MONTH-NO TO WS-ANOM-MONTH-IDX
                   MOVE LEDGER-NORMALIZED TO WS-ANOM-SIGNED
                   IF WS-ANOM-SIGNED < 0
                       COMPUTE WS-ANOM-VALUE = 0 - WS-ANOM-SIGNED
                   ELSE
                       MOVE WS-ANOM-SIGNED TO WS-ANOM-VALUE
                   END-IF
                   COMPUTE WS-ANOM-SQUARE =
                       WS-ANOM-VALUE * WS-ANOM-VALUE
                   IF LEDGER-REF-BATCH = SPACES
                       ADD 1 TO ANM-ITEMS(ANM-IDX)
                       ADD WS-ANOM-VALUE TO ANM-SUM(ANM-IDX)
                       ADD WS-ANOM-SQUARE TO ANM-SUMSQ(ANM-IDX)
                       ADD 1 TO ANM-MONTH-ITEMS(ANM-IDX,
                                                WS-ANOM-MONTH-IDX)
                   ELSE
                       SUBTRACT 1 FROM ANM-ITEMS(ANM-IDX)
                       SUBTRACT WS-ANOM-VALUE FROM ANM-SUM(ANM-IDX)
                       SUBTRACT WS-ANOM-SQUARE FROM ANM-SUMSQ(ANM-IDX)
                       SUBTRACT 1 FROM ANM-MONTH-ITEMS(ANM-IDX,
                                                WS-ANOM-MONTH-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Gather the category totals of every snapshot run whose
      *> period falls in the lookback. Only runs stated in USD are
      *> taken (runs from before the report currency was selectable
      *> always were); whole-file runs (period ALL) have no month
      *> and are passed over.
       ReadOutlierSnapshots.
           MOVE "N" TO WS-ANOM-SNAP-RUN
           OPEN INPUT SummaryHistoryFile
           IF WS-HISTORY-STATUS = "00"
               PERFORM UNTIL WS-HISTORY-STATUS = "10"  *> EOF
                   READ SummaryHistoryFile INTO SummaryHistoryLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE SPACES TO WS-HIST-REC WS-HIST-F2
                                  WS-HIST-F3 WS-HIST-F4 WS-HIST-F5
                   UNSTRING SummaryHistoryLine DELIMITED BY ","
                       INTO WS-HIST-REC WS-HIST-F2
                            WS-HIST-F3 WS-HIST-F4 WS-HIST-F5
                   EVALUATE WS-HIST-REC
                       WHEN "RUN"
                           MOVE "N" TO WS-ANOM-SNAP-RUN
                           MOVE WS-HIST-F4(1:7) TO WS-ANOM-PERIOD
                           PERFORM FindOutlierMonth
                           IF WS-ANOM-MONTH-NO > 0
                                   AND WS-ANOM-MONTH-NO
                                       NOT > WS-ANOM-LOOKBACK
                                   AND (WS-HIST-F5 = SPACES
                                        OR WS-HIST-F5(1:3) = "USD")
                               SET ANOM-SNAP-IN-WINDOW TO TRUE
                               MOVE WS-ANOM-MONTH-NO
                                   TO WS-ANOM-SNAP-MONTH
                           END-IF
                       WHEN "CAT"
                           IF ANOM-SNAP-IN-WINDOW
                               PERFORM TakeOutlierSnapshot
                           END-IF
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-PERFORM
               CLOSE SummaryHistoryFile
           END-IF.

      *> Add one snapshot CAT line's total to its category's run
      *> figures, as a magnitude like the postings.
       TakeOutlierSnapshot.
           MOVE WS-HIST-F2 TO WS-ANOM-KEY
           PERFORM FindOutlierCategory
           IF ANM-IDX NOT > ANM-COUNT
               SET ANOM-HISTORY-SEEN TO TRUE
               MOVE WS-ANOM-SNAP-MONTH TO WS-ANOM-MONTH-IDX
               MOVE WS-HIST-F3 TO WS-HIST-AMT-X
               IF WS-HIST-AMT-N < 0
                   COMPUTE WS-ANOM-VALUE = 0 - WS-HIST-AMT-N
               ELSE
                   MOVE WS-HIST-AMT-N TO WS-ANOM-VALUE
               END-IF
               COMPUTE WS-ANOM-SQUARE = WS-ANOM-VALUE * WS-ANOM-VALUE
               ADD 1 TO ANM-RUNS(ANM-IDX)
               ADD WS-ANOM-VALUE TO ANM-RUN-SUM(ANM-IDX)
               ADD WS-ANOM-SQUARE TO ANM-RUN-SUMSQ(ANM-IDX)
               ADD 1 TO ANM-MONTH-RUNS(ANM-IDX, WS-ANOM-MONTH-IDX)
           END-IF.

      *> Number WS-ANOM-PERIOD (YYYY-MM) back from this run's
      *> period: 1 for the month before it, and so on. Zero or less
      *> means it is not before this run's period at all, or is not
      *> a period.
       FindOutlierMonth.
           MOVE 0 TO WS-ANOM-MONTH-NO
           IF WS-ANOM-PERIOD(1:4) NUMERIC
                   AND WS-ANOM-PERIOD(5:1) = "-"
                   AND WS-ANOM-PERIOD(6:2) NUMERIC
               MOVE WS-ANOM-PERIOD(1:4) TO WS-ANOM-YYYY
               MOVE WS-ANOM-PERIOD(6:2) TO WS-ANOM-MM
               COMPUTE WS-ANOM-MONTH-NO = WS-ANOM-BASE-MONTHS
                   - (WS-ANOM-YYYY * 12 + WS-ANOM-MM)
           END-IF.

      *> Locate WS-ANOM-KEY in the category history, adding it when
      *> it is not there yet. ANM-IDX comes back past ANM-COUNT only
      *> when the table is full, and the category then goes
      *> unscreened.
       FindOutlierCategory.
           SET ANM-IDX TO 1
           SEARCH OutlierCategoryEntry
               AT END
                   IF ANM-COUNT < 200
                       ADD 1 TO ANM-COUNT
                       SET ANM-IDX TO ANM-COUNT
                       PERFORM ClearOutlierCategory
                   ELSE
                       IF NOT ANOM-TABLE-FULL
                           DISPLAY "WARNING: More than 200 categories "
                                   "in the outlier history; the rest "
                                   "are not screened."
                           ADD 1 TO WS-WARNING-COUNT
                           SET ANOM-TABLE-FULL TO TRUE
                       END-IF
                       SET ANM-IDX TO ANM-COUNT
                       SET ANM-IDX UP BY 1
                   END-IF
               WHEN ANM-KEY(ANM-IDX) = WS-ANOM-KEY
                   CONTINUE
           END-SEARCH.

      *> Start a fresh category history entry at ANM-IDX.
       ClearOutlierCategory.
           MOVE WS-ANOM-KEY TO ANM-KEY(ANM-IDX)
           MOVE 0 TO ANM-ITEMS(ANM-IDX) ANM-SUM(ANM-IDX)
                     ANM-SUMSQ(ANM-IDX) ANM-RUNS(ANM-IDX)
                     ANM-RUN-SUM(ANM-IDX) ANM-RUN-SUMSQ(ANM-IDX)
                     ANM-BASIS-COUNT(ANM-IDX) ANM-MEAN(ANM-IDX)
                     ANM-SPREAD(ANM-IDX) ANM-LOW(ANM-IDX)
                     ANM-HIGH(ANM-IDX)
           MOVE SPACES TO ANM-BASIS(ANM-IDX)
           PERFORM VARYING WS-ANOM-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-ANOM-MONTH-IDX > 24
               MOVE 0 TO ANM-MONTH-ITEMS(ANM-IDX, WS-ANOM-MONTH-IDX)
               MOVE 0 TO ANM-MONTH-RUNS(ANM-IDX, WS-ANOM-MONTH-IDX)
           END-PERFORM.

      *> Decide how category ANM-IDX's range is built and work it
      *> out. Postings are the better measure - a transaction is
      *> one posting - so they are used whenever the ledger still
      *> holds enough of them; run totals stand in when it does not,
      *> a generous range since a run total is usually several
      *> postings. A category with nothing in any lookback month
      *> has no range: anything arriving in it is itself unusual.
       SettleOutlierRange.
           MOVE 0 TO WS-ANOM-MONTHS-SEEN
           PERFORM VARYING WS-ANOM-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-ANOM-MONTH-IDX > WS-ANOM-LOOKBACK
               IF ANM-MONTH-ITEMS(ANM-IDX, WS-ANOM-MONTH-IDX) > 0
                       OR ANM-MONTH-RUNS(ANM-IDX, WS-ANOM-MONTH-IDX)
                           > 0
                   ADD 1 TO WS-ANOM-MONTHS-SEEN
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN ANM-ITEMS(ANM-IDX) NOT < WS-ANOM-MIN-ITEMS
                   SET ANM-BY-ITEMS(ANM-IDX) TO TRUE
                   MOVE ANM-ITEMS(ANM-IDX) TO WS-ANOM-N
                   MOVE ANM-SUM(ANM-IDX) TO WS-ANOM-SUM
                   MOVE ANM-SUMSQ(ANM-IDX) TO WS-ANOM-SUMSQ
                   PERFORM WorkOutlierRange
               WHEN ANM-RUNS(ANM-IDX) NOT < 2
                   SET ANM-BY-RUNS(ANM-IDX) TO TRUE
                   MOVE ANM-RUNS(ANM-IDX) TO WS-ANOM-N
                   MOVE ANM-RUN-SUM(ANM-IDX) TO WS-ANOM-SUM
                   MOVE ANM-RUN-SUMSQ(ANM-IDX) TO WS-ANOM-SUMSQ
                   PERFORM WorkOutlierRange
               WHEN WS-ANOM-MONTHS-SEEN = 0
                   SET ANM-NO-ACTIVITY(ANM-IDX) TO TRUE
               WHEN OTHER
                   SET ANM-TOO-LITTLE(ANM-IDX) TO TRUE
           END-EVALUATE.

      *> Mean and spread (standard deviation) of the WS-ANOM-N
      *> figures summed in WS-ANOM-SUM and WS-ANOM-SUMSQ, and the
      *> range WS-ANOM-THRESHOLD spreads either side of the mean.
      *> Each step has its own field, as the tax divisor does, so
      *> no intermediate result drops the decimals it needs. The
      *> spread is kept to at least 5% of the mean (and a dollar),
      *> so a category paid the same amount every time is not set
      *> off by a cent's difference.
       WorkOutlierRange.
           MOVE WS-ANOM-N TO ANM-BASIS-COUNT(ANM-IDX)
           COMPUTE ANM-MEAN(ANM-IDX) ROUNDED = WS-ANOM-SUM / WS-ANOM-N
           COMPUTE WS-ANOM-WORK = WS-ANOM-SUM * WS-ANOM-SUM
           COMPUTE WS-ANOM-WORK = WS-ANOM-WORK / WS-ANOM-N
           COMPUTE WS-ANOM-WORK = WS-ANOM-SUMSQ - WS-ANOM-WORK
           IF WS-ANOM-WORK < 0
               MOVE 0 TO WS-ANOM-WORK
           END-IF
           COMPUTE WS-ANOM-VARIANCE = WS-ANOM-WORK / WS-ANOM-N
           COMPUTE ANM-SPREAD(ANM-IDX) ROUNDED =
               FUNCTION SQRT(WS-ANOM-VARIANCE)
           COMPUTE WS-ANOM-FLOOR ROUNDED = ANM-MEAN(ANM-IDX) * 0.05
           IF WS-ANOM-FLOOR < 1
               MOVE 1 TO WS-ANOM-FLOOR
           END-IF
           IF ANM-SPREAD(ANM-IDX) < WS-ANOM-FLOOR
               MOVE WS-ANOM-FLOOR TO ANM-SPREAD(ANM-IDX)
           END-IF
           COMPUTE WS-ANOM-WORK =
               WS-ANOM-THRESHOLD * ANM-SPREAD(ANM-IDX)
           COMPUTE ANM-HIGH(ANM-IDX) ROUNDED =
               ANM-MEAN(ANM-IDX) + WS-ANOM-WORK
           IF WS-ANOM-WORK > ANM-MEAN(ANM-IDX)
               MOVE 0 TO ANM-LOW(ANM-IDX)
           ELSE
               COMPUTE ANM-LOW(ANM-IDX) ROUNDED =
                   ANM-MEAN(ANM-IDX) - WS-ANOM-WORK
           END-IF.

      *> Score transaction TX-IDX against its category's range. Its
      *> USD value is worked the way PostLedgerRecord works the
      *> posting's, through NormalizeAmount (which the main pass
      *> repeats, so calling it here changes nothing); one with no
      *> usable rate cannot be valued and goes unscored.
       ScoreOutlier.
           PERFORM NormalizeAmount
           IF IN-SUSPENSE(TX-IDX)
               ADD 1 TO WS-ANOM-UNSCORED
           ELSE
               COMPUTE WS-ANOM-SIGNED ROUNDED =
                   NormalizedAmount(TX-IDX) * WS-TARGET-RATE / 10000
               IF WS-ANOM-SIGNED < 0
                   COMPUTE WS-ANOM-VALUE = 0 - WS-ANOM-SIGNED
               ELSE
                   MOVE WS-ANOM-SIGNED TO WS-ANOM-VALUE
               END-IF
               SET ANM-IDX TO 1
               SEARCH OutlierCategoryEntry
                   AT END
                       SET ANM-IDX TO ANM-COUNT
                       SET ANM-IDX UP BY 1
                   WHEN ANM-KEY(ANM-IDX) = Category(TX-IDX)
                       CONTINUE
               END-SEARCH
               IF ANM-IDX > ANM-COUNT
                   PERFORM ScoreDormantCategory
               ELSE
                   EVALUATE TRUE
                       WHEN ANM-NO-ACTIVITY(ANM-IDX)
                           PERFORM ScoreDormantCategory
                       WHEN ANM-TOO-LITTLE(ANM-IDX)
                           ADD 1 TO WS-ANOM-UNSCORED
                       WHEN WS-ANOM-VALUE > ANM-HIGH(ANM-IDX)
                           ADD 1 TO WS-ANOM-SCREENED
                           COMPUTE WS-ANOM-DISTANCE =
                               WS-ANOM-VALUE - ANM-HIGH(ANM-IDX)
                           COMPUTE WS-ANOM-WORK =
                               WS-ANOM-VALUE - ANM-MEAN(ANM-IDX)
                           PERFORM WriteOutlierLine
                       WHEN WS-ANOM-VALUE < ANM-LOW(ANM-IDX)
                           ADD 1 TO WS-ANOM-SCREENED
                           COMPUTE WS-ANOM-DISTANCE =
                               ANM-LOW(ANM-IDX) - WS-ANOM-VALUE
                           COMPUTE WS-ANOM-WORK =
                               ANM-MEAN(ANM-IDX) - WS-ANOM-VALUE
                           PERFORM WriteOutlierLine
                       WHEN OTHER
                           ADD 1 TO WS-ANOM-SCREENED
                   END-EVALUATE
               END-IF
           END-IF.

      *> A transaction in a category with nothing in the lookback
      *> months. That is only telling when there is some history
      *> to go by; on a ledger and snapshot file with nothing in
      *> those months at all, every category would qualify.
       ScoreDormantCategory.
           IF ANOM-HISTORY-SEEN
               ADD 1 TO WS-ANOM-SCREENED
               ADD 1 TO WS-ANOM-COUNT
               IF ANOM-LISTING-OPEN
                   MOVE TX-IDX TO TX-IDX-DISP
                   MOVE WS-ANOM-VALUE TO WS-ANOM-AMT-EDIT
                   PERFORM StageOutlierAmount
                   MOVE WS-ANOM-TEXT TO WS-ANOM-VALUE-TXT
                   MOVE SPACES TO AnomalyReviewLine
                   STRING "Outlier: record " DELIMITED BY SIZE
                          TX-IDX-DISP DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          Category(TX-IDX) DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          WS-ANOM-VALUE-TXT DELIMITED BY SPACE
                          " USD - category has no postings in the "
                          DELIMITED BY SIZE
                          WS-ANOM-LOOKBACK DELIMITED BY SIZE
                          " months before " DELIMITED BY SIZE
                          WS-CUR-PERIOD DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          RawLine(TX-IDX)(1:60) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO AnomalyReviewLine
                   WRITE AnomalyReviewRecord
               END-IF
           ELSE
               ADD 1 TO WS-ANOM-UNSCORED
           END-IF.

      *> List transaction TX-IDX as outside its category's range,
      *> WS-ANOM-DISTANCE beyond the nearer bound and WS-ANOM-WORK
      *> from the mean, which is also given in spreads.
       WriteOutlierLine.
           ADD 1 TO WS-ANOM-COUNT
           COMPUTE WS-ANOM-SCORE ROUNDED =
               WS-ANOM-WORK / ANM-SPREAD(ANM-IDX)
               ON SIZE ERROR
                   MOVE 9999.9 TO WS-ANOM-SCORE
           END-COMPUTE
           IF ANOM-LISTING-OPEN
               MOVE TX-IDX TO TX-IDX-DISP
               MOVE WS-ANOM-VALUE TO WS-ANOM-AMT-EDIT
               PERFORM StageOutlierAmount
               MOVE WS-ANOM-TEXT TO WS-ANOM-VALUE-TXT
               MOVE ANM-LOW(ANM-IDX) TO WS-ANOM-AMT-EDIT
               PERFORM StageOutlierAmount
               MOVE WS-ANOM-TEXT TO WS-ANOM-LOW-TXT
               MOVE ANM-HIGH(ANM-IDX) TO WS-ANOM-AMT-EDIT
               PERFORM StageOutlierAmount
               MOVE WS-ANOM-TEXT TO WS-ANOM-HIGH-TXT
               MOVE WS-ANOM-DISTANCE TO WS-ANOM-AMT-EDIT
               PERFORM StageOutlierAmount
               MOVE WS-ANOM-TEXT TO WS-ANOM-DIST-TXT
               MOVE WS-ANOM-SCORE TO WS-ANOM-SCORE-EDIT
               MOVE 0 TO WS-ANOM-LEAD
               INSPECT WS-ANOM-SCORE-EDIT TALLYING WS-ANOM-LEAD
                   FOR LEADING SPACES
               MOVE ANM-BASIS-COUNT(ANM-IDX) TO WS-ANOM-BASIS-DISP
               IF ANM-BY-ITEMS(ANM-IDX)
                   MOVE " postings" TO WS-ANOM-BASIS-TXT
               ELSE
                   MOVE " run totals" TO WS-ANOM-BASIS-TXT
               END-IF
               MOVE SPACES TO AnomalyReviewLine
               MOVE 1 TO WS-ANOM-PTR
               STRING "Outlier: record " DELIMITED BY SIZE
                      TX-IDX-DISP DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      Category(TX-IDX) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-ANOM-VALUE-TXT DELIMITED BY SPACE
                      " USD expected " DELIMITED BY SIZE
                      WS-ANOM-LOW-TXT DELIMITED BY SPACE
                      " to " DELIMITED BY SIZE
                      WS-ANOM-HIGH-TXT DELIMITED BY SPACE
                      " (" DELIMITED BY SIZE
                      WS-ANOM-BASIS-DISP DELIMITED BY SIZE
                      WS-ANOM-BASIS-TXT DELIMITED BY "  "
                      ") outside by " DELIMITED BY SIZE
                      WS-ANOM-DIST-TXT DELIMITED BY SPACE
                      ", " DELIMITED BY SIZE
                      WS-ANOM-SCORE-EDIT(WS-ANOM-LEAD + 1:)
                          DELIMITED BY SIZE
                      " spreads from the mean (" DELIMITED BY SIZE
                      RawLine(TX-IDX)(1:60) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO AnomalyReviewLine
                      WITH POINTER WS-ANOM-PTR
               WRITE AnomalyReviewRecord
           END-IF.

      *> Take the amount in WS-ANOM-AMT-EDIT from its first
      *> significant character into WS-ANOM-TEXT.
       StageOutlierAmount.
           MOVE 0 TO WS-ANOM-LEAD
           INSPECT WS-ANOM-AMT-EDIT TALLYING WS-ANOM-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO WS-ANOM-TEXT
           MOVE WS-ANOM-AMT-EDIT(WS-ANOM-LEAD + 1:) TO WS-ANOM-TEXT.

      *> Read the approvers' decisions. A missing file just leaves
      *> APR-COUNT at zero, and every record over its limit is held.
      *> Decisions naming another batch are kept for that batch's
      *> own run; those naming this one are checked here and tied
      *> to the record they decide through ApprovalRef.
       ReadApprovals.
           MOVE 0 TO APR-COUNT
           OPEN INPUT ApprovalFile
           IF WS-APPROVAL-STATUS NOT = "00"
               CONTINUE
           ELSE
               PERFORM UNTIL WS-APPROVAL-STATUS = "10"  *> EOF
                   READ ApprovalFile INTO ApprovalLine
                       AT END
                           EXIT PERFORM
                   END-READ

                   IF ApprovalLine NOT = SPACES
                       ADD 1 TO APR-COUNT
                       IF APR-COUNT > 200
                           DISPLAY "ERROR: Too many approval "
                                   "decisions."
                           MOVE "FAILED - too many approval decisions"
                               TO WS-RUN-STATUS
                           PERFORM AbendRun
                       END-IF
                       MOVE ApprovalLine TO APR-LINE(APR-COUNT)
                       MOVE SPACES TO APR-BATCH(APR-COUNT)
                       MOVE SPACES TO APR-APPROVER(APR-COUNT)
                       MOVE SPACES TO APR-ERROR(APR-COUNT)
                       MOVE SPACES TO WS-APR-RECNO-STAGE
                       MOVE SPACES TO WS-APR-DECISION-STAGE
                       UNSTRING ApprovalLine DELIMITED BY ","
                           INTO APR-BATCH(APR-COUNT)
                                WS-APR-RECNO-STAGE
                                APR-APPROVER(APR-COUNT)
                                WS-APR-DECISION-STAGE
                       MOVE WS-APR-DECISION-STAGE(1:10)
                           TO APR-DECISION(APR-COUNT)
                       IF APR-BATCH(APR-COUNT) NOT = WS-BATCH-ID
                           SET APR-OTHER-BATCH(APR-COUNT) TO TRUE
                       ELSE
                           PERFORM CheckApprovalLine
                       END-IF
                   END-IF
               END-PERFORM

               CLOSE ApprovalFile
           END-IF.

      *> Check one decision for this batch. It must name a record
      *> in the batch by the 4-digit number pending_approvals.txt
      *> printed, an approver, and APPROVE or DECLINE; only the
      *> first decision on a record counts. A good one starts out
      *> as not needed and becomes released or declined when
      *> CheckApprovalLimit finds the record over its limit.
       CheckApprovalLine.
           SET APR-NOT-HELD(APR-COUNT) TO TRUE
           MOVE 0 TO APR-RECNO(APR-COUNT)
           IF WS-APR-RECNO-STAGE(1:4) NUMERIC
                   AND WS-APR-RECNO-STAGE(5:4) = SPACES
               MOVE WS-APR-RECNO-STAGE(1:4) TO APR-RECNO(APR-COUNT)
           END-IF
           EVALUATE TRUE
               WHEN APR-RECNO(APR-COUNT) = 0
                       OR APR-RECNO(APR-COUNT) > TX-COUNT
                   SET APR-INVALID(APR-COUNT) TO TRUE
                   MOVE "Record not in batch" TO APR-ERROR(APR-COUNT)
               WHEN APR-APPROVER(APR-COUNT) = SPACES
                   SET APR-INVALID(APR-COUNT) TO TRUE
                   MOVE "No approver named" TO APR-ERROR(APR-COUNT)
               WHEN WS-APR-DECISION-STAGE(11:2) NOT = SPACES
                       OR NOT (APR-APPROVE(APR-COUNT)
                           OR APR-DECLINE(APR-COUNT))
                   SET APR-INVALID(APR-COUNT) TO TRUE
                   MOVE "Decision not APPROVE or DECLINE"
                       TO APR-ERROR(APR-COUNT)
               WHEN ApprovalRef(APR-RECNO(APR-COUNT)) NOT = 0
                   SET APR-INVALID(APR-COUNT) TO TRUE
                   MOVE "Record already decided" TO APR-ERROR(APR-COUNT)
               WHEN OTHER
                   MOVE APR-COUNT TO ApprovalRef(APR-RECNO(APR-COUNT))
           END-EVALUATE.

      *> Close out this batch's decisions at the end of a successful
      *> run: report each one in the exceptions listing, log it to
      *> the audit trail, and retire it from the approvals file so
      *> a decision is acted on - and logged - exactly once, the way
      *> settled master change requests are retired. Decisions for
      *> other batches are written back untouched.
       SettleApprovals.
           PERFORM DisplayApprovals
           PERFORM WriteApprovalAudit
           OPEN OUTPUT ApprovalFile
           IF WS-APPROVAL-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to rewrite approvals file, "
                       "status " WS-APPROVAL-STATUS
               MOVE "FAILED - approvals rewrite error"
                   TO WS-RUN-STATUS
               PERFORM AbendRun
           END-IF
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > APR-COUNT
               IF APR-OTHER-BATCH(APR-IDX)
                   MOVE APR-LINE(APR-IDX) TO ApprovalLine
                   WRITE ApprovalRecord
               END-IF
           END-PERFORM
           CLOSE ApprovalFile.

      *> Record in the exceptions listing what each of this batch's
      *> decisions did, the way master change outcomes are recorded.
       DisplayApprovals.
           PERFORM VARYING APR-IDX FROM 1 BY 1
                   UNTIL APR-IDX > APR-COUNT
               IF NOT APR-OTHER-BATCH(APR-IDX)
                   MOVE SPACES TO CobolOutput
                   EVALUATE TRUE
                       WHEN APR-RELEASED(APR-IDX)
                           STRING "Approval applied: record "
                                  DELIMITED BY SIZE
                                  APR-RECNO(APR-IDX) DELIMITED BY SIZE
                                  " released by " DELIMITED BY SIZE
                                  APR-APPROVER(APR-IDX)
                                      DELIMITED BY "  "
                                  INTO CobolOutput
                       WHEN APR-DECLINED(APR-IDX)
                           STRING "Approval applied: record "
                                  DELIMITED BY SIZE
                                  APR-RECNO(APR-IDX) DELIMITED BY SIZE
                                  " declined by " DELIMITED BY SIZE
                                  APR-APPROVER(APR-IDX)
                                      DELIMITED BY "  "
                                  INTO CobolOutput
                       WHEN APR-NOT-HELD(APR-IDX)
                           STRING "Approval not needed: record "
                                  DELIMITED BY SIZE
                                  APR-RECNO(APR-IDX) DELIMITED BY SIZE
                                  " is not over its approval limit"
                                  DELIMITED BY SIZE
                                  INTO CobolOutput
                       WHEN OTHER
                           STRING "Approval REJECTED: "
                                  DELIMITED BY SIZE
                                  APR-ERROR(APR-IDX) DELIMITED BY "  "
                                  " (" DELIMITED BY SIZE
                                  APR-LINE(APR-IDX)(1:60)
                                      DELIMITED BY "  "
                                  ")" DELIMITED BY SIZE
                                  INTO CobolOutput
                   END-EVALUATE
                   DISPLAY CobolOutput
                   MOVE CobolOutput TO ExceptionLine
                   WRITE ExceptionRecord
               END-IF
           END-PERFORM.

      *> Log every decision for this batch to the audit trail, one
      *> line each in the shape WriteMasterAudit uses, so who
      *> approved or declined what is provable afterwards - and so
      *> is a decision that was not acted on, and why.
       WriteApprovalAudit.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           OPEN EXTEND AuditLogFile
           IF WS-AUDIT-STATUS = "35"
               OPEN OUTPUT AuditLogFile
           END-IF
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: Audit log not available; approval "
                       "decisions were not logged."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM VARYING APR-IDX FROM 1 BY 1
                       UNTIL APR-IDX > APR-COUNT
                   IF NOT APR-OTHER-BATCH(APR-IDX)
                       EVALUATE TRUE
                           WHEN APR-RELEASED(APR-IDX)
                               MOVE "RELEASED" TO WS-APR-STATUS-TXT
                           WHEN APR-DECLINED(APR-IDX)
                               MOVE "DECLINED" TO WS-APR-STATUS-TXT
                           WHEN APR-NOT-HELD(APR-IDX)
                               MOVE "NOT HELD" TO WS-APR-STATUS-TXT
                           WHEN OTHER
                               MOVE SPACES TO WS-APR-STATUS-TXT
                               STRING "INVALID - " DELIMITED BY SIZE
                                      APR-ERROR(APR-IDX)
                                          DELIMITED BY SIZE
                                      INTO WS-APR-STATUS-TXT
                       END-EVALUATE
                       MOVE SPACES TO CobolOutput
                       STRING WS-CUR-YYYY "-" WS-CUR-MM "-"
                              WS-CUR-DD " " WS-CUR-HH ":"
                              WS-CUR-MIN ":" WS-CUR-SEC
                              " approval batch=" DELIMITED BY SIZE
                              WS-BATCH-ID DELIMITED BY SPACE
                              " record=" DELIMITED BY SIZE
                              APR-RECNO(APR-IDX) DELIMITED BY SIZE
                              " approver=" DELIMITED BY SIZE
                              APR-APPROVER(APR-IDX) DELIMITED BY "  "
                              " decision=" DELIMITED BY SIZE
                              APR-DECISION(APR-IDX) DELIMITED BY SPACE
                              " status=" DELIMITED BY SIZE
                              WS-APR-STATUS-TXT DELIMITED BY SIZE
                              INTO CobolOutput
                       MOVE CobolOutput TO AuditLogLine
                       WRITE AuditLogRecord
                   END-IF
               END-PERFORM
               CLOSE AuditLogFile
           END-IF.

      *> Replace this batch's lines in the cumulative pending list
      *> with the records it holds now, keeping every other batch's
      *> lines as they were. A batch with nothing held simply drops
      *> out of the list. A list that cannot be rewritten fails the
      *> run: it is the approvers' only view of what is waiting.
       WritePendingApprovals.
           MOVE 0 TO PND-COUNT
           OPEN INPUT PendingApprovalFile
           IF WS-PENDING-STATUS = "00"
               PERFORM UNTIL WS-PENDING-STATUS = "10"  *> EOF
                   READ PendingApprovalFile INTO PendingApprovalLine
                       AT END
                           EXIT PERFORM
                   END-READ

                   IF PendingApprovalLine NOT = SPACES
                       MOVE SPACES TO WS-PND-BATCH
                       UNSTRING PendingApprovalLine DELIMITED BY ","
                           INTO WS-PND-BATCH
                       IF WS-PND-BATCH NOT = WS-BATCH-ID
                           ADD 1 TO PND-COUNT
                           IF PND-COUNT > 500
                               DISPLAY "ERROR: Too many pending "
                                       "approvals."
                               MOVE
                                   "FAILED - too many pending approvals"
                                   TO WS-RUN-STATUS
                               PERFORM AbendRun
                           END-IF
                           MOVE PendingApprovalLine
                               TO PND-LINE(PND-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PendingApprovalFile
           END-IF

           OPEN OUTPUT PendingApprovalFile
           IF WS-PENDING-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to rewrite pending approvals, "
                       "status " WS-PENDING-STATUS
               MOVE "FAILED - pending approvals rewrite error"
                   TO WS-RUN-STATUS
               PERFORM AbendRun
           END-IF
           PERFORM VARYING PND-IDX FROM 1 BY 1
                   UNTIL PND-IDX > PND-COUNT
               MOVE PND-LINE(PND-IDX) TO PendingApprovalLine
               WRITE PendingApprovalRecord
           END-PERFORM
           PERFORM VARYING TX-IDX FROM 1 BY 1 UNTIL TX-IDX > TX-COUNT
               IF VALID-RECORD(TX-IDX)
                       AND HELD-FOR-APPROVAL(TX-IDX)
                   PERFORM WritePendingLine
               END-IF
           END-PERFORM
           CLOSE PendingApprovalFile.

      *> One pending line: batch, record number, category, the
      *> native amount and currency, the report-currency figure, and
      *> the raw input line last so the commas inside it cannot
      *> shift the fields ahead of it.
       WritePendingLine.
           MOVE TX-IDX TO TX-IDX-DISP
           MOVE Amount(TX-IDX) TO WS-PND-AMT-EDIT
           MOVE 0 TO WS-PND-LEAD
           INSPECT WS-PND-AMT-EDIT TALLYING WS-PND-LEAD
               FOR LEADING SPACES
           MOVE NormalizedAmount(TX-IDX) TO WS-PND-NORM-EDIT
           MOVE 0 TO WS-PND-LEAD2
           INSPECT WS-PND-NORM-EDIT TALLYING WS-PND-LEAD2
               FOR LEADING SPACES
           MOVE SPACES TO PendingApprovalLine
           STRING WS-BATCH-ID DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  TX-IDX-DISP DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  Category(TX-IDX) DELIMITED BY "  "
                  "," DELIMITED BY SIZE
                  WS-PND-AMT-EDIT(WS-PND-LEAD + 1:) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  TransCurrency(TX-IDX) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-PND-NORM-EDIT(WS-PND-LEAD2 + 1:)
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  RawLine(TX-IDX) DELIMITED BY "  "
                  INTO PendingApprovalLine
           WRITE PendingApprovalRecord.

      *> Match each removal request against TransactionTable by
      *> TransType + Category + Amount and mark the first unremoved
      *> match Removed, recording what happened for DisplayRemovals.

      *> Parse each line and split into TransactionTable fields, then
      *> flag the record as invalid when UNSTRING did not populate all
      *> seven fields (eight when the line names a payee) or the
      *> Amount field did not come through as numeric. Amount is
      *> unstrung into an alphanumeric staging field first since
      *> UNSTRING into a numeric item silently zero-fills non-digit
      *> characters instead of leaving them there to detect; the
      *> transaction date and the account and payee codes are staged
      *> the same way so a malformed date or overlong code is flagged
      *> rather than truncated.
       ParseTransactionLine.
           MOVE 0 TO WS-FIELD-COUNT
           MOVE 0 TO WS-COMMA-COUNT
           MOVE WS-PARSE-LINE TO RawLine(PARSE-IDX)
           MOVE SPACES TO HoldFlag(PARSE-IDX)
           MOVE 0 TO ApprovalRef(PARSE-IDX)
           MOVE SPACES TO TaxCode(PARSE-IDX)
           MOVE 0 TO TaxRate(PARSE-IDX)
           MOVE 0 TO NetAmount(PARSE-IDX)
           MOVE 0 TO TaxAmount(PARSE-IDX)
           MOVE SPACES TO TransPayee(PARSE-IDX)
      *> A SPLIT continuation line allocates part of the preceding
      *> payment across another category and carries its own, much
      *> shorter layout; everything else is an ordinary transaction
       ParseOrdinaryLine.
           MOVE SPACES TO WS-DATE-STAGE
           MOVE SPACES TO WS-ACCT-STAGE
           MOVE SPACES TO WS-PAYEE-STAGE
           UNSTRING WS-PARSE-LINE DELIMITED BY ","
               INTO TransType(PARSE-IDX)
                    Category(PARSE-IDX)
                    Removed(PARSE-IDX)
                    WS-DATE-STAGE
                    WS-ACCT-STAGE
                    WS-PAYEE-STAGE
               TALLYING IN WS-FIELD-COUNT.
           INSPECT WS-PARSE-LINE TALLYING WS-COMMA-COUNT
               FOR ALL ","
           MOVE 0 TO SplitParent(PARSE-IDX)
           MOVE 0 TO SplitCount(PARSE-IDX)
           MOVE WS-ACCT-STAGE(1:10) TO TransAccount(PARSE-IDX)
           MOVE WS-PAYEE-STAGE(1:10) TO TransPayee(PARSE-IDX)
      *> The payee is an optional eighth field: lines written before
      *> it existed carry seven fields and name no payee.
           IF NOT ((WS-FIELD-COUNT = 7 AND WS-COMMA-COUNT = 6)
                   OR (WS-FIELD-COUNT = 8 AND WS-COMMA-COUNT = 7))
               SET INVALID-RECORD(PARSE-IDX) TO TRUE
               MOVE "Missing or extra field" TO InvalidReason(PARSE-IDX)
               MOVE 0 TO Amount(PARSE-IDX)
                       MOVE 0 TO Amount(PARSE-IDX)
                   END-IF
               END-IF
      *> A named payee is held to the payee master the same way; a
      *> line naming none is not checked at all.
               IF VALID-RECORD(PARSE-IDX) AND PY-COUNT > 0
                       AND WS-PAYEE-STAGE NOT = SPACES
                   PERFORM FindMasterPayee
                   IF PY-IDX > PY-COUNT
                           OR WS-PAYEE-STAGE(11:2) NOT = SPACES
                       SET INVALID-RECORD(PARSE-IDX) TO TRUE
                       MOVE "Payee not on master"
                           TO InvalidReason(PARSE-IDX)
                       MOVE 0 TO Amount(PARSE-IDX)
                   ELSE
                       IF NOT PY-IS-ACTIVE(PY-IDX)
                           SET INVALID-RECORD(PARSE-IDX) TO TRUE
                           MOVE "Payee deactivated"
                               TO InvalidReason(PARSE-IDX)
                           MOVE 0 TO Amount(PARSE-IDX)
                       END-IF
                   END-IF
               END-IF
               IF VALID-RECORD(PARSE-IDX)
                   MOVE PARSE-IDX TO WS-TAX-REC
                   PERFORM ResolveTaxCode
               END-IF
           END-IF.

      *> Parse a SPLIT continuation line: "SPLIT,category,amount",
      *> another category. The line becomes its own table entry,
      *> flagged with its parent's record number so every later pass
      *> can tell the one payment from its allocations; the fields a
      *> split inherits (date, currency, account, payee, type) are
      *> copied from the parent by ValidateSplits once corrections
      *> have settled. A split with no preceding ordinary line has
      *> nothing to allocate and is rejected outright.
       ParseSplitLine.
           UNSTRING WS-PARSE-LINE DELIMITED BY ","
           MOVE SPACES TO TransDate(PARSE-IDX)
           MOVE SPACES TO TransCurrency(PARSE-IDX)
           MOVE SPACES TO TransAccount(PARSE-IDX)
           MOVE SPACES TO TransPayee(PARSE-IDX)

           IF SplitParent(PARSE-IDX) = 0
               IF WS-LAST-PARENT-IDX = 0

      *> Handle one valid, non-split transaction from the main loop:
      *> classify it against the period, the suspense rules, the
      *> approval limits, the removal flag and strict-duplicate
      *> mode, and route it into the listing, the totals, the
      *> ledger and the GL extract accordingly.
       ProcessOneTransaction.
           PERFORM CheckRemovedStatus

           PERFORM NormalizeAmount
           PERFORM SplitTaxAmount

           PERFORM CheckApprovalLimit

      *> Out-of-period transactions are counted and listed separately
      *> rather than folded into the detail report and totals, so the
                       PERFORM WriteSuspense
                   END-IF
               ELSE
      *> A transaction over its category's approval limit is held
      *> out of the totals, the ledger and the GL extract until an
      *> approver decides it, and one the approver declined is
      *> rejected; neither counts as a written row.
                   IF HELD-FOR-APPROVAL(TX-IDX)
                           OR APPROVAL-DECLINED(TX-IDX)
                       PERFORM HoldForApproval
                   ELSE
      *> In strict mode a suspected duplicate is held out of the
      *> totals (and so out of the ledger and GL extract) the way
      *> a removed record is, until the review listing is cleared.
                       IF Removed(TX-IDX) NOT = "Y"
                           IF STRICT-DUPLICATES
                                   AND DupOfRec(TX-IDX) NOT = 0
                               CONTINUE
                           ELSE
                               PERFORM AccumulateSummary
      *> A split payment's category figures and ledger postings come
      *> from its allocations - posting the parent too would carry
      *> the payment into the ledger twice - so the parent posts
      *> only when it has no splits, and the allocations are rolled
      *> in right behind it either way.
                               IF SplitCount(TX-IDX) = 0
                                   IF LEDGER-POSTING
                                       PERFORM PostLedgerRecord
                                   END-IF
                               ELSE
                                   PERFORM AccumulateSplitChildren
                               END-IF
                               IF TX-IDX > WS-CHECKPOINT-IDX
                                   PERFORM WriteGLDetail
                               END-IF
                           END-IF
                       END-IF

                       ADD 1 TO WS-WRITTEN-COUNT
      *> In sorted mode the detail rows are held back and presented
      *> by WriteSortedDetail once the whole batch is in, sequenced
      *> by category and date with control breaks.
                       IF TX-IDX > WS-CHECKPOINT-IDX
                               AND NOT SORTED-REPORT
                           PERFORM WriteTransactionDetail
                       END-IF
                   END-IF
               END-IF
           END-IF.
           MOVE Amount(TX-IDX) TO GL-D-AMOUNT
           MOVE TransCurrency(TX-IDX) TO GL-D-CURRENCY
           MOVE NormalizedAmount(TX-IDX) TO GL-D-NORMALIZED
           MOVE TaxCode(TX-IDX) TO GL-D-TAX-CODE
           MOVE NetAmount(TX-IDX) TO GL-D-NET
           MOVE TaxAmount(TX-IDX) TO GL-D-TAX
           MOVE GL-DETAIL-RECORD TO GLExtractLine
           WRITE GLExtractRecord.

                       AND SplitParent(TX-IDX) = 0
                       AND NOT (Removed(TX-IDX) NOT = "Y"
                           AND IN-SUSPENSE(TX-IDX))
                       AND NOT HELD-FOR-APPROVAL(TX-IDX)
                   ADD 1 TO SORT-COUNT
                   MOVE TX-IDX TO SORT-REC(SORT-COUNT)
               END-IF
           PERFORM BuildDetailRow
           PERFORM WriteReportLine.

      *> Decide whether a transaction needs approval before it can
      *> count: with the category master loaded, an in-period record
      *> that is neither removed nor parked in suspense is over the
      *> limit when its USD value, either way round, exceeds its
      *> category's approval limit - or, for a split payment, when
      *> any allocation exceeds its own category's limit, since the
      *> allocations are what reach the ledger. A decision on file
      *> for the record settles it: approved releases it into the
      *> totals, declined rejects it. Without one it is held.
       CheckApprovalLimit.
           MOVE SPACES TO HoldFlag(TX-IDX)
           IF CM-COUNT > 0
                   AND IN-PERIOD(TX-IDX)
                   AND Removed(TX-IDX) NOT = "Y"
                   AND NOT IN-SUSPENSE(TX-IDX)
               MOVE "N" TO WS-OVER-LIMIT
               MOVE Category(TX-IDX) TO WS-LIMIT-CATEGORY
               MOVE NormalizedAmount(TX-IDX) TO WS-LIMIT-NORM
               PERFORM TestApprovalLimit
               IF SplitCount(TX-IDX) > 0
                   PERFORM VARYING TX-IDX2 FROM 1 BY 1
                           UNTIL TX-IDX2 > TX-COUNT
                       IF SplitParent(TX-IDX2) = TX-IDX
                               AND VALID-RECORD(TX-IDX2)
                           MOVE Category(TX-IDX2) TO WS-LIMIT-CATEGORY
                           MOVE NormalizedAmount(TX-IDX2)
                               TO WS-LIMIT-NORM
                           PERFORM TestApprovalLimit
                       END-IF
                   END-PERFORM
               END-IF

               IF OVER-LIMIT
                   IF ApprovalRef(TX-IDX) = 0
                       SET HELD-FOR-APPROVAL(TX-IDX) TO TRUE
                   ELSE
                       SET APR-IDX TO ApprovalRef(TX-IDX)
                       IF APR-APPROVE(APR-IDX)
                           SET APR-RELEASED(APR-IDX) TO TRUE
                           ADD 1 TO WS-RELEASED-COUNT
                       ELSE
                           SET APR-DECLINED(APR-IDX) TO TRUE
                           SET APPROVAL-DECLINED(TX-IDX) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Test one amount against its category's approval limit,
      *> setting WS-OVER-LIMIT when it is over. The limit is kept in
      *> whole USD units like the budget, so the report-currency
      *> figure is taken back through WS-TARGET-RATE to USD first.
      *> A category whose limit would not load holds everything.
       TestApprovalLimit.
           SET CM-IDX TO 1
           SEARCH CategoryMasterEntry
               AT END
                   SET CM-IDX TO CM-COUNT
                   SET CM-IDX UP BY 1
               WHEN CM-CODE(CM-IDX) = WS-LIMIT-CATEGORY
                   CONTINUE
           END-SEARCH
           IF CM-IDX NOT > CM-COUNT
               IF NOT CM-LIMIT-VALID(CM-IDX)
                   MOVE "Y" TO WS-OVER-LIMIT
               ELSE
                   IF CM-LIMIT(CM-IDX) > 0
                       COMPUTE WS-LIMIT-USD ROUNDED =
                           WS-LIMIT-NORM * WS-TARGET-RATE / 10000
                       IF WS-LIMIT-USD < 0
                           COMPUTE WS-LIMIT-USD = 0 - WS-LIMIT-USD
                       END-IF
                       IF WS-LIMIT-USD > CM-LIMIT(CM-IDX)
                           MOVE "Y" TO WS-OVER-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Route a transaction CheckApprovalLimit stopped. A held one
      *> is listed with a HELD APPROVAL flag and kept out of the
      *> totals, the ledger and the GL extract; WritePendingApprovals
      *> lists it for the approvers at the end of the run. A
      *> declined one is rejected to the exceptions listing, its
      *> split lines with it, which the main loop then counts as
      *> rejects when it reaches them.
       HoldForApproval.
           IF HELD-FOR-APPROVAL(TX-IDX)
               ADD 1 TO WS-HELD-COUNT
               IF TX-IDX > WS-CHECKPOINT-IDX
                   MOVE "HELD APPROVAL" TO DL-STATUS
                   PERFORM BuildDetailRow
                   PERFORM WriteReportLine
               END-IF
           ELSE
               ADD 1 TO WS-DECLINED-COUNT
               ADD 1 TO WS-REJECTED-COUNT
               ADD 1 TO SRC-REJECTED(TransSource(TX-IDX))
               SET INVALID-RECORD(TX-IDX) TO TRUE
               MOVE "Declined by approver" TO InvalidReason(TX-IDX)
               IF TX-IDX > WS-CHECKPOINT-IDX
                   PERFORM WriteException
               END-IF
               IF SplitCount(TX-IDX) > 0
                   PERFORM VARYING TX-IDX2 FROM 1 BY 1
                           UNTIL TX-IDX2 > TX-COUNT
                       IF SplitParent(TX-IDX2) = TX-IDX
                               AND VALID-RECORD(TX-IDX2)
                           SET INVALID-RECORD(TX-IDX2) TO TRUE
                           MOVE "Split set declined by approver"
                               TO InvalidReason(TX-IDX2)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

      *> Write a rejected record to the exceptions listing. In a
      *> consolidated run the line also names the source file the
      *> reject came from, since the same record number alone no
           ADD 1 TO GrandTotalCount
           ADD WS-SIGNED-AMOUNT TO GrandTotalAmount
           ADD NormalizedAmount(TX-IDX) TO GrandTotalNormalized
           ADD NetAmount(TX-IDX) TO GrandTotalNet
           ADD TaxAmount(TX-IDX) TO GrandTotalTax
           ADD NormalizedAmount(TX-IDX)
               TO SRC-NORMALIZED(TransSource(TX-IDX))

               IF SplitParent(TX-IDX) NOT = 0
                       AND VALID-RECORD(TX-IDX)
                   PERFORM NormalizeAmount
                   PERFORM SplitTaxAmount
               END-IF
           END-PERFORM.

      *> prior interrupted run's duplicate keys.
       PostSplitLedgerRecord.
           MOVE WS-BATCH-ID TO LEDGER-BATCH
           COMPUTE LEDGER-SEQ = WS-LEDGER-GEN * 1000 + TX-IDX2
           MOVE TransDate(TX-IDX2) TO LEDGER-DATE
           MOVE TransType(TX-IDX2) TO LEDGER-TYPE
           MOVE Category(TX-IDX2) TO LEDGER-CATEGORY
           MOVE Amount(TX-IDX2) TO LEDGER-AMOUNT
           MOVE TransCurrency(TX-IDX2) TO LEDGER-CURRENCY
           MOVE TransAccount(TX-IDX2) TO LEDGER-ACCOUNT
           MOVE TransPayee(TX-IDX2) TO LEDGER-PAYEE
           MOVE SPACES TO LEDGER-REF-BATCH
           MOVE 0 TO LEDGER-REF-SEQ
      *> Converted back to USD for the cumulative ledger, as in
      *> PostLedgerRecord.
           COMPUTE LEDGER-NORMALIZED ROUNDED =
               NormalizedAmount(TX-IDX2) * WS-TARGET-RATE / 10000
           MOVE TaxCode(TX-IDX2) TO LEDGER-TAX-CODE
           MOVE TaxRate(TX-IDX2) TO LEDGER-TAX-RATE
           COMPUTE WS-TAX-DIVISOR = 100 + LEDGER-TAX-RATE
           COMPUTE LEDGER-TAX ROUNDED =
               LEDGER-NORMALIZED * LEDGER-TAX-RATE / WS-TAX-DIVISOR
           COMPUTE LEDGER-NET = LEDGER-NORMALIZED - LEDGER-TAX
           WRITE LedgerRecord
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-LEDGER-POSTED
                   PERFORM NoteNewAccountActivity
           END-WRITE
           IF WS-LEDGER-STATUS NOT = "00"
                   AND WS-LEDGER-STATUS NOT = "22"
               END-IF
           END-IF.

      *> Divide NormalizedAmount(TX-IDX) into its net and tax parts
      *> at the record's tax rate, the amount being taken as tax
      *> inclusive. A Refund's negative figure splits into negative
      *> parts, so a refund reverses the tax of the sale it undoes.
      *> A split payment carries no code of its own: its tax is the
      *> sum of its allocations' (normalized by
      *> NormalizeSplitChildren before the main loop reaches it),
      *> so the parent's figures always agree with the postings.
       SplitTaxAmount.
           IF SplitCount(TX-IDX) > 0
               MOVE "SPLIT" TO TaxCode(TX-IDX)
               MOVE 0 TO TaxRate(TX-IDX)
               MOVE 0 TO TaxAmount(TX-IDX)
               PERFORM VARYING TX-IDX2 FROM 1 BY 1
                       UNTIL TX-IDX2 > TX-COUNT
                   IF SplitParent(TX-IDX2) = TX-IDX
                           AND VALID-RECORD(TX-IDX2)
                       ADD TaxAmount(TX-IDX2) TO TaxAmount(TX-IDX)
                   END-IF
               END-PERFORM
           ELSE
      *> The divisor is settled in a field of its own first, so it
      *> keeps every decimal of a rate like 8.875 whatever precision
      *> the division's intermediate result is given.
               COMPUTE WS-TAX-DIVISOR = 100 + TaxRate(TX-IDX)
               COMPUTE TaxAmount(TX-IDX) ROUNDED =
                   NormalizedAmount(TX-IDX) * TaxRate(TX-IDX)
                       / WS-TAX-DIVISOR
           END-IF
           COMPUTE NetAmount(TX-IDX) =
               NormalizedAmount(TX-IDX) - TaxAmount(TX-IDX).

      *> Locate TransCurrency(TX-IDX) in RateTotals. RATE-IDX comes
      *> back greater than RATE-COUNT when no rate is on file.
       FindRateIndex.
                  INTO CobolOutput
           PERFORM WriteReportLine

           IF TAX-RATES-LOADED
               MOVE SPACES TO CobolOutput
               MOVE GrandTotalNet TO WS-EDITED-AMT
               MOVE GrandTotalTax TO WS-EDITED-AMT2
               STRING "  of which net: " DELIMITED BY SIZE
                      WS-EDITED-AMT DELIMITED BY SIZE
                      "  tax: " DELIMITED BY SIZE
                      WS-EDITED-AMT2 DELIMITED BY SIZE
                      INTO CobolOutput
               PERFORM WriteReportLine
           END-IF

      *> read= balances against the other buckets: splits= counts
      *> the valid SPLIT lines, whose figures ride inside their
      *> parent's written row rather than a row of their own, and
      *> held= the rows waiting on an approval decision.
           MOVE SPACES TO CobolOutput
           STRING "Control total: read=" DELIMITED BY SIZE
                  TX-COUNT DELIMITED BY SIZE
                  WS-OUTPERIOD-COUNT DELIMITED BY SIZE
                  " suspense=" DELIMITED BY SIZE
                  WS-SUSPENSE-COUNT DELIMITED BY SIZE
                  " held=" DELIMITED BY SIZE
                  WS-HELD-COUNT DELIMITED BY SIZE
                  " splits=" DELIMITED BY SIZE
                  WS-SPLITLINE-COUNT DELIMITED BY SIZE
                  INTO CobolOutput
           END-IF
           PERFORM WriteReportLine

           MOVE WS-ANOM-THRESHOLD TO WS-ANOM-THRESH-EDIT
           MOVE 0 TO WS-ANOM-LEAD
           INSPECT WS-ANOM-THRESH-EDIT TALLYING WS-ANOM-LEAD
               FOR LEADING SPACES
           MOVE SPACES TO CobolOutput
           STRING "Outlier suspects: " DELIMITED BY SIZE
                  WS-ANOM-COUNT DELIMITED BY SIZE
                  " of " DELIMITED BY SIZE
                  WS-ANOM-SCREENED DELIMITED BY SIZE
                  " screened, " DELIMITED BY SIZE
                  WS-ANOM-UNSCORED DELIMITED BY SIZE
                  " not scored (" DELIMITED BY SIZE
                  WS-ANOM-THRESH-EDIT(WS-ANOM-LEAD + 1:)
                      DELIMITED BY SIZE
                  " spreads over " DELIMITED BY SIZE
                  WS-ANOM-LOOKBACK DELIMITED BY SIZE
                  " months; see anomaly_review.txt)" DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteReportLine

           IF WS-HELD-COUNT > 0 OR WS-RELEASED-COUNT > 0
                   OR WS-DECLINED-COUNT > 0
               MOVE SPACES TO CobolOutput
               STRING "Approval holds: held=" DELIMITED BY SIZE
                      WS-HELD-COUNT DELIMITED BY SIZE
                      " released=" DELIMITED BY SIZE
                      WS-RELEASED-COUNT DELIMITED BY SIZE
                      " declined=" DELIMITED BY SIZE
                      WS-DECLINED-COUNT DELIMITED BY SIZE
                      " (see pending_approvals.txt)" DELIMITED BY SIZE
                      INTO CobolOutput
               PERFORM WriteReportLine
           END-IF

           IF CORRECTION-COUNT > 0
               MOVE SPACES TO CobolOutput
               STRING "Corrections: submitted=" DELIMITED BY SIZE
               MOVE "Ledger: not available, nothing posted"
                   TO CobolOutput
           ELSE
               EVALUATE TRUE
                   WHEN LEDGER-RERUN
                       STRING "Ledger: posted " DELIMITED BY SIZE
                              WS-LEDGER-POSTED DELIMITED BY SIZE
                              " new transactions for batch "
                              DELIMITED BY SIZE
                              WS-BATCH-ID DELIMITED BY SIZE
                              " (batch seen before; posted records "
                              "kept)" DELIMITED BY SIZE
                              INTO CobolOutput
                   WHEN LEDGER-REPOST
                       STRING "Ledger: posted " DELIMITED BY SIZE
                              WS-LEDGER-POSTED DELIMITED BY SIZE
                              " transactions for batch "
                              DELIMITED BY SIZE
                              WS-BATCH-ID DELIMITED BY "  "
                              " (repost after reversal "
                              DELIMITED BY SIZE
                              WS-REVERSAL-ID DELIMITED BY "  "
                              ")" DELIMITED BY SIZE
                              INTO CobolOutput
                   WHEN OTHER
                       STRING "Ledger: posted " DELIMITED BY SIZE
                              WS-LEDGER-POSTED DELIMITED BY SIZE
                              " transactions for batch "
                              DELIMITED BY SIZE
                              WS-BATCH-ID DELIMITED BY SIZE
                              INTO CobolOutput
               END-EVALUATE
           END-IF
           PERFORM WriteReportLine.

           IF WS-STMISSING-STATUS NOT = "00"
               DISPLAY "WARNING: Standing-instructions chase listing "
                       "not available."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM VARYING SI-IDX FROM 1 BY 1
                       UNTIL SI-IDX > SI-COUNT
       WriteAccountBalances.
      *> Rerun protection, mirroring what the ledger's batch
      *> control record does for postings: a batch whose control
      *> record was already on file has already rolled the activity
      *> it posted then into the balance file once, so rolling it
      *> again would permanently inflate every later statement's
      *> opening balance. Such a run carries forward only the
      *> activity of the records it posted to the ledger for the
      *> first time - items released from approval, cured rejects
      *> and the like - so the balance file moves exactly as the
      *> ledger did and a later reversal unwinds only what was
      *> added. (With no ledger available nothing can tell a rerun
      *> from a fresh batch, and the roll-forward proceeds as it
      *> always has.)
           IF LEDGER-RERUN
               DISPLAY "NOTE: Batch already on ledger; only the "
                       "records first posted by this run are "
                       "carried into the closing balances."
           END-IF
           PERFORM RewriteAccountBalances.

       RewriteAccountBalances.
           OPEN OUTPUT AccountBalanceFile
           IF WS-ACCTBAL-STATUS NOT = "00"
               DISPLAY "WARNING: Account balance file not available; "
                       "closing balances were not carried forward."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM VARYING ACC-IDX FROM 1 BY 1
                       UNTIL ACC-IDX > ACC-COUNT
                   IF LEDGER-RERUN
                       COMPUTE WS-ACCT-RUN-BAL =
                           ACC-OPEN-BAL(ACC-IDX)
                               + ACC-NEW-ACTIVITY(ACC-IDX)
                   ELSE
                       COMPUTE WS-ACCT-RUN-BAL =
                           ACC-OPEN-BAL(ACC-IDX)
                               + ACC-ACTIVITY(ACC-IDX)
                   END-IF
                   MOVE SPACES TO AccountBalanceLine
                   STRING ACC-CODE(ACC-IDX) ","
                          WS-ACCT-RUN-BAL ","
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "WARNING: Summary history file not available; "
                       "this run's figures were not recorded."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
               ACCEPT WS-CUR-TIME FROM TIME
           OPEN OUTPUT TrendReportFile
           IF WS-TREND-STATUS NOT = "00"
               DISPLAY "WARNING: Trend report file not available."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE SPACES TO TrendReportLine
               STRING "TREND REPORT - period " WS-CUR-PERIOD
