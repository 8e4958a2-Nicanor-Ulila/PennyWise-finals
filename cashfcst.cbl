       IDENTIFICATION DIVISION.
       PROGRAM-ID. CashForecast.

      *> Cash-flow forecast. Every other report in the suite looks
      *> back at what was posted; this one looks forward. Starting
      *> from each account's carried balance in account_balances.txt
      *> (or the account master's opening figure where nothing has
      *> been carried yet) it lays the coming thirteen weeks out day
      *> by day: each standing instruction lands on its day of the
      *> month at its expected amount, and every category with no
      *> standing instruction of its own is spread evenly across
      *> each month as discretionary spend. The result is a
      *> week-by-week projected balance per account, stated in the
      *> report currency, with every week an account is projected
      *> to be below zero flagged so the funding can be arranged
      *> before it is needed rather than after.
      *>
      *> Discretionary spend comes either from the category master's
      *> monthly budgets (FORECAST_BASIS=BUDGET, the default) or
      *> from what the ledger shows was actually spent
      *> (FORECAST_BASIS=ACTUAL): the average per month, category
      *> and account over the FORECAST_LOOKBACK_MONTHS complete
      *> months (default 3) before the forecast starts, counting
      *> only months that have postings. Deactivated categories are
      *> not projected on either basis.
      *>
      *> Unlike the account statements in TransactionReport, which
      *> accumulate spend onto an account, the forecast is a cash
      *> position: a projected payment reduces the balance, and only
      *> a Refund - money coming back in - adds to it.
      *>
      *> The forecast starts on FORECAST_START_DATE (YYYY-MM-DD,
      *> default today). Standing instructions may name the account
      *> they are paid from in an optional seventh field; one that
      *> does not, and discretionary spend with no account of its
      *> own, falls on FORECAST_ACCOUNT (default the first account
      *> on the master). REPORT_CURRENCY and RATE_MAX_AGE_DAYS are
      *> honoured the way TransactionReport honours them; a figure
      *> whose currency has no usable rate is left out and listed,
      *> never converted at a guess. Read-only: nothing here is
      *> posted or logged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "transaction_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AccountMasterFile
               ASSIGN TO "account_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCTMASTER-STATUS.

           SELECT AccountBalanceFile
               ASSIGN TO "account_balances.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCTBAL-STATUS.

           SELECT StandingInstructionFile
               ASSIGN TO "standing_instructions.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-STANDING-STATUS.

           SELECT CategoryMasterFile
               ASSIGN TO "category_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATMASTER-STATUS.

           SELECT ExchangeRateFile
               ASSIGN TO "exchange_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT ForecastReportFile
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same record layout PostLedgerRecord writes; the two must
      *> stay in step or the actual-spend averages would be wrong.
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

       FD  AccountMasterFile.
       01  AccountMasterRecord.
           05  AccountMasterLine     PIC X(70).

       FD  AccountBalanceFile.
       01  AccountBalanceRecord.
           05  AccountBalanceLine    PIC X(40).

      *> "type,category,expected amount,tolerance,currency,day of
      *> month" as TransactionReport reads it, with the paying
      *> account as an optional seventh field that only the forecast
      *> uses.
       FD  StandingInstructionFile.
       01  StandingInstructionRecord.
           05  StandingInstructionLine PIC X(100).

      *> Code, monthly budget and active status are used here; any
      *> later fields on the line are read past.
       FD  CategoryMasterFile.
       01  CategoryMasterRecord.
           05  CategoryMasterLine    PIC X(80).

       FD  ExchangeRateFile.
       01  ExchangeRateRecord.
           05  ExchangeRateLine      PIC X(30).

       FD  ForecastReportFile.
       01  ForecastReportRecord.
           05  ForecastReportLine    PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-ACCTMASTER-STATUS  PIC XX.
       01  WS-ACCTBAL-STATUS     PIC XX.
       01  WS-STANDING-STATUS    PIC XX.
       01  WS-CATMASTER-STATUS   PIC XX.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-REPORT-STATUS      PIC XX.

       01  WS-REPORT-FILENAME    PIC X(100)
                                     VALUE "cash_forecast.txt".
       01  WS-ENV-STAGE          PIC X(100).

      *> Report currency and the rate ageing rule, as in
      *> TransactionReport. WS-TARGET-RATE is the report currency's
      *> own rate against USD; 10000 when the report currency is
      *> USD itself.
       01  WS-BASE-CURRENCY      PIC X(3) VALUE "USD".
       01  WS-TARGET-RATE        PIC 9(9) VALUE 10000.
       01  WS-RATE-MAX-AGE       PIC 9(3) VALUE 30.
       01  WS-TODAY-INT          PIC 9(8).
       01  WS-RATE-DATE-NUM      PIC 9(8).
       01  WS-RATE-EFF-INT       PIC 9(8).
       01  WS-RATE-AGE-DAYS      PIC S9(8).
       01  WS-RATE-EFF-STAGE     PIC X(12).

      *> Where discretionary spend comes from, and how far back the
      *> ledger is averaged when it comes from actuals. A run asked
      *> for actuals that finds no postings in the lookback falls
      *> back to the budgets and says so.
       01  WS-FORECAST-BASIS     PIC X(6) VALUE "BUDGET".
           88  BUDGET-BASIS      VALUE "BUDGET".
           88  ACTUAL-BASIS      VALUE "ACTUAL".
       01  WS-BASIS-FELL-BACK    PIC X(1) VALUE "N".
           88  BASIS-FELL-BACK   VALUE "Y".
       01  WS-LOOKBACK           PIC 9(2) VALUE 3.
       01  WS-DEFAULT-ACCOUNT    PIC X(10) VALUE SPACES.
       01  WS-DEFAULT-ACC-NO     PIC 9(3) VALUE 0.

      *> The horizon: thirteen weeks of seven days from the start
      *> date, walked one day at a time in integer-date form.
       01  WS-HORIZON-WEEKS      PIC 9(2) VALUE 13.
       01  WS-HORIZON-DAYS       PIC 9(3) VALUE 91.
       01  WS-START-STAGE        PIC X(12).
       01  WS-START-DATE.
           05  WS-START-YYYY     PIC 9(4).
           05  WS-START-MM       PIC 9(2).
           05  WS-START-DD       PIC 9(2).
       01  WS-START-DATE-NUM REDEFINES WS-START-DATE PIC 9(8).
       01  WS-START-INT          PIC 9(8).
       01  WS-START-CHECK        PIC 9(8).
       01  WS-START-TEXT         PIC X(10).
       01  WS-END-TEXT           PIC X(10).
       01  WS-DAY-OFFSET         PIC 9(3).
       01  WS-DAY-INT            PIC 9(8).
       01  WS-DAY-DATE.
           05  WS-DAY-YYYY       PIC 9(4).
           05  WS-DAY-MM         PIC 9(2).
           05  WS-DAY-DD         PIC 9(2).
       01  WS-DAY-DATE-NUM REDEFINES WS-DAY-DATE PIC 9(8).
       01  WS-NEXTM-DATE.
           05  WS-NEXTM-YYYY     PIC 9(4).
           05  WS-NEXTM-MM       PIC 9(2).
           05  WS-NEXTM-DD       PIC 9(2).
       01  WS-NEXTM-DATE-NUM REDEFINES WS-NEXTM-DATE PIC 9(8).
       01  WS-MONTH-LEN          PIC 9(2).
       01  WS-WEEK-NO            PIC 9(2).
       01  WS-FMT-INT            PIC 9(8).
       01  WS-FMT-TEXT           PIC X(10).

      *> Account master with each account's starting balance in the
      *> report currency and the thirteen weeks' projected movements
      *> (instructions to the cent; discretionary spend carried at
      *> four places while it accrues a day at a time).
       01  ACC-COUNT             PIC 9(3) VALUE 0.
       01  AccountMasterTable.
           05  AccountMasterEntry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ACC-COUNT
                   INDEXED BY ACC-IDX.
               10  ACC-CODE            PIC X(10).
               10  ACC-NAME            PIC X(30).
               10  ACC-START           PIC S9(12)V99.
               10  ACC-START-SOURCE    PIC X(1).
                   88  ACC-FROM-BALANCES VALUE "B".
                   88  ACC-FROM-MASTER   VALUE "M".
               10  ACC-NEG-WEEKS       PIC 9(2).
               10  ACC-WEEK-INSTR      PIC S9(12)V99
                       OCCURS 13 TIMES.
               10  ACC-WEEK-DISC       PIC S9(12)V9(4)
                       OCCURS 13 TIMES.
       01  WS-ACCT-STAGE         PIC X(12).
       01  WS-BAL-CODE-STAGE     PIC X(12).
       01  WS-BAL-AMT.
           05  WS-BAL-AMT-X      PIC X(15).
       01  WS-BAL-AMT-N REDEFINES WS-BAL-AMT
                                 PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-BAL-CUR-STAGE      PIC X(5).

      *> Standing instructions, each with the account it is paid
      *> from and its monthly cash movement in the report currency
      *> (negative out, positive for a Refund). One that cannot be
      *> projected keeps the reason in SI-NOTE.
       01  SI-COUNT              PIC 9(3) VALUE 0.
       01  StandingInstructionTable.
           05  StandingInstructionEntry OCCURS 1 TO 50 TIMES
                   DEPENDING ON SI-COUNT
                   INDEXED BY SI-IDX.
               10  SI-TYPE             PIC X(20).
                   88  SI-REFUND       VALUE "Refund".
               10  SI-CATEGORY         PIC X(20).
               10  SI-EXPECTED         PIC 9(10)V99.
               10  SI-CURRENCY         PIC X(3).
               10  SI-DAY              PIC 9(2).
               10  SI-ACCOUNT          PIC X(10).
               10  SI-ACC-NO           PIC 9(3).
               10  SI-FLOW             PIC S9(12)V99.
               10  SI-USABLE           PIC X(1).
                   88  SI-PROJECTED    VALUE "Y".
               10  SI-NOTE             PIC X(40).
       01  WS-SI-AMT-STAGE       PIC X(14).
       01  WS-SI-TOL-STAGE       PIC X(12).
       01  WS-SI-DAY-STAGE       PIC X(4).
       01  WS-SI-ACCT-STAGE      PIC X(12).
       01  WS-SI-SKIPPED         PIC 9(3) VALUE 0.

      *> Category master: monthly budget in whole USD and whether
      *> the category is still active.
       01  CM-COUNT              PIC 9(3) VALUE 0.
       01  CategoryMasterTable.
           05  CategoryMasterEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON CM-COUNT
                   INDEXED BY CM-IDX.
               10  CM-CODE             PIC X(20).
               10  CM-BUDGET           PIC 9(10)V99.
               10  CM-ACTIVE           PIC X(1).
                   88  CM-IS-ACTIVE    VALUE "A".
       01  WS-CM-STATUS-STAGE    PIC X(2).
       01  WS-WORK-CATEGORY      PIC X(20).

      *> Discretionary spend lines: one per category and account,
      *> with the USD base it was built from (a monthly budget, or
      *> the ledger total over the lookback) and the resulting
      *> monthly cash movement in the report currency.
       01  DS-COUNT              PIC 9(3) VALUE 0.
       01  DiscretionaryTable.
           05  DiscretionaryEntry OCCURS 1 TO 300 TIMES
                   DEPENDING ON DS-COUNT
                   INDEXED BY DS-IDX.
               10  DS-CATEGORY         PIC X(20).
               10  DS-ACC-NO           PIC 9(3).
               10  DS-USD              PIC S9(12)V99.
               10  DS-MONTHLY          PIC S9(12)V99.
       01  WS-WORK-ACC-NO        PIC 9(3).

      *> The lookback months for the actual basis, oldest first,
      *> with how many ledger postings each one holds.
       01  LookbackTable.
           05  LookbackEntry OCCURS 24 TIMES INDEXED BY LBM-IDX.
               10  LBM-PERIOD          PIC X(7).
               10  LBM-POSTINGS        PIC 9(5).
       01  WS-LB-MONTHS-SEEN     PIC 9(2) VALUE 0.
       01  WS-WORK-YYYY          PIC 9(4).
       01  WS-WORK-MM            PIC 9(2).
       01  WS-LEDGER-USED        PIC 9(6) VALUE 0.

      *> Exchange rates as TransactionReport loads them.
       01  RATE-COUNT            PIC 9(3) VALUE 0.
       01  RateTotals.
           05  RateEntry OCCURS 1 TO 50 TIMES
                   DEPENDING ON RATE-COUNT
                   INDEXED BY RATE-IDX.
               10  RATE-CURRENCY       PIC X(3).
               10  RATE-VALUE          PIC 9(9).
               10  RATE-EFF-DATE       PIC X(10).
               10  RATE-USABLE         PIC X(1).
                   88  RATE-IS-USABLE  VALUE "Y".

      *> One conversion into the report currency: the figure and
      *> its currency in, the converted figure and whether a usable
      *> rate was found out.
       01  WS-CONV-AMOUNT        PIC S9(12)V99.
       01  WS-CONV-CURRENCY      PIC X(3).
       01  WS-CONV-RESULT        PIC S9(12)V99.
       01  WS-CONV-OK            PIC X(1).
           88  CONV-OK           VALUE "Y".

       01  WS-RUN-BAL            PIC S9(12)V99.
       01  WS-WEEK-DISC          PIC S9(12)V99.
       01  WS-NEG-ACCOUNTS       PIC 9(3) VALUE 0.
       01  WS-NEG-WEEKS          PIC 9(4) VALUE 0.
       01  WS-WARNING-COUNT      PIC 9(4) VALUE 0.

       01  CobolOutput           PIC X(250).
       01  WS-EDITED-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDITED-AMT2        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-DISP         PIC ZZZ9.
       01  WS-COUNT-DISP2        PIC ZZZ9.
       01  WS-CUR-DATE.
           05  WS-CUR-YYYY       PIC 9(4).
           05  WS-CUR-MM         PIC 9(2).
           05  WS-CUR-DD         PIC 9(2).
       01  WS-CUR-TIME.
           05  WS-CUR-HH         PIC 9(2).
           05  WS-CUR-MIN        PIC 9(2).
           05  WS-CUR-SEC        PIC 9(2).
           05  WS-CUR-HS         PIC 9(2).

      *> One week of one account's projection.
       01  FORECAST-WEEK-LINE.
           05  FW-WEEK           PIC ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FW-FROM           PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FW-TO             PIC X(10).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FW-INSTR          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FW-DISC           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FW-BALANCE        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FW-FLAG           PIC X(8).

       01  FORECAST-WEEK-HEAD.
           05  FILLER            PIC X(3) VALUE " WK".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE "FROM".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE "TO".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "         INSTRUCTIONS".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "        DISCRETIONARY".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "    PROJECTED BALANCE".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(4) VALUE "FLAG".

      *> One standing instruction in the projection inputs section.
       01  INSTRUCTION-LINE.
           05  IL-TYPE           PIC X(14).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  IL-CATEGORY       PIC X(16).
           05  IL-EXPECTED       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  IL-CURRENCY       PIC X(3).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  IL-DAY            PIC Z9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  IL-ACCOUNT        PIC X(10).
           05  IL-FLOW           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  IL-NOTE           PIC X(40).

       01  INSTRUCTION-HEAD.
           05  FILLER            PIC X(14) VALUE "TYPE".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE "CATEGORY".
           05  FILLER            PIC X(17)
                   VALUE "         EXPECTED".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(3) VALUE "CUR".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(2) VALUE "DY".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE "ACCOUNT".
           05  FILLER            PIC X(21)
                   VALUE "        MONTHLY  FLOW".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(4) VALUE "NOTE".

      *> One discretionary spend line in the same section.
       01  DISCRETIONARY-LINE.
           05  DL-CATEGORY       PIC X(20).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  DL-ACCOUNT        PIC X(10).
           05  DL-USD            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  DL-FLOW           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.

       01  DISCRETIONARY-HEAD.
           05  FILLER            PIC X(20) VALUE "CATEGORY".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(10) VALUE "ACCOUNT".
           05  FILLER            PIC X(21)
                   VALUE "        USD BASIS    ".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "        MONTHLY  FLOW".

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM ResolveParameters
           PERFORM ReadExchangeRates
           PERFORM ResolveReportCurrency
           PERFORM ReadAccountMaster
           PERFORM ResolveDefaultAccount
           PERFORM ReadAccountBalances
           PERFORM ReadCategoryMaster
           PERFORM ReadStandingInstructions

           IF ACTUAL-BASIS
               PERFORM BuildLookbackMonths
               PERFORM ReadLedgerActuals
               IF WS-LB-MONTHS-SEEN = 0
                   DISPLAY "WARNING: No ledger postings in the "
                           "lookback months; budgets used for "
                           "discretionary spend."
                   ADD 1 TO WS-WARNING-COUNT
                   MOVE "BUDGET" TO WS-FORECAST-BASIS
                   MOVE "Y" TO WS-BASIS-FELL-BACK
                   MOVE 0 TO DS-COUNT
               ELSE
                   PERFORM SettleActualSpend
               END-IF
           END-IF
           IF BUDGET-BASIS
               PERFORM BuildBudgetSpend
           END-IF

           PERFORM VARYING WS-DAY-OFFSET FROM 0 BY 1
                   UNTIL WS-DAY-OFFSET NOT < WS-HORIZON-DAYS
               PERFORM ProjectOneDay
           END-PERFORM

           OPEN OUTPUT ForecastReportFile
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open cash forecast report "
                       "file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WriteForecastReport
           CLOSE ForecastReportFile
           PERFORM SetConditionCode
           STOP RUN.

      *> Set the condition code the run ends with, for whatever
      *> scheduled it:
      *>   0  forecast written, no account projected below zero
      *>   4  an account projected below zero in the horizon, or a
      *>      WARNING - a reference file or the ledger was not
      *>      available, or a rate too old to use
      *>   8  standing instructions NOT PROJECTED - a bad day of
      *>      month, an account not on the master or no usable
      *>      rate - so the forecast leaves out known flows
      *>  12  stopped for want of a setting, a master file, a rate
      *>      or table room; nothing forecast
       SetConditionCode.
           EVALUATE TRUE
               WHEN WS-SI-SKIPPED > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-NEG-WEEKS > 0
                       OR WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *> Pick up the run's settings from the environment. A start
      *> date that is set must be a real YYYY-MM-DD date; a basis
      *> other than BUDGET or ACTUAL is refused rather than guessed.
       ResolveParameters.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE WS-CUR-DATE TO WS-START-DATE

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "FORECAST_START_DATE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-START-STAGE
               IF WS-START-STAGE(5:1) NOT = "-"
                       OR WS-START-STAGE(8:1) NOT = "-"
                       OR WS-START-STAGE(1:4) NOT NUMERIC
                       OR WS-START-STAGE(6:2) NOT NUMERIC
                       OR WS-START-STAGE(9:2) NOT NUMERIC
                       OR WS-START-STAGE(11:2) NOT = SPACES
                       OR WS-START-STAGE(6:2) < "01"
                       OR WS-START-STAGE(6:2) > "12"
                       OR WS-START-STAGE(9:2) < "01"
                       OR WS-START-STAGE(9:2) > "31"
                   DISPLAY "ERROR: FORECAST_START_DATE must be "
                           "YYYY-MM-DD; nothing forecast."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-START-STAGE(1:4) TO WS-START-YYYY
               MOVE WS-START-STAGE(6:2) TO WS-START-MM
               MOVE WS-START-STAGE(9:2) TO WS-START-DD
           END-IF
      *> A date that passes the picture checks can still not exist
      *> (a 30th of February); turning it into a day integer and
      *> back only gives the same date when it does.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-START-DATE-NUM)
           COMPUTE WS-START-CHECK =
               FUNCTION DATE-OF-INTEGER(WS-START-INT)
           IF WS-START-CHECK NOT = WS-START-DATE-NUM
               DISPLAY "ERROR: FORECAST_START_DATE must be "
                       "YYYY-MM-DD; nothing forecast."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-START-INT TO WS-FMT-INT
           PERFORM FormatDate
           MOVE WS-FMT-TEXT TO WS-START-TEXT
           COMPUTE WS-FMT-INT = WS-START-INT + WS-HORIZON-DAYS - 1
           PERFORM FormatDate
           MOVE WS-FMT-TEXT TO WS-END-TEXT

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "FORECAST_BASIS"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE(1:6) TO WS-FORECAST-BASIS
               IF NOT BUDGET-BASIS AND NOT ACTUAL-BASIS
                       OR WS-ENV-STAGE(7:1) NOT = SPACE
                   DISPLAY "ERROR: FORECAST_BASIS must be BUDGET or "
                           "ACTUAL; nothing forecast."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE
               FROM ENVIRONMENT "FORECAST_LOOKBACK_MONTHS"
           IF WS-ENV-STAGE NOT = SPACES
               COMPUTE WS-LOOKBACK = FUNCTION NUMVAL(WS-ENV-STAGE)
               IF WS-LOOKBACK < 1 OR WS-LOOKBACK > 24
                   DISPLAY "ERROR: FORECAST_LOOKBACK_MONTHS must be "
                           "1 to 24; nothing forecast."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "FORECAST_ACCOUNT"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE(1:10) TO WS-DEFAULT-ACCOUNT
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "REPORT_CURRENCY"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE(1:3) TO WS-BASE-CURRENCY
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "RATE_MAX_AGE_DAYS"
           IF WS-ENV-STAGE NOT = SPACES
               COMPUTE WS-RATE-MAX-AGE =
                   FUNCTION NUMVAL(WS-ENV-STAGE)
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "FORECAST_REPORT_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-REPORT-FILENAME
           END-IF.

      *> Turn the integer date in WS-FMT-INT into YYYY-MM-DD.
       FormatDate.
           COMPUTE WS-NEXTM-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-FMT-INT)
           MOVE SPACES TO WS-FMT-TEXT
           STRING WS-NEXTM-YYYY "-" WS-NEXTM-MM "-" WS-NEXTM-DD
               DELIMITED BY SIZE INTO WS-FMT-TEXT.

      *> Load the exchange rates, ageing each one against the run
      *> date exactly as TransactionReport does so the forecast
      *> converts with the same rates a run today would accept.
       ReadExchangeRates.
           MOVE 0 TO RATE-COUNT
           MOVE WS-CUR-DATE TO WS-RATE-DATE-NUM
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RATE-DATE-NUM)
           OPEN INPUT ExchangeRateFile
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "WARNING: Exchange rate file not available; "
                       "figures in other currencies will not be "
                       "projected."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-RATE-STATUS = "10"  *> EOF
                   READ ExchangeRateFile INTO ExchangeRateLine
                       AT END
                           EXIT PERFORM
                   END-READ

                   ADD 1 TO RATE-COUNT
                   IF RATE-COUNT > 50
                       DISPLAY "ERROR: Too many exchange rates."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO WS-RATE-EFF-STAGE
                   UNSTRING ExchangeRateLine DELIMITED BY ","
                       INTO RATE-CURRENCY(RATE-COUNT)
                            RATE-VALUE(RATE-COUNT)
                            WS-RATE-EFF-STAGE
                   PERFORM AgeExchangeRate
               END-PERFORM

               CLOSE ExchangeRateFile
           END-IF.

      *> A rate is usable when its effective date is well formed and
      *> no more than WS-RATE-MAX-AGE days before the run date.
       AgeExchangeRate.
           MOVE WS-RATE-EFF-STAGE(1:10) TO RATE-EFF-DATE(RATE-COUNT)
           IF WS-RATE-EFF-STAGE(5:1) NOT = "-"
                   OR WS-RATE-EFF-STAGE(8:1) NOT = "-"
                   OR WS-RATE-EFF-STAGE(1:4) NOT NUMERIC
                   OR WS-RATE-EFF-STAGE(6:2) NOT NUMERIC
                   OR WS-RATE-EFF-STAGE(9:2) NOT NUMERIC
                   OR WS-RATE-EFF-STAGE(11:2) NOT = SPACES
                   OR WS-RATE-EFF-STAGE(6:2) < "01"
                   OR WS-RATE-EFF-STAGE(6:2) > "12"
                   OR WS-RATE-EFF-STAGE(9:2) < "01"
                   OR WS-RATE-EFF-STAGE(9:2) > "31"
               MOVE "N" TO RATE-USABLE(RATE-COUNT)
               DISPLAY "WARNING: Rate for "
                       RATE-CURRENCY(RATE-COUNT)
                       " has no valid effective date; rate not used."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               MOVE WS-RATE-EFF-STAGE(1:4) TO WS-RATE-DATE-NUM(1:4)
               MOVE WS-RATE-EFF-STAGE(6:2) TO WS-RATE-DATE-NUM(5:2)
               MOVE WS-RATE-EFF-STAGE(9:2) TO WS-RATE-DATE-NUM(7:2)
               COMPUTE WS-RATE-EFF-INT =
                   FUNCTION INTEGER-OF-DATE(WS-RATE-DATE-NUM)
               COMPUTE WS-RATE-AGE-DAYS =
                   WS-TODAY-INT - WS-RATE-EFF-INT
               IF WS-RATE-AGE-DAYS > WS-RATE-MAX-AGE
                   MOVE "N" TO RATE-USABLE(RATE-COUNT)
                   DISPLAY "WARNING: Rate for "
                           RATE-CURRENCY(RATE-COUNT)
                           " effective " RATE-EFF-DATE(RATE-COUNT)
                           " is older than the maximum age; "
                           "rate not used."
                   ADD 1 TO WS-WARNING-COUNT
               ELSE
                   MOVE "Y" TO RATE-USABLE(RATE-COUNT)
               END-IF
           END-IF.

      *> A report currency other than USD needs a usable rate of its
      *> own; without one there is nothing sound to state the
      *> forecast in, so the run stops.
       ResolveReportCurrency.
           IF WS-BASE-CURRENCY = "USD"
               MOVE 10000 TO WS-TARGET-RATE
           ELSE
               MOVE WS-BASE-CURRENCY TO WS-CONV-CURRENCY
               PERFORM FindConvRateIndex
               IF RATE-IDX > RATE-COUNT
                   DISPLAY "ERROR: No exchange rate on file for "
                           "report currency " WS-BASE-CURRENCY "."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT RATE-IS-USABLE(RATE-IDX)
                       OR RATE-VALUE(RATE-IDX) = 0
                   DISPLAY "ERROR: Exchange rate for report currency "
                           WS-BASE-CURRENCY " is not usable."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RATE-VALUE(RATE-IDX) TO WS-TARGET-RATE
           END-IF.

      *> Locate WS-CONV-CURRENCY in RateTotals. RATE-IDX comes back
      *> greater than RATE-COUNT when no rate is on file.
       FindConvRateIndex.
           SET RATE-IDX TO 1
           SEARCH RateEntry
               AT END
                   SET RATE-IDX TO RATE-COUNT
                   SET RATE-IDX UP BY 1
               WHEN RATE-CURRENCY(RATE-IDX) = WS-CONV-CURRENCY
                   CONTINUE
           END-SEARCH.

      *> State WS-CONV-AMOUNT, held in WS-CONV-CURRENCY, in the
      *> report currency, through the same two USD legs
      *> NormalizeAmount uses. WS-CONV-OK comes back "N" when the
      *> currency has no usable rate.
       ConvertToReport.
           MOVE "Y" TO WS-CONV-OK
           MOVE 0 TO WS-CONV-RESULT
           EVALUATE TRUE
               WHEN WS-CONV-CURRENCY = WS-BASE-CURRENCY
                   MOVE WS-CONV-AMOUNT TO WS-CONV-RESULT
               WHEN WS-CONV-CURRENCY = "USD"
                   COMPUTE WS-CONV-RESULT ROUNDED =
                       WS-CONV-AMOUNT * 10000 / WS-TARGET-RATE
               WHEN OTHER
                   PERFORM FindConvRateIndex
                   IF RATE-IDX > RATE-COUNT
                       MOVE "N" TO WS-CONV-OK
                   ELSE
                       IF RATE-IS-USABLE(RATE-IDX)
                           COMPUTE WS-CONV-RESULT ROUNDED =
                               WS-CONV-AMOUNT
                                   * RATE-VALUE(RATE-IDX)
                                   / WS-TARGET-RATE
                       ELSE
                           MOVE "N" TO WS-CONV-OK
                       END-IF
                   END-IF
           END-EVALUATE.

      *> Load the account master. Every account starts at its
      *> master opening figure until ReadAccountBalances finds a
      *> carried balance for it. Without a master there is nothing
      *> to forecast.
       ReadAccountMaster.
           MOVE 0 TO ACC-COUNT
           OPEN INPUT AccountMasterFile
           IF WS-ACCTMASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Account master file not available; "
                       "nothing forecast."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ACCTMASTER-STATUS = "10"  *> EOF
               READ AccountMasterFile INTO AccountMasterLine
                   AT END
                       EXIT PERFORM
               END-READ

               IF AccountMasterLine NOT = SPACES
                   ADD 1 TO ACC-COUNT
                   IF ACC-COUNT > 50
                       DISPLAY "ERROR: Too many master accounts."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO WS-BAL-AMT-X
                   UNSTRING AccountMasterLine DELIMITED BY ","
                       INTO ACC-CODE(ACC-COUNT)
                            ACC-NAME(ACC-COUNT)
                            WS-BAL-AMT-X
                   COMPUTE ACC-START(ACC-COUNT) =
                       FUNCTION NUMVAL(WS-BAL-AMT-X)
                   SET ACC-FROM-MASTER(ACC-COUNT) TO TRUE
                   MOVE 0 TO ACC-NEG-WEEKS(ACC-COUNT)
                   PERFORM VARYING WS-WEEK-NO FROM 1 BY 1
                           UNTIL WS-WEEK-NO > WS-HORIZON-WEEKS
                       MOVE 0 TO ACC-WEEK-INSTR(ACC-COUNT, WS-WEEK-NO)
                       MOVE 0 TO ACC-WEEK-DISC(ACC-COUNT, WS-WEEK-NO)
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE AccountMasterFile
           IF ACC-COUNT = 0
               DISPLAY "ERROR: No accounts on the account master; "
                       "nothing forecast."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Settle the account that takes instructions naming no
      *> account and discretionary spend: FORECAST_ACCOUNT when set,
      *> which must be a master account, or the master's first.
       ResolveDefaultAccount.
           IF WS-DEFAULT-ACCOUNT = SPACES
               MOVE ACC-CODE(1) TO WS-DEFAULT-ACCOUNT
           END-IF
           MOVE WS-DEFAULT-ACCOUNT TO WS-ACCT-STAGE
           PERFORM FindStageAccount
           IF ACC-IDX > ACC-COUNT
               DISPLAY "ERROR: FORECAST_ACCOUNT " WS-DEFAULT-ACCOUNT
                       " is not on the account master; nothing "
                       "forecast."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-DEFAULT-ACC-NO TO ACC-IDX.

      *> Locate WS-ACCT-STAGE on the account master. ACC-IDX comes
      *> back greater than ACC-COUNT when it is not there.
       FindStageAccount.
           SET ACC-IDX TO 1
           SEARCH AccountMasterEntry
               AT END
                   SET ACC-IDX TO ACC-COUNT
                   SET ACC-IDX UP BY 1
               WHEN ACC-CODE(ACC-IDX) = WS-ACCT-STAGE
                   CONTINUE
           END-SEARCH.

      *> Start each account from the closing balance the last
      *> TransactionReport run carried forward. That figure is in
      *> the currency of the run that wrote it, so it is restated in
      *> this run's report currency; one whose currency cannot be
      *> converted is refused with a warning and the master opening
      *> used, as TransactionReport itself does. A missing file
      *> leaves every account on its master opening.
       ReadAccountBalances.
           OPEN INPUT AccountBalanceFile
           IF WS-ACCTBAL-STATUS NOT = "00"
               DISPLAY "NOTE: No carried balances on file; accounts "
                       "start from the master opening balances."
           ELSE
               PERFORM UNTIL WS-ACCTBAL-STATUS = "10"  *> EOF
                   READ AccountBalanceFile INTO AccountBalanceLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE SPACES TO WS-BAL-CODE-STAGE
                   MOVE SPACES TO WS-BAL-AMT-X
                   MOVE SPACES TO WS-BAL-CUR-STAGE
                   UNSTRING AccountBalanceLine DELIMITED BY ","
                       INTO WS-BAL-CODE-STAGE
                            WS-BAL-AMT-X
                            WS-BAL-CUR-STAGE
                   MOVE WS-BAL-CODE-STAGE TO WS-ACCT-STAGE
                   PERFORM FindStageAccount
                   IF ACC-IDX NOT > ACC-COUNT
                       MOVE WS-BAL-AMT-N TO WS-CONV-AMOUNT
                       MOVE WS-BAL-CUR-STAGE(1:3) TO WS-CONV-CURRENCY
                       PERFORM ConvertToReport
                       IF CONV-OK
                           MOVE WS-CONV-RESULT TO ACC-START(ACC-IDX)
                           SET ACC-FROM-BALANCES(ACC-IDX) TO TRUE
                       ELSE
                           DISPLAY "WARNING: Carried balance for "
                                   "account " ACC-CODE(ACC-IDX)
                                   " is in " WS-BAL-CUR-STAGE(1:3)
                                   " with no usable rate; master "
                                   "opening used."
                           ADD 1 TO WS-WARNING-COUNT
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE AccountBalanceFile
           END-IF.

      *> Load the category master's codes, budgets and status. A
      *> missing master leaves the budget basis with nothing to
      *> spread and the actual basis unfiltered.
       ReadCategoryMaster.
           MOVE 0 TO CM-COUNT
           OPEN INPUT CategoryMasterFile
           IF WS-CATMASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Category master file not available; "
                       "no budgets can be projected."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-CATMASTER-STATUS = "10"  *> EOF
                   READ CategoryMasterFile INTO CategoryMasterLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF CategoryMasterLine NOT = SPACES
                       ADD 1 TO CM-COUNT
                       IF CM-COUNT > 100
                           DISPLAY "ERROR: Too many master "
                                   "categories."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SPACES TO WS-CM-STATUS-STAGE
                       UNSTRING CategoryMasterLine DELIMITED BY ","
                           INTO CM-CODE(CM-COUNT)
                                CM-BUDGET(CM-COUNT)
                                WS-CM-STATUS-STAGE
                       IF WS-CM-STATUS-STAGE(1:1) = "D"
                           MOVE "D" TO CM-ACTIVE(CM-COUNT)
                       ELSE
                           MOVE "A" TO CM-ACTIVE(CM-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CategoryMasterFile
           END-IF.

      *> Locate WS-WORK-CATEGORY on the category master. CM-IDX
      *> comes back greater than CM-COUNT when it is not there.
       FindMasterCategory.
           SET CM-IDX TO 1
           SEARCH CategoryMasterEntry
               AT END
                   SET CM-IDX TO CM-COUNT
                   SET CM-IDX UP BY 1
               WHEN CM-CODE(CM-IDX) = WS-WORK-CATEGORY
                   CONTINUE
           END-SEARCH.

      *> Load the standing instructions and work out each one's
      *> monthly cash movement. An instruction is left out of the
      *> projection - and listed with the reason - when its day of
      *> month is missing, its account is not on the master, or its
      *> currency has no usable rate.
       ReadStandingInstructions.
           MOVE 0 TO SI-COUNT
           OPEN INPUT StandingInstructionFile
           IF WS-STANDING-STATUS NOT = "00"
               DISPLAY "NOTE: No standing instructions on file; only "
                       "discretionary spend is projected."
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
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SPACES TO WS-SI-AMT-STAGE
                       MOVE SPACES TO WS-SI-TOL-STAGE
                       MOVE SPACES TO WS-SI-DAY-STAGE
                       MOVE SPACES TO WS-SI-ACCT-STAGE
                       UNSTRING StandingInstructionLine
                               DELIMITED BY ","
                           INTO SI-TYPE(SI-COUNT)
                                SI-CATEGORY(SI-COUNT)
                                WS-SI-AMT-STAGE
                                WS-SI-TOL-STAGE
                                SI-CURRENCY(SI-COUNT)
                                WS-SI-DAY-STAGE
                                WS-SI-ACCT-STAGE
                       COMPUTE SI-EXPECTED(SI-COUNT) =
                           FUNCTION NUMVAL(WS-SI-AMT-STAGE)
                       IF WS-SI-DAY-STAGE(1:2) NUMERIC
                           MOVE WS-SI-DAY-STAGE(1:2)
                               TO SI-DAY(SI-COUNT)
                       ELSE
                           MOVE 0 TO SI-DAY(SI-COUNT)
                       END-IF
                       PERFORM SettleInstruction
                   END-IF
               END-PERFORM

               CLOSE StandingInstructionFile
           END-IF.

      *> Decide whether the instruction just loaded can be
      *> projected, and if so on which account and for how much.
       SettleInstruction.
           MOVE "Y" TO SI-USABLE(SI-COUNT)
           MOVE SPACES TO SI-NOTE(SI-COUNT)
           MOVE 0 TO SI-FLOW(SI-COUNT)
           MOVE 0 TO SI-ACC-NO(SI-COUNT)
           IF WS-SI-ACCT-STAGE = SPACES
               MOVE WS-DEFAULT-ACCOUNT TO SI-ACCOUNT(SI-COUNT)
           ELSE
               MOVE WS-SI-ACCT-STAGE(1:10) TO SI-ACCOUNT(SI-COUNT)
           END-IF

           MOVE SI-ACCOUNT(SI-COUNT) TO WS-ACCT-STAGE
           PERFORM FindStageAccount
           MOVE SI-EXPECTED(SI-COUNT) TO WS-CONV-AMOUNT
           MOVE SI-CURRENCY(SI-COUNT) TO WS-CONV-CURRENCY
           PERFORM ConvertToReport
           EVALUATE TRUE
               WHEN SI-DAY(SI-COUNT) < 1 OR SI-DAY(SI-COUNT) > 31
                   MOVE "N" TO SI-USABLE(SI-COUNT)
                   MOVE "NOT PROJECTED - no valid day of month"
                       TO SI-NOTE(SI-COUNT)
               WHEN ACC-IDX > ACC-COUNT
                   MOVE "N" TO SI-USABLE(SI-COUNT)
                   MOVE "NOT PROJECTED - account not on master"
                       TO SI-NOTE(SI-COUNT)
               WHEN NOT CONV-OK
                   MOVE "N" TO SI-USABLE(SI-COUNT)
                   MOVE "NOT PROJECTED - no usable rate"
                       TO SI-NOTE(SI-COUNT)
               WHEN OTHER
                   SET SI-ACC-NO(SI-COUNT) TO ACC-IDX
                   IF SI-REFUND(SI-COUNT)
                       MOVE WS-CONV-RESULT TO SI-FLOW(SI-COUNT)
                   ELSE
                       COMPUTE SI-FLOW(SI-COUNT) = 0 - WS-CONV-RESULT
                   END-IF
           END-EVALUATE
           IF NOT SI-PROJECTED(SI-COUNT)
               ADD 1 TO WS-SI-SKIPPED
               MOVE SPACES TO CobolOutput
               STRING "WARNING: Standing instruction "
                          DELIMITED BY SIZE
                      SI-TYPE(SI-COUNT) DELIMITED BY "  "
                      "/" DELIMITED BY SIZE
                      SI-CATEGORY(SI-COUNT) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      SI-NOTE(SI-COUNT) DELIMITED BY "  "
                      "." DELIMITED BY SIZE
                      INTO CobolOutput
               DISPLAY CobolOutput(1:120)
           END-IF.

      *> Locate a standing instruction for WS-WORK-CATEGORY. A
      *> category with one, projectable or not, gets no
      *> discretionary spend: a payment that is expected but cannot
      *> be stated is not to be guessed at as spend instead. SI-IDX
      *> comes back greater than SI-COUNT when there is none.
       FindCategoryInstruction.
           SET SI-IDX TO 1
           SEARCH StandingInstructionEntry
               AT END
                   SET SI-IDX TO SI-COUNT
                   SET SI-IDX UP BY 1
               WHEN SI-CATEGORY(SI-IDX) = WS-WORK-CATEGORY
                   CONTINUE
           END-SEARCH.

      *> Lay out the lookback months, oldest first, ending with the
      *> month before the forecast starts.
       BuildLookbackMonths.
           MOVE WS-START-YYYY TO WS-WORK-YYYY
           MOVE WS-START-MM TO WS-WORK-MM
           PERFORM WS-LOOKBACK TIMES
               IF WS-WORK-MM = 1
                   MOVE 12 TO WS-WORK-MM
                   SUBTRACT 1 FROM WS-WORK-YYYY
               ELSE
                   SUBTRACT 1 FROM WS-WORK-MM
               END-IF
           END-PERFORM
           PERFORM VARYING LBM-IDX FROM 1 BY 1
                   UNTIL LBM-IDX > WS-LOOKBACK
               MOVE SPACES TO LBM-PERIOD(LBM-IDX)
               STRING WS-WORK-YYYY "-" WS-WORK-MM
                   DELIMITED BY SIZE INTO LBM-PERIOD(LBM-IDX)
               MOVE 0 TO LBM-POSTINGS(LBM-IDX)
               ADD 1 TO WS-WORK-MM
               IF WS-WORK-MM > 12
                   MOVE 1 TO WS-WORK-MM
                   ADD 1 TO WS-WORK-YYYY
               END-IF
           END-PERFORM.

      *> Total the ledger's postings in the lookback months by
      *> category and account. Reversal offsets carry negative
      *> figures and net out what they reverse; months LedgerClose
      *> has already purged contribute nothing, and only months
      *> with postings count towards the average.
       ReadLedgerActuals.
           OPEN INPUT LedgerFile
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to open transaction ledger, "
                       "status " WS-LEDGER-STATUS "."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                   READ LedgerFile NEXT RECORD
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF WS-LEDGER-STATUS NOT = "00"
                       EXIT PERFORM
                   END-IF
                   IF LEDGER-SEQ NOT = 0
                       PERFORM TakeLedgerPosting
                   END-IF
               END-PERFORM
               CLOSE LedgerFile
           END-IF
           MOVE 0 TO WS-LB-MONTHS-SEEN
           PERFORM VARYING LBM-IDX FROM 1 BY 1
                   UNTIL LBM-IDX > WS-LOOKBACK
               IF LBM-POSTINGS(LBM-IDX) > 0
                   ADD 1 TO WS-LB-MONTHS-SEEN
               END-IF
           END-PERFORM.

      *> Credit one ledger posting to its lookback month and, when
      *> its category takes discretionary spend, to its category and
      *> account line. A posting with no account, or one no longer
      *> on the master, falls on the default account.
       TakeLedgerPosting.
           PERFORM VARYING LBM-IDX FROM 1 BY 1
                   UNTIL LBM-IDX > WS-LOOKBACK
                      OR LBM-PERIOD(LBM-IDX) = LEDGER-DATE(1:7)
               CONTINUE
           END-PERFORM
           IF LBM-IDX NOT > WS-LOOKBACK
               ADD 1 TO LBM-POSTINGS(LBM-IDX)
               MOVE LEDGER-CATEGORY TO WS-WORK-CATEGORY
               PERFORM FindCategoryInstruction
               PERFORM FindMasterCategory
               IF SI-IDX > SI-COUNT
                       AND (CM-IDX > CM-COUNT
                            OR CM-IS-ACTIVE(CM-IDX))
                   MOVE LEDGER-ACCOUNT TO WS-ACCT-STAGE
                   PERFORM FindStageAccount
                   IF ACC-IDX > ACC-COUNT
                       MOVE WS-DEFAULT-ACC-NO TO WS-WORK-ACC-NO
                   ELSE
                       SET WS-WORK-ACC-NO TO ACC-IDX
                   END-IF
                   PERFORM FindSpendLine
                   ADD LEDGER-NORMALIZED TO DS-USD(DS-IDX)
                   ADD 1 TO WS-LEDGER-USED
               END-IF
           END-IF.

      *> Locate the discretionary line for WS-WORK-CATEGORY on
      *> account WS-WORK-ACC-NO, adding it when it is new.
       FindSpendLine.
           SET DS-IDX TO 1
           SEARCH DiscretionaryEntry
               AT END
                   ADD 1 TO DS-COUNT
                   IF DS-COUNT > 300
                       DISPLAY "ERROR: Too many discretionary spend "
                               "lines."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET DS-IDX TO DS-COUNT
                   MOVE WS-WORK-CATEGORY TO DS-CATEGORY(DS-IDX)
                   MOVE WS-WORK-ACC-NO TO DS-ACC-NO(DS-IDX)
                   MOVE 0 TO DS-USD(DS-IDX)
                   MOVE 0 TO DS-MONTHLY(DS-IDX)
               WHEN DS-CATEGORY(DS-IDX) = WS-WORK-CATEGORY
                       AND DS-ACC-NO(DS-IDX) = WS-WORK-ACC-NO
                   CONTINUE
           END-SEARCH.

      *> Average each category and account's lookback total over the
      *> months that had postings and state it as a monthly cash
      *> movement in the report currency. Spend is positive on the
      *> ledger, so the movement is its negative; a category whose
      *> refunds outran its spend projects money coming in.
       SettleActualSpend.
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-COUNT
               COMPUTE WS-CONV-AMOUNT ROUNDED =
                   DS-USD(DS-IDX) / WS-LB-MONTHS-SEEN
               MOVE "USD" TO WS-CONV-CURRENCY
               PERFORM ConvertToReport
               COMPUTE DS-MONTHLY(DS-IDX) = 0 - WS-CONV-RESULT
           END-PERFORM.

      *> Every active master category with a budget and no standing
      *> instruction spends its whole monthly budget from the
      *> default account. Budgets are kept in USD.
       BuildBudgetSpend.
           MOVE 0 TO DS-COUNT
           MOVE WS-DEFAULT-ACC-NO TO WS-WORK-ACC-NO
           PERFORM VARYING CM-IDX FROM 1 BY 1 UNTIL CM-IDX > CM-COUNT
               MOVE CM-CODE(CM-IDX) TO WS-WORK-CATEGORY
               PERFORM FindCategoryInstruction
               IF CM-IS-ACTIVE(CM-IDX)
                       AND CM-BUDGET(CM-IDX) > 0
                       AND SI-IDX > SI-COUNT
                   PERFORM FindSpendLine
                   MOVE CM-BUDGET(CM-IDX) TO DS-USD(DS-IDX)
                   MOVE CM-BUDGET(CM-IDX) TO WS-CONV-AMOUNT
                   MOVE "USD" TO WS-CONV-CURRENCY
                   PERFORM ConvertToReport
                   COMPUTE DS-MONTHLY(DS-IDX) = 0 - WS-CONV-RESULT
               END-IF
           END-PERFORM.

      *> Project one day of the horizon. An instruction lands when
      *> the day of month is its day, or on the month's last day
      *> when its day is past the end of a short month (a payment
      *> due on the 31st goes out on the 30th in a 30-day month).
      *> Discretionary spend accrues a day's share of the month.
       ProjectOneDay.
           COMPUTE WS-DAY-INT = WS-START-INT + WS-DAY-OFFSET
           COMPUTE WS-DAY-DATE-NUM =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           DIVIDE WS-DAY-OFFSET BY 7 GIVING WS-WEEK-NO
           ADD 1 TO WS-WEEK-NO

           MOVE WS-DAY-YYYY TO WS-NEXTM-YYYY
           COMPUTE WS-NEXTM-MM = WS-DAY-MM + 1
           IF WS-NEXTM-MM > 12
               MOVE 1 TO WS-NEXTM-MM
               ADD 1 TO WS-NEXTM-YYYY
           END-IF
           MOVE 1 TO WS-NEXTM-DD
           COMPUTE WS-MONTH-LEN =
               FUNCTION INTEGER-OF-DATE(WS-NEXTM-DATE-NUM)
                   - WS-DAY-INT + WS-DAY-DD - 1

           PERFORM VARYING SI-IDX FROM 1 BY 1 UNTIL SI-IDX > SI-COUNT
               IF SI-PROJECTED(SI-IDX)
                   IF SI-DAY(SI-IDX) = WS-DAY-DD
                           OR (WS-DAY-DD = WS-MONTH-LEN
                               AND SI-DAY(SI-IDX) > WS-MONTH-LEN)
                       ADD SI-FLOW(SI-IDX) TO
                           ACC-WEEK-INSTR(SI-ACC-NO(SI-IDX),
                                          WS-WEEK-NO)
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-COUNT
               COMPUTE ACC-WEEK-DISC(DS-ACC-NO(DS-IDX), WS-WEEK-NO) =
                   ACC-WEEK-DISC(DS-ACC-NO(DS-IDX), WS-WEEK-NO)
                       + DS-MONTHLY(DS-IDX) / WS-MONTH-LEN
           END-PERFORM.

       WriteForecastReport.
           MOVE SPACES TO CobolOutput
           STRING "CASH-FLOW FORECAST  " WS-START-TEXT " to "
                  WS-END-TEXT "  (13 weeks)"
                  "          run " WS-CUR-YYYY "-" WS-CUR-MM "-"
                  WS-CUR-DD " " WS-CUR-HH ":" WS-CUR-MIN ":"
                  WS-CUR-SEC
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WriteForecastLine
           MOVE SPACES TO CobolOutput
           STRING "Figures in " WS-BASE-CURRENCY
                  ". Payments reduce the balance; Refunds add to "
                  "it. A week is flagged when its closing balance "
                  "is below zero."
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WriteForecastLine
           MOVE SPACES TO CobolOutput
           EVALUATE TRUE
               WHEN ACTUAL-BASIS
                   MOVE WS-LB-MONTHS-SEEN TO WS-COUNT-DISP
                   MOVE WS-LOOKBACK TO WS-COUNT-DISP2
                   STRING "Discretionary spend: ACTUAL - ledger "
                          "average of" WS-COUNT-DISP
                          " month(s) with postings out of"
                          WS-COUNT-DISP2 ", " LBM-PERIOD(1) " to "
                          LBM-PERIOD(WS-LOOKBACK)
                          DELIMITED BY SIZE INTO CobolOutput
               WHEN BASIS-FELL-BACK
                   STRING "Discretionary spend: BUDGET - no ledger "
                          "postings from " LBM-PERIOD(1) " to "
                          LBM-PERIOD(WS-LOOKBACK)
                          ", category master monthly budgets used"
                          DELIMITED BY SIZE INTO CobolOutput
               WHEN OTHER
                   MOVE SPACES TO CobolOutput
                   STRING "Discretionary spend: BUDGET - category "
                          "master monthly budgets"
                          DELIMITED BY SIZE INTO CobolOutput
           END-EVALUATE
           PERFORM WriteForecastLine

           PERFORM VARYING ACC-IDX FROM 1 BY 1
                   UNTIL ACC-IDX > ACC-COUNT
               PERFORM WriteAccountForecast
           END-PERFORM

           MOVE SPACES TO CobolOutput
           PERFORM WriteForecastLine
           MOVE "STANDING INSTRUCTIONS" TO CobolOutput
           PERFORM WriteForecastLine
           MOVE "---------------------" TO CobolOutput
           PERFORM WriteForecastLine
           MOVE INSTRUCTION-HEAD TO CobolOutput
           PERFORM WriteForecastLine
           PERFORM VARYING SI-IDX FROM 1 BY 1 UNTIL SI-IDX > SI-COUNT
               MOVE SPACES TO INSTRUCTION-LINE
               MOVE SI-TYPE(SI-IDX) TO IL-TYPE
               MOVE SI-CATEGORY(SI-IDX) TO IL-CATEGORY
               MOVE SI-EXPECTED(SI-IDX) TO IL-EXPECTED
               MOVE SI-CURRENCY(SI-IDX) TO IL-CURRENCY
               MOVE SI-DAY(SI-IDX) TO IL-DAY
               MOVE SI-ACCOUNT(SI-IDX) TO IL-ACCOUNT
               IF SI-PROJECTED(SI-IDX)
                   MOVE SI-FLOW(SI-IDX) TO IL-FLOW
               END-IF
               MOVE SI-NOTE(SI-IDX) TO IL-NOTE
               MOVE INSTRUCTION-LINE TO CobolOutput
               PERFORM WriteForecastLine
           END-PERFORM
           IF SI-COUNT = 0
               MOVE "(none)" TO CobolOutput
               PERFORM WriteForecastLine
           END-IF

           MOVE SPACES TO CobolOutput
           PERFORM WriteForecastLine
           MOVE "DISCRETIONARY SPEND" TO CobolOutput
           PERFORM WriteForecastLine
           MOVE "-------------------" TO CobolOutput
           PERFORM WriteForecastLine
           MOVE DISCRETIONARY-HEAD TO CobolOutput
           PERFORM WriteForecastLine
           PERFORM VARYING DS-IDX FROM 1 BY 1 UNTIL DS-IDX > DS-COUNT
               MOVE DS-CATEGORY(DS-IDX) TO DL-CATEGORY
               MOVE ACC-CODE(DS-ACC-NO(DS-IDX)) TO DL-ACCOUNT
               MOVE DS-USD(DS-IDX) TO DL-USD
               MOVE DS-MONTHLY(DS-IDX) TO DL-FLOW
               MOVE DISCRETIONARY-LINE TO CobolOutput
               PERFORM WriteForecastLine
           END-PERFORM
           IF DS-COUNT = 0
               MOVE "(none)" TO CobolOutput
               PERFORM WriteForecastLine
           END-IF

           MOVE SPACES TO CobolOutput
           PERFORM WriteForecastLine
           MOVE SPACES TO CobolOutput
           IF WS-NEG-WEEKS = 0
               MOVE SPACES TO CobolOutput
               STRING "RESULT: no account is projected below zero in "
                      "the horizon"
                      DELIMITED BY SIZE INTO CobolOutput
           ELSE
               MOVE WS-NEG-WEEKS TO WS-COUNT-DISP
               MOVE WS-NEG-ACCOUNTS TO WS-COUNT-DISP2
               STRING "RESULT: NEGATIVE - " WS-COUNT-DISP
                      " week(s) projected below zero across "
                      WS-COUNT-DISP2 " account(s)"
                      DELIMITED BY SIZE INTO CobolOutput
           END-IF
           PERFORM WriteForecastLine
           IF WS-SI-SKIPPED > 0
               MOVE WS-SI-SKIPPED TO WS-COUNT-DISP
               MOVE SPACES TO CobolOutput
               STRING "NOTE: " WS-COUNT-DISP
                      " standing instruction(s) not projected; see "
                      "the standing instructions section"
                      DELIMITED BY SIZE INTO CobolOutput
               PERFORM WriteForecastLine
           END-IF.

      *> One account's block: where it starts, then a row per week
      *> with the week's instructions, its discretionary spend and
      *> the balance it closes on, flagged when below zero.
       WriteAccountForecast.
           MOVE SPACES TO CobolOutput
           PERFORM WriteForecastLine
           MOVE SPACES TO CobolOutput
           STRING "Account: " DELIMITED BY SIZE
                  ACC-CODE(ACC-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ACC-NAME(ACC-IDX) DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteForecastLine
           MOVE ACC-START(ACC-IDX) TO WS-EDITED-AMT
           MOVE SPACES TO CobolOutput
           IF ACC-FROM-BALANCES(ACC-IDX)
               STRING "  Opening balance: " WS-EDITED-AMT
                      "  (carried forward)"
                      DELIMITED BY SIZE INTO CobolOutput
           ELSE
               STRING "  Opening balance: " WS-EDITED-AMT
                      "  (account master opening)"
                      DELIMITED BY SIZE INTO CobolOutput
           END-IF
           PERFORM WriteForecastLine
           MOVE FORECAST-WEEK-HEAD TO CobolOutput
           PERFORM WriteForecastLine

           MOVE ACC-START(ACC-IDX) TO WS-RUN-BAL
           PERFORM VARYING WS-WEEK-NO FROM 1 BY 1
                   UNTIL WS-WEEK-NO > WS-HORIZON-WEEKS
               COMPUTE WS-WEEK-DISC ROUNDED =
                   ACC-WEEK-DISC(ACC-IDX, WS-WEEK-NO)
               COMPUTE WS-RUN-BAL = WS-RUN-BAL
                   + ACC-WEEK-INSTR(ACC-IDX, WS-WEEK-NO)
                   + WS-WEEK-DISC
               MOVE SPACES TO FORECAST-WEEK-LINE
               MOVE WS-WEEK-NO TO FW-WEEK
               COMPUTE WS-FMT-INT =
                   WS-START-INT + (WS-WEEK-NO - 1) * 7
               PERFORM FormatDate
               MOVE WS-FMT-TEXT TO FW-FROM
               ADD 6 TO WS-FMT-INT
               PERFORM FormatDate
               MOVE WS-FMT-TEXT TO FW-TO
               MOVE ACC-WEEK-INSTR(ACC-IDX, WS-WEEK-NO) TO FW-INSTR
               MOVE WS-WEEK-DISC TO FW-DISC
               MOVE WS-RUN-BAL TO FW-BALANCE
               IF WS-RUN-BAL < 0
                   MOVE "NEGATIVE" TO FW-FLAG
                   ADD 1 TO ACC-NEG-WEEKS(ACC-IDX)
                   ADD 1 TO WS-NEG-WEEKS
               END-IF
               MOVE FORECAST-WEEK-LINE TO CobolOutput
               PERFORM WriteForecastLine
           END-PERFORM

           MOVE SPACES TO CobolOutput
           IF ACC-NEG-WEEKS(ACC-IDX) = 0
               MOVE "  Weeks projected negative: none" TO CobolOutput
           ELSE
               ADD 1 TO WS-NEG-ACCOUNTS
               MOVE ACC-NEG-WEEKS(ACC-IDX) TO WS-COUNT-DISP
               STRING "  Weeks projected negative: " WS-COUNT-DISP
                      DELIMITED BY SIZE INTO CobolOutput
           END-IF
           PERFORM WriteForecastLine.

      *> Route one finished line in CobolOutput to the report and
      *> echo it to the console.
       WriteForecastLine.
           DISPLAY CobolOutput(1:200)
           MOVE CobolOutput TO ForecastReportLine
           WRITE ForecastReportRecord.

       END PROGRAM CashForecast.
