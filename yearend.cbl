       IDENTIFICATION DIVISION.
       PROGRAM-ID. YearEndRollup.

      *> Fiscal-year rollup. Once LedgerClose has purged a period
      *> its postings live only in that month's archive (CLOSE
      *> header, PST lines, CAT totals, TOT trailer), out of sight of
      *> LedgerInquiry and the trend report. This job puts the year
      *> back together: every archive is verified - its TOT trailer
      *> against its own PST lines and CAT totals, and the period's
      *> archives together against what the close logged - before a
      *> single figure of it is used; the closed months come from the
      *> verified archives and the still-open months from the live
      *> ledger; and the result is a category-by-month matrix with
      *> year-to-date totals set against the category master's
      *> monthly budgets times twelve.
      *>
      *> A month that should be there and is not - closed but with
      *> no archive supplied, an archive that does not verify, or a
      *> past month with neither an archive nor a posting - is
      *> flagged in the matrix and left out of the year-to-date
      *> figures rather than being printed as a zero, and the report
      *> ends INCOMPLETE until it is supplied.
      *>
      *> The fiscal year arrives as FISCAL_YEAR (YYYY), named for
      *> the calendar year it starts in, with FISCAL_START_MONTH (MM,
      *> default 01) for a year that does not start in January. The
      *> archives are named either by a list file (YEAREND_ARCHIVE_
      *> LIST, one name per line, the same list LedgerIntegrity
      *> reads) or by a naming pattern (YEAREND_ARCHIVE_PATTERN)
      *> whose "YYYY-MM" is replaced with each month of the year.
      *> All figures are USD, the currency the ledger and the budgets
      *> are kept in, in whole units.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "transaction_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT AuditLogFile
               ASSIGN TO "transaction_audit.log"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT CategoryMasterFile
               ASSIGN TO "category_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATMASTER-STATUS.

           SELECT ArchiveListFile
               ASSIGN TO DYNAMIC WS-ARCLIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCLIST-STATUS.

           SELECT ArchiveFile
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT YearReportFile
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same record layout PostLedgerRecord writes; the two must
      *> stay in step or every open month below would be wrong.
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

       FD  AuditLogFile.
       01  AuditLogRecord.
           05  AuditLogLine          PIC X(250).

      *> Only the code and monthly budget are used here; any later
      *> fields on the line are read past.
       FD  CategoryMasterFile.
       01  CategoryMasterRecord.
           05  CategoryMasterLine    PIC X(80).

       FD  ArchiveListFile.
       01  ArchiveListRecord.
           05  ArchiveListLine       PIC X(100).

       FD  ArchiveFile.
       01  ArchiveRecord.
           05  ArchiveLine           PIC X(200).

       FD  YearReportFile.
       01  YearReportRecord.
           05  YearReportLine        PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-CATMASTER-STATUS   PIC XX.
       01  WS-ARCLIST-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS     PIC XX.
       01  WS-REPORT-STATUS      PIC XX.

       01  WS-ARCLIST-FILENAME   PIC X(100)
                                     VALUE "archive_list.txt".
       01  WS-ARCHIVE-FILENAME   PIC X(100).
       01  WS-ARCHIVE-PATTERN    PIC X(100) VALUE SPACES.
       01  WS-PATTERN-POS        PIC 9(3).
       01  WS-REPORT-FILENAME    PIC X(100)
                                     VALUE "yearend_rollup.txt".
       01  WS-ENV-STAGE          PIC X(100).

      *> Fiscal year and its first month, from the environment.
       01  WS-FISCAL-YEAR        PIC X(4).
       01  WS-FISCAL-YEAR-NUM    PIC 9(4).
       01  WS-START-MONTH        PIC 9(2) VALUE 1.
       01  WS-START-STAGE        PIC X(2).
       01  WS-WORK-YYYY          PIC 9(4).
       01  WS-WORK-MM            PIC 9(2).
       01  WS-CURRENT-PERIOD     PIC X(7).

      *> Whether the audit log could be read. Without it there is
      *> no record of which periods were closed, so every archive
      *> supplied is taken at its word as a closed month.
       01  WS-AUDIT-AVAILABLE    PIC X(1) VALUE "N".
           88  AUDIT-AVAILABLE   VALUE "Y".

      *> The twelve fiscal months in order, each with where its
      *> figures came from and what became of it.
       01  MonthTable.
           05  MonthEntry OCCURS 12 TIMES INDEXED BY MON-IDX.
               10  MON-PERIOD          PIC X(7).
               10  MON-STATUS          PIC X(7).
                   88  MON-CLOSED      VALUE "CLOSED".
                   88  MON-OPEN        VALUE "OPEN".
                   88  MON-MISSING     VALUE "MISSING".
                   88  MON-FAILED      VALUE "FAILED".
                   88  MON-FUTURE      VALUE "FUTURE".
               10  MON-CLOSES          PIC 9(3).
               10  MON-CLOSE-COUNT     PIC 9(5).
               10  MON-ARCHIVES        PIC 9(3).
               10  MON-ARC-POSTINGS    PIC 9(5).
               10  MON-LEDGER-POSTINGS PIC 9(5).
               10  MON-BAD-ARCHIVE     PIC X(1).
                   88  MON-HAS-BAD-ARCHIVE VALUE "Y".
               10  MON-TOTAL           PIC S9(12)V99.
               10  MON-NOTE            PIC X(60).
       01  WS-FLAGGED-MONTHS     PIC 9(2) VALUE 0.
       01  WS-WARNING-COUNT      PIC 9(4) VALUE 0.

      *> One row per category: the master's monthly budget and the
      *> actuals by fiscal month. Categories met in the figures but
      *> not on the master print with no budget.
       01  YC-COUNT              PIC 9(3) VALUE 0.
       01  YearCategoryTable.
           05  YearCategoryEntry OCCURS 1 TO 150 TIMES
                   DEPENDING ON YC-COUNT
                   INDEXED BY YC-IDX.
               10  YC-CODE             PIC X(20).
               10  YC-BUDGET           PIC 9(10)V99.
               10  YC-MONTH-AMT        PIC S9(12)V99
                       OCCURS 12 TIMES.
               10  YC-YTD              PIC S9(12)V99.
       01  WS-WORK-CATEGORY      PIC X(20).
       01  WS-CM-BUDGET-STAGE    PIC 9(10)V99.

      *> Every archive examined, for the ARCHIVES section.
       01  ARC-COUNT             PIC 9(3) VALUE 0.
       01  ArchiveTable.
           05  ArchiveEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON ARC-COUNT
                   INDEXED BY ARC-IDX.
               10  ARC-NAME            PIC X(40).
               10  ARC-PERIOD          PIC X(7).
               10  ARC-PST-COUNT       PIC 9(5).
               10  ARC-TOT-COUNT       PIC 9(5).
               10  ARC-TOT-NORM        PIC S9(12)V99.
               10  ARC-RESULT          PIC X(14).

      *> Audit log line staging, split the way AuditHistory splits
      *> it.
       01  WS-LINE-LEFT          PIC X(200).
       01  WS-STATUS-TEXT        PIC X(50).
       01  WS-TOKENS.
           05  WS-TOKEN OCCURS 12 TIMES PIC X(60).
       01  WS-TOKEN-IDX          PIC 9(2).
       01  WS-AUD-PERIOD         PIC X(7).
       01  WS-AUD-ARCHIVED       PIC 9(5).

      *> Archive line staging, as LedgerClose's VerifyArchive reads
      *> it back.
       01  WS-ARC-REC            PIC X(5).
       01  WS-ARC-F2             PIC X(40).
       01  WS-ARC-F3             PIC X(20).
       01  WS-ARC-F4             PIC X(20).
       01  WS-ARC-F5             PIC X(20).
       01  WS-ARC-F6             PIC X(20).
       01  WS-ARC-F7             PIC X(20).
       01  WS-ARC-F8             PIC X(20).
       01  WS-ARC-F9             PIC X(20).
       01  WS-ARC-AMT.
           05  WS-ARC-AMT-X      PIC X(15).
       01  WS-ARC-AMT-N REDEFINES WS-ARC-AMT
                                 PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-ARC-PERIOD         PIC X(7).
       01  WS-EXPECT-PERIOD      PIC X(7).
       01  WS-ARC-PST-COUNT      PIC 9(5).
       01  WS-ARC-PST-NORM       PIC S9(12)V99.
       01  WS-ARC-CAT-NORM       PIC S9(12)V99.
       01  WS-ARC-TOT-COUNT      PIC 9(5).
       01  WS-ARC-TOT-NORM       PIC S9(12)V99.
       01  WS-ARC-TOT-SEEN       PIC X(1).
           88  ARC-HAS-TRAILER   VALUE "Y".

       01  WS-WHOLE              PIC S9(12).
       01  WS-YEAR-BUDGET        PIC S9(12)V99.
       01  WS-VARIANCE           PIC S9(12)V99.
       01  WS-GRAND-YTD          PIC S9(12)V99 VALUE 0.
       01  WS-GRAND-BUDGET       PIC S9(12)V99 VALUE 0.
       01  WS-MONTH-NO           PIC 9(2).
       01  WS-LEDGER-READ        PIC 9(6) VALUE 0.

       01  CobolOutput           PIC X(250).
       01  WS-EDITED-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-CELL-EDIT          PIC -(8)9.
       01  WS-WIDE-EDIT          PIC -(11)9.
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-COUNT-DISP2        PIC ZZZZ9.
       01  WS-COUNT-DISP3        PIC ZZZZ9.
       01  WS-CUR-DATE.
           05  WS-CUR-YYYY       PIC 9(4).
           05  WS-CUR-MM         PIC 9(2).
           05  WS-CUR-DD         PIC 9(2).
       01  WS-CUR-TIME.
           05  WS-CUR-HH         PIC 9(2).
           05  WS-CUR-MIN        PIC 9(2).
           05  WS-CUR-SEC        PIC 9(2).
           05  WS-CUR-HS         PIC 9(2).

      *> One matrix row: a label, the twelve months, then the year
      *> to date, the year's budget and the variance.
       01  YEAR-ROW-LINE.
           05  YR-LABEL          PIC X(16).
           05  YR-CELL           PIC X(10) OCCURS 12 TIMES.
           05  YR-YTD            PIC X(13).
           05  YR-BUDGET         PIC X(13).
           05  YR-VARIANCE       PIC X(13).

      *> One row of the month status section.
       01  MONTH-STATUS-LINE.
           05  MS-PERIOD         PIC X(7).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  MS-STATUS         PIC X(7).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  MS-ARCHIVES       PIC ZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  MS-CLOSED-CNT     PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  MS-ARC-CNT        PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  MS-LEDGER-CNT     PIC ZZZZ9.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  MS-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  MS-NOTE           PIC X(60).

       01  MONTH-STATUS-HEAD.
           05  FILLER            PIC X(7) VALUE "PERIOD".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(7) VALUE "STATUS".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(3) VALUE "ARC".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE "CLOSD".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE "ARCHV".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE "LEDGR".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "            MONTH USD".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(4) VALUE "NOTE".

      *> One row of the archives section.
       01  ARCHIVE-DETAIL-LINE.
           05  AD-NAME           PIC X(40).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  AD-PERIOD         PIC X(7).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AD-PST            PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AD-TOT            PIC ZZZZ9.
           05  FILLER            PIC X(1) VALUE SPACES.
           05  AD-TOTAL          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  AD-RESULT         PIC X(14).

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM ResolveParameters
           PERFORM BuildFiscalMonths
           PERFORM ReadCategoryMaster
           PERFORM ReadCloseHistory

           IF WS-ARCHIVE-PATTERN NOT = SPACES
               PERFORM ReadArchivesByPattern
           ELSE
               PERFORM ReadArchivesByList
           END-IF

           PERFORM ReadOpenLedger
           PERFORM SettleMonthStatus

           OPEN OUTPUT YearReportFile
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open year-end report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WriteYearReport
           CLOSE YearReportFile
           PERFORM SetConditionCode
           STOP RUN.

      *> Set the condition code the run ends with, for whatever
      *> scheduled it:
      *>   0  COMPLETE, no warnings
      *>   4  COMPLETE, with a WARNING - a reference file or the
      *>      ledger was not available
      *>   8  INCOMPLETE - months missing or failed, so the year to
      *>      date excludes them until the archives are put right
      *>  12  stopped for want of a setting, the report file or
      *>      table room; no roll-up produced
       SetConditionCode.
           EVALUATE TRUE
               WHEN WS-FLAGGED-MONTHS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *> Pick up the fiscal year, its start month and the archive
      *> and report names from the environment. The fiscal year is
      *> required: a rollup of an unstated year is no rollup at all.
       ResolveParameters.
           MOVE SPACES TO WS-FISCAL-YEAR
           ACCEPT WS-FISCAL-YEAR FROM ENVIRONMENT "FISCAL_YEAR"
           IF WS-FISCAL-YEAR NOT NUMERIC
               DISPLAY "ERROR: FISCAL_YEAR must be YYYY; nothing "
                       "rolled up."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-FISCAL-YEAR TO WS-FISCAL-YEAR-NUM

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "FISCAL_START_MONTH"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE(1:2) TO WS-START-STAGE
               IF WS-START-STAGE(2:1) = SPACE
                   MOVE WS-START-STAGE(1:1) TO WS-START-STAGE(2:1)
                   MOVE "0" TO WS-START-STAGE(1:1)
               END-IF
               IF WS-START-STAGE NOT NUMERIC
                       OR WS-START-STAGE < "01"
                       OR WS-START-STAGE > "12"
                   DISPLAY "ERROR: FISCAL_START_MONTH must be 01 "
                           "to 12; nothing rolled up."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-START-STAGE TO WS-START-MONTH
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE
               FROM ENVIRONMENT "YEAREND_ARCHIVE_PATTERN"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-ARCHIVE-PATTERN
               MOVE 0 TO WS-PATTERN-POS
               INSPECT WS-ARCHIVE-PATTERN TALLYING WS-PATTERN-POS
                   FOR CHARACTERS BEFORE INITIAL "YYYY-MM"
               IF WS-PATTERN-POS NOT < 100
                   DISPLAY "ERROR: YEAREND_ARCHIVE_PATTERN must "
                           "contain YYYY-MM; nothing rolled up."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "YEAREND_ARCHIVE_LIST"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-ARCLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "YEAREND_REPORT_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-REPORT-FILENAME
           END-IF

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE SPACES TO WS-CURRENT-PERIOD
           STRING WS-CUR-YYYY "-" WS-CUR-MM
               DELIMITED BY SIZE INTO WS-CURRENT-PERIOD.

      *> Lay out the twelve fiscal months from the start month on,
      *> rolling into the next calendar year where the fiscal year
      *> does not start in January.
       BuildFiscalMonths.
           MOVE WS-FISCAL-YEAR-NUM TO WS-WORK-YYYY
           MOVE WS-START-MONTH TO WS-WORK-MM
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               MOVE SPACES TO MON-PERIOD(MON-IDX)
               STRING WS-WORK-YYYY "-" WS-WORK-MM
                   DELIMITED BY SIZE INTO MON-PERIOD(MON-IDX)
               MOVE SPACES TO MON-STATUS(MON-IDX)
               MOVE 0 TO MON-CLOSES(MON-IDX)
               MOVE 0 TO MON-CLOSE-COUNT(MON-IDX)
               MOVE 0 TO MON-ARCHIVES(MON-IDX)
               MOVE 0 TO MON-ARC-POSTINGS(MON-IDX)
               MOVE 0 TO MON-LEDGER-POSTINGS(MON-IDX)
               MOVE "N" TO MON-BAD-ARCHIVE(MON-IDX)
               MOVE 0 TO MON-TOTAL(MON-IDX)
               MOVE SPACES TO MON-NOTE(MON-IDX)
               ADD 1 TO WS-WORK-MM
               IF WS-WORK-MM > 12
                   MOVE 1 TO WS-WORK-MM
                   ADD 1 TO WS-WORK-YYYY
               END-IF
           END-PERFORM.

      *> Load every master category with its monthly budget, active
      *> or not - a category deactivated during the year still had a
      *> budget for the months it ran. A missing master just leaves
      *> the budget columns empty.
       ReadCategoryMaster.
           OPEN INPUT CategoryMasterFile
           IF WS-CATMASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Category master file not available; "
                       "no budgets will be shown."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-CATMASTER-STATUS = "10"  *> EOF
                   READ CategoryMasterFile INTO CategoryMasterLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF CategoryMasterLine NOT = SPACES
                       MOVE SPACES TO WS-WORK-CATEGORY
                       MOVE 0 TO WS-CM-BUDGET-STAGE
                       UNSTRING CategoryMasterLine DELIMITED BY ","
                           INTO WS-WORK-CATEGORY
                                WS-CM-BUDGET-STAGE
                       PERFORM FindYearCategory
                       MOVE WS-CM-BUDGET-STAGE TO YC-BUDGET(YC-IDX)
                   END-IF
               END-PERFORM
               CLOSE CategoryMasterFile
           END-IF.

      *> Note every successful close of a fiscal month from the audit
      *> log, with the postings it archived: that is what the
      *> month's archives must add up to.
       ReadCloseHistory.
           OPEN INPUT AuditLogFile
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "WARNING: Audit log not available; every "
                       "archive supplied is taken as a closed month."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               SET AUDIT-AVAILABLE TO TRUE
               PERFORM UNTIL WS-AUDIT-STATUS = "10"  *> EOF
                   READ AuditLogFile INTO AuditLogLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF AuditLogLine NOT = SPACES
                           AND AuditLogLine(1:1) NOT = SPACE
                       PERFORM TakeCloseLine
                   END-IF
               END-PERFORM
               CLOSE AuditLogFile
           END-IF.

      *> Split one log line; only a successful close is of interest.
       TakeCloseLine.
           MOVE SPACES TO WS-LINE-LEFT WS-STATUS-TEXT
           UNSTRING AuditLogLine DELIMITED BY " status="
               INTO WS-LINE-LEFT WS-STATUS-TEXT
           IF WS-STATUS-TEXT(1:7) = "SUCCESS"
               MOVE SPACES TO WS-TOKENS
               UNSTRING WS-LINE-LEFT DELIMITED BY ALL " "
                   INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                        WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                        WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                        WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
               IF WS-TOKEN(3) = "close"
                   MOVE SPACES TO WS-AUD-PERIOD
                   MOVE 0 TO WS-AUD-ARCHIVED
                   PERFORM VARYING WS-TOKEN-IDX FROM 4 BY 1
                           UNTIL WS-TOKEN-IDX > 12
                       IF WS-TOKEN(WS-TOKEN-IDX)(1:7) = "period="
                           MOVE WS-TOKEN(WS-TOKEN-IDX)(8:7)
                               TO WS-AUD-PERIOD
                       END-IF
                       IF WS-TOKEN(WS-TOKEN-IDX)(1:9) = "archived="
                           COMPUTE WS-AUD-ARCHIVED = FUNCTION
                               NUMVAL(WS-TOKEN(WS-TOKEN-IDX)(10:5))
                       END-IF
                   END-PERFORM
                   PERFORM FindFiscalMonth
                   IF MON-IDX NOT > 12
                       ADD 1 TO MON-CLOSES(MON-IDX)
                       ADD WS-AUD-ARCHIVED TO MON-CLOSE-COUNT(MON-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Pattern mode: one archive name per fiscal month, built by
      *> putting the month in place of the pattern's YYYY-MM. Only
      *> months the audit log shows closed are looked for (all
      *> months, without an audit log); a closed month whose file
      *> is not there is left for SettleMonthStatus to flag.
       ReadArchivesByPattern.
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               IF MON-CLOSES(MON-IDX) > 0 OR NOT AUDIT-AVAILABLE
                   MOVE SPACES TO WS-ARCHIVE-FILENAME
                   IF WS-PATTERN-POS = 0
                       STRING MON-PERIOD(MON-IDX) DELIMITED BY SIZE
                              WS-ARCHIVE-PATTERN(8:) DELIMITED BY SPACE
                              INTO WS-ARCHIVE-FILENAME
                   ELSE
                       STRING WS-ARCHIVE-PATTERN(1:WS-PATTERN-POS)
                                  DELIMITED BY SIZE
                              MON-PERIOD(MON-IDX) DELIMITED BY SIZE
                              WS-ARCHIVE-PATTERN(WS-PATTERN-POS + 8:)
                                  DELIMITED BY SPACE
                              INTO WS-ARCHIVE-FILENAME
                   END-IF
                   MOVE MON-PERIOD(MON-IDX) TO WS-EXPECT-PERIOD
                   PERFORM VerifyYearArchive
               END-IF
           END-PERFORM.

      *> List mode: every archive on the list is examined; each says
      *> in its own CLOSE header which month it holds.
       ReadArchivesByList.
           OPEN INPUT ArchiveListFile
           IF WS-ARCLIST-STATUS NOT = "00"
               DISPLAY "WARNING: Archive list " WS-ARCLIST-FILENAME
                       " not available; closed months cannot be "
                       "rolled up."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-ARCLIST-STATUS = "10"  *> EOF
                   READ ArchiveListFile INTO ArchiveListLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF ArchiveListLine NOT = SPACES
                       MOVE ArchiveListLine TO WS-ARCHIVE-FILENAME
                       MOVE SPACES TO WS-EXPECT-PERIOD
                       PERFORM VerifyYearArchive
                   END-IF
               END-PERFORM
               CLOSE ArchiveListFile
           END-IF.

      *> Verify one archive and, when it stands and belongs to a
      *> closed month of this fiscal year, take its postings into
      *> the matrix. The outcome is recorded for the ARCHIVES
      *> section either way.
       VerifyYearArchive.
           ADD 1 TO ARC-COUNT
           IF ARC-COUNT > 100
               DISPLAY "ERROR: Too many archives for one year."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-ARCHIVE-FILENAME TO ARC-NAME(ARC-COUNT)
           MOVE SPACES TO WS-ARC-PERIOD
           MOVE 0 TO WS-ARC-PST-COUNT WS-ARC-PST-NORM WS-ARC-CAT-NORM
                     WS-ARC-TOT-COUNT WS-ARC-TOT-NORM
           MOVE "N" TO WS-ARC-TOT-SEEN

           OPEN INPUT ArchiveFile
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE WS-EXPECT-PERIOD TO ARC-PERIOD(ARC-COUNT)
               MOVE 0 TO ARC-PST-COUNT(ARC-COUNT)
               MOVE 0 TO ARC-TOT-COUNT(ARC-COUNT)
               MOVE 0 TO ARC-TOT-NORM(ARC-COUNT)
               MOVE "NOT FOUND" TO ARC-RESULT(ARC-COUNT)
           ELSE
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ArchiveFile INTO ArchiveLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM TakeArchiveLine
               END-PERFORM
               CLOSE ArchiveFile
               MOVE WS-ARC-PERIOD TO ARC-PERIOD(ARC-COUNT)
               MOVE WS-ARC-PST-COUNT TO ARC-PST-COUNT(ARC-COUNT)
               MOVE WS-ARC-TOT-COUNT TO ARC-TOT-COUNT(ARC-COUNT)
               MOVE WS-ARC-TOT-NORM TO ARC-TOT-NORM(ARC-COUNT)
               PERFORM JudgeYearArchive
           END-IF.

      *> Pick apart one archive line for the verification pass.
       TakeArchiveLine.
           MOVE SPACES TO WS-ARC-REC WS-ARC-F2 WS-ARC-F3
                          WS-ARC-F4 WS-ARC-F5 WS-ARC-F6
                          WS-ARC-F7 WS-ARC-F8 WS-ARC-F9
           UNSTRING ArchiveLine DELIMITED BY ","
               INTO WS-ARC-REC WS-ARC-F2 WS-ARC-F3 WS-ARC-F4
                    WS-ARC-F5 WS-ARC-F6 WS-ARC-F7 WS-ARC-F8
                    WS-ARC-F9
           EVALUATE WS-ARC-REC
               WHEN "CLOSE"
                   MOVE WS-ARC-F2(1:7) TO WS-ARC-PERIOD
               WHEN "PST"
                   ADD 1 TO WS-ARC-PST-COUNT
                   MOVE WS-ARC-F9(1:15) TO WS-ARC-AMT-X
                   ADD WS-ARC-AMT-N TO WS-ARC-PST-NORM
               WHEN "CAT"
                   MOVE WS-ARC-F3(1:15) TO WS-ARC-AMT-X
                   ADD WS-ARC-AMT-N TO WS-ARC-CAT-NORM
               WHEN "TOT"
                   SET ARC-HAS-TRAILER TO TRUE
                   MOVE WS-ARC-F2(1:5) TO WS-ARC-TOT-COUNT
                   MOVE WS-ARC-F3(1:15) TO WS-ARC-AMT-X
                   MOVE WS-ARC-AMT-N TO WS-ARC-TOT-NORM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Decide what the archive just read is worth. An archive for
      *> another year is simply not this report's business; one for
      *> a month the audit log never saw closed successfully is left
      *> out, since the close that wrote it did not purge the ledger
      *> and its postings are still counted there.
       JudgeYearArchive.
           MOVE WS-ARC-PERIOD TO WS-AUD-PERIOD
           PERFORM FindFiscalMonth
           EVALUATE TRUE
               WHEN WS-EXPECT-PERIOD NOT = SPACES
                       AND WS-ARC-PERIOD NOT = WS-EXPECT-PERIOD
                   MOVE "WRONG PERIOD" TO ARC-RESULT(ARC-COUNT)
                   MOVE WS-EXPECT-PERIOD TO WS-AUD-PERIOD
                   PERFORM FindFiscalMonth
                   SET MON-HAS-BAD-ARCHIVE(MON-IDX) TO TRUE
                   MOVE SPACES TO MON-NOTE(MON-IDX)
                   STRING "archive holds period " WS-ARC-PERIOD
                       DELIMITED BY SIZE INTO MON-NOTE(MON-IDX)
               WHEN MON-IDX > 12
                   MOVE "OUTSIDE YEAR" TO ARC-RESULT(ARC-COUNT)
               WHEN NOT ARC-HAS-TRAILER
                       OR WS-ARC-TOT-COUNT NOT = WS-ARC-PST-COUNT
                       OR WS-ARC-TOT-NORM NOT = WS-ARC-PST-NORM
                       OR WS-ARC-CAT-NORM NOT = WS-ARC-PST-NORM
                   MOVE "DOES NOT FOOT" TO ARC-RESULT(ARC-COUNT)
                   SET MON-HAS-BAD-ARCHIVE(MON-IDX) TO TRUE
                   MOVE "archive TOT does not foot to its PST lines"
                       TO MON-NOTE(MON-IDX)
               WHEN AUDIT-AVAILABLE AND MON-CLOSES(MON-IDX) = 0
                   MOVE "NOT CLOSED" TO ARC-RESULT(ARC-COUNT)
               WHEN OTHER
                   MOVE "VERIFIED" TO ARC-RESULT(ARC-COUNT)
                   ADD 1 TO MON-ARCHIVES(MON-IDX)
                   ADD WS-ARC-TOT-COUNT TO MON-ARC-POSTINGS(MON-IDX)
                   IF NOT AUDIT-AVAILABLE
                       ADD 1 TO MON-CLOSES(MON-IDX)
                       ADD WS-ARC-TOT-COUNT
                           TO MON-CLOSE-COUNT(MON-IDX)
                   END-IF
                   PERFORM CreditArchivePostings
           END-EVALUATE.

      *> Second pass over a verified archive: every PST line goes
      *> into its category's cell for the archive's month.
       CreditArchivePostings.
           OPEN INPUT ArchiveFile
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ArchiveFile INTO ArchiveLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE SPACES TO WS-ARC-REC WS-ARC-F2 WS-ARC-F3
                                  WS-ARC-F4 WS-ARC-F5 WS-ARC-F6
                                  WS-ARC-F7 WS-ARC-F8 WS-ARC-F9
                   UNSTRING ArchiveLine DELIMITED BY ","
                       INTO WS-ARC-REC WS-ARC-F2 WS-ARC-F3 WS-ARC-F4
                            WS-ARC-F5 WS-ARC-F6 WS-ARC-F7 WS-ARC-F8
                            WS-ARC-F9
                   IF WS-ARC-REC = "PST"
                       MOVE WS-ARC-F6 TO WS-WORK-CATEGORY
                       PERFORM FindYearCategory
                       MOVE WS-ARC-F9(1:15) TO WS-ARC-AMT-X
                       ADD WS-ARC-AMT-N
                           TO YC-MONTH-AMT(YC-IDX, MON-IDX)
                   END-IF
               END-PERFORM
               CLOSE ArchiveFile
           END-IF.

      *> The still-open side of the year: every ledger posting
      *> dated in a fiscal month goes into the matrix. A closed
      *> month's postings were purged from the ledger when it
      *> closed, so whatever is left there for it was posted late
      *> and belongs alongside the archive, not instead of it.
       ReadOpenLedger.
           OPEN INPUT LedgerFile
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to open transaction ledger, "
                       "status " WS-LEDGER-STATUS
                       "; open months cannot be rolled up."
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
                   ADD 1 TO WS-LEDGER-READ
                   IF LEDGER-SEQ NOT = 0
                       MOVE LEDGER-DATE(1:7) TO WS-AUD-PERIOD
                       PERFORM FindFiscalMonth
                       IF MON-IDX NOT > 12
                           ADD 1 TO MON-LEDGER-POSTINGS(MON-IDX)
                           MOVE LEDGER-CATEGORY TO WS-WORK-CATEGORY
                           PERFORM FindYearCategory
                           ADD LEDGER-NORMALIZED
                               TO YC-MONTH-AMT(YC-IDX, MON-IDX)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

      *> Give every month its status, in order of precedence: a bad
      *> archive fails the month; a closed month needs archives
      *> accounting for every posting its closes archived; an
      *> unclosed month is open when it has postings (or is the month
      *> in progress), future when it has not started, and missing
      *> otherwise. Flagged months are
      *> counted for the result line and kept out of the totals.
       SettleMonthStatus.
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               EVALUATE TRUE
                   WHEN MON-HAS-BAD-ARCHIVE(MON-IDX)
                       SET MON-FAILED(MON-IDX) TO TRUE
                   WHEN MON-CLOSES(MON-IDX) > 0
                           AND MON-ARCHIVES(MON-IDX) = 0
                       SET MON-MISSING(MON-IDX) TO TRUE
                       MOVE "closed, but no archive supplied"
                           TO MON-NOTE(MON-IDX)
                   WHEN MON-CLOSES(MON-IDX) > 0
                           AND MON-ARC-POSTINGS(MON-IDX)
                               NOT = MON-CLOSE-COUNT(MON-IDX)
                       SET MON-FAILED(MON-IDX) TO TRUE
                       MOVE SPACES TO MON-NOTE(MON-IDX)
                       STRING "archives do not account for every "
                              "posting the close archived"
                              DELIMITED BY SIZE INTO MON-NOTE(MON-IDX)
                   WHEN MON-CLOSES(MON-IDX) > 0
                       SET MON-CLOSED(MON-IDX) TO TRUE
                   WHEN MON-PERIOD(MON-IDX) > WS-CURRENT-PERIOD
                       SET MON-FUTURE(MON-IDX) TO TRUE
                   WHEN MON-LEDGER-POSTINGS(MON-IDX) > 0
                           OR MON-PERIOD(MON-IDX) = WS-CURRENT-PERIOD
                       SET MON-OPEN(MON-IDX) TO TRUE
                   WHEN OTHER
                       SET MON-MISSING(MON-IDX) TO TRUE
                       MOVE "no archive and no ledger postings"
                           TO MON-NOTE(MON-IDX)
               END-EVALUATE
               IF MON-FAILED(MON-IDX) OR MON-MISSING(MON-IDX)
                   ADD 1 TO WS-FLAGGED-MONTHS
               END-IF
           END-PERFORM

           PERFORM VARYING YC-IDX FROM 1 BY 1 UNTIL YC-IDX > YC-COUNT
               MOVE 0 TO YC-YTD(YC-IDX)
               PERFORM VARYING MON-IDX FROM 1 BY 1
                       UNTIL MON-IDX > 12
                   IF MON-CLOSED(MON-IDX) OR MON-OPEN(MON-IDX)
                       ADD YC-MONTH-AMT(YC-IDX, MON-IDX)
                           TO YC-YTD(YC-IDX)
                       ADD YC-MONTH-AMT(YC-IDX, MON-IDX)
                           TO MON-TOTAL(MON-IDX)
                   END-IF
               END-PERFORM
               ADD YC-YTD(YC-IDX) TO WS-GRAND-YTD
               COMPUTE WS-GRAND-BUDGET =
                   WS-GRAND-BUDGET + YC-BUDGET(YC-IDX) * 12
           END-PERFORM.

      *> Locate WS-AUD-PERIOD among the fiscal months. MON-IDX comes
      *> back greater than 12 when the period is outside the year.
       FindFiscalMonth.
           SET MON-IDX TO 1
           SEARCH MonthEntry
               AT END
                   SET MON-IDX TO 12
                   SET MON-IDX UP BY 1
               WHEN MON-PERIOD(MON-IDX) = WS-AUD-PERIOD
                   CONTINUE
           END-SEARCH.

      *> Locate WS-WORK-CATEGORY on the rollup, adding a row with no
      *> budget when it is not there yet.
       FindYearCategory.
           SET YC-IDX TO 1
           SEARCH YearCategoryEntry
               AT END
                   ADD 1 TO YC-COUNT
                   IF YC-COUNT > 150
                       DISPLAY "ERROR: Too many categories to roll "
                               "up."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET YC-IDX TO YC-COUNT
                   MOVE WS-WORK-CATEGORY TO YC-CODE(YC-IDX)
                   MOVE 0 TO YC-BUDGET(YC-IDX)
                   MOVE 0 TO YC-YTD(YC-IDX)
                   PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
                           UNTIL WS-MONTH-NO > 12
                       MOVE 0 TO YC-MONTH-AMT(YC-IDX, WS-MONTH-NO)
                   END-PERFORM
               WHEN YC-CODE(YC-IDX) = WS-WORK-CATEGORY
                   CONTINUE
           END-SEARCH.

      *> Write the report: title, the matrix with its month-status
      *> row and totals, the month status section, the archives
      *> examined, and the result.
       WriteYearReport.
           MOVE SPACES TO CobolOutput
           STRING "FISCAL YEAR ROLLUP  FY" WS-FISCAL-YEAR
                  "  (" MON-PERIOD(1) " to " MON-PERIOD(12) ")"
                  "          run " WS-CUR-YYYY "-" WS-CUR-MM "-"
                  WS-CUR-DD " " WS-CUR-HH ":" WS-CUR-MIN ":"
                  WS-CUR-SEC
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WriteYearLine
           MOVE SPACES TO CobolOutput
           STRING "Whole USD units. Closed months from verified "
                  "archives, open months from the ledger; budget is "
                  "the master monthly budget x 12."
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WriteYearLine
           MOVE SPACES TO CobolOutput
           PERFORM WriteYearLine

           MOVE "CATEGORY BY MONTH" TO CobolOutput
           PERFORM WriteYearLine
           MOVE "-----------------" TO CobolOutput
           PERFORM WriteYearLine
           MOVE SPACES TO YEAR-ROW-LINE
           MOVE "CATEGORY" TO YR-LABEL
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               MOVE MON-PERIOD(MON-IDX) TO YR-CELL(MON-IDX)(4:7)
           END-PERFORM
           MOVE "          YTD" TO YR-YTD
           MOVE "  BUDGET x 12" TO YR-BUDGET
           MOVE "     VARIANCE" TO YR-VARIANCE
           MOVE YEAR-ROW-LINE TO CobolOutput
           PERFORM WriteYearLine
           MOVE SPACES TO YEAR-ROW-LINE
           MOVE "MONTH STATUS" TO YR-LABEL
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               MOVE MON-STATUS(MON-IDX) TO YR-CELL(MON-IDX)(4:7)
           END-PERFORM
           MOVE YEAR-ROW-LINE TO CobolOutput
           PERFORM WriteYearLine

           PERFORM VARYING YC-IDX FROM 1 BY 1 UNTIL YC-IDX > YC-COUNT
               MOVE SPACES TO YEAR-ROW-LINE
               MOVE YC-CODE(YC-IDX) TO YR-LABEL
               PERFORM VARYING MON-IDX FROM 1 BY 1
                       UNTIL MON-IDX > 12
                   PERFORM FillMonthCell
               END-PERFORM
               COMPUTE WS-YEAR-BUDGET = YC-BUDGET(YC-IDX) * 12
               COMPUTE WS-VARIANCE = WS-YEAR-BUDGET - YC-YTD(YC-IDX)
               COMPUTE WS-WHOLE ROUNDED = YC-YTD(YC-IDX)
               MOVE WS-WHOLE TO WS-WIDE-EDIT
               MOVE WS-WIDE-EDIT TO YR-YTD(2:12)
               COMPUTE WS-WHOLE ROUNDED = WS-YEAR-BUDGET
               MOVE WS-WHOLE TO WS-WIDE-EDIT
               MOVE WS-WIDE-EDIT TO YR-BUDGET(2:12)
               COMPUTE WS-WHOLE ROUNDED = WS-VARIANCE
               MOVE WS-WHOLE TO WS-WIDE-EDIT
               MOVE WS-WIDE-EDIT TO YR-VARIANCE(2:12)
               MOVE YEAR-ROW-LINE TO CobolOutput
               PERFORM WriteYearLine
           END-PERFORM

           MOVE SPACES TO YEAR-ROW-LINE
           MOVE "TOTAL" TO YR-LABEL
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               EVALUATE TRUE
                   WHEN MON-CLOSED(MON-IDX) OR MON-OPEN(MON-IDX)
                       COMPUTE WS-WHOLE ROUNDED = MON-TOTAL(MON-IDX)
                       MOVE WS-WHOLE TO WS-CELL-EDIT
                       MOVE WS-CELL-EDIT TO YR-CELL(MON-IDX)(2:9)
                   WHEN MON-FUTURE(MON-IDX)
                       CONTINUE
                   WHEN OTHER
                       MOVE MON-STATUS(MON-IDX)
                           TO YR-CELL(MON-IDX)(4:7)
               END-EVALUATE
           END-PERFORM
           COMPUTE WS-VARIANCE = WS-GRAND-BUDGET - WS-GRAND-YTD
           COMPUTE WS-WHOLE ROUNDED = WS-GRAND-YTD
           MOVE WS-WHOLE TO WS-WIDE-EDIT
           MOVE WS-WIDE-EDIT TO YR-YTD(2:12)
           COMPUTE WS-WHOLE ROUNDED = WS-GRAND-BUDGET
           MOVE WS-WHOLE TO WS-WIDE-EDIT
           MOVE WS-WIDE-EDIT TO YR-BUDGET(2:12)
           COMPUTE WS-WHOLE ROUNDED = WS-VARIANCE
           MOVE WS-WHOLE TO WS-WIDE-EDIT
           MOVE WS-WIDE-EDIT TO YR-VARIANCE(2:12)
           MOVE YEAR-ROW-LINE TO CobolOutput
           PERFORM WriteYearLine

           MOVE SPACES TO CobolOutput
           PERFORM WriteYearLine
           MOVE "MONTH STATUS" TO CobolOutput
           PERFORM WriteYearLine
           MOVE "------------" TO CobolOutput
           PERFORM WriteYearLine
           MOVE MONTH-STATUS-HEAD TO CobolOutput
           PERFORM WriteYearLine
           PERFORM VARYING MON-IDX FROM 1 BY 1 UNTIL MON-IDX > 12
               MOVE MON-PERIOD(MON-IDX) TO MS-PERIOD
               MOVE MON-STATUS(MON-IDX) TO MS-STATUS
               MOVE MON-ARCHIVES(MON-IDX) TO MS-ARCHIVES
               MOVE MON-CLOSE-COUNT(MON-IDX) TO MS-CLOSED-CNT
               MOVE MON-ARC-POSTINGS(MON-IDX) TO MS-ARC-CNT
               MOVE MON-LEDGER-POSTINGS(MON-IDX) TO MS-LEDGER-CNT
               MOVE MON-TOTAL(MON-IDX) TO MS-TOTAL
               MOVE MON-NOTE(MON-IDX) TO MS-NOTE
               MOVE MONTH-STATUS-LINE TO CobolOutput
               PERFORM WriteYearLine
           END-PERFORM

           MOVE SPACES TO CobolOutput
           PERFORM WriteYearLine
           MOVE "ARCHIVES EXAMINED" TO CobolOutput
           PERFORM WriteYearLine
           MOVE "-----------------" TO CobolOutput
           PERFORM WriteYearLine
           PERFORM VARYING ARC-IDX FROM 1 BY 1
                   UNTIL ARC-IDX > ARC-COUNT
               MOVE ARC-NAME(ARC-IDX) TO AD-NAME
               MOVE ARC-PERIOD(ARC-IDX) TO AD-PERIOD
               MOVE ARC-PST-COUNT(ARC-IDX) TO AD-PST
               MOVE ARC-TOT-COUNT(ARC-IDX) TO AD-TOT
               MOVE ARC-TOT-NORM(ARC-IDX) TO AD-TOTAL
               MOVE ARC-RESULT(ARC-IDX) TO AD-RESULT
               MOVE ARCHIVE-DETAIL-LINE TO CobolOutput
               PERFORM WriteYearLine
           END-PERFORM
           IF ARC-COUNT = 0
               MOVE "(none)" TO CobolOutput
               PERFORM WriteYearLine
           END-IF

           MOVE SPACES TO CobolOutput
           PERFORM WriteYearLine
           MOVE SPACES TO CobolOutput
           IF WS-FLAGGED-MONTHS = 0
               MOVE SPACES TO CobolOutput
               STRING "RESULT: COMPLETE - every month to date is "
                      "closed and verified or open on the ledger"
                      DELIMITED BY SIZE INTO CobolOutput
           ELSE
               STRING "RESULT: INCOMPLETE - " DELIMITED BY SIZE
                      WS-FLAGGED-MONTHS DELIMITED BY SIZE
                      " month(s) missing or failed; year to date "
                      "excludes them" DELIMITED BY SIZE
                      INTO CobolOutput
           END-IF
           PERFORM WriteYearLine.

      *> One category's cell for one month: the whole-unit figure
      *> for a usable month, the month's flag for a missing or failed
      *> one, and nothing for a month still to come.
       FillMonthCell.
           EVALUATE TRUE
               WHEN MON-CLOSED(MON-IDX) OR MON-OPEN(MON-IDX)
                   COMPUTE WS-WHOLE ROUNDED =
                       YC-MONTH-AMT(YC-IDX, MON-IDX)
                   MOVE WS-WHOLE TO WS-CELL-EDIT
                   MOVE WS-CELL-EDIT TO YR-CELL(MON-IDX)(2:9)
               WHEN MON-FUTURE(MON-IDX)
                   CONTINUE
               WHEN OTHER
                   MOVE MON-STATUS(MON-IDX) TO YR-CELL(MON-IDX)(4:7)
           END-EVALUATE.

      *> Route one finished line in CobolOutput to the report and
      *> echo it to the console.
       WriteYearLine.
           DISPLAY CobolOutput(1:200)
           MOVE CobolOutput TO YearReportLine
           WRITE YearReportRecord.

       END PROGRAM YearEndRollup.
