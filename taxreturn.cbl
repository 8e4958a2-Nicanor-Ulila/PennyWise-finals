       IDENTIFICATION DIVISION.
       PROGRAM-ID. TaxReturn.

      *> Periodic tax return. Every posting TransactionReport makes
      *> carries its category's tax code, the rate in force on its
      *> date and the split of its normalized amount into net and
      *> tax; this job gathers the postings of an accounting period
      *> - the live ledger for months still open, the verified
      *> LedgerClose archives for months already closed and purged -
      *> and totals them by tax code and rate: taxable net and tax
      *> for coded postings at a rate, exempt for postings at a zero
      *> rate or under no code at all. Refund-type postings are the
      *> reversal of tax already accounted for and are shown in a
      *> section of their own, ahead of the net for the period, so
      *> the return shows what was charged and what was given back
      *> rather than only the difference.
      *>
      *> A closed month is only as good as its archive: one that
      *> does not foot to its TOT trailer, or archives that do not
      *> account for every posting its close archived, leave the
      *> month out and the return INCOMPLETE, the way YearEndRollup
      *> treats a month it cannot stand behind.
      *>
      *> The period arrives as TAX_PERIOD_FROM and TAX_PERIOD_TO
      *> (YYYY-MM, at most 24 months; TO defaults to FROM for a
      *> one-month return). Archives are named in TAX_ARCHIVE_LIST
      *> (default archive_list.txt, the list LedgerIntegrity and
      *> YearEndRollup read) and the report goes to TAX_REPORT_FILE
      *> (default tax_return.txt). All figures are USD, the currency
      *> the ledger is kept in.

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

           SELECT TaxReportFile
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

       FD  ArchiveListFile.
       01  ArchiveListRecord.
           05  ArchiveListLine       PIC X(100).

       FD  ArchiveFile.
       01  ArchiveRecord.
           05  ArchiveLine           PIC X(200).

       FD  TaxReportFile.
       01  TaxReportRecord.
           05  TaxReportLine         PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-ARCLIST-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS     PIC XX.
       01  WS-REPORT-STATUS      PIC XX.

       01  WS-ARCLIST-FILENAME   PIC X(100)
                                     VALUE "archive_list.txt".
       01  WS-ARCHIVE-FILENAME   PIC X(100).
       01  WS-REPORT-FILENAME    PIC X(100)
                                     VALUE "tax_return.txt".
       01  WS-ENV-STAGE          PIC X(100).

      *> The period asked for, first and last month.
       01  WS-PERIOD-FROM        PIC X(7).
       01  WS-PERIOD-TO          PIC X(7).
       01  WS-CHECK-PERIOD       PIC X(7).
       01  WS-WORK-YYYY          PIC 9(4).
       01  WS-WORK-MM            PIC 9(2).
       01  WS-CURRENT-PERIOD     PIC X(7).

      *> Whether the audit log could be read. Without it there is
      *> no record of which months were closed, so every archive
      *> supplied is taken at its word as a closed month.
       01  WS-AUDIT-AVAILABLE    PIC X(1) VALUE "N".
           88  AUDIT-AVAILABLE   VALUE "Y".
       01  WS-LEDGER-AVAILABLE   PIC X(1) VALUE "N".
           88  LEDGER-AVAILABLE  VALUE "Y".

      *> The months of the period in order, each with where its
      *> figures came from and what became of it.
       01  PM-COUNT              PIC 9(2) VALUE 0.
       01  PeriodMonthTable.
           05  PeriodMonthEntry OCCURS 1 TO 24 TIMES
                   DEPENDING ON PM-COUNT
                   INDEXED BY PM-IDX.
               10  PM-PERIOD           PIC X(7).
               10  PM-STATUS           PIC X(7).
                   88  PM-CLOSED       VALUE "CLOSED".
                   88  PM-OPEN         VALUE "OPEN".
                   88  PM-MISSING      VALUE "MISSING".
                   88  PM-FAILED       VALUE "FAILED".
                   88  PM-FUTURE       VALUE "FUTURE".
               10  PM-CLOSES           PIC 9(3).
               10  PM-CLOSE-COUNT      PIC 9(5).
               10  PM-ARCHIVES         PIC 9(3).
               10  PM-ARC-POSTINGS     PIC 9(5).
               10  PM-LEDGER-POSTINGS  PIC 9(5).
               10  PM-BAD-ARCHIVE      PIC X(1).
                   88  PM-HAS-BAD-ARCHIVE VALUE "Y".
               10  PM-NOTE             PIC X(60).
       01  WS-FLAGGED-MONTHS     PIC 9(2) VALUE 0.
       01  WS-WARNING-COUNT      PIC 9(4) VALUE 0.

      *> One row per tax code and rate, since a rate change inside
      *> the period is two lines on the return. The figures are
      *> kept per month so a month found wanting can be left out
      *> after the fact; SALE are ordinary postings, RFD the
      *> Refund-type ones.
       01  TC-COUNT              PIC 9(3) VALUE 0.
       01  TaxCodeTable.
           05  TaxCodeEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON TC-COUNT
                   INDEXED BY TC-IDX.
               10  TC-CODE             PIC X(6).
               10  TC-RATE             PIC 9(3)V999.
               10  TC-MONTH OCCURS 24 TIMES.
                   15  TC-SALE-COUNT   PIC 9(5).
                   15  TC-SALE-NET     PIC S9(12)V99.
                   15  TC-SALE-TAX     PIC S9(12)V99.
                   15  TC-RFD-COUNT    PIC 9(5).
                   15  TC-RFD-NET      PIC S9(12)V99.
                   15  TC-RFD-TAX      PIC S9(12)V99.
       01  WS-WORK-CODE          PIC X(6).
       01  WS-WORK-RATE          PIC 9(3)V999.
       01  WS-WORK-TYPE          PIC X(20).
       01  WS-WORK-NET           PIC S9(12)V99.
       01  WS-WORK-TAX           PIC S9(12)V99.
       01  WS-MONTH-NO           PIC 9(2).
       01  WS-INIT-MONTH         PIC 9(2).

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
      *> it back, with the PST line's four tax fields - code, rate,
      *> net and tax - after the normalized amount.
       01  WS-ARC-REC            PIC X(5).
       01  WS-ARC-F2             PIC X(40).
       01  WS-ARC-F3             PIC X(20).
       01  WS-ARC-F4             PIC X(20).
       01  WS-ARC-F5             PIC X(20).
       01  WS-ARC-F6             PIC X(20).
       01  WS-ARC-F7             PIC X(20).
       01  WS-ARC-F8             PIC X(20).
       01  WS-ARC-F9             PIC X(20).
       01  WS-ARC-F10            PIC X(20).
       01  WS-ARC-F11            PIC X(20).
       01  WS-ARC-F12            PIC X(20).
       01  WS-ARC-F13            PIC X(20).
       01  WS-ARC-RATE.
           05  WS-ARC-RATE-X     PIC X(6).
       01  WS-ARC-RATE-N REDEFINES WS-ARC-RATE
                                 PIC 9(3)V999.
       01  WS-ARC-AMT.
           05  WS-ARC-AMT-X      PIC X(15).
       01  WS-ARC-AMT-N REDEFINES WS-ARC-AMT
                                 PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-ARC-PERIOD         PIC X(7).
       01  WS-ARC-PST-COUNT      PIC 9(5).
       01  WS-ARC-PST-NORM       PIC S9(12)V99.
       01  WS-ARC-CAT-NORM       PIC S9(12)V99.
       01  WS-ARC-TOT-COUNT      PIC 9(5).
       01  WS-ARC-TOT-NORM       PIC S9(12)V99.
       01  WS-ARC-TOT-SEEN       PIC X(1).
           88  ARC-HAS-TRAILER   VALUE "Y".
       01  WS-ARC-NORM           PIC S9(12)V99.

       01  WS-LEDGER-READ        PIC 9(6) VALUE 0.

      *> Section totals: taxable net, tax and exempt, and the count.
       01  WS-SECTION            PIC X(1).
           88  SECTION-SALES     VALUE "S".
           88  SECTION-REFUNDS   VALUE "R".
           88  SECTION-NET       VALUE "N".
       01  WS-ROW-COUNT          PIC 9(6).
       01  WS-ROW-NET            PIC S9(12)V99.
       01  WS-ROW-TAX            PIC S9(12)V99.
       01  WS-SUM-COUNT          PIC 9(6).
       01  WS-SUM-TAXABLE        PIC S9(12)V99.
       01  WS-SUM-TAX            PIC S9(12)V99.
       01  WS-SUM-EXEMPT         PIC S9(12)V99.

       01  CobolOutput           PIC X(250).
       01  WS-EDITED-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
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

      *> One line of a return section.
       01  TAX-ROW-LINE.
           05  TL-CODE           PIC X(10).
           05  TL-RATE           PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-COUNT          PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-TAXABLE        PIC X(21).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-TAX            PIC X(21).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  TL-EXEMPT         PIC X(21).
       01  WS-RATE-EDIT          PIC ZZ9.999.
       01  WS-COUNT-EDIT         PIC ZZZZZ9.

       01  TAX-ROW-HEAD.
           05  FILLER            PIC X(10) VALUE "TAX CODE".
           05  FILLER            PIC X(8) VALUE "  RATE %".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(6) VALUE " COUNT".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "          TAXABLE NET".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "                  TAX".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "               EXEMPT".

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
           PERFORM BuildPeriodMonths
           PERFORM ReadCloseHistory
           PERFORM ReadArchivesByList
           PERFORM ReadOpenLedger
           PERFORM SettleMonthStatus

           OPEN OUTPUT TaxReportFile
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open tax return file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WriteTaxReport
           CLOSE TaxReportFile
           PERFORM SetConditionCode
           STOP RUN.

      *> Set the condition code the run ends with, for whatever
      *> scheduled it:
      *>   0  COMPLETE, no warnings
      *>   4  COMPLETE, with a WARNING - a reference file or the
      *>      ledger was not available
      *>   8  INCOMPLETE - months missing or failed, so the return
      *>      excludes them and is not fit to file as it stands
      *>  12  stopped for want of a setting, the return file or
      *>      table room; no return produced
       SetConditionCode.
           EVALUATE TRUE
               WHEN WS-FLAGGED-MONTHS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *> Pick up the period and the archive list and report names
      *> from the environment. The first month is required: a
      *> return for an unstated period is no return at all.
       ResolveParameters.
           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "TAX_PERIOD_FROM"
           MOVE WS-ENV-STAGE(1:7) TO WS-CHECK-PERIOD
           IF WS-ENV-STAGE(8:1) NOT = SPACE
               MOVE SPACES TO WS-CHECK-PERIOD
           END-IF
           PERFORM CheckPeriodShape
           IF WS-CHECK-PERIOD = SPACES
               DISPLAY "ERROR: TAX_PERIOD_FROM must be YYYY-MM; no "
                       "return prepared."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHECK-PERIOD TO WS-PERIOD-FROM

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "TAX_PERIOD_TO"
           IF WS-ENV-STAGE = SPACES
               MOVE WS-PERIOD-FROM TO WS-PERIOD-TO
           ELSE
               MOVE WS-ENV-STAGE(1:7) TO WS-CHECK-PERIOD
               IF WS-ENV-STAGE(8:1) NOT = SPACE
                   MOVE SPACES TO WS-CHECK-PERIOD
               END-IF
               PERFORM CheckPeriodShape
               IF WS-CHECK-PERIOD = SPACES
                       OR WS-CHECK-PERIOD < WS-PERIOD-FROM
                   DISPLAY "ERROR: TAX_PERIOD_TO must be YYYY-MM, "
                           "not before TAX_PERIOD_FROM; no return "
                           "prepared."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CHECK-PERIOD TO WS-PERIOD-TO
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "TAX_ARCHIVE_LIST"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-ARCLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "TAX_REPORT_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-REPORT-FILENAME
           END-IF

           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE SPACES TO WS-CURRENT-PERIOD
           STRING WS-CUR-YYYY "-" WS-CUR-MM
               DELIMITED BY SIZE INTO WS-CURRENT-PERIOD.

      *> Blank WS-CHECK-PERIOD unless it is a real YYYY-MM.
       CheckPeriodShape.
           IF WS-CHECK-PERIOD(1:4) NOT NUMERIC
                   OR WS-CHECK-PERIOD(5:1) NOT = "-"
                   OR WS-CHECK-PERIOD(6:2) NOT NUMERIC
                   OR WS-CHECK-PERIOD(6:2) < "01"
                   OR WS-CHECK-PERIOD(6:2) > "12"
               MOVE SPACES TO WS-CHECK-PERIOD
           END-IF.

      *> Lay out the months from the first to the last, refusing a
      *> span longer than the table holds.
       BuildPeriodMonths.
           MOVE WS-PERIOD-FROM(1:4) TO WS-WORK-YYYY
           MOVE WS-PERIOD-FROM(6:2) TO WS-WORK-MM
           MOVE WS-PERIOD-FROM TO WS-CHECK-PERIOD
           PERFORM UNTIL WS-CHECK-PERIOD > WS-PERIOD-TO
               ADD 1 TO PM-COUNT
               IF PM-COUNT > 24
                   DISPLAY "ERROR: Tax period longer than 24 months; "
                           "no return prepared."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-CHECK-PERIOD TO PM-PERIOD(PM-COUNT)
               MOVE SPACES TO PM-STATUS(PM-COUNT)
               MOVE 0 TO PM-CLOSES(PM-COUNT)
               MOVE 0 TO PM-CLOSE-COUNT(PM-COUNT)
               MOVE 0 TO PM-ARCHIVES(PM-COUNT)
               MOVE 0 TO PM-ARC-POSTINGS(PM-COUNT)
               MOVE 0 TO PM-LEDGER-POSTINGS(PM-COUNT)
               MOVE "N" TO PM-BAD-ARCHIVE(PM-COUNT)
               MOVE SPACES TO PM-NOTE(PM-COUNT)
               ADD 1 TO WS-WORK-MM
               IF WS-WORK-MM > 12
                   MOVE 1 TO WS-WORK-MM
                   ADD 1 TO WS-WORK-YYYY
               END-IF
               MOVE SPACES TO WS-CHECK-PERIOD
               STRING WS-WORK-YYYY "-" WS-WORK-MM
                   DELIMITED BY SIZE INTO WS-CHECK-PERIOD
           END-PERFORM.

      *> Note every successful close of a month in the period from
      *> the audit log, with the postings it archived: that is what
      *> the month's archives must add up to.
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
                   PERFORM FindPeriodMonth
                   IF PM-IDX NOT > PM-COUNT
                       ADD 1 TO PM-CLOSES(PM-IDX)
                       ADD WS-AUD-ARCHIVED TO PM-CLOSE-COUNT(PM-IDX)
                   END-IF
               END-IF
           END-IF.

      *> Every archive on the list is examined; each says in its own
      *> CLOSE header which month it holds.
       ReadArchivesByList.
           OPEN INPUT ArchiveListFile
           IF WS-ARCLIST-STATUS NOT = "00"
               DISPLAY "WARNING: Archive list " WS-ARCLIST-FILENAME
                       " not available; closed months cannot be "
                       "included."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-ARCLIST-STATUS = "10"  *> EOF
                   READ ArchiveListFile INTO ArchiveListLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF ArchiveListLine NOT = SPACES
                       MOVE ArchiveListLine TO WS-ARCHIVE-FILENAME
                       PERFORM VerifyTaxArchive
                   END-IF
               END-PERFORM
               CLOSE ArchiveListFile
           END-IF.

      *> Verify one archive and, when it stands and belongs to a
      *> closed month of the period, take its postings into the
      *> return. The outcome is recorded for the ARCHIVES section
      *> either way.
       VerifyTaxArchive.
           ADD 1 TO ARC-COUNT
           IF ARC-COUNT > 100
               DISPLAY "ERROR: Too many archives for one return."
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
               MOVE SPACES TO ARC-PERIOD(ARC-COUNT)
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
                   PERFORM SplitArchiveLine
                   PERFORM TakeArchiveLine
               END-PERFORM
               CLOSE ArchiveFile
               MOVE WS-ARC-PERIOD TO ARC-PERIOD(ARC-COUNT)
               MOVE WS-ARC-PST-COUNT TO ARC-PST-COUNT(ARC-COUNT)
               MOVE WS-ARC-TOT-COUNT TO ARC-TOT-COUNT(ARC-COUNT)
               MOVE WS-ARC-TOT-NORM TO ARC-TOT-NORM(ARC-COUNT)
               PERFORM JudgeTaxArchive
           END-IF.

      *> Split the archive line just read into its fields.
       SplitArchiveLine.
           MOVE SPACES TO WS-ARC-REC WS-ARC-F2 WS-ARC-F3
                          WS-ARC-F4 WS-ARC-F5 WS-ARC-F6
                          WS-ARC-F7 WS-ARC-F8 WS-ARC-F9
                          WS-ARC-F10 WS-ARC-F11 WS-ARC-F12
                          WS-ARC-F13
           UNSTRING ArchiveLine DELIMITED BY ","
               INTO WS-ARC-REC WS-ARC-F2 WS-ARC-F3 WS-ARC-F4
                    WS-ARC-F5 WS-ARC-F6 WS-ARC-F7 WS-ARC-F8
                    WS-ARC-F9 WS-ARC-F10 WS-ARC-F11 WS-ARC-F12
                    WS-ARC-F13.

      *> Take one archive line into the verification totals.
       TakeArchiveLine.
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
      *> a month outside the period is simply not this return's
      *> business; one for a month the audit log never saw closed
      *> successfully is left out, since the close that wrote it did
      *> not purge the ledger and its postings are still there.
       JudgeTaxArchive.
           MOVE WS-ARC-PERIOD TO WS-AUD-PERIOD
           PERFORM FindPeriodMonth
           EVALUATE TRUE
               WHEN PM-IDX > PM-COUNT
                   MOVE "OUTSIDE PERIOD" TO ARC-RESULT(ARC-COUNT)
               WHEN NOT ARC-HAS-TRAILER
                       OR WS-ARC-TOT-COUNT NOT = WS-ARC-PST-COUNT
                       OR WS-ARC-TOT-NORM NOT = WS-ARC-PST-NORM
                       OR WS-ARC-CAT-NORM NOT = WS-ARC-PST-NORM
                   MOVE "DOES NOT FOOT" TO ARC-RESULT(ARC-COUNT)
                   SET PM-HAS-BAD-ARCHIVE(PM-IDX) TO TRUE
                   MOVE "archive TOT does not foot to its PST lines"
                       TO PM-NOTE(PM-IDX)
               WHEN AUDIT-AVAILABLE AND PM-CLOSES(PM-IDX) = 0
                   MOVE "NOT CLOSED" TO ARC-RESULT(ARC-COUNT)
               WHEN OTHER
                   MOVE "VERIFIED" TO ARC-RESULT(ARC-COUNT)
                   ADD 1 TO PM-ARCHIVES(PM-IDX)
                   ADD WS-ARC-TOT-COUNT TO PM-ARC-POSTINGS(PM-IDX)
                   IF NOT AUDIT-AVAILABLE
                       ADD 1 TO PM-CLOSES(PM-IDX)
                       ADD WS-ARC-TOT-COUNT TO PM-CLOSE-COUNT(PM-IDX)
                   END-IF
                   SET WS-MONTH-NO TO PM-IDX
                   PERFORM CreditArchivePostings
           END-EVALUATE.

      *> Second pass over a verified archive: every PST line goes
      *> into its tax code's row for the archive's month. A line
      *> archived before postings carried a tax split has no code
      *> and is taken whole as net, as the ledger record would be.
       CreditArchivePostings.
           OPEN INPUT ArchiveFile
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ArchiveFile INTO ArchiveLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM SplitArchiveLine
                   IF WS-ARC-REC = "PST"
                       MOVE WS-ARC-F5 TO WS-WORK-TYPE
                       MOVE WS-ARC-F9(1:15) TO WS-ARC-AMT-X
                       MOVE WS-ARC-AMT-N TO WS-ARC-NORM
                       MOVE WS-ARC-F10(1:6) TO WS-WORK-CODE
                       IF WS-WORK-CODE = SPACES
                           MOVE WS-ARC-NORM TO WS-WORK-NET
                           MOVE 0 TO WS-WORK-TAX
                           MOVE 0 TO WS-WORK-RATE
                       ELSE
                           MOVE WS-ARC-F11(1:6) TO WS-ARC-RATE-X
                           MOVE WS-ARC-RATE-N TO WS-WORK-RATE
                           MOVE WS-ARC-F12(1:15) TO WS-ARC-AMT-X
                           MOVE WS-ARC-AMT-N TO WS-WORK-NET
                           MOVE WS-ARC-F13(1:15) TO WS-ARC-AMT-X
                           MOVE WS-ARC-AMT-N TO WS-WORK-TAX
                       END-IF
                       PERFORM CreditPosting
                   END-IF
               END-PERFORM
               CLOSE ArchiveFile
           END-IF.

      *> The still-open side of the period: every ledger posting
      *> dated in one of its months goes into the return. Control
      *> records (sequence zero) carry no figures.
       ReadOpenLedger.
           OPEN INPUT LedgerFile
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to open transaction ledger, "
                       "status " WS-LEDGER-STATUS
                       "; open months cannot be included."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               SET LEDGER-AVAILABLE TO TRUE
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
                       PERFORM FindPeriodMonth
                       IF PM-IDX NOT > PM-COUNT
                           ADD 1 TO PM-LEDGER-POSTINGS(PM-IDX)
                           SET WS-MONTH-NO TO PM-IDX
                           PERFORM TakeLedgerPosting
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

      *> File the ledger posting just read. A posting with no code -
      *> an untaxed category, or one posted before postings carried
      *> a tax split - is taken whole as net.
       TakeLedgerPosting.
           MOVE LEDGER-TYPE TO WS-WORK-TYPE
           MOVE LEDGER-TAX-CODE TO WS-WORK-CODE
           IF WS-WORK-CODE = SPACES
               MOVE LEDGER-NORMALIZED TO WS-WORK-NET
               MOVE 0 TO WS-WORK-TAX
               MOVE 0 TO WS-WORK-RATE
           ELSE
               MOVE LEDGER-NET TO WS-WORK-NET
               MOVE LEDGER-TAX TO WS-WORK-TAX
               MOVE LEDGER-TAX-RATE TO WS-WORK-RATE
           END-IF
           PERFORM CreditPosting.

      *> Add the posting in the work fields to its code and rate's
      *> row for month WS-MONTH-NO, under sales or refunds by type.
       CreditPosting.
           PERFORM FindTaxCodeRow
           IF WS-WORK-TYPE = "Refund"
               ADD 1 TO TC-RFD-COUNT(TC-IDX, WS-MONTH-NO)
               ADD WS-WORK-NET TO TC-RFD-NET(TC-IDX, WS-MONTH-NO)
               ADD WS-WORK-TAX TO TC-RFD-TAX(TC-IDX, WS-MONTH-NO)
           ELSE
               ADD 1 TO TC-SALE-COUNT(TC-IDX, WS-MONTH-NO)
               ADD WS-WORK-NET TO TC-SALE-NET(TC-IDX, WS-MONTH-NO)
               ADD WS-WORK-TAX TO TC-SALE-TAX(TC-IDX, WS-MONTH-NO)
           END-IF.

      *> Locate WS-WORK-CODE at WS-WORK-RATE on the return, adding a
      *> row when it is not there yet.
       FindTaxCodeRow.
           SET TC-IDX TO 1
           SEARCH TaxCodeEntry
               AT END
                   ADD 1 TO TC-COUNT
                   IF TC-COUNT > 100
                       DISPLAY "ERROR: Too many tax codes and rates "
                               "for one return."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET TC-IDX TO TC-COUNT
                   MOVE WS-WORK-CODE TO TC-CODE(TC-IDX)
                   MOVE WS-WORK-RATE TO TC-RATE(TC-IDX)
                   PERFORM VARYING WS-INIT-MONTH FROM 1 BY 1
                           UNTIL WS-INIT-MONTH > 24
                       MOVE 0 TO TC-SALE-COUNT(TC-IDX, WS-INIT-MONTH)
                       MOVE 0 TO TC-SALE-NET(TC-IDX, WS-INIT-MONTH)
                       MOVE 0 TO TC-SALE-TAX(TC-IDX, WS-INIT-MONTH)
                       MOVE 0 TO TC-RFD-COUNT(TC-IDX, WS-INIT-MONTH)
                       MOVE 0 TO TC-RFD-NET(TC-IDX, WS-INIT-MONTH)
                       MOVE 0 TO TC-RFD-TAX(TC-IDX, WS-INIT-MONTH)
                   END-PERFORM
               WHEN TC-CODE(TC-IDX) = WS-WORK-CODE
                       AND TC-RATE(TC-IDX) = WS-WORK-RATE
                   CONTINUE
           END-SEARCH.

      *> Give every month its status, in order of precedence: a bad
      *> archive fails the month; a closed month needs archives
      *> accounting for every posting its closes archived; an
      *> unclosed month is open on the ledger, or future when it has
      *> not started. An open month with no ledger to read is
      *> missing. Failed and missing months are counted for the
      *> result line and kept out of the figures.
       SettleMonthStatus.
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-COUNT
               EVALUATE TRUE
                   WHEN PM-HAS-BAD-ARCHIVE(PM-IDX)
                       SET PM-FAILED(PM-IDX) TO TRUE
                   WHEN PM-CLOSES(PM-IDX) > 0
                           AND PM-ARCHIVES(PM-IDX) = 0
                       SET PM-MISSING(PM-IDX) TO TRUE
                       MOVE "closed, but no archive supplied"
                           TO PM-NOTE(PM-IDX)
                   WHEN PM-CLOSES(PM-IDX) > 0
                           AND PM-ARC-POSTINGS(PM-IDX)
                               NOT = PM-CLOSE-COUNT(PM-IDX)
                       SET PM-FAILED(PM-IDX) TO TRUE
                       MOVE SPACES TO PM-NOTE(PM-IDX)
                       STRING "archives do not account for every "
                              "posting the close archived"
                              DELIMITED BY SIZE INTO PM-NOTE(PM-IDX)
                   WHEN PM-CLOSES(PM-IDX) > 0
                       SET PM-CLOSED(PM-IDX) TO TRUE
                   WHEN PM-PERIOD(PM-IDX) > WS-CURRENT-PERIOD
                       SET PM-FUTURE(PM-IDX) TO TRUE
                   WHEN NOT LEDGER-AVAILABLE
                       SET PM-MISSING(PM-IDX) TO TRUE
                       MOVE "open, but the ledger could not be read"
                           TO PM-NOTE(PM-IDX)
                   WHEN OTHER
                       SET PM-OPEN(PM-IDX) TO TRUE
               END-EVALUATE
               IF PM-FAILED(PM-IDX) OR PM-MISSING(PM-IDX)
                   ADD 1 TO WS-FLAGGED-MONTHS
               END-IF
           END-PERFORM.

      *> Locate WS-AUD-PERIOD among the period's months. PM-IDX
      *> comes back greater than PM-COUNT when it is outside.
       FindPeriodMonth.
           SET PM-IDX TO 1
           SEARCH PeriodMonthEntry
               AT END
                   SET PM-IDX TO PM-COUNT
                   SET PM-IDX UP BY 1
               WHEN PM-PERIOD(PM-IDX) = WS-AUD-PERIOD
                   CONTINUE
           END-SEARCH.

      *> Write the return: title, the three sections, the month
      *> status and archives examined, and the result.
       WriteTaxReport.
           MOVE SPACES TO CobolOutput
           STRING "TAX RETURN  " WS-PERIOD-FROM " to " WS-PERIOD-TO
                  "          run " WS-CUR-YYYY "-" WS-CUR-MM "-"
                  WS-CUR-DD " " WS-CUR-HH ":" WS-CUR-MIN ":"
                  WS-CUR-SEC
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WriteTaxLine
           MOVE SPACES TO CobolOutput
           STRING "USD. Closed months from verified archives, open "
                  "months from the ledger; zero-rated and uncoded "
                  "postings are exempt."
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WriteTaxLine

           SET SECTION-SALES TO TRUE
           MOVE "TRANSACTIONS" TO CobolOutput
           PERFORM WriteTaxSection
           SET SECTION-REFUNDS TO TRUE
           MOVE "REFUND REVERSALS" TO CobolOutput
           PERFORM WriteTaxSection
           SET SECTION-NET TO TRUE
           MOVE "NET FOR PERIOD" TO CobolOutput
           PERFORM WriteTaxSection

           MOVE SPACES TO CobolOutput
           PERFORM WriteTaxLine
           MOVE "MONTH STATUS" TO CobolOutput
           PERFORM WriteTaxLine
           MOVE "------------" TO CobolOutput
           PERFORM WriteTaxLine
           MOVE MONTH-STATUS-HEAD TO CobolOutput
           PERFORM WriteTaxLine
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-COUNT
               MOVE PM-PERIOD(PM-IDX) TO MS-PERIOD
               MOVE PM-STATUS(PM-IDX) TO MS-STATUS
               MOVE PM-ARCHIVES(PM-IDX) TO MS-ARCHIVES
               MOVE PM-CLOSE-COUNT(PM-IDX) TO MS-CLOSED-CNT
               MOVE PM-ARC-POSTINGS(PM-IDX) TO MS-ARC-CNT
               MOVE PM-LEDGER-POSTINGS(PM-IDX) TO MS-LEDGER-CNT
               MOVE PM-NOTE(PM-IDX) TO MS-NOTE
               MOVE MONTH-STATUS-LINE TO CobolOutput
               PERFORM WriteTaxLine
           END-PERFORM

           MOVE SPACES TO CobolOutput
           PERFORM WriteTaxLine
           MOVE "ARCHIVES EXAMINED" TO CobolOutput
           PERFORM WriteTaxLine
           MOVE "-----------------" TO CobolOutput
           PERFORM WriteTaxLine
           PERFORM VARYING ARC-IDX FROM 1 BY 1
                   UNTIL ARC-IDX > ARC-COUNT
               MOVE ARC-NAME(ARC-IDX) TO AD-NAME
               MOVE ARC-PERIOD(ARC-IDX) TO AD-PERIOD
               MOVE ARC-PST-COUNT(ARC-IDX) TO AD-PST
               MOVE ARC-TOT-COUNT(ARC-IDX) TO AD-TOT
               MOVE ARC-TOT-NORM(ARC-IDX) TO AD-TOTAL
               MOVE ARC-RESULT(ARC-IDX) TO AD-RESULT
               MOVE ARCHIVE-DETAIL-LINE TO CobolOutput
               PERFORM WriteTaxLine
           END-PERFORM
           IF ARC-COUNT = 0
               MOVE "(none)" TO CobolOutput
               PERFORM WriteTaxLine
           END-IF

           MOVE SPACES TO CobolOutput
           PERFORM WriteTaxLine
           MOVE SPACES TO CobolOutput
           IF WS-FLAGGED-MONTHS = 0
               MOVE SPACES TO CobolOutput
               STRING "RESULT: COMPLETE - every month of the period is "
                      "closed and verified or open on the ledger"
                      DELIMITED BY SIZE INTO CobolOutput
           ELSE
               STRING "RESULT: INCOMPLETE - " DELIMITED BY SIZE
                      WS-FLAGGED-MONTHS DELIMITED BY SIZE
                      " month(s) missing or failed; the return "
                      "excludes them" DELIMITED BY SIZE
                      INTO CobolOutput
           END-IF
           PERFORM WriteTaxLine.

      *> Write one section - its title is waiting in CobolOutput -
      *> with a row per tax code and rate that has postings in it
      *> and the section's totals.
       WriteTaxSection.
           PERFORM WriteTaxLine
           MOVE ALL "-" TO CobolOutput(1:16)
           PERFORM WriteTaxLine
           MOVE TAX-ROW-HEAD TO CobolOutput
           PERFORM WriteTaxLine
           MOVE 0 TO WS-SUM-COUNT WS-SUM-TAXABLE WS-SUM-TAX
                     WS-SUM-EXEMPT
           PERFORM VARYING TC-IDX FROM 1 BY 1 UNTIL TC-IDX > TC-COUNT
               PERFORM SumTaxCodeRow
               IF WS-ROW-COUNT > 0
                   PERFORM WriteTaxRow
               END-IF
           END-PERFORM
           MOVE SPACES TO TAX-ROW-LINE
           MOVE "TOTAL" TO TL-CODE
           MOVE WS-SUM-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO TL-COUNT
           MOVE WS-SUM-TAXABLE TO WS-EDITED-AMT
           MOVE WS-EDITED-AMT TO TL-TAXABLE
           MOVE WS-SUM-TAX TO WS-EDITED-AMT
           MOVE WS-EDITED-AMT TO TL-TAX
           MOVE WS-SUM-EXEMPT TO WS-EDITED-AMT
           MOVE WS-EDITED-AMT TO TL-EXEMPT
           MOVE TAX-ROW-LINE TO CobolOutput
           PERFORM WriteTaxLine
           MOVE SPACES TO CobolOutput
           PERFORM WriteTaxLine.

      *> Total row TC-IDX over the usable months for the section
      *> being written: sales, refunds, or the two together.
       SumTaxCodeRow.
           MOVE 0 TO WS-ROW-COUNT WS-ROW-NET WS-ROW-TAX
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-COUNT
               IF PM-CLOSED(PM-IDX) OR PM-OPEN(PM-IDX)
                   IF NOT SECTION-REFUNDS
                       ADD TC-SALE-COUNT(TC-IDX, PM-IDX)
                           TO WS-ROW-COUNT
                       ADD TC-SALE-NET(TC-IDX, PM-IDX) TO WS-ROW-NET
                       ADD TC-SALE-TAX(TC-IDX, PM-IDX) TO WS-ROW-TAX
                   END-IF
                   IF NOT SECTION-SALES
                       ADD TC-RFD-COUNT(TC-IDX, PM-IDX)
                           TO WS-ROW-COUNT
                       ADD TC-RFD-NET(TC-IDX, PM-IDX) TO WS-ROW-NET
                       ADD TC-RFD-TAX(TC-IDX, PM-IDX) TO WS-ROW-TAX
                   END-IF
               END-IF
           END-PERFORM.

      *> One row: a code at a rate is taxable, its net and tax in
      *> their columns; a zero rate or no code at all is exempt,
      *> its whole figure in the exempt column.
       WriteTaxRow.
           MOVE SPACES TO TAX-ROW-LINE
           IF TC-CODE(TC-IDX) = SPACES
               MOVE "(no code)" TO TL-CODE
           ELSE
               MOVE TC-CODE(TC-IDX) TO TL-CODE
           END-IF
           MOVE TC-RATE(TC-IDX) TO WS-RATE-EDIT
           MOVE WS-RATE-EDIT TO TL-RATE(2:7)
           MOVE WS-ROW-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO TL-COUNT
           ADD WS-ROW-COUNT TO WS-SUM-COUNT
           IF TC-CODE(TC-IDX) = SPACES OR TC-RATE(TC-IDX) = 0
               COMPUTE WS-ROW-NET = WS-ROW-NET + WS-ROW-TAX
               MOVE WS-ROW-NET TO WS-EDITED-AMT
               MOVE WS-EDITED-AMT TO TL-EXEMPT
               ADD WS-ROW-NET TO WS-SUM-EXEMPT
           ELSE
               MOVE WS-ROW-NET TO WS-EDITED-AMT
               MOVE WS-EDITED-AMT TO TL-TAXABLE
               MOVE WS-ROW-TAX TO WS-EDITED-AMT
               MOVE WS-EDITED-AMT TO TL-TAX
               ADD WS-ROW-NET TO WS-SUM-TAXABLE
               ADD WS-ROW-TAX TO WS-SUM-TAX
           END-IF
           MOVE TAX-ROW-LINE TO CobolOutput
           PERFORM WriteTaxLine.

      *> Route one finished line in CobolOutput to the report and
      *> echo it to the console.
       WriteTaxLine.
           DISPLAY CobolOutput(1:200)
           MOVE CobolOutput TO TaxReportLine
           WRITE TaxReportRecord.

       END PROGRAM TaxReturn.
