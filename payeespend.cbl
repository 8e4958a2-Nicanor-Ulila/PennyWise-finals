       IDENTIFICATION DIVISION.
       PROGRAM-ID. PayeeSpend.

      *> Year-to-date spend by payee. TransactionReport carries the
      *> payee a transaction line names onto its ledger posting, and
      *> LedgerClose onto the posting's archive line; this job
      *> gathers a calendar year's postings - the live ledger for
      *> months still open, the verified LedgerClose archives for
      *> months already closed and purged - and totals them by
      *> payee: what was paid, what came back as Refund-type
      *> postings, and the net. A payee whose net for the year
      *> reaches the reporting threshold is flagged REPORTABLE, and
      *> a reportable payee with no tax id on the payee master is
      *> called out so the id can be collected before the year-end
      *> information returns are due. Payee codes the master does
      *> not know, and the postings that named no payee at all, are
      *> listed too so the report accounts for the whole year.
      *>
      *> Months are verified the way TaxReturn verifies them: a
      *> closed month whose archives do not foot, or do not account
      *> for every posting its close archived, is left out and the
      *> report marked INCOMPLETE - a payee's total for the year may
      *> then be understated, and so may its flag.
      *>
      *> The year arrives as PAYEE_YEAR (YYYY, default the current
      *> year) and the threshold as PAYEE_THRESHOLD (whole USD,
      *> default 600). Archives are named in PAYEE_ARCHIVE_LIST
      *> (default archive_list.txt, the list LedgerIntegrity,
      *> YearEndRollup and TaxReturn read) and the report goes to
      *> PAYEE_REPORT_FILE (default payee_spend.txt). All figures
      *> are USD, the currency the ledger is kept in.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LedgerFile
               ASSIGN TO "transaction_ledger.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS LEDGER-KEY
               FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PayeeMasterFile
               ASSIGN TO "payee_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PAYMASTER-STATUS.

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

           SELECT PayeeReportFile
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

      *> The payee master TransactionReport maintains: one "code,
      *> name,tax id,status" line per payee.
       FD  PayeeMasterFile.
       01  PayeeMasterRecord.
           05  PayeeMasterLine       PIC X(100).

       FD  AuditLogFile.
       01  AuditLogRecord.
           05  AuditLogLine          PIC X(250).

       FD  ArchiveListFile.
       01  ArchiveListRecord.
           05  ArchiveListLine       PIC X(100).

       FD  ArchiveFile.
       01  ArchiveRecord.
           05  ArchiveLine           PIC X(200).

       FD  PayeeReportFile.
       01  PayeeReportRecord.
           05  PayeeReportLine       PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-PAYMASTER-STATUS   PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-ARCLIST-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS     PIC XX.
       01  WS-REPORT-STATUS      PIC XX.

       01  WS-ARCLIST-FILENAME   PIC X(100)
                                     VALUE "archive_list.txt".
       01  WS-ARCHIVE-FILENAME   PIC X(100).
       01  WS-REPORT-FILENAME    PIC X(100)
                                     VALUE "payee_spend.txt".
       01  WS-ENV-STAGE          PIC X(100).

      *> The year asked for and the reporting threshold, in whole
      *> USD: a payee paid this much or more in the year is
      *> reportable.
       01  WS-REPORT-YEAR        PIC X(4).
       01  WS-THRESHOLD          PIC 9(10) VALUE 600.
       01  WS-THRESHOLD-CHECK    PIC X(10).
       01  WS-CHECK-PERIOD       PIC X(7).
       01  WS-WORK-MM            PIC 9(2).
       01  WS-CURRENT-PERIOD     PIC X(7).

      *> Whether the audit log could be read. Without it there is
      *> no record of which months were closed, so every archive
      *> supplied is taken at its word as a closed month.
       01  WS-AUDIT-AVAILABLE    PIC X(1) VALUE "N".
           88  AUDIT-AVAILABLE   VALUE "Y".
       01  WS-LEDGER-AVAILABLE   PIC X(1) VALUE "N".
           88  LEDGER-AVAILABLE  VALUE "Y".
       01  WS-MASTER-AVAILABLE   PIC X(1) VALUE "N".
           88  MASTER-AVAILABLE  VALUE "Y".

      *> The twelve months of the year in order, each with where its
      *> figures came from and what became of it.
       01  PM-COUNT              PIC 9(2) VALUE 0.
       01  PeriodMonthTable.
           05  PeriodMonthEntry OCCURS 1 TO 12 TIMES
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

      *> One row per payee: every payee on the master, in master
      *> order, then the codes postings named that the master does
      *> not know, in the order they turned up. The postings that
      *> named no payee share a row with a blank code. The figures
      *> are kept per month so a month found wanting can be left
      *> out after the fact; PAID are ordinary postings, RFD the
      *> Refund-type ones (negative, as the ledger holds them).
       01  PY-COUNT              PIC 9(3) VALUE 0.
       01  PayeeTable.
           05  PayeeEntry OCCURS 1 TO 400 TIMES
                   DEPENDING ON PY-COUNT
                   INDEXED BY PY-IDX.
               10  PY-CODE             PIC X(10).
               10  PY-NAME             PIC X(40).
               10  PY-TAX-ID           PIC X(20).
               10  PY-ACTIVE           PIC X(1).
               10  PY-ON-MASTER        PIC X(1).
                   88  PY-IS-ON-MASTER VALUE "Y".
               10  PY-MONTH OCCURS 12 TIMES.
                   15  PY-PAID-COUNT   PIC 9(5).
                   15  PY-PAID         PIC S9(12)V99.
                   15  PY-RFD-COUNT    PIC 9(5).
                   15  PY-RFD          PIC S9(12)V99.
       01  WS-PY-STATUS-STAGE    PIC X(3).
       01  WS-WORK-PAYEE         PIC X(10).
       01  WS-WORK-TYPE          PIC X(20).
       01  WS-WORK-NORM          PIC S9(12)V99.
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
      *> it back. A PST line carries the posting's type in the
      *> fifth field, its normalized amount in the ninth and its
      *> payee in the fourteenth; lines archived before postings
      *> carried a payee stop short of it and read as naming none.
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
       01  WS-ARC-F14            PIC X(20).
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

       01  WS-LEDGER-READ        PIC 9(6) VALUE 0.

      *> One payee's figures over the usable months, and the
      *> report's running totals.
       01  WS-ROW-COUNT          PIC 9(6).
       01  WS-ROW-PAID           PIC S9(12)V99.
       01  WS-ROW-RFD            PIC S9(12)V99.
       01  WS-ROW-NET            PIC S9(12)V99.
       01  WS-SUM-COUNT          PIC 9(6) VALUE 0.
       01  WS-SUM-PAID           PIC S9(12)V99 VALUE 0.
       01  WS-SUM-RFD            PIC S9(12)V99 VALUE 0.
       01  WS-SUM-NET            PIC S9(12)V99 VALUE 0.
       01  WS-REPORTABLE-COUNT   PIC 9(3) VALUE 0.
       01  WS-NO-TAX-ID-COUNT    PIC 9(3) VALUE 0.
       01  WS-UNKNOWN-COUNT      PIC 9(3) VALUE 0.

       01  CobolOutput           PIC X(250).
       01  WS-EDITED-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-THRESHOLD-EDIT     PIC Z,ZZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDIT         PIC ZZZZZ9.
       01  WS-CUR-DATE.
           05  WS-CUR-YYYY       PIC 9(4).
           05  WS-CUR-MM         PIC 9(2).
           05  WS-CUR-DD         PIC 9(2).
       01  WS-CUR-TIME.
           05  WS-CUR-HH         PIC 9(2).
           05  WS-CUR-MIN        PIC 9(2).
           05  WS-CUR-SEC        PIC 9(2).
           05  WS-CUR-HS         PIC 9(2).

      *> One line of the payee section.
       01  PAYEE-ROW-LINE.
           05  PL-CODE           PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-NAME           PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-COUNT          PIC X(6).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-PAID           PIC X(21).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-REFUNDED       PIC X(21).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-NET            PIC X(21).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  PL-FLAG           PIC X(24).

       01  PAYEE-ROW-HEAD.
           05  FILLER            PIC X(10) VALUE "PAYEE".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(30) VALUE "NAME".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(6) VALUE " COUNT".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "                 PAID".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "             REFUNDED".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(21)
                   VALUE "              NET YTD".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(24) VALUE "FLAG".

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
           PERFORM BuildYearMonths
           PERFORM ReadPayeeMaster
           PERFORM ReadCloseHistory
           PERFORM ReadArchivesByList
           PERFORM ReadOpenLedger
           PERFORM SettleMonthStatus

           OPEN OUTPUT PayeeReportFile
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open payee spend report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WritePayeeReport
           CLOSE PayeeReportFile
           PERFORM SetConditionCode
           STOP RUN.

      *> Set the condition code the run ends with, for whatever
      *> scheduled it:
      *>   0  COMPLETE, no warnings
      *>   4  COMPLETE, with a WARNING - a reference file or the
      *>      ledger was not available, a reportable payee has no
      *>      tax id, or postings name codes not on the payee master
      *>   8  INCOMPLETE - months missing or failed, so payee
      *>      totals exclude them and may be understated
      *>  12  stopped for want of a setting, the report file or
      *>      table room; no report produced
       SetConditionCode.
           EVALUATE TRUE
               WHEN WS-FLAGGED-MONTHS > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                       OR WS-NO-TAX-ID-COUNT > 0
                       OR WS-UNKNOWN-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *> Pick up the year, the threshold and the archive list and
      *> report names from the environment. The year defaults to
      *> the current one, the report then running year to date.
       ResolveParameters.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE SPACES TO WS-CURRENT-PERIOD
           STRING WS-CUR-YYYY "-" WS-CUR-MM
               DELIMITED BY SIZE INTO WS-CURRENT-PERIOD

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "PAYEE_YEAR"
           IF WS-ENV-STAGE = SPACES
               MOVE WS-CUR-YYYY TO WS-REPORT-YEAR
           ELSE
               MOVE WS-ENV-STAGE(1:4) TO WS-REPORT-YEAR
               IF WS-REPORT-YEAR NOT NUMERIC
                       OR WS-ENV-STAGE(5:1) NOT = SPACE
                   DISPLAY "ERROR: PAYEE_YEAR must be YYYY; no "
                           "report prepared."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

      *> The threshold must be plain digits, the way budgets and
      *> approval limits are kept; a typo must not quietly move the
      *> line every payee is measured against.
           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "PAYEE_THRESHOLD"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE(1:10) TO WS-THRESHOLD-CHECK
               INSPECT WS-THRESHOLD-CHECK
                   REPLACING ALL SPACE BY ZERO
               IF WS-ENV-STAGE(11:1) NOT = SPACE
                       OR WS-THRESHOLD-CHECK NOT NUMERIC
                   DISPLAY "ERROR: PAYEE_THRESHOLD must be whole "
                           "USD, digits only; no report prepared."
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WS-THRESHOLD = FUNCTION NUMVAL(WS-ENV-STAGE)
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "PAYEE_ARCHIVE_LIST"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-ARCLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "PAYEE_REPORT_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-REPORT-FILENAME
           END-IF.

      *> Lay out January to December of the year asked for.
       BuildYearMonths.
           PERFORM VARYING WS-WORK-MM FROM 1 BY 1 UNTIL WS-WORK-MM > 12
               ADD 1 TO PM-COUNT
               MOVE SPACES TO PM-PERIOD(PM-COUNT)
               STRING WS-REPORT-YEAR "-" WS-WORK-MM
                   DELIMITED BY SIZE INTO PM-PERIOD(PM-COUNT)
               MOVE SPACES TO PM-STATUS(PM-COUNT)
               MOVE 0 TO PM-CLOSES(PM-COUNT)
               MOVE 0 TO PM-CLOSE-COUNT(PM-COUNT)
               MOVE 0 TO PM-ARCHIVES(PM-COUNT)
               MOVE 0 TO PM-ARC-POSTINGS(PM-COUNT)
               MOVE 0 TO PM-LEDGER-POSTINGS(PM-COUNT)
               MOVE "N" TO PM-BAD-ARCHIVE(PM-COUNT)
               MOVE SPACES TO PM-NOTE(PM-COUNT)
           END-PERFORM.

      *> Seed a row for every payee on the master, so names and tax
      *> ids are at hand when the rows print. Without a master every
      *> payee code is reported as not on it.
       ReadPayeeMaster.
           OPEN INPUT PayeeMasterFile
           IF WS-PAYMASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Payee master file not available; "
                       "payee names and tax ids cannot be shown."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               SET MASTER-AVAILABLE TO TRUE
               PERFORM UNTIL WS-PAYMASTER-STATUS = "10"  *> EOF
                   READ PayeeMasterFile INTO PayeeMasterLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF PayeeMasterLine NOT = SPACES
                       MOVE SPACES TO WS-WORK-PAYEE
                       UNSTRING PayeeMasterLine DELIMITED BY ","
                           INTO WS-WORK-PAYEE
                       PERFORM FindPayeeRow
                       MOVE SPACES TO WS-PY-STATUS-STAGE
                       UNSTRING PayeeMasterLine DELIMITED BY ","
                           INTO PY-CODE(PY-IDX)
                                PY-NAME(PY-IDX)
                                PY-TAX-ID(PY-IDX)
                                WS-PY-STATUS-STAGE
                       MOVE WS-PY-STATUS-STAGE(1:1)
                           TO PY-ACTIVE(PY-IDX)
                       MOVE "Y" TO PY-ON-MASTER(PY-IDX)
                   END-IF
               END-PERFORM
               CLOSE PayeeMasterFile
           END-IF.

      *> Note every successful close of a month of the year from the
      *> audit log, with the postings it archived: that is what the
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
                       PERFORM VerifyPayeeArchive
                   END-IF
               END-PERFORM
               CLOSE ArchiveListFile
           END-IF.

      *> Verify one archive and, when it stands and belongs to a
      *> closed month of the year, take its postings into the
      *> report. The outcome is recorded for the ARCHIVES section
      *> either way.
       VerifyPayeeArchive.
           ADD 1 TO ARC-COUNT
           IF ARC-COUNT > 100
               DISPLAY "ERROR: Too many archives for one report."
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
               PERFORM JudgePayeeArchive
           END-IF.

      *> Split the archive line just read into its fields.
       SplitArchiveLine.
           MOVE SPACES TO WS-ARC-REC WS-ARC-F2 WS-ARC-F3
                          WS-ARC-F4 WS-ARC-F5 WS-ARC-F6
                          WS-ARC-F7 WS-ARC-F8 WS-ARC-F9
                          WS-ARC-F10 WS-ARC-F11 WS-ARC-F12
                          WS-ARC-F13 WS-ARC-F14
           UNSTRING ArchiveLine DELIMITED BY ","
               INTO WS-ARC-REC WS-ARC-F2 WS-ARC-F3 WS-ARC-F4
                    WS-ARC-F5 WS-ARC-F6 WS-ARC-F7 WS-ARC-F8
                    WS-ARC-F9 WS-ARC-F10 WS-ARC-F11 WS-ARC-F12
                    WS-ARC-F13 WS-ARC-F14.

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

      *> Decide what the archive just read is worth, by the rules
      *> TaxReturn applies: outside the year, not footing, or for a
      *> month never closed successfully, it is left out.
       JudgePayeeArchive.
           MOVE WS-ARC-PERIOD TO WS-AUD-PERIOD
           PERFORM FindPeriodMonth
           EVALUATE TRUE
               WHEN PM-IDX > PM-COUNT
                   MOVE "OUTSIDE YEAR" TO ARC-RESULT(ARC-COUNT)
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
      *> into its payee's row for the archive's month.
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
                       MOVE WS-ARC-AMT-N TO WS-WORK-NORM
                       MOVE WS-ARC-F14(1:10) TO WS-WORK-PAYEE
                       PERFORM CreditPosting
                   END-IF
               END-PERFORM
               CLOSE ArchiveFile
           END-IF.

      *> The still-open side of the year: every ledger posting dated
      *> in one of its months goes into the report. Control records
      *> (sequence zero) carry no figures.
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
                           MOVE LEDGER-TYPE TO WS-WORK-TYPE
                           MOVE LEDGER-NORMALIZED TO WS-WORK-NORM
                           MOVE LEDGER-PAYEE TO WS-WORK-PAYEE
                           PERFORM CreditPosting
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LedgerFile
           END-IF.

      *> Add the posting in the work fields to its payee's row for
      *> month WS-MONTH-NO, as paid or refunded by type. A reversal
      *> offset keeps its original's type and carries the opposite
      *> sign, so it takes back what the original added.
       CreditPosting.
           PERFORM FindPayeeRow
           IF WS-WORK-TYPE = "Refund"
               ADD 1 TO PY-RFD-COUNT(PY-IDX, WS-MONTH-NO)
               ADD WS-WORK-NORM TO PY-RFD(PY-IDX, WS-MONTH-NO)
           ELSE
               ADD 1 TO PY-PAID-COUNT(PY-IDX, WS-MONTH-NO)
               ADD WS-WORK-NORM TO PY-PAID(PY-IDX, WS-MONTH-NO)
           END-IF.

      *> Locate WS-WORK-PAYEE among the rows, adding one - not on
      *> the master until ReadPayeeMaster says otherwise - when it
      *> is not there yet.
       FindPayeeRow.
           SET PY-IDX TO 1
           SEARCH PayeeEntry
               AT END
                   ADD 1 TO PY-COUNT
                   IF PY-COUNT > 400
                       DISPLAY "ERROR: Too many payees for one "
                               "report."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET PY-IDX TO PY-COUNT
                   MOVE WS-WORK-PAYEE TO PY-CODE(PY-IDX)
                   MOVE SPACES TO PY-NAME(PY-IDX)
                   MOVE SPACES TO PY-TAX-ID(PY-IDX)
                   MOVE SPACES TO PY-ACTIVE(PY-IDX)
                   MOVE "N" TO PY-ON-MASTER(PY-IDX)
                   PERFORM VARYING WS-INIT-MONTH FROM 1 BY 1
                           UNTIL WS-INIT-MONTH > 12
                       MOVE 0 TO PY-PAID-COUNT(PY-IDX, WS-INIT-MONTH)
                       MOVE 0 TO PY-PAID(PY-IDX, WS-INIT-MONTH)
                       MOVE 0 TO PY-RFD-COUNT(PY-IDX, WS-INIT-MONTH)
                       MOVE 0 TO PY-RFD(PY-IDX, WS-INIT-MONTH)
                   END-PERFORM
               WHEN PY-CODE(PY-IDX) = WS-WORK-PAYEE
                   CONTINUE
           END-SEARCH.

      *> Give every month its status, by TaxReturn's rules. Failed
      *> and missing months are counted for the result line and
      *> kept out of the figures.
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

      *> Locate WS-AUD-PERIOD among the year's months. PM-IDX comes
      *> back greater than PM-COUNT when it is outside.
       FindPeriodMonth.
           SET PM-IDX TO 1
           SEARCH PeriodMonthEntry
               AT END
                   SET PM-IDX TO PM-COUNT
                   SET PM-IDX UP BY 1
               WHEN PM-PERIOD(PM-IDX) = WS-AUD-PERIOD
                   CONTINUE
           END-SEARCH.

      *> Write the report: title, a row per payee with postings in
      *> the usable months, the totals and flag counts, the month
      *> status and archives examined, and the result.
       WritePayeeReport.
           MOVE WS-THRESHOLD TO WS-THRESHOLD-EDIT
           MOVE SPACES TO CobolOutput
           STRING "PAYEE SPEND  " WS-REPORT-YEAR
                  "          run " WS-CUR-YYYY "-" WS-CUR-MM "-"
                  WS-CUR-DD " " WS-CUR-HH ":" WS-CUR-MIN ":"
                  WS-CUR-SEC
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WritePayeeLine
           MOVE SPACES TO CobolOutput
           STRING "USD. Closed months from verified archives, open "
                  "months from the ledger."
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WritePayeeLine
           MOVE SPACES TO CobolOutput
           STRING "Reporting threshold, net for the year: "
                  WS-THRESHOLD-EDIT
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WritePayeeLine
           IF NOT MASTER-AVAILABLE
               MOVE SPACES TO CobolOutput
               STRING "Payee master not available: every payee is "
                      "listed as not on master."
                      DELIMITED BY SIZE INTO CobolOutput
               PERFORM WritePayeeLine
           END-IF

           MOVE SPACES TO CobolOutput
           PERFORM WritePayeeLine
           MOVE "PAYEES" TO CobolOutput
           PERFORM WritePayeeLine
           MOVE "------" TO CobolOutput
           PERFORM WritePayeeLine
           MOVE PAYEE-ROW-HEAD TO CobolOutput
           PERFORM WritePayeeLine
           PERFORM VARYING PY-IDX FROM 1 BY 1 UNTIL PY-IDX > PY-COUNT
               IF PY-CODE(PY-IDX) NOT = SPACES
                   PERFORM SumPayeeRow
                   IF WS-ROW-COUNT > 0
                       PERFORM WritePayeeRow
                   END-IF
               END-IF
           END-PERFORM
      *> The postings that named no payee close the list, so the
      *> total accounts for everything in the usable months.
           MOVE SPACES TO WS-WORK-PAYEE
           SET PY-IDX TO 1
           SEARCH PayeeEntry
               AT END
                   CONTINUE
               WHEN PY-CODE(PY-IDX) = SPACES
                   PERFORM SumPayeeRow
                   IF WS-ROW-COUNT > 0
                       PERFORM WritePayeeRow
                   END-IF
           END-SEARCH

           MOVE SPACES TO PAYEE-ROW-LINE
           MOVE "TOTAL" TO PL-CODE
           MOVE WS-SUM-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO PL-COUNT
           MOVE WS-SUM-PAID TO WS-EDITED-AMT
           MOVE WS-EDITED-AMT TO PL-PAID
           MOVE WS-SUM-RFD TO WS-EDITED-AMT
           MOVE WS-EDITED-AMT TO PL-REFUNDED
           MOVE WS-SUM-NET TO WS-EDITED-AMT
           MOVE WS-EDITED-AMT TO PL-NET
           MOVE PAYEE-ROW-LINE TO CobolOutput
           PERFORM WritePayeeLine

           MOVE SPACES TO CobolOutput
           PERFORM WritePayeeLine
           MOVE SPACES TO CobolOutput
           STRING "Reportable payees: " DELIMITED BY SIZE
                  WS-REPORTABLE-COUNT DELIMITED BY SIZE
                  "   without a tax id: " DELIMITED BY SIZE
                  WS-NO-TAX-ID-COUNT DELIMITED BY SIZE
                  "   codes not on master: " DELIMITED BY SIZE
                  WS-UNKNOWN-COUNT DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WritePayeeLine

           MOVE SPACES TO CobolOutput
           PERFORM WritePayeeLine
           MOVE "MONTH STATUS" TO CobolOutput
           PERFORM WritePayeeLine
           MOVE "------------" TO CobolOutput
           PERFORM WritePayeeLine
           MOVE MONTH-STATUS-HEAD TO CobolOutput
           PERFORM WritePayeeLine
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-COUNT
               MOVE PM-PERIOD(PM-IDX) TO MS-PERIOD
               MOVE PM-STATUS(PM-IDX) TO MS-STATUS
               MOVE PM-ARCHIVES(PM-IDX) TO MS-ARCHIVES
               MOVE PM-CLOSE-COUNT(PM-IDX) TO MS-CLOSED-CNT
               MOVE PM-ARC-POSTINGS(PM-IDX) TO MS-ARC-CNT
               MOVE PM-LEDGER-POSTINGS(PM-IDX) TO MS-LEDGER-CNT
               MOVE PM-NOTE(PM-IDX) TO MS-NOTE
               MOVE MONTH-STATUS-LINE TO CobolOutput
               PERFORM WritePayeeLine
           END-PERFORM

           MOVE SPACES TO CobolOutput
           PERFORM WritePayeeLine
           MOVE "ARCHIVES EXAMINED" TO CobolOutput
           PERFORM WritePayeeLine
           MOVE "-----------------" TO CobolOutput
           PERFORM WritePayeeLine
           PERFORM VARYING ARC-IDX FROM 1 BY 1
                   UNTIL ARC-IDX > ARC-COUNT
               MOVE ARC-NAME(ARC-IDX) TO AD-NAME
               MOVE ARC-PERIOD(ARC-IDX) TO AD-PERIOD
               MOVE ARC-PST-COUNT(ARC-IDX) TO AD-PST
               MOVE ARC-TOT-COUNT(ARC-IDX) TO AD-TOT
               MOVE ARC-TOT-NORM(ARC-IDX) TO AD-TOTAL
               MOVE ARC-RESULT(ARC-IDX) TO AD-RESULT
               MOVE ARCHIVE-DETAIL-LINE TO CobolOutput
               PERFORM WritePayeeLine
           END-PERFORM
           IF ARC-COUNT = 0
               MOVE "(none)" TO CobolOutput
               PERFORM WritePayeeLine
           END-IF

           MOVE SPACES TO CobolOutput
           PERFORM WritePayeeLine
           MOVE SPACES TO CobolOutput
           IF WS-FLAGGED-MONTHS = 0
               MOVE SPACES TO CobolOutput
               STRING "RESULT: COMPLETE - every month of the year to "
                      "date is closed and verified or open on the "
                      "ledger"
                      DELIMITED BY SIZE INTO CobolOutput
           ELSE
               STRING "RESULT: INCOMPLETE - " DELIMITED BY SIZE
                      WS-FLAGGED-MONTHS DELIMITED BY SIZE
                      " month(s) missing or failed; payee totals "
                      "exclude them and may be understated"
                      DELIMITED BY SIZE
                      INTO CobolOutput
           END-IF
           PERFORM WritePayeeLine.

      *> Total row PY-IDX over the usable months.
       SumPayeeRow.
           MOVE 0 TO WS-ROW-COUNT WS-ROW-PAID WS-ROW-RFD
           PERFORM VARYING PM-IDX FROM 1 BY 1 UNTIL PM-IDX > PM-COUNT
               IF PM-CLOSED(PM-IDX) OR PM-OPEN(PM-IDX)
                   ADD PY-PAID-COUNT(PY-IDX, PM-IDX) TO WS-ROW-COUNT
                   ADD PY-RFD-COUNT(PY-IDX, PM-IDX) TO WS-ROW-COUNT
                   ADD PY-PAID(PY-IDX, PM-IDX) TO WS-ROW-PAID
                   ADD PY-RFD(PY-IDX, PM-IDX) TO WS-ROW-RFD
               END-IF
           END-PERFORM
           COMPUTE WS-ROW-NET = WS-ROW-PAID + WS-ROW-RFD.

      *> One payee row, flagged when its net for the year reaches
      *> the threshold. Only a payee actually named can be
      *> reportable; the no-payee row carries no flag.
       WritePayeeRow.
           MOVE SPACES TO PAYEE-ROW-LINE
           EVALUATE TRUE
               WHEN PY-CODE(PY-IDX) = SPACES
                   MOVE "(none)" TO PL-CODE
                   MOVE "(no payee)" TO PL-NAME
               WHEN PY-IS-ON-MASTER(PY-IDX)
                   MOVE PY-CODE(PY-IDX) TO PL-CODE
                   MOVE PY-NAME(PY-IDX) TO PL-NAME
               WHEN OTHER
                   MOVE PY-CODE(PY-IDX) TO PL-CODE
                   MOVE "(not on master)" TO PL-NAME
                   ADD 1 TO WS-UNKNOWN-COUNT
           END-EVALUATE
           MOVE WS-ROW-COUNT TO WS-COUNT-EDIT
           MOVE WS-COUNT-EDIT TO PL-COUNT
           MOVE WS-ROW-PAID TO WS-EDITED-AMT
           MOVE WS-EDITED-AMT TO PL-PAID
           MOVE WS-ROW-RFD TO WS-EDITED-AMT
           MOVE WS-EDITED-AMT TO PL-REFUNDED
           MOVE WS-ROW-NET TO WS-EDITED-AMT
           MOVE WS-EDITED-AMT TO PL-NET
           IF PY-CODE(PY-IDX) NOT = SPACES
                   AND WS-ROW-NET NOT < WS-THRESHOLD
               ADD 1 TO WS-REPORTABLE-COUNT
               IF PY-TAX-ID(PY-IDX) = SPACES
                   MOVE "REPORTABLE - NO TAX ID" TO PL-FLAG
                   ADD 1 TO WS-NO-TAX-ID-COUNT
               ELSE
                   MOVE "REPORTABLE" TO PL-FLAG
               END-IF
           END-IF
           ADD WS-ROW-COUNT TO WS-SUM-COUNT
           ADD WS-ROW-PAID TO WS-SUM-PAID
           ADD WS-ROW-RFD TO WS-SUM-RFD
           ADD WS-ROW-NET TO WS-SUM-NET
           MOVE PAYEE-ROW-LINE TO CobolOutput
           PERFORM WritePayeeLine.

      *> Route one finished line in CobolOutput to the report and
      *> echo it to the console.
       WritePayeeLine.
           DISPLAY CobolOutput(1:200)
           MOVE CobolOutput TO PayeeReportLine
           WRITE PayeeReportRecord.

       END PROGRAM PayeeSpend.
