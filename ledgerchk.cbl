       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerIntegrity.

      *> Integrity check across the three records of what has been
      *> posted: the cumulative ledger itself, the posted= counts
      *> TransactionReport (and LedgerReversal) write to the audit
      *> log, and the period archives LedgerClose leaves behind when
      *> it purges a closed month. Nothing else ever checks that the
      *> three still agree, so this job is run before every
      *> month-end close and after any restore of the ledger. It
      *> walks the ledger batch by batch and reports, as exceptions:
      *>   - a batch with postings but no control record (a run that
      *>     never finished posting);
      *>   - a control record with no postings behind it;
      *>   - gaps in a batch's sequence numbers;
      *>   - a batch whose postings on the ledger, plus those already
      *>     archived, differ from what the audit log says was posted;
      *>   - a reversal batch whose offsets do not match the postings
      *>     it reverses;
      *>   - a closed-period archive whose TOT trailer does not foot
      *>     to its PST lines, or disagrees with the close's own audit
      *>     line.
      *> Each exception is a failure or a warning. The run ends
      *> PASSED (nothing found), PASSED WITH WARNINGS or FAILED, on
      *> the report and on an audit log line of its own.
      *>
      *> Sequence gaps are warnings, not failures: a posting takes
      *> its input record number, so a record that was rejected,
      *> removed, held in suspense or split leaves a gap by design,
      *> and only the run's own report says which gaps are those.

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

           SELECT IntegrityReportFile
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same record layout PostLedgerRecord writes; the two must
      *> stay in step or every count below would be wrong.
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

      *> One archive file name per line - the LEDGER_ARCHIVE_FILE
      *> each month's close was run with.
       FD  ArchiveListFile.
       01  ArchiveListRecord.
           05  ArchiveListLine       PIC X(100).

      *> A LedgerClose period archive: CLOSE header, PST lines, CAT
      *> totals and the TOT trailer.
       FD  ArchiveFile.
       01  ArchiveRecord.
           05  ArchiveLine           PIC X(200).

       FD  IntegrityReportFile.
       01  IntegrityReportRecord.
           05  IntegrityReportLine   PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS      PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.
       01  WS-ARCLIST-STATUS     PIC XX.
       01  WS-ARCHIVE-STATUS     PIC XX.
       01  WS-REPORT-STATUS      PIC XX.

      *> The archive list and report names default to the names
      *> below and can be overridden through LEDGER_ARCHIVE_LIST and
      *> INTEGRITY_REPORT_FILE. No archive list just means no closed
      *> period can be verified, which is itself reported.
       01  WS-ARCLIST-FILENAME   PIC X(100)
                                     VALUE "archive_list.txt".
       01  WS-ARCHIVE-FILENAME   PIC X(100).
       01  WS-REPORT-FILENAME    PIC X(100)
                                     VALUE "ledger_integrity.txt".
       01  WS-ENV-STAGE          PIC X(100).
       01  WS-RUN-STATUS         PIC X(50).

      *> One entry per batch found on the ledger, in an archive or
      *> on the audit log: its control record (if any) and the
      *> posting counts from each of the three sources.
       01  BCH-COUNT             PIC 9(4) VALUE 0.
       01  BatchTable.
           05  BatchEntry OCCURS 1 TO 500 TIMES
                   DEPENDING ON BCH-COUNT
                   INDEXED BY BCH-IDX BCH-IDX2.
               10  BCH-KEY             PIC X(40).
               10  BCH-CONTROL         PIC X(1).
                   88  BCH-CONTROLLED  VALUE "Y".
               10  BCH-CTL-TYPE        PIC X(20).
               10  BCH-REF-BATCH       PIC X(40).
               10  BCH-REF-GEN         PIC 9(1).
               10  BCH-LEDGER          PIC 9(5).
               10  BCH-ARCHIVED        PIC 9(5).
               10  BCH-AUDIT           PIC 9(5).
               10  BCH-AUDIT-SEEN      PIC X(1).
                   88  BCH-IN-AUDIT    VALUE "Y".
               10  BCH-RESULT          PIC X(4).

      *> Sequence range per batch and posting generation (sequence
      *> divided by 1000), from the ledger and the archives together,
      *> for the gap check and the reversal cross-check.
       01  GEN-COUNT             PIC 9(4) VALUE 0.
       01  GenerationTable.
           05  GenerationEntry OCCURS 1 TO 1000 TIMES
                   DEPENDING ON GEN-COUNT
                   INDEXED BY GEN-IDX GEN-IDX2.
               10  GEN-BATCH           PIC X(40).
               10  GEN-NO              PIC 9(1).
               10  GEN-MIN             PIC 9(4).
               10  GEN-MAX             PIC 9(4).
               10  GEN-POSTINGS        PIC 9(5).

      *> Every successful close on the audit log, with the count
      *> and total it archived. Each supplied archive is matched to
      *> one of these; one left unmatched is a closed period nobody
      *> could verify.
       01  CP-COUNT              PIC 9(3) VALUE 0.
       01  ClosePeriodTable.
           05  ClosePeriodEntry OCCURS 1 TO 200 TIMES
                   DEPENDING ON CP-COUNT
                   INDEXED BY CP-IDX.
               10  CP-PERIOD           PIC X(7).
               10  CP-ARCHIVED         PIC 9(5).
               10  CP-TOTAL            PIC S9(12)V99
                       SIGN IS LEADING SEPARATE.
               10  CP-VERIFIED         PIC X(1).
                   88  CP-IS-VERIFIED  VALUE "Y".

      *> Exceptions in the order they were found, each a FAIL or a
      *> WARN, printed together once every check has run.
       01  EXC-COUNT             PIC 9(4) VALUE 0.
       01  ExceptionTable.
           05  ExceptionEntry OCCURS 1 TO 500 TIMES
                   DEPENDING ON EXC-COUNT
                   INDEXED BY EXC-IDX.
               10  EXC-SEVERITY        PIC X(4).
               10  EXC-TEXT            PIC X(120).
       01  WS-EXC-SEVERITY       PIC X(4).
       01  WS-EXC-TEXT           PIC X(120).
       01  WS-FAIL-COUNT         PIC 9(4) VALUE 0.
       01  WS-WARN-COUNT         PIC 9(4) VALUE 0.
       01  WS-EXC-DROPPED        PIC 9(4) VALUE 0.

      *> Audit log line staging, split the way AuditHistory splits
      *> it: the free-text status first, then name=value tokens.
       01  WS-LINE-LEFT          PIC X(200).
       01  WS-STATUS-TEXT        PIC X(50).
       01  WS-TOKENS.
           05  WS-TOKEN OCCURS 16 TIMES PIC X(60).
       01  WS-TOKEN-IDX          PIC 9(2).
       01  WS-AUD-BATCH          PIC X(40).
       01  WS-AUD-REVERSAL       PIC X(40).
       01  WS-AUD-POSTED         PIC 9(5).
       01  WS-AUD-PERIOD         PIC X(7).
       01  WS-AUD-ARCHIVED       PIC 9(5).
       01  WS-AUD-TOTAL          PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-AUDIT-LINES        PIC 9(6) VALUE 0.
       01  WS-AUDIT-RUNS         PIC 9(5) VALUE 0.

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
       01  WS-ARC-PST-COUNT      PIC 9(5).
       01  WS-ARC-PST-NORM       PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-ARC-CAT-NORM       PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-ARC-TOT-COUNT      PIC 9(5).
       01  WS-ARC-TOT-NORM       PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-ARC-TOT-SEEN       PIC X(1).
           88  ARC-HAS-TRAILER   VALUE "Y".
       01  WS-ARC-FOOTS          PIC X(1).
           88  ARCHIVE-FOOTS     VALUE "Y".
       01  WS-ARC-RESULT         PIC X(30).
       01  WS-ARCHIVES-READ      PIC 9(3) VALUE 0.
       01  WS-UNVERIFIED-CLOSES  PIC 9(3) VALUE 0.

       01  WS-WORK-BATCH         PIC X(40).
       01  WS-WORK-SEQ           PIC 9(4).
       01  WS-WORK-GEN           PIC 9(1).
       01  WS-GEN-BASE           PIC 9(4).
       01  WS-MISSING            PIC 9(5).
       01  WS-HELD               PIC 9(5).
       01  WS-DIFF               PIC S9(5).
       01  WS-LEDGER-READ        PIC 9(6) VALUE 0.
       01  WS-LEDGER-POSTINGS    PIC 9(6) VALUE 0.

       01  CobolOutput           PIC X(250).
       01  WS-EDITED-AMT         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-EDITED-AMT2        PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
       01  WS-COUNT-DISP         PIC ZZZZ9.
       01  WS-COUNT-DISP2        PIC ZZZZ9.
       01  WS-COUNT-DISP3        PIC ZZZZ9.
       01  WS-SEQ-DISP           PIC 9(4).
       01  WS-SEQ-DISP2          PIC 9(4).
       01  WS-CUR-DATE.
           05  WS-CUR-YYYY       PIC 9(4).
           05  WS-CUR-MM         PIC 9(2).
           05  WS-CUR-DD         PIC 9(2).
       01  WS-CUR-TIME.
           05  WS-CUR-HH         PIC 9(2).
           05  WS-CUR-MIN        PIC 9(2).
           05  WS-CUR-SEC        PIC 9(2).
           05  WS-CUR-HS         PIC 9(2).

      *> One aligned row per batch in the batch section.
       01  BCH-DETAIL-LINE.
           05  BD-BATCH          PIC X(30).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BD-CONTROL        PIC X(16).
           05  FILLER            PIC X(1) VALUE SPACES.
           05  BD-LEDGER         PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BD-ARCHIVED       PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BD-AUDIT          PIC ZZZZ9.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  BD-RESULT         PIC X(4).

       01  BCH-HEAD-LINE.
           05  FILLER            PIC X(30) VALUE "BATCH".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(16) VALUE "CONTROL".
           05  FILLER            PIC X(1) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE "LEDGR".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE "ARCHV".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(5) VALUE "AUDIT".
           05  FILLER            PIC X(2) VALUE SPACES.
           05  FILLER            PIC X(4) VALUE "OK?".

       PROCEDURE DIVISION.
      *> Every exit sets the condition code the job ends with, for
      *> whatever scheduled it:
      *>   0  PASSED
      *>   4  PASSED WITH WARNINGS
      *>   8  FAILED - integrity exceptions found
      *>  12  stopped before the checks finished, for want of the
      *>      report file, the ledger or table room
       BEGIN.
           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "LEDGER_ARCHIVE_LIST"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-ARCLIST-FILENAME
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE
               FROM ENVIRONMENT "INTEGRITY_REPORT_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-REPORT-FILENAME
           END-IF

           OPEN OUTPUT IntegrityReportFile
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open integrity report file."
               MOVE "FAILED - report file not available"
                   TO WS-RUN-STATUS
               PERFORM WriteIntegrityAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ReadLedger
           PERFORM ReadAuditLog
           PERFORM VerifyArchives
           PERFORM CheckBatches
           PERFORM CheckReversals
           PERFORM CheckUnverifiedCloses

           PERFORM WriteIntegrityReport
           CLOSE IntegrityReportFile

           EVALUATE TRUE
               WHEN WS-FAIL-COUNT > 0
                   MOVE "FAILED - integrity exceptions found"
                       TO WS-RUN-STATUS
                   MOVE 8 TO RETURN-CODE
               WHEN WS-WARN-COUNT > 0
                   MOVE "PASSED WITH WARNINGS" TO WS-RUN-STATUS
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "PASSED" TO WS-RUN-STATUS
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "Ledger integrity: " WS-RUN-STATUS
           PERFORM WriteIntegrityAudit
           STOP RUN.

      *> Walk the whole ledger in key order, which is batch by batch,
      *> noting each batch's control record and counting its
      *> postings per generation.
       ReadLedger.
           OPEN INPUT LedgerFile
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open transaction ledger, "
                       "status " WS-LEDGER-STATUS
               CLOSE IntegrityReportFile
               MOVE "FAILED - ledger not available" TO WS-RUN-STATUS
               PERFORM WriteIntegrityAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
               READ LedgerFile NEXT RECORD
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-LEDGER-STATUS NOT = "00"
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LEDGER-READ
               MOVE LEDGER-BATCH TO WS-WORK-BATCH
               PERFORM FindBatchIndex
               IF LEDGER-SEQ = 0
                   SET BCH-CONTROLLED(BCH-IDX) TO TRUE
                   MOVE LEDGER-TYPE TO BCH-CTL-TYPE(BCH-IDX)
                   MOVE LEDGER-REF-BATCH TO BCH-REF-BATCH(BCH-IDX)
                   MOVE LEDGER-REF-SEQ TO BCH-REF-GEN(BCH-IDX)
               ELSE
                   ADD 1 TO WS-LEDGER-POSTINGS
                   ADD 1 TO BCH-LEDGER(BCH-IDX)
                   MOVE LEDGER-SEQ TO WS-WORK-SEQ
                   PERFORM NoteGenerationSeq
               END-IF
           END-PERFORM
           CLOSE LedgerFile.

      *> Read the audit log: every run line's posted= count goes to
      *> its batch=, every reversal line's to its reversal=, and
      *> every successful close is kept with its archived count and
      *> total. Lines of any other kind are read past.
       ReadAuditLog.
           OPEN INPUT AuditLogFile
           IF WS-AUDIT-STATUS NOT = "00"
               MOVE "WARN" TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-TEXT
               STRING "Audit log not available; posted counts and "
                      "closes could not be checked"
                      DELIMITED BY SIZE INTO WS-EXC-TEXT
               PERFORM AddException
           ELSE
               PERFORM UNTIL WS-AUDIT-STATUS = "10"  *> EOF
                   READ AuditLogFile INTO AuditLogLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF AuditLogLine NOT = SPACES
                           AND AuditLogLine(1:1) NOT = SPACE
                       ADD 1 TO WS-AUDIT-LINES
                       PERFORM ParseAuditLine
                   END-IF
               END-PERFORM
               CLOSE AuditLogFile
           END-IF.

      *> Split one log line and take the figures this check needs.
       ParseAuditLine.
           MOVE SPACES TO WS-LINE-LEFT WS-STATUS-TEXT
           UNSTRING AuditLogLine DELIMITED BY " status="
               INTO WS-LINE-LEFT WS-STATUS-TEXT

           MOVE SPACES TO WS-TOKENS
           UNSTRING WS-LINE-LEFT DELIMITED BY ALL " "
               INTO WS-TOKEN(1) WS-TOKEN(2) WS-TOKEN(3)
                    WS-TOKEN(4) WS-TOKEN(5) WS-TOKEN(6)
                    WS-TOKEN(7) WS-TOKEN(8) WS-TOKEN(9)
                    WS-TOKEN(10) WS-TOKEN(11) WS-TOKEN(12)
                    WS-TOKEN(13) WS-TOKEN(14) WS-TOKEN(15)
                    WS-TOKEN(16)

           MOVE SPACES TO WS-AUD-BATCH WS-AUD-REVERSAL WS-AUD-PERIOD
           MOVE 0 TO WS-AUD-POSTED WS-AUD-ARCHIVED WS-AUD-TOTAL
           PERFORM VARYING WS-TOKEN-IDX FROM 3 BY 1
                   UNTIL WS-TOKEN-IDX > 16
               PERFORM TakeAuditToken
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-TOKEN(3)(1:10) = "processed="
                   ADD 1 TO WS-AUDIT-RUNS
                   IF WS-AUD-BATCH NOT = SPACES
                       MOVE WS-AUD-BATCH TO WS-WORK-BATCH
                       PERFORM FindBatchIndex
                       SET BCH-IN-AUDIT(BCH-IDX) TO TRUE
                       ADD WS-AUD-POSTED TO BCH-AUDIT(BCH-IDX)
                   END-IF
               WHEN WS-TOKEN(3) = "reversal"
                   IF WS-AUD-REVERSAL NOT = SPACES
                       MOVE WS-AUD-REVERSAL TO WS-WORK-BATCH
                       PERFORM FindBatchIndex
                       SET BCH-IN-AUDIT(BCH-IDX) TO TRUE
                       ADD WS-AUD-POSTED TO BCH-AUDIT(BCH-IDX)
                   END-IF
               WHEN WS-TOKEN(3) = "close"
                   IF WS-STATUS-TEXT(1:7) = "SUCCESS"
                           AND CP-COUNT < 200
                       ADD 1 TO CP-COUNT
                       MOVE WS-AUD-PERIOD TO CP-PERIOD(CP-COUNT)
                       MOVE WS-AUD-ARCHIVED TO CP-ARCHIVED(CP-COUNT)
                       MOVE WS-AUD-TOTAL TO CP-TOTAL(CP-COUNT)
                       MOVE "N" TO CP-VERIFIED(CP-COUNT)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Pick one name=value token apart.
       TakeAuditToken.
           EVALUATE TRUE
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:6) = "batch="
                   MOVE WS-TOKEN(WS-TOKEN-IDX)(7:40) TO WS-AUD-BATCH
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:9) = "reversal="
                   MOVE WS-TOKEN(WS-TOKEN-IDX)(10:40)
                       TO WS-AUD-REVERSAL
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:7) = "posted="
                   COMPUTE WS-AUD-POSTED = FUNCTION
                       NUMVAL(WS-TOKEN(WS-TOKEN-IDX)(8:5))
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:7) = "period="
                   MOVE WS-TOKEN(WS-TOKEN-IDX)(8:7) TO WS-AUD-PERIOD
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:9) = "archived="
                   COMPUTE WS-AUD-ARCHIVED = FUNCTION
                       NUMVAL(WS-TOKEN(WS-TOKEN-IDX)(10:5))
               WHEN WS-TOKEN(WS-TOKEN-IDX)(1:6) = "total="
                   MOVE WS-TOKEN(WS-TOKEN-IDX)(7:15) TO WS-ARC-AMT-X
                   MOVE WS-ARC-AMT-N TO WS-AUD-TOTAL
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Read the archive list and verify each archive named on it.
      *> A missing list is a warning: the ledger checks still run,
      *> but no closed period can be footed.
       VerifyArchives.
           OPEN INPUT ArchiveListFile
           IF WS-ARCLIST-STATUS NOT = "00"
               IF CP-COUNT > 0
                   MOVE "WARN" TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "Archive list " DELIMITED BY SIZE
                          WS-ARCLIST-FILENAME DELIMITED BY SPACE
                          " not available; no closed period archive "
                          "was verified" DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   PERFORM AddException
               END-IF
           ELSE
               PERFORM UNTIL WS-ARCLIST-STATUS = "10"  *> EOF
                   READ ArchiveListFile INTO ArchiveListLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF ArchiveListLine NOT = SPACES
                       MOVE ArchiveListLine TO WS-ARCHIVE-FILENAME
                       PERFORM VerifyOneArchive
                   END-IF
               END-PERFORM
               CLOSE ArchiveListFile
           END-IF.

      *> Foot one archive: count and sum its PST lines, sum its CAT
      *> lines, and check both against the TOT trailer; then match it
      *> to the close's audit line. Its PST lines are credited to
      *> their batches only when the archive belongs to a successful
      *> close - an archive a failed close left behind describes
      *> postings that may still be on the ledger.
       VerifyOneArchive.
           ADD 1 TO WS-ARCHIVES-READ
           MOVE SPACES TO WS-ARC-PERIOD
           MOVE 0 TO WS-ARC-PST-COUNT WS-ARC-PST-NORM WS-ARC-CAT-NORM
                     WS-ARC-TOT-COUNT WS-ARC-TOT-NORM
           MOVE "N" TO WS-ARC-TOT-SEEN
           OPEN INPUT ArchiveFile
           IF WS-ARCHIVE-STATUS NOT = "00"
               MOVE "FAIL" TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-TEXT
               STRING "Archive " DELIMITED BY SIZE
                      WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                      " could not be opened" DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
               PERFORM AddException
           ELSE
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ArchiveFile INTO ArchiveLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   PERFORM TakeArchiveLine
               END-PERFORM
               CLOSE ArchiveFile
               PERFORM FootArchive
           END-IF.

      *> Pick apart one archive line.
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

      *> Judge the archive just read and, when it stands, credit its
      *> postings to their batches with a second pass.
       FootArchive.
           MOVE "Y" TO WS-ARC-FOOTS
           IF NOT ARC-HAS-TRAILER
                   OR WS-ARC-TOT-COUNT NOT = WS-ARC-PST-COUNT
                   OR WS-ARC-TOT-NORM NOT = WS-ARC-PST-NORM
                   OR WS-ARC-CAT-NORM NOT = WS-ARC-PST-NORM
               MOVE "N" TO WS-ARC-FOOTS
               MOVE WS-ARC-PST-COUNT TO WS-COUNT-DISP
               MOVE WS-ARC-TOT-COUNT TO WS-COUNT-DISP2
               MOVE WS-ARC-PST-NORM TO WS-EDITED-AMT
               MOVE WS-ARC-TOT-NORM TO WS-EDITED-AMT2
               MOVE "FAIL" TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-TEXT
               IF ARC-HAS-TRAILER
                   STRING "Archive " DELIMITED BY SIZE
                          WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                          " does not foot: PST " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          WS-EDITED-AMT DELIMITED BY SIZE
                          " TOT " DELIMITED BY SIZE
                          WS-COUNT-DISP2 DELIMITED BY SIZE
                          WS-EDITED-AMT2 DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
               ELSE
                   STRING "Archive " DELIMITED BY SIZE
                          WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                          " has no TOT trailer" DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
               END-IF
               PERFORM AddException
           END-IF

      *> Match the archive to a successful close of its period:
      *> preferably one whose archived count and total agree, so a
      *> period legitimately closed twice (late postings) pairs each
      *> archive with its own close.
           SET CP-IDX TO 1
           SEARCH ClosePeriodEntry
               AT END
                   SET CP-IDX TO CP-COUNT
                   SET CP-IDX UP BY 1
               WHEN CP-PERIOD(CP-IDX) = WS-ARC-PERIOD
                       AND NOT CP-IS-VERIFIED(CP-IDX)
                       AND CP-ARCHIVED(CP-IDX) = WS-ARC-TOT-COUNT
                       AND CP-TOTAL(CP-IDX) = WS-ARC-TOT-NORM
                   CONTINUE
           END-SEARCH
           IF CP-IDX > CP-COUNT
               SET CP-IDX TO 1
               SEARCH ClosePeriodEntry
                   AT END
                       SET CP-IDX TO CP-COUNT
                       SET CP-IDX UP BY 1
                   WHEN CP-PERIOD(CP-IDX) = WS-ARC-PERIOD
                           AND NOT CP-IS-VERIFIED(CP-IDX)
                       CONTINUE
               END-SEARCH
           END-IF

           IF CP-IDX > CP-COUNT
               MOVE "WARN" TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-TEXT
               STRING "Archive " DELIMITED BY SIZE
                      WS-ARCHIVE-FILENAME DELIMITED BY SPACE
                      " (period " DELIMITED BY SIZE
                      WS-ARC-PERIOD DELIMITED BY SIZE
                      ") matches no successful close; its postings "
                      "were not counted" DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
               PERFORM AddException
           ELSE
               SET CP-IS-VERIFIED(CP-IDX) TO TRUE
               IF CP-ARCHIVED(CP-IDX) NOT = WS-ARC-TOT-COUNT
                       OR CP-TOTAL(CP-IDX) NOT = WS-ARC-TOT-NORM
                   MOVE CP-ARCHIVED(CP-IDX) TO WS-COUNT-DISP
                   MOVE WS-ARC-TOT-COUNT TO WS-COUNT-DISP2
                   MOVE CP-TOTAL(CP-IDX) TO WS-EDITED-AMT
                   MOVE WS-ARC-TOT-NORM TO WS-EDITED-AMT2
                   MOVE "FAIL" TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "Close " DELIMITED BY SIZE
                          WS-ARC-PERIOD DELIMITED BY SIZE
                          " logged " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          WS-EDITED-AMT DELIMITED BY SIZE
                          " archive TOT " DELIMITED BY SIZE
                          WS-COUNT-DISP2 DELIMITED BY SIZE
                          WS-EDITED-AMT2 DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   PERFORM AddException
               END-IF
               PERFORM CreditArchivePostings
           END-IF.

      *> Second pass over an archive belonging to a successful
      *> close: each PST line counts as a posting of its batch, at
      *> its sequence, as if it were still on the ledger.
       CreditArchivePostings.
           OPEN INPUT ArchiveFile
           IF WS-ARCHIVE-STATUS = "00"
               PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
                   READ ArchiveFile INTO ArchiveLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   MOVE SPACES TO WS-ARC-REC WS-ARC-F2 WS-ARC-F3
                   UNSTRING ArchiveLine DELIMITED BY ","
                       INTO WS-ARC-REC WS-ARC-F2 WS-ARC-F3
                   IF WS-ARC-REC = "PST"
                       MOVE WS-ARC-F2 TO WS-WORK-BATCH
                       PERFORM FindBatchIndex
                       ADD 1 TO BCH-ARCHIVED(BCH-IDX)
                       MOVE WS-ARC-F3(1:4) TO WS-WORK-SEQ
                       PERFORM NoteGenerationSeq
                   END-IF
               END-PERFORM
               CLOSE ArchiveFile
           END-IF.

      *> The per-batch checks: control record present and backed by
      *> postings, posting count agreeing with the audit log, and no
      *> sequence gaps in any generation. The closes no archive on
      *> the list could verify are counted first, for the posting
      *> count check below.
       CheckBatches.
           MOVE 0 TO WS-UNVERIFIED-CLOSES
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > CP-COUNT
               IF NOT CP-IS-VERIFIED(CP-IDX)
                   ADD 1 TO WS-UNVERIFIED-CLOSES
               END-IF
           END-PERFORM

           PERFORM VARYING BCH-IDX FROM 1 BY 1
                   UNTIL BCH-IDX > BCH-COUNT
               MOVE "OK" TO BCH-RESULT(BCH-IDX)
               COMPUTE WS-HELD =
                   BCH-LEDGER(BCH-IDX) + BCH-ARCHIVED(BCH-IDX)

      *> Postings with no control record: the run that posted them
      *> stopped before sealing the batch. Only postings still on
      *> the ledger count here - LedgerClose deletes the control
      *> record of a batch once its last posting is archived.
               IF BCH-LEDGER(BCH-IDX) > 0
                       AND NOT BCH-CONTROLLED(BCH-IDX)
                   MOVE BCH-LEDGER(BCH-IDX) TO WS-COUNT-DISP
                   MOVE "FAIL" TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "Batch " DELIMITED BY SIZE
                          BCH-KEY(BCH-IDX) DELIMITED BY "  "
                          " has " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          " postings but no control record "
                          "(half-posted run)" DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   PERFORM AddBatchException
               END-IF

      *> A control record with nothing behind it. A batch whose
      *> every record was held out seals with nothing posted, and
      *> then the audit log says so too; otherwise postings the
      *> audit log saw written have gone missing.
               IF WS-HELD = 0 AND BCH-CONTROLLED(BCH-IDX)
                   MOVE BCH-AUDIT(BCH-IDX) TO WS-COUNT-DISP
                   MOVE SPACES TO WS-EXC-TEXT
                   IF BCH-AUDIT(BCH-IDX) = 0
                       MOVE "WARN" TO WS-EXC-SEVERITY
                       STRING "Batch " DELIMITED BY SIZE
                              BCH-KEY(BCH-IDX) DELIMITED BY "  "
                              " has a control record but no postings "
                              "(sealed with nothing posted)"
                              DELIMITED BY SIZE
                              INTO WS-EXC-TEXT
                   ELSE
                       MOVE "FAIL" TO WS-EXC-SEVERITY
                       STRING "Batch " DELIMITED BY SIZE
                              BCH-KEY(BCH-IDX) DELIMITED BY "  "
                              " has a control record but no postings;"
                              " audit log posted " DELIMITED BY SIZE
                              WS-COUNT-DISP DELIMITED BY SIZE
                              INTO WS-EXC-TEXT
                   END-IF
                   PERFORM AddBatchException
               END-IF

      *> Posting count against the audit log. A shortfall while
      *> some closed period could not be verified may just be
      *> postings sitting in that period's archive, so it is only a
      *> warning then; a surplus never has an innocent explanation.
               IF BCH-IN-AUDIT(BCH-IDX)
                       AND WS-HELD NOT = BCH-AUDIT(BCH-IDX)
                       AND NOT (WS-HELD = 0
                                AND BCH-CONTROLLED(BCH-IDX))
                   COMPUTE WS-DIFF = WS-HELD - BCH-AUDIT(BCH-IDX)
                   MOVE BCH-LEDGER(BCH-IDX) TO WS-COUNT-DISP
                   MOVE BCH-ARCHIVED(BCH-IDX) TO WS-COUNT-DISP2
                   MOVE BCH-AUDIT(BCH-IDX) TO WS-COUNT-DISP3
                   IF WS-DIFF < 0 AND CP-COUNT > 0
                           AND WS-UNVERIFIED-CLOSES > 0
                       MOVE "WARN" TO WS-EXC-SEVERITY
                   ELSE
                       MOVE "FAIL" TO WS-EXC-SEVERITY
                   END-IF
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "Batch " DELIMITED BY SIZE
                          BCH-KEY(BCH-IDX) DELIMITED BY "  "
                          " ledger " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          " + archived " DELIMITED BY SIZE
                          WS-COUNT-DISP2 DELIMITED BY SIZE
                          " <> audit posted " DELIMITED BY SIZE
                          WS-COUNT-DISP3 DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   PERFORM AddBatchException
               END-IF
               IF NOT BCH-IN-AUDIT(BCH-IDX) AND WS-HELD > 0
                   MOVE WS-HELD TO WS-COUNT-DISP
                   MOVE "FAIL" TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "Batch " DELIMITED BY SIZE
                          BCH-KEY(BCH-IDX) DELIMITED BY "  "
                          " has " DELIMITED BY SIZE
                          WS-COUNT-DISP DELIMITED BY SIZE
                          " postings the audit log never recorded"
                          DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   PERFORM AddBatchException
               END-IF
           END-PERFORM

      *> Sequence gaps, per generation. A reversal batch's
      *> sequences mirror the batch it reverses, gaps and all, so it
      *> is checked by CheckReversals instead.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GEN-COUNT
               MOVE GEN-BATCH(GEN-IDX) TO WS-WORK-BATCH
               PERFORM FindBatchIndex
               IF BCH-CTL-TYPE(BCH-IDX) NOT = "REVERSAL CONTROL"
                   COMPUTE WS-GEN-BASE = GEN-NO(GEN-IDX) * 1000
                   COMPUTE WS-MISSING = GEN-MAX(GEN-IDX)
                       - WS-GEN-BASE - GEN-POSTINGS(GEN-IDX)
                   IF WS-MISSING > 0
                       MOVE WS-MISSING TO WS-COUNT-DISP
                       COMPUTE WS-SEQ-DISP = WS-GEN-BASE + 1
                       MOVE GEN-MAX(GEN-IDX) TO WS-SEQ-DISP2
                       MOVE "WARN" TO WS-EXC-SEVERITY
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING "Batch " DELIMITED BY SIZE
                              GEN-BATCH(GEN-IDX) DELIMITED BY "  "
                              " sequence gap: " DELIMITED BY SIZE
                              WS-COUNT-DISP DELIMITED BY SIZE
                              " of " DELIMITED BY SIZE
                              WS-SEQ-DISP DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              WS-SEQ-DISP2 DELIMITED BY SIZE
                              " not on ledger or archive"
                              DELIMITED BY SIZE
                              INTO WS-EXC-TEXT
                       PERFORM AddBatchException
                   END-IF
               END-IF
           END-PERFORM.

      *> Every reversal batch must offset exactly the postings of
      *> the generation it reversed, and the batch it names must
      *> exist and say it was reversed: its control record must
      *> read BATCH REVERSED, or BATCH CONTROL at a later
      *> generation once the batch has been posted afresh. A live
      *> BATCH CONTROL at the reversed generation or before is a
      *> reversal whose original was never marked.
       CheckReversals.
           PERFORM VARYING BCH-IDX FROM 1 BY 1
                   UNTIL BCH-IDX > BCH-COUNT
               IF BCH-CTL-TYPE(BCH-IDX) = "REVERSAL CONTROL"
                   PERFORM CheckOneReversal
               END-IF
           END-PERFORM.

       CheckOneReversal.
           MOVE BCH-REF-GEN(BCH-IDX) TO WS-WORK-GEN
           MOVE 0 TO WS-HELD WS-MISSING
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GEN-COUNT
               IF GEN-NO(GEN-IDX) = WS-WORK-GEN
                   IF GEN-BATCH(GEN-IDX) = BCH-KEY(BCH-IDX)
                       ADD GEN-POSTINGS(GEN-IDX) TO WS-HELD
                   END-IF
                   IF GEN-BATCH(GEN-IDX) = BCH-REF-BATCH(BCH-IDX)
                       ADD GEN-POSTINGS(GEN-IDX) TO WS-MISSING
                   END-IF
               END-IF
           END-PERFORM
           IF WS-HELD NOT = WS-MISSING
               MOVE WS-HELD TO WS-COUNT-DISP
               MOVE WS-MISSING TO WS-COUNT-DISP2
               MOVE "FAIL" TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-TEXT
               STRING "Reversal " DELIMITED BY SIZE
                      BCH-KEY(BCH-IDX) DELIMITED BY "  "
                      " offsets " DELIMITED BY SIZE
                      WS-COUNT-DISP DELIMITED BY SIZE
                      " postings; " DELIMITED BY SIZE
                      BCH-REF-BATCH(BCH-IDX) DELIMITED BY "  "
                      " has " DELIMITED BY SIZE
                      WS-COUNT-DISP2 DELIMITED BY SIZE
                      INTO WS-EXC-TEXT
               PERFORM AddBatchException
           END-IF

           SET BCH-IDX2 TO 1
           SEARCH BatchEntry VARYING BCH-IDX2
               AT END
                   MOVE "FAIL" TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "Reversal " DELIMITED BY SIZE
                          BCH-KEY(BCH-IDX) DELIMITED BY "  "
                          " names batch " DELIMITED BY SIZE
                          BCH-REF-BATCH(BCH-IDX) DELIMITED BY "  "
                          " which has no control record"
                          DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   PERFORM AddBatchException
               WHEN BCH-KEY(BCH-IDX2) = BCH-REF-BATCH(BCH-IDX)
                   IF NOT BCH-CONTROLLED(BCH-IDX2)
                       MOVE "FAIL" TO WS-EXC-SEVERITY
                       MOVE SPACES TO WS-EXC-TEXT
                       STRING "Reversal " DELIMITED BY SIZE
                              BCH-KEY(BCH-IDX) DELIMITED BY "  "
                              " names batch " DELIMITED BY SIZE
                              BCH-REF-BATCH(BCH-IDX)
                                  DELIMITED BY "  "
                              " which has no control record"
                              DELIMITED BY SIZE
                              INTO WS-EXC-TEXT
                       PERFORM AddBatchException
                   ELSE
                       IF BCH-CTL-TYPE(BCH-IDX2) = "BATCH CONTROL"
                               AND BCH-REF-GEN(BCH-IDX2)
                                   NOT > WS-WORK-GEN
                           MOVE "FAIL" TO WS-EXC-SEVERITY
                           MOVE SPACES TO WS-EXC-TEXT
                           STRING "Reversal " DELIMITED BY SIZE
                                  BCH-KEY(BCH-IDX) DELIMITED BY "  "
                                  " names batch " DELIMITED BY SIZE
                                  BCH-REF-BATCH(BCH-IDX)
                                      DELIMITED BY "  "
                                  " which is not marked reversed"
                                  DELIMITED BY SIZE
                                  INTO WS-EXC-TEXT
                           PERFORM AddBatchException
                       END-IF
                   END-IF
           END-SEARCH.

      *> A successful close whose archive was not on the list could
      *> not be footed.
       CheckUnverifiedCloses.
           PERFORM VARYING CP-IDX FROM 1 BY 1
                   UNTIL CP-IDX > CP-COUNT
               IF NOT CP-IS-VERIFIED(CP-IDX)
                   MOVE "WARN" TO WS-EXC-SEVERITY
                   MOVE SPACES TO WS-EXC-TEXT
                   STRING "Closed period " DELIMITED BY SIZE
                          CP-PERIOD(CP-IDX) DELIMITED BY SIZE
                          " has no archive on the list; not verified"
                          DELIMITED BY SIZE
                          INTO WS-EXC-TEXT
                   PERFORM AddException
               END-IF
           END-PERFORM.

      *> Record an exception against the batch at BCH-IDX, marking
      *> the batch's row on the report.
       AddBatchException.
           IF WS-EXC-SEVERITY = "FAIL"
               MOVE "FAIL" TO BCH-RESULT(BCH-IDX)
           ELSE
               IF BCH-RESULT(BCH-IDX) NOT = "FAIL"
                   MOVE "WARN" TO BCH-RESULT(BCH-IDX)
               END-IF
           END-IF
           PERFORM AddException.

      *> Record one exception. Past the table's size the exception
      *> still counts towards the result; only its text is lost, and
      *> the report says how many were.
       AddException.
           IF WS-EXC-SEVERITY = "FAIL"
               ADD 1 TO WS-FAIL-COUNT
           ELSE
               ADD 1 TO WS-WARN-COUNT
           END-IF
           IF EXC-COUNT < 500
               ADD 1 TO EXC-COUNT
               MOVE WS-EXC-SEVERITY TO EXC-SEVERITY(EXC-COUNT)
               MOVE WS-EXC-TEXT TO EXC-TEXT(EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXC-DROPPED
           END-IF.

      *> Locate WS-WORK-BATCH in the batch table, adding a new entry
      *> when it is not already on the table.
       FindBatchIndex.
           SET BCH-IDX TO 1
           SEARCH BatchEntry
               AT END
                   ADD 1 TO BCH-COUNT
                   IF BCH-COUNT > 500
                       DISPLAY "ERROR: Too many batches to check."
                       CLOSE IntegrityReportFile
                       MOVE "FAILED - too many batches"
                           TO WS-RUN-STATUS
                       PERFORM WriteIntegrityAudit
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET BCH-IDX TO BCH-COUNT
                   MOVE WS-WORK-BATCH TO BCH-KEY(BCH-IDX)
                   MOVE "N" TO BCH-CONTROL(BCH-IDX)
                   MOVE SPACES TO BCH-CTL-TYPE(BCH-IDX)
                   MOVE SPACES TO BCH-REF-BATCH(BCH-IDX)
                   MOVE 0 TO BCH-REF-GEN(BCH-IDX)
                   MOVE 0 TO BCH-LEDGER(BCH-IDX)
                   MOVE 0 TO BCH-ARCHIVED(BCH-IDX)
                   MOVE 0 TO BCH-AUDIT(BCH-IDX)
                   MOVE "N" TO BCH-AUDIT-SEEN(BCH-IDX)
                   MOVE SPACES TO BCH-RESULT(BCH-IDX)
               WHEN BCH-KEY(BCH-IDX) = WS-WORK-BATCH
                   CONTINUE
           END-SEARCH.

      *> Roll WS-WORK-SEQ of WS-WORK-BATCH into its generation's
      *> sequence range, adding the generation when it is new.
       NoteGenerationSeq.
           DIVIDE WS-WORK-SEQ BY 1000 GIVING WS-WORK-GEN
           SET GEN-IDX TO 1
           SEARCH GenerationEntry
               AT END
                   ADD 1 TO GEN-COUNT
                   IF GEN-COUNT > 1000
                       DISPLAY "ERROR: Too many batch generations."
                       CLOSE IntegrityReportFile
                       MOVE "FAILED - too many batch generations"
                           TO WS-RUN-STATUS
                       PERFORM WriteIntegrityAudit
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET GEN-IDX TO GEN-COUNT
                   MOVE WS-WORK-BATCH TO GEN-BATCH(GEN-IDX)
                   MOVE WS-WORK-GEN TO GEN-NO(GEN-IDX)
                   MOVE WS-WORK-SEQ TO GEN-MIN(GEN-IDX)
                   MOVE WS-WORK-SEQ TO GEN-MAX(GEN-IDX)
                   MOVE 0 TO GEN-POSTINGS(GEN-IDX)
               WHEN GEN-BATCH(GEN-IDX) = WS-WORK-BATCH
                       AND GEN-NO(GEN-IDX) = WS-WORK-GEN
                   CONTINUE
           END-SEARCH
           ADD 1 TO GEN-POSTINGS(GEN-IDX)
           IF WS-WORK-SEQ < GEN-MIN(GEN-IDX)
               MOVE WS-WORK-SEQ TO GEN-MIN(GEN-IDX)
           END-IF
           IF WS-WORK-SEQ > GEN-MAX(GEN-IDX)
               MOVE WS-WORK-SEQ TO GEN-MAX(GEN-IDX)
           END-IF.

      *> Write the report: what was read, one row per batch, the
      *> exceptions, and the result.
       WriteIntegrityReport.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE SPACES TO CobolOutput
           STRING "LEDGER INTEGRITY CHECK          run "
                  WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
                  " " WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
                  DELIMITED BY SIZE INTO CobolOutput
           PERFORM WriteIntegrityLine

           MOVE SPACES TO CobolOutput
           STRING "Read: ledger records=" DELIMITED BY SIZE
                  WS-LEDGER-READ DELIMITED BY SIZE
                  " postings=" DELIMITED BY SIZE
                  WS-LEDGER-POSTINGS DELIMITED BY SIZE
                  " audit lines=" DELIMITED BY SIZE
                  WS-AUDIT-LINES DELIMITED BY SIZE
                  " runs=" DELIMITED BY SIZE
                  WS-AUDIT-RUNS DELIMITED BY SIZE
                  " closes=" DELIMITED BY SIZE
                  CP-COUNT DELIMITED BY SIZE
                  " archives=" DELIMITED BY SIZE
                  WS-ARCHIVES-READ DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteIntegrityLine

           MOVE SPACES TO CobolOutput
           PERFORM WriteIntegrityLine
           MOVE "BATCHES" TO CobolOutput
           PERFORM WriteIntegrityLine
           MOVE "-------" TO CobolOutput
           PERFORM WriteIntegrityLine
           MOVE BCH-HEAD-LINE TO CobolOutput
           PERFORM WriteIntegrityLine
           PERFORM VARYING BCH-IDX FROM 1 BY 1
                   UNTIL BCH-IDX > BCH-COUNT
               MOVE BCH-KEY(BCH-IDX) TO BD-BATCH
               IF BCH-CONTROLLED(BCH-IDX)
                   MOVE BCH-CTL-TYPE(BCH-IDX) TO BD-CONTROL
               ELSE
                   MOVE "NONE" TO BD-CONTROL
               END-IF
               MOVE BCH-LEDGER(BCH-IDX) TO BD-LEDGER
               MOVE BCH-ARCHIVED(BCH-IDX) TO BD-ARCHIVED
               MOVE BCH-AUDIT(BCH-IDX) TO BD-AUDIT
               MOVE BCH-RESULT(BCH-IDX) TO BD-RESULT
               MOVE BCH-DETAIL-LINE TO CobolOutput
               PERFORM WriteIntegrityLine
           END-PERFORM

           MOVE SPACES TO CobolOutput
           PERFORM WriteIntegrityLine
           MOVE "EXCEPTIONS" TO CobolOutput
           PERFORM WriteIntegrityLine
           MOVE "----------" TO CobolOutput
           PERFORM WriteIntegrityLine
           PERFORM VARYING EXC-IDX FROM 1 BY 1
                   UNTIL EXC-IDX > EXC-COUNT
               MOVE SPACES TO CobolOutput
               STRING EXC-SEVERITY(EXC-IDX) DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      EXC-TEXT(EXC-IDX) DELIMITED BY SIZE
                      INTO CobolOutput
               PERFORM WriteIntegrityLine
           END-PERFORM
           IF EXC-COUNT = 0
               MOVE "(none)" TO CobolOutput
               PERFORM WriteIntegrityLine
           END-IF
           IF WS-EXC-DROPPED > 0
               MOVE SPACES TO CobolOutput
               STRING "... and " DELIMITED BY SIZE
                      WS-EXC-DROPPED DELIMITED BY SIZE
                      " more exceptions not listed" DELIMITED BY SIZE
                      INTO CobolOutput
               PERFORM WriteIntegrityLine
           END-IF

           MOVE SPACES TO CobolOutput
           PERFORM WriteIntegrityLine
           MOVE SPACES TO CobolOutput
           EVALUATE TRUE
               WHEN WS-FAIL-COUNT > 0
                   STRING "RESULT: FAILED  failures=" DELIMITED BY SIZE
                          WS-FAIL-COUNT DELIMITED BY SIZE
                          " warnings=" DELIMITED BY SIZE
                          WS-WARN-COUNT DELIMITED BY SIZE
                          INTO CobolOutput
               WHEN WS-WARN-COUNT > 0
                   STRING "RESULT: PASSED WITH WARNINGS  warnings="
                          DELIMITED BY SIZE
                          WS-WARN-COUNT DELIMITED BY SIZE
                          INTO CobolOutput
               WHEN OTHER
                   MOVE "RESULT: PASSED" TO CobolOutput
           END-EVALUATE
           PERFORM WriteIntegrityLine.

      *> Route one finished line in CobolOutput to the report and
      *> echo it to the console the way the report program mirrors
      *> its output.
       WriteIntegrityLine.
           DISPLAY CobolOutput(1:132)
           MOVE CobolOutput TO IntegrityReportLine
           WRITE IntegrityReportRecord.

      *> Append one line to the audit log recording the check and
      *> its result, so the log shows the ledger was proven before a
      *> close or after a restore.
       WriteIntegrityAudit.
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
                  " integrity batches=" DELIMITED BY SIZE
                  BCH-COUNT DELIMITED BY SIZE
                  " archives=" DELIMITED BY SIZE
                  WS-ARCHIVES-READ DELIMITED BY SIZE
                  " failures=" DELIMITED BY SIZE
                  WS-FAIL-COUNT DELIMITED BY SIZE
                  " warnings=" DELIMITED BY SIZE
                  WS-WARN-COUNT DELIMITED BY SIZE
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

       END PROGRAM LedgerIntegrity.
