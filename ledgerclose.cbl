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

      *> Sequential archive of a closed period, in the UNSTRING-
      *> friendly comma form the other reference files use: a CLOSE
      *> header, one PST line per archived posting, one CAT line per
      *> category total, and a TOT trailer carrying the posting
      *> count and normalized total the verification pass balances
      *> against. A PST line ends with the posting's tax code, rate
      *> (six digits, three of them decimals) and net and tax parts,
      *> then the payee code (empty when none), after the normalized
      *> amount, so readers taking only the leading fields are
      *> undisturbed.
       FD  ArchiveFile.
       01  ArchiveRecord.
           05  ArchiveLine           PIC X(200).

       FD  AuditLogFile.
       01  AuditLogRecord.
       01  WS-ARCHIVE-FILENAME   PIC X(100)
                                     VALUE "ledger_archive.txt".
       01  WS-ENV-STAGE          PIC X(100).
      *> The outcome recorded on the audit line. Each exit path also
      *> sets the condition code the job ends with, for whatever
      *> scheduled it:
      *>   0  period closed
      *>   8  close refused on the ledger's data - no postings for
      *>      the period, or a batch in it that never finished
      *>      posting; the ledger is untouched
      *>  12  stopped before the purge for want of a setting, a
      *>      file or table room, or because the archive did not
      *>      verify; the ledger is untouched
      *>  16  a delete failed part way through the purge; the
      *>      ledger and the archive must be set right by hand
       01  WS-RUN-STATUS         PIC X(50).

       01  WS-PERIOD-POSTINGS    PIC 9(5) VALUE 0.
       01  WS-EXT-AMOUNT         PIC 9(10)V99.
       01  WS-EXT-NORMALIZED     PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-EXT-TAX-RATE       PIC 9(3)V999.
       01  WS-EXT-NET            PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  WS-EXT-TAX            PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  CobolOutput           PIC X(250).
       01  WS-CUR-DATE.
           05  WS-CUR-YYYY       PIC 9(4).
               MOVE "FAILED - no close period named"
                   TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-CLOSE-PERIOD(5:1) NOT = "-"
               MOVE "FAILED - close period not valid"
                   TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

               MOVE "FAILED - no postings for close period"
                   TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

               MOVE "FAILED - archive did not verify"
                   TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

                   " batch control records."
           MOVE "SUCCESS" TO WS-RUN-STATUS
           PERFORM WriteCloseAudit
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Pre-scan: count the close period's postings and build the
                       "status " WS-LEDGER-STATUS
               MOVE "FAILED - ledger not available" TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                   MOVE "FAILED - unsealed batch in close period"
                       TO WS-RUN-STATUS
                   PERFORM WriteCloseAudit
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM.
                       "status " WS-LEDGER-STATUS
               MOVE "FAILED - ledger not available" TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

               MOVE "FAILED - archive file not available"
                   TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE LEDGER-SEQ TO WS-SEQ-DISP
           MOVE LEDGER-AMOUNT TO WS-EXT-AMOUNT
           MOVE LEDGER-NORMALIZED TO WS-EXT-NORMALIZED
           MOVE LEDGER-TAX-RATE TO WS-EXT-TAX-RATE
           MOVE LEDGER-NET TO WS-EXT-NET
           MOVE LEDGER-TAX TO WS-EXT-TAX
           MOVE SPACES TO ArchiveLine
           STRING "PST," DELIMITED BY SIZE
                  LEDGER-BATCH DELIMITED BY "  "
                  LEDGER-CURRENCY DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EXT-NORMALIZED DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  LEDGER-TAX-CODE DELIMITED BY SPACE
                  "," DELIMITED BY SIZE
                  WS-EXT-TAX-RATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EXT-NET DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-EXT-TAX DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  LEDGER-PAYEE DELIMITED BY SPACE
                  INTO ArchiveLine
           WRITE ArchiveRecord.

               MOVE "FAILED - archive did not verify"
                   TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-ARCHIVE-STATUS = "10"
               MOVE "FAILED - ledger purge did not run"
                   TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
               CLOSE LedgerFile
               MOVE "FAILED - ledger delete error" TO WS-RUN-STATUS
               PERFORM WriteCloseAudit
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

                       MOVE "FAILED - too many distinct categories"
                           TO WS-RUN-STATUS
                       PERFORM WriteCloseAudit
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET CAT-IDX TO CAT-COUNT
                       MOVE "FAILED - too many batches on ledger"
                           TO WS-RUN-STATUS
                       PERFORM WriteCloseAudit
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET BCH-IDX TO BCH-COUNT
