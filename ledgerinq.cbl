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

       FD  InquiryReportFile.
       01  InquiryReportRecord.
                   VALUE "           NORMALIZED".

       PROCEDURE DIVISION.
      *> Every exit sets the condition code the job ends with, for
      *> whatever scheduled it: 0 when the listing and extract were
      *> written (whether or not any posting was selected), 12 when
      *> the ledger or an output file could not be opened and
      *> nothing was produced.
       BEGIN.
           PERFORM ResolveCriteria

           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open transaction ledger, "
                       "status " WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF WS-INQ-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open inquiry listing file."
               CLOSE LedgerFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "ERROR: Unable to open inquiry extract file."
               CLOSE LedgerFile
               CLOSE InquiryReportFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           CLOSE LedgerFile
           CLOSE InquiryReportFile
           CLOSE InquiryExtractFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Pick up the selection criteria and output names from the
      *> as a BATCH POSTED line on its posting date rather than as a
      *> posting, so a reader can tell at a glance which batches
      *> sealed and which are still open (no control record at all).
      *> A batch LedgerReversal has backed out prints as BATCH
      *> REVERSED with the reversal batch that offset it, and the
      *> reversal batch's own control record names the batch it
      *> reverses, so the two can be found from either side.
       WriteInquiryDetail.
           IF LEDGER-SEQ = 0
               ADD 1 TO WS-CONTROL-COUNT
               MOVE SPACES TO CobolOutput
               EVALUATE LEDGER-TYPE
                   WHEN "BATCH REVERSED"
                       STRING LEDGER-BATCH(1:24) DELIMITED BY SIZE
                              "    0  " DELIMITED BY SIZE
                              LEDGER-DATE DELIMITED BY SIZE
                              "  BATCH REVERSED by " DELIMITED BY SIZE
                              LEDGER-REF-BATCH DELIMITED BY "  "
                              INTO CobolOutput
                   WHEN "REVERSAL CONTROL"
                       STRING LEDGER-BATCH(1:24) DELIMITED BY SIZE
                              "    0  " DELIMITED BY SIZE
                              LEDGER-DATE DELIMITED BY SIZE
                              "  REVERSAL OF " DELIMITED BY SIZE
                              LEDGER-REF-BATCH DELIMITED BY "  "
                              INTO CobolOutput
                   WHEN OTHER
                       STRING LEDGER-BATCH(1:24) DELIMITED BY SIZE
                              "    0  " DELIMITED BY SIZE
                              LEDGER-DATE DELIMITED BY SIZE
                              "  BATCH POSTED" DELIMITED BY SIZE
                              INTO CobolOutput
               END-EVALUATE
           ELSE
               ADD 1 TO WS-SELECTED-COUNT
               ADD LEDGER-NORMALIZED TO WS-SELECTED-NORM
