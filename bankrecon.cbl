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

      *> One statement line per record in the UNSTRING-friendly
      *> comma form the other reference files use: date (YYYY-MM-DD),
               10  PST-MATCHED         PIC X(1).
                   88  PST-IS-MATCHED  VALUE "Y".

      *> The postings LedgerReversal has offset, by batch and
      *> sequence, taken from the offsets' reference fields. A
      *> reversed posting and its offset net to nothing and the bank
      *> never moved money for either, so both are left out of the
      *> matching - otherwise every reversed batch would surface as
      *> a page of false NOT CLEARED postings.
       01  REV-COUNT             PIC 9(4) VALUE 0.
       01  ReversedPostingTable.
           05  ReversedPostingEntry OCCURS 1 TO 2000 TIMES
                   DEPENDING ON REV-COUNT
                   INDEXED BY REV-IDX.
               10  REV-BATCH           PIC X(40).
               10  REV-SEQ             PIC 9(4).
       01  WS-REVERSED-COUNT     PIC 9(4) VALUE 0.
       01  WS-KEEP-COUNT         PIC 9(4) VALUE 0.

      *> Staging fields for one statement line. The amount is staged
      *> and validated the way the report program stages a
      *> transaction Amount: UNSTRING into a numeric item would

           PERFORM ReadStatement
           PERFORM ReadLedgerPostings
           PERFORM DropReversedPostings
           PERFORM MatchStatementLines
           PERFORM MatchSplitGroups

           OPEN OUTPUT ReconReportFile
           IF WS-RECON-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open reconciliation report."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WriteReconReport
           CLOSE ReconReportFile
           PERFORM SetConditionCode
           STOP RUN.

      *> Set the condition code the run ends with, for whatever
      *> scheduled it:
      *>   0  every statement line and posting matched
      *>   4  postings not yet cleared - usually timing, the bank
      *>      has not presented them yet
      *>   8  statement lines with no posting, or statement lines
      *>      that would not parse - money moved that the ledger
      *>      does not show
      *>  12  stopped before reconciling, for want of the ledger,
      *>      the statement or the report file
       SetConditionCode.
           EVALUATE TRUE
               WHEN WS-STMT-ONLY-COUNT > 0
                       OR WS-BAD-STMT-COUNT > 0
                   MOVE 8 TO RETURN-CODE
               WHEN WS-PST-ONLY-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *> Load the bank statement. A line that does not parse - wrong
      *> field count, malformed date or non-numeric amount - is kept
      *> on the table but flagged unusable, so it is reported for
           IF WS-STMT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open bank statement file "
                       WS-STMT-FILENAME
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-STMT-STATUS = "10"  *> EOF
                   IF STMT-COUNT > 500
                       DISPLAY "ERROR: Too many statement lines."
                       CLOSE StatementFile
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   PERFORM ParseStatementLine
           END-IF.

      *> Buffer every real posting on the ledger. Batch control
      *> records are skipped, and a reversal offset only has its
      *> reference noted for DropReversedPostings; a posting with a
      *> malformed date (there should be none - the report program
      *> validates dates before posting) gets date zero and so will
      *> only ever land in the unmatched-postings section.
       ReadLedgerPostings.
           MOVE 0 TO PST-COUNT
           OPEN INPUT LedgerFile
           IF WS-LEDGER-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open transaction ledger, "
                       "status " WS-LEDGER-STATUS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-LEDGER-STATUS NOT = "00"
                   EXIT PERFORM
               END-IF
               IF LEDGER-SEQ NOT = 0
                       AND LEDGER-REF-BATCH NOT = SPACES
                   ADD 1 TO REV-COUNT
                   IF REV-COUNT > 2000
                       DISPLAY "ERROR: Too many reversal offsets."
                       CLOSE LedgerFile
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE LEDGER-REF-BATCH TO REV-BATCH(REV-COUNT)
                   MOVE LEDGER-REF-SEQ TO REV-SEQ(REV-COUNT)
               END-IF
               IF LEDGER-SEQ NOT = 0
                       AND LEDGER-REF-BATCH = SPACES
                   ADD 1 TO PST-COUNT
                   IF PST-COUNT > 2000
                       DISPLAY "ERROR: Too many ledger postings."
                       CLOSE LedgerFile
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE LEDGER-BATCH TO PST-BATCH(PST-COUNT)
           END-PERFORM
           CLOSE LedgerFile.

      *> Take every posting a reversal offset points at out of the
      *> posting table, closing the table up behind it. The offsets
      *> themselves were never buffered.
       DropReversedPostings.
           MOVE 0 TO WS-KEEP-COUNT
           PERFORM VARYING PST-IDX FROM 1 BY 1
                   UNTIL PST-IDX > PST-COUNT
               SET REV-IDX TO 1
               SEARCH ReversedPostingEntry
                   AT END
                       ADD 1 TO WS-KEEP-COUNT
                       MOVE PostingEntry(PST-IDX)
                           TO PostingEntry(WS-KEEP-COUNT)
                   WHEN REV-BATCH(REV-IDX) = PST-BATCH(PST-IDX)
                           AND REV-SEQ(REV-IDX) = PST-SEQ(PST-IDX)
                       ADD 1 TO WS-REVERSED-COUNT
               END-SEARCH
           END-PERFORM
           MOVE WS-KEEP-COUNT TO PST-COUNT.

      *> Pair each usable statement line with the first unmatched
      *> posting that agrees on amount and currency and is dated
      *> within the tolerance - first match wins, the way
                  WS-PST-ONLY-COUNT DELIMITED BY SIZE
                  " unparseable=" DELIMITED BY SIZE
                  WS-BAD-STMT-COUNT DELIMITED BY SIZE
                  " reversed=" DELIMITED BY SIZE
                  WS-REVERSED-COUNT DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteReconLine.

