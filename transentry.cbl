       IDENTIFICATION DIVISION.
       PROGRAM-ID. TransactionEntry.

      *> Keying screen for the branch paper slips. Clerks used to key
      *> the slips into a text editor in the comma layout
      *> ParseOrdinaryLine reads, and every slip keyed wrong came
      *> back a day later in transaction_exceptions.txt. Here each
      *> line is checked the moment it is keyed, against the same
      *> references and rules the report program applies:
      *>   - the category must be on category_master.txt and active;
      *>   - the account must be on account_master.txt;
      *>   - the payee, when one is keyed, must be on
      *>     payee_master.txt and active;
      *>   - the currency must be USD or have a rate on
      *>     exchange_rates.txt;
      *>   - a category carrying a tax code must have a rate on
      *>     tax_rates.txt in force on the slip's date - for a
      *>     SPLIT line, its own category on its slip's date;
      *>   - the amount and the date follow ValidateAmount and
      *>     ValidateTransDate - digits with at most one decimal
      *>     point and two decimals, and a real YYYY-MM-DD date;
      *>   - SPLIT lines allocate the payment keyed just before them
      *>     and must add up to its amount.
      *> The clerk first keys the slip count and adding-machine total
      *> of the bundle; the screen keeps a running count and total of
      *> what has been keyed, and the batch can only be finished when
      *> both agree with the bundle's. Only then is the file written,
      *> in exactly the layout TransactionReport reads, ready to be
      *> named as TRANSACTION_FILE or listed in a manifest. A missing
      *> reference file degrades the way it does in the report
      *> program: that check is simply not made.
      *>
      *> The file is named by ENTRY_FILE (default
      *> transaction_entry.txt) and is never written over: the report
      *> program turns batches away by name, so an existing file
      *> means a bundle already keyed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EntryFile
               ASSIGN TO DYNAMIC WS-ENTRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ENTRY-STATUS.

           SELECT CategoryMasterFile
               ASSIGN TO "category_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CATMASTER-STATUS.

           SELECT AccountMasterFile
               ASSIGN TO "account_master.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ACCTMASTER-STATUS.

           SELECT ExchangeRateFile
               ASSIGN TO "exchange_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RATE-STATUS.

           SELECT TaxRateFile
               ASSIGN TO "tax_rates.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-TAXRATE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
      *> Same width as the report program's TransactionLine.
       FD  EntryFile.
       01  EntryRecord.
           05  EntryLine             PIC X(100).

       FD  CategoryMasterFile.
       01  CategoryMasterRecord.
           05  CategoryMasterLine    PIC X(80).

       FD  AccountMasterFile.
       01  AccountMasterRecord.
           05  AccountMasterLine     PIC X(80).

       FD  ExchangeRateFile.
       01  ExchangeRateRecord.
           05  ExchangeRateLine      PIC X(40).

      *> One "code,rate%,YYYY-MM-DD" line per tax rate.
       FD  TaxRateFile.
       01  TaxRateRecord.
           05  TaxRateLine           PIC X(40).

      *> One "code,name,tax id,status" line per payee, as the
      *> report program reads it.
       FD  PayeeMasterFile.
       01  PayeeMasterRecord.
           05  PayeeMasterLine       PIC X(100).

       FD  AuditLogFile.
       01  AuditLogRecord.
           05  AuditLogLine          PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-ENTRY-STATUS       PIC XX.
       01  WS-CATMASTER-STATUS   PIC XX.
       01  WS-ACCTMASTER-STATUS  PIC XX.
       01  WS-RATE-STATUS        PIC XX.
       01  WS-TAXRATE-STATUS     PIC XX.
       01  WS-PAYMASTER-STATUS   PIC XX.
       01  WS-AUDIT-STATUS       PIC XX.

       01  WS-ENTRY-FILENAME     PIC X(100)
                                     VALUE "transaction_entry.txt".
       01  WS-ENV-STAGE          PIC X(100).
       01  WS-RUN-STATUS         PIC X(50).

      *> Active master categories only: a deactivated category is
      *> refused at the screen the way the report program would
      *> reject it.
       01  CM-COUNT              PIC 9(3) VALUE 0.
       01  CategoryMasterTable.
           05  CategoryMasterEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON CM-COUNT
                   INDEXED BY CM-IDX.
               10  CM-CODE             PIC X(20).
               10  CM-ACTIVE           PIC X(1).
                   88  CM-IS-ACTIVE    VALUE "A".
               10  CM-TAX-CODE         PIC X(6).
       01  WS-CM-BUDGET-STAGE    PIC X(14).
       01  WS-CM-STATUS-STAGE    PIC X(3).
       01  WS-CM-LIMIT-STAGE     PIC X(14).
       01  WS-CM-TAX-STAGE       PIC X(8).

      *> Tax-rate codes and the dates they take effect, loaded from
      *> tax_rates.txt. Only lines the report program would take
      *> are kept - a rate line it warns of and leaves out cannot
      *> put a code in force here either. With no file on hand the
      *> report program posts without a tax split and rejects
      *> nothing for it, so neither does the screen.
       01  WS-TAX-FILE-FLAG      PIC X(1) VALUE "N".
           88  TAX-RATES-LOADED  VALUE "Y".
       01  TXR-COUNT             PIC 9(3) VALUE 0.
       01  TaxRateTable.
           05  TaxRateEntry OCCURS 1 TO 100 TIMES
                   DEPENDING ON TXR-COUNT
                   INDEXED BY TXR-IDX.
               10  TXR-CODE            PIC X(6).
               10  TXR-EFFDATE         PIC X(10).
       01  WS-TXR-CODE-STAGE     PIC X(8).
       01  WS-TXR-RATE-STAGE     PIC X(10).
       01  WS-TXR-DATE-STAGE     PIC X(12).
       01  WS-TXR-RATE-CHECK     PIC X(10).
       01  WS-TXR-DOT-COUNT      PIC 9(2).
       01  WS-TXR-RATE-NUM       PIC 9(7)V999.
      *> The category and date CheckEntryTaxRate works on.
       01  WS-TAX-CATEGORY       PIC X(20).
       01  WS-TAX-DATE           PIC X(10).

       01  ACC-COUNT             PIC 9(3) VALUE 0.
       01  AccountMasterTable.
           05  AccountMasterEntry OCCURS 1 TO 50 TIMES
                   DEPENDING ON ACC-COUNT
                   INDEXED BY ACC-IDX.
               10  ACC-CODE            PIC X(10).

      *> Payee codes and their status byte, A (active) or D
      *> (deactivated). A deactivated payee is refused at the screen
      *> the way the report program would reject it.
       01  PY-COUNT              PIC 9(3) VALUE 0.
       01  PayeeMasterTable.
           05  PayeeMasterEntry OCCURS 1 TO 300 TIMES
                   DEPENDING ON PY-COUNT
                   INDEXED BY PY-IDX.
               10  PY-CODE             PIC X(10).
               10  PY-ACTIVE           PIC X(1).
                   88  PY-IS-ACTIVE    VALUE "A".
       01  WS-PY-NAME-STAGE      PIC X(40).
       01  WS-PY-TAX-ID-STAGE    PIC X(20).
       01  WS-PY-STATUS-STAGE    PIC X(3).

      *> Currencies with a rate on file. USD, the currency the rate
      *> table is quoted against, needs none.
       01  RATE-COUNT            PIC 9(3) VALUE 0.
       01  RateTable.
           05  RateEntry OCCURS 1 TO 50 TIMES
                   DEPENDING ON RATE-COUNT
                   INDEXED BY RATE-IDX.
               10  RATE-CURRENCY       PIC X(3).

      *> The lines keyed so far, in file order. A slip ("T") carries
      *> its amount and the running sum of the SPLIT lines ("S")
      *> keyed under it; a split carries its slip's line number.
       01  ENT-COUNT             PIC 9(4) VALUE 0.
       01  EntryTable.
           05  EntryTableEntry OCCURS 1 TO 500 TIMES
                   DEPENDING ON ENT-COUNT
                   INDEXED BY ENT-IDX.
               10  ENT-KIND            PIC X(1).
                   88  ENT-IS-SLIP     VALUE "T".
                   88  ENT-IS-SPLIT    VALUE "S".
               10  ENT-AMOUNT          PIC 9(10)V99.
               10  ENT-PARENT          PIC 9(4).
               10  ENT-SPLITS          PIC 9(2).
               10  ENT-SPLIT-SUM       PIC 9(10)V99.
               10  ENT-LINE            PIC X(100).
      *> A slip's date; the date its SPLIT lines are taxed on.
               10  ENT-DATE            PIC X(10).
       01  WS-LAST-PARENT        PIC 9(4) VALUE 0.

      *> The fields on the entry screen.
       01  WS-ENT-TYPE           PIC X(20).
       01  WS-ENT-CATEGORY       PIC X(20).
       01  WS-ENT-AMOUNT-X       PIC X(12).
       01  WS-ENT-CURRENCY       PIC X(3).
       01  WS-ENT-REMOVED        PIC X(1).
       01  WS-ENT-DATE           PIC X(10).
       01  WS-ENT-ACCOUNT        PIC X(10).
       01  WS-ENT-PAYEE          PIC X(10).
       01  WS-ENT-ACTION         PIC X(1).
       01  WS-ENT-AMOUNT         PIC 9(10)V99.

      *> The bundle's control figures, keyed from the slips'
      *> adding-machine tape, and what has been keyed against them.
       01  WS-CTL-COUNT-X        PIC X(4).
       01  WS-CTL-TOTAL-X        PIC X(14).
       01  WS-CTL-COUNT          PIC 9(4) VALUE 0.
       01  WS-CTL-TOTAL          PIC 9(12)V99 VALUE 0.
       01  WS-CTL-KEYED          PIC X(1) VALUE "N".
           88  CONTROL-KEYED     VALUE "Y".
       01  WS-RUN-COUNT          PIC 9(4) VALUE 0.
       01  WS-RUN-TOTAL          PIC 9(12)V99 VALUE 0.
       01  WS-RUN-COUNT-D        PIC ZZZ9.
       01  WS-RUN-TOTAL-D        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-CTL-COUNT-D        PIC ZZZ9.
       01  WS-CTL-TOTAL-D        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
       01  WS-LAST-LINE          PIC X(100) VALUE SPACES.
       01  WS-LINE-PTR           PIC 9(3).
       01  WS-MESSAGE            PIC X(78) VALUE SPACES.
       01  WS-WARNING-COUNT      PIC 9(4) VALUE 0.

       01  WS-ENTRY-STATE        PIC X(1) VALUE "K".
           88  ENTRY-KEYING      VALUE "K".
           88  ENTRY-FINISHED    VALUE "F".
           88  ENTRY-ABANDONED   VALUE "X".
       01  WS-QUIT-ARMED         PIC X(1) VALUE "N".
           88  QUIT-ARMED        VALUE "Y".

      *> Number checking shared by the amount, the control total and
      *> the slip count: WS-NUM-STAGE holds the text as keyed,
      *> WS-NUM-MAX-INT the most whole digits allowed, and the
      *> result comes back in WS-NUM-VALUE with WS-NUM-OK set.
       01  WS-NUM-STAGE          PIC X(14).
       01  WS-NUM-CHECK          PIC X(14).
       01  WS-NUM-MAX-INT        PIC 9(2).
       01  WS-NUM-LEN            PIC 9(2).
       01  WS-NUM-DOTS           PIC 9(2).
       01  WS-NUM-DOT-POS        PIC 9(2).
       01  WS-NUM-VALUE          PIC 9(12)V99.
       01  WS-NUM-OK             PIC X(1).
           88  NUM-IS-OK         VALUE "Y".
       01  WS-COMMA-COUNT        PIC 9(2).
       01  WS-FIELD-OK           PIC X(1).
           88  FIELD-IS-OK       VALUE "Y".

      *> Output image of an amount: edited, then stripped of its
      *> leading blanks so the line reads "1234.50", which the
      *> report program's decimal-point path takes as keyed.
       01  WS-OUT-AMT-EDIT       PIC Z(8)9.99.
       01  WS-OUT-AMT-LEAD       PIC 9(2).
       01  WS-OUT-AMT            PIC X(12).

       01  WS-AUDIT-TOTAL        PIC S9(12)V99
                                     SIGN IS LEADING SEPARATE.
       01  CobolOutput           PIC X(250).
       01  WS-CUR-DATE.
           05  WS-CUR-YYYY       PIC 9(4).
           05  WS-CUR-MM         PIC 9(2).
           05  WS-CUR-DD         PIC 9(2).
       01  WS-CUR-TIME.
           05  WS-CUR-HH         PIC 9(2).
           05  WS-CUR-MIN        PIC 9(2).
           05  WS-CUR-SEC        PIC 9(2).
           05  WS-CUR-HS         PIC 9(2).

       SCREEN SECTION.
      *> The bundle's control figures, keyed before any slip.
       01  ControlScreen.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1
                   VALUE "TRANSACTION ENTRY - BUNDLE CONTROL".
           05  LINE 1 COLUMN 40 VALUE "File: ".
           05  LINE 1 COLUMN 46 PIC X(34) FROM WS-ENTRY-FILENAME.
           05  LINE 4 COLUMN 1
                   VALUE "Slips in the bundle ..........: ".
           05  LINE 4 COLUMN 33 PIC X(4) USING WS-CTL-COUNT-X.
           05  LINE 5 COLUMN 1
                   VALUE "Bundle adding-machine total ..: ".
           05  LINE 5 COLUMN 33 PIC X(14) USING WS-CTL-TOTAL-X.
           05  LINE 8 COLUMN 1
                   VALUE "Key the count and total from the bundle's ".
           05  LINE 8 COLUMN 43
                   VALUE "tape; the batch cannot be finished".
           05  LINE 9 COLUMN 1
                   VALUE "until the keyed slips agree with both.".
           05  LINE 11 COLUMN 1
                   VALUE "Key X as the slip count to quit without ".
           05  LINE 11 COLUMN 41
                   VALUE "writing anything.".
           05  LINE 20 COLUMN 1 PIC X(78) FROM WS-MESSAGE
                   HIGHLIGHT.

      *> One slip, or one SPLIT line under the slip before it.
       01  EntryScreen.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 1 VALUE "TRANSACTION ENTRY".
           05  LINE 1 COLUMN 40 VALUE "File: ".
           05  LINE 1 COLUMN 46 PIC X(34) FROM WS-ENTRY-FILENAME.
           05  LINE 3 COLUMN 1 VALUE "Type ..............: ".
           05  LINE 3 COLUMN 22 PIC X(20) USING WS-ENT-TYPE.
           05  LINE 4 COLUMN 1 VALUE "Category ..........: ".
           05  LINE 4 COLUMN 22 PIC X(20) USING WS-ENT-CATEGORY.
           05  LINE 5 COLUMN 1 VALUE "Amount ............: ".
           05  LINE 5 COLUMN 22 PIC X(12) USING WS-ENT-AMOUNT-X.
           05  LINE 6 COLUMN 1 VALUE "Currency ..........: ".
           05  LINE 6 COLUMN 22 PIC X(3) USING WS-ENT-CURRENCY.
           05  LINE 7 COLUMN 1 VALUE "Removed (Y/N) .....: ".
           05  LINE 7 COLUMN 22 PIC X(1) USING WS-ENT-REMOVED.
           05  LINE 8 COLUMN 1 VALUE "Date (YYYY-MM-DD) .: ".
           05  LINE 8 COLUMN 22 PIC X(10) USING WS-ENT-DATE.
           05  LINE 9 COLUMN 1 VALUE "Account ...........: ".
           05  LINE 9 COLUMN 22 PIC X(10) USING WS-ENT-ACCOUNT.
           05  LINE 10 COLUMN 1 VALUE "Payee (optional) ..: ".
           05  LINE 10 COLUMN 22 PIC X(10) USING WS-ENT-PAYEE.
           05  LINE 11 COLUMN 1
                   VALUE "A split takes Category and Amount only and ".
           05  LINE 11 COLUMN 44
                   VALUE "allocates the slip keyed before it.".
           05  LINE 13 COLUMN 1
                   VALUE "A=add slip  S=add split  D=drop last line  ".
           05  LINE 13 COLUMN 44
                   VALUE "C=control  F=finish  X=quit: ".
           05  LINE 13 COLUMN 74 PIC X(1) USING WS-ENT-ACTION.
           05  LINE 15 COLUMN 1 VALUE "Keyed   slips: ".
           05  LINE 15 COLUMN 16 PIC ZZZ9 FROM WS-RUN-COUNT.
           05  LINE 15 COLUMN 24 VALUE "total: ".
           05  LINE 15 COLUMN 31 PIC ZZ,ZZZ,ZZZ,ZZ9.99
                   FROM WS-RUN-TOTAL.
           05  LINE 16 COLUMN 1 VALUE "Control slips: ".
           05  LINE 16 COLUMN 16 PIC ZZZ9 FROM WS-CTL-COUNT.
           05  LINE 16 COLUMN 24 VALUE "total: ".
           05  LINE 16 COLUMN 31 PIC ZZ,ZZZ,ZZZ,ZZ9.99
                   FROM WS-CTL-TOTAL.
           05  LINE 18 COLUMN 1 VALUE "Last line: ".
           05  LINE 18 COLUMN 12 PIC X(68) FROM WS-LAST-LINE.
           05  LINE 20 COLUMN 1 PIC X(78) FROM WS-MESSAGE
                   HIGHLIGHT.

       PROCEDURE DIVISION.
       BEGIN.
           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "ENTRY_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-ENTRY-FILENAME
           END-IF

      *> An existing file is a bundle already keyed - possibly one
      *> the report program has already posted under this name.
           OPEN INPUT EntryFile
           IF WS-ENTRY-STATUS = "00"
               CLOSE EntryFile
               MOVE SPACES TO CobolOutput
               STRING "ERROR: Entry file " DELIMITED BY SIZE
                      WS-ENTRY-FILENAME DELIMITED BY SPACE
                      " already exists; name a new file in "
                      DELIMITED BY SIZE
                      "ENTRY_FILE." DELIMITED BY SIZE
                      INTO CobolOutput
               DISPLAY CobolOutput(1:120)
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM ReadCategoryMaster
           PERFORM ReadAccountMaster
           PERFORM ReadExchangeRates
           PERFORM ReadTaxRates
           PERFORM ReadPayeeMaster

           MOVE "N" TO WS-ENT-REMOVED
           MOVE "USD" TO WS-ENT-CURRENCY
           PERFORM AcceptControlTotals
           PERFORM UNTIL NOT ENTRY-KEYING
               PERFORM AcceptOneEntry
           END-PERFORM

           IF ENTRY-FINISHED
               PERFORM WriteEntryFile
               MOVE SPACES TO CobolOutput
               STRING "Entry file " DELIMITED BY SIZE
                      WS-ENTRY-FILENAME DELIMITED BY SPACE
                      " written: " DELIMITED BY SIZE
                      WS-RUN-COUNT DELIMITED BY SIZE
                      " slips, " DELIMITED BY SIZE
                      ENT-COUNT DELIMITED BY SIZE
                      " lines." DELIMITED BY SIZE
                      INTO CobolOutput
               DISPLAY CobolOutput(1:100)
               MOVE "SUCCESS" TO WS-RUN-STATUS
           ELSE
               DISPLAY "Entry abandoned; nothing written."
               MOVE "ABANDONED - nothing written" TO WS-RUN-STATUS
           END-IF
           PERFORM WriteEntryAudit
           PERFORM SetConditionCode
           STOP RUN.

      *> Set the condition code the run ends with:
      *>   0  SUCCESS, the bundle written, no warnings
      *>   4  SUCCESS with a WARNING - a reference file was not
      *>      available, so that check was not made - or the
      *>      bundle ABANDONED and nothing written
      *>   8  not used: a line that fails a check is refused at the
      *>      screen and never reaches the file
      *>  12  stopped: the entry file already exists or could not
      *>      be written, or a reference table overflowed
       SetConditionCode.
           EVALUATE TRUE
               WHEN ENTRY-ABANDONED
                   MOVE 4 TO RETURN-CODE
               WHEN WS-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.

      *> Load the category master the way ReadCategoryMaster does in
      *> the report program, keeping each code's active status.
       ReadCategoryMaster.
           OPEN INPUT CategoryMasterFile
           IF WS-CATMASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Category master file not available; "
                       "categories will not be validated."
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
                       MOVE SPACES TO WS-CM-TAX-STAGE
                       UNSTRING CategoryMasterLine DELIMITED BY ","
                           INTO CM-CODE(CM-COUNT)
                                WS-CM-BUDGET-STAGE
                                WS-CM-STATUS-STAGE
                                WS-CM-LIMIT-STAGE
                                WS-CM-TAX-STAGE
                       MOVE WS-CM-TAX-STAGE(1:6)
                           TO CM-TAX-CODE(CM-COUNT)
                       IF WS-CM-STATUS-STAGE(1:1) = "D"
                           MOVE "D" TO CM-ACTIVE(CM-COUNT)
                       ELSE
                           MOVE "A" TO CM-ACTIVE(CM-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CategoryMasterFile
           END-IF.

      *> Load the account codes from the account master.
       ReadAccountMaster.
           OPEN INPUT AccountMasterFile
           IF WS-ACCTMASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Account master file not available; "
                       "accounts will not be validated."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
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
                       UNSTRING AccountMasterLine DELIMITED BY ","
                           INTO ACC-CODE(ACC-COUNT)
                   END-IF
               END-PERFORM
               CLOSE AccountMasterFile
           END-IF.

      *> Load the currencies that have a rate on file. Whether the
      *> rate is young enough to use is the report run's call on the
      *> day; the screen only refuses a currency nobody quotes.
       ReadExchangeRates.
           OPEN INPUT ExchangeRateFile
           IF WS-RATE-STATUS NOT = "00"
               DISPLAY "WARNING: Exchange rate file not available; "
                       "only USD can be keyed."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-RATE-STATUS = "10"  *> EOF
                   READ ExchangeRateFile INTO ExchangeRateLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF ExchangeRateLine NOT = SPACES
                       ADD 1 TO RATE-COUNT
                       IF RATE-COUNT > 50
                           DISPLAY "ERROR: Too many exchange rates."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       UNSTRING ExchangeRateLine DELIMITED BY ","
                           INTO RATE-CURRENCY(RATE-COUNT)
                   END-IF
               END-PERFORM
               CLOSE ExchangeRateFile
           END-IF.

      *> Load the tax-rate codes and effective dates the way
      *> ReadTaxRates does in the report program, leaving out the
      *> lines it would refuse: a blank, overlong or reserved code,
      *> a rate that is not a number below 1000, or a date that is
      *> not YYYY-MM-DD. The report program warns of those lines;
      *> here they are simply not used.
       ReadTaxRates.
           OPEN INPUT TaxRateFile
           IF WS-TAXRATE-STATUS NOT = "00"
               DISPLAY "WARNING: Tax rate file not available; "
                       "tax rates will not be checked."
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

      *> Add the tax-rate line just split into the staging fields to
      *> the table, when the report program would take it.
       TakeTaxRateLine.
           MOVE WS-TXR-RATE-STAGE TO WS-TXR-RATE-CHECK
           MOVE 0 TO WS-TXR-DOT-COUNT
           INSPECT WS-TXR-RATE-CHECK TALLYING WS-TXR-DOT-COUNT
               FOR ALL "."
           INSPECT WS-TXR-RATE-CHECK REPLACING ALL "." BY ZERO
           INSPECT WS-TXR-RATE-CHECK REPLACING ALL SPACE BY ZERO
           IF WS-TXR-CODE-STAGE NOT = SPACES
                   AND WS-TXR-CODE-STAGE(7:2) = SPACES
                   AND WS-TXR-CODE-STAGE NOT = "SPLIT"
                   AND WS-TXR-CODE-STAGE NOT = "NONE"
                   AND WS-TXR-RATE-STAGE NOT = SPACES
                   AND WS-TXR-RATE-STAGE NOT = "."
                   AND WS-TXR-RATE-CHECK IS NUMERIC
                   AND WS-TXR-DOT-COUNT NOT > 1
               COMPUTE WS-TXR-RATE-NUM =
                   FUNCTION NUMVAL(WS-TXR-RATE-STAGE)
               IF WS-TXR-RATE-NUM < 1000
                       AND WS-TXR-DATE-STAGE(5:1) = "-"
                       AND WS-TXR-DATE-STAGE(8:1) = "-"
                       AND WS-TXR-DATE-STAGE(1:4) IS NUMERIC
                       AND WS-TXR-DATE-STAGE(6:2) IS NUMERIC
                       AND WS-TXR-DATE-STAGE(9:2) IS NUMERIC
                       AND WS-TXR-DATE-STAGE(11:2) = SPACES
                       AND WS-TXR-DATE-STAGE(6:2) NOT < "01"
                       AND WS-TXR-DATE-STAGE(6:2) NOT > "12"
                       AND WS-TXR-DATE-STAGE(9:2) NOT < "01"
                       AND WS-TXR-DATE-STAGE(9:2) NOT > "31"
                   ADD 1 TO TXR-COUNT
                   IF TXR-COUNT > 100
                       DISPLAY "ERROR: Too many tax rates."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE WS-TXR-CODE-STAGE(1:6) TO TXR-CODE(TXR-COUNT)
                   MOVE WS-TXR-DATE-STAGE(1:10)
                       TO TXR-EFFDATE(TXR-COUNT)
               END-IF
           END-IF.

      *> Load the payee master the way ReadPayeeMaster does in the
      *> report program, keeping each code's active status. Without
      *> it payees are written as keyed, unvalidated.
       ReadPayeeMaster.
           OPEN INPUT PayeeMasterFile
           IF WS-PAYMASTER-STATUS NOT = "00"
               DISPLAY "WARNING: Payee master file not available; "
                       "payees will not be validated."
               ADD 1 TO WS-WARNING-COUNT
           ELSE
               PERFORM UNTIL WS-PAYMASTER-STATUS = "10"  *> EOF
                   READ PayeeMasterFile INTO PayeeMasterLine
                       AT END
                           EXIT PERFORM
                   END-READ
                   IF PayeeMasterLine NOT = SPACES
                       ADD 1 TO PY-COUNT
                       IF PY-COUNT > 300
                           DISPLAY "ERROR: Too many master payees."
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SPACES TO WS-PY-STATUS-STAGE
                       UNSTRING PayeeMasterLine DELIMITED BY ","
                           INTO PY-CODE(PY-COUNT)
                                WS-PY-NAME-STAGE
                                WS-PY-TAX-ID-STAGE
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

      *> Take the bundle's slip count and total, repeating the
      *> screen until both are good numbers or the clerk quits.
       AcceptControlTotals.
           MOVE "N" TO WS-CTL-KEYED
           MOVE "N" TO WS-QUIT-ARMED
           PERFORM UNTIL CONTROL-KEYED OR ENTRY-ABANDONED
               DISPLAY ControlScreen
               ACCEPT ControlScreen
               MOVE SPACES TO WS-MESSAGE
               INSPECT WS-CTL-COUNT-X CONVERTING "x" TO "X"
               IF WS-CTL-COUNT-X = "X"
                   PERFORM QuitControlScreen
               ELSE
                   MOVE "N" TO WS-QUIT-ARMED
                   PERFORM CheckControlTotals
               END-IF
           END-PERFORM
           IF CONTROL-KEYED
               MOVE "Control figures taken; key the first slip"
                   TO WS-MESSAGE
           END-IF.

      *> X for the slip count quits without writing anything. With
      *> lines already keyed it takes a second X, as on the entry
      *> screen, so one slip of the finger cannot lose the bundle.
       QuitControlScreen.
           IF ENT-COUNT = 0 OR QUIT-ARMED
               SET ENTRY-ABANDONED TO TRUE
           ELSE
               SET QUIT-ARMED TO TRUE
               MOVE SPACES TO WS-MESSAGE
               STRING "Key X again to quit without writing "
                      "anything"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      *> Both control figures must be good numbers: a whole slip
      *> count above zero and a total of at most two decimals.
       CheckControlTotals.
           MOVE WS-CTL-COUNT-X TO WS-NUM-STAGE
           MOVE 4 TO WS-NUM-MAX-INT
           PERFORM CheckNumber
           IF NOT NUM-IS-OK OR WS-NUM-DOTS > 0
                   OR WS-NUM-VALUE = 0
               MOVE "Slip count must be a whole number above zero"
                   TO WS-MESSAGE
           ELSE
               MOVE WS-NUM-VALUE TO WS-CTL-COUNT
               MOVE WS-CTL-TOTAL-X TO WS-NUM-STAGE
               MOVE 10 TO WS-NUM-MAX-INT
               PERFORM CheckNumber
               IF NOT NUM-IS-OK
                   MOVE SPACES TO WS-MESSAGE
                   STRING "Control total must be digits with at "
                          "most two decimals"
                          DELIMITED BY SIZE INTO WS-MESSAGE
               ELSE
                   MOVE WS-NUM-VALUE TO WS-CTL-TOTAL
                   SET CONTROL-KEYED TO TRUE
               END-IF
           END-IF.

      *> Show the entry screen, take what was keyed and act on it.
       AcceptOneEntry.
           MOVE SPACES TO WS-ENT-ACTION
           DISPLAY EntryScreen
           ACCEPT EntryScreen
           MOVE SPACES TO WS-MESSAGE
           INSPECT WS-ENT-ACTION CONVERTING "asdcfx" TO "ASDCFX"
           IF WS-ENT-ACTION NOT = "X"
               MOVE "N" TO WS-QUIT-ARMED
           END-IF
           EVALUATE WS-ENT-ACTION
               WHEN "A"
                   PERFORM AddSlip
               WHEN "S"
                   PERFORM AddSplit
               WHEN "D"
                   PERFORM DropLastLine
               WHEN "C"
                   PERFORM AcceptControlTotals
               WHEN "F"
                   PERFORM FinishBundle
               WHEN "X"
                   IF QUIT-ARMED
                       SET ENTRY-ABANDONED TO TRUE
                   ELSE
                       SET QUIT-ARMED TO TRUE
                       MOVE SPACES TO WS-MESSAGE
                       STRING "Key X again to quit without writing "
                              "anything"
                              DELIMITED BY SIZE INTO WS-MESSAGE
                   END-IF
               WHEN OTHER
                   MOVE "Action must be A, S, D, C, F or X"
                       TO WS-MESSAGE
           END-EVALUATE.

      *> Check every field of a slip, first failure wins, and add it
      *> when all pass. Date, currency and account stay on the
      *> screen for the next slip - a bundle is usually one branch,
      *> one day, one account.
       AddSlip.
           INSPECT WS-ENT-CURRENCY CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           INSPECT WS-ENT-REMOVED CONVERTING "yn" TO "YN"
           IF WS-ENT-REMOVED = SPACE
               MOVE "N" TO WS-ENT-REMOVED
           END-IF
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-ENT-TYPE TALLYING WS-COMMA-COUNT FOR ALL ","
           INSPECT WS-ENT-CATEGORY TALLYING WS-COMMA-COUNT
               FOR ALL ","
           INSPECT WS-ENT-ACCOUNT TALLYING WS-COMMA-COUNT
               FOR ALL ","
           INSPECT WS-ENT-PAYEE TALLYING WS-COMMA-COUNT
               FOR ALL ","
           MOVE "N" TO WS-FIELD-OK
           EVALUATE TRUE
               WHEN ENT-COUNT NOT < 500
                   MOVE SPACES TO WS-MESSAGE
                   STRING "File is full at 500 lines; finish this "
                          "bundle and start another"
                          DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN WS-COMMA-COUNT > 0
                   MOVE "Fields may not contain a comma"
                       TO WS-MESSAGE
               WHEN WS-ENT-TYPE = SPACES
                   MOVE "Type is required" TO WS-MESSAGE
               WHEN WS-ENT-TYPE = "SPLIT"
                   MOVE "Use action S to key a split line"
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM CheckEntryCategory
           END-EVALUATE
           IF FIELD-IS-OK
               PERFORM CheckEntryAmount
           END-IF
           IF FIELD-IS-OK
               PERFORM CheckEntryCurrency
           END-IF
           IF FIELD-IS-OK
               IF WS-ENT-REMOVED NOT = "Y" AND NOT = "N"
                   MOVE "N" TO WS-FIELD-OK
                   MOVE "Removed must be Y or N" TO WS-MESSAGE
               END-IF
           END-IF
           IF FIELD-IS-OK
               PERFORM CheckEntryDate
           END-IF
           IF FIELD-IS-OK
               MOVE WS-ENT-CATEGORY TO WS-TAX-CATEGORY
               MOVE WS-ENT-DATE TO WS-TAX-DATE
               PERFORM CheckEntryTaxRate
           END-IF
           IF FIELD-IS-OK
               PERFORM CheckEntryAccount
           END-IF
           IF FIELD-IS-OK
               PERFORM CheckEntryPayee
           END-IF

           IF FIELD-IS-OK
               ADD 1 TO ENT-COUNT
               SET ENT-IS-SLIP(ENT-COUNT) TO TRUE
               MOVE WS-ENT-AMOUNT TO ENT-AMOUNT(ENT-COUNT)
               MOVE WS-ENT-DATE TO ENT-DATE(ENT-COUNT)
               MOVE 0 TO ENT-PARENT(ENT-COUNT)
               MOVE 0 TO ENT-SPLITS(ENT-COUNT)
               MOVE 0 TO ENT-SPLIT-SUM(ENT-COUNT)
               PERFORM FormatEntryAmount
               MOVE SPACES TO ENT-LINE(ENT-COUNT)
               MOVE 1 TO WS-LINE-PTR
               STRING WS-ENT-TYPE DELIMITED BY "  "
                      "," DELIMITED BY SIZE
                      WS-ENT-CATEGORY DELIMITED BY "  "
                      "," DELIMITED BY SIZE
                      WS-OUT-AMT DELIMITED BY SPACE
                      "," DELIMITED BY SIZE
                      WS-ENT-CURRENCY DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ENT-REMOVED DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ENT-DATE DELIMITED BY SIZE
                      "," DELIMITED BY SIZE
                      WS-ENT-ACCOUNT DELIMITED BY SPACE
                      INTO ENT-LINE(ENT-COUNT)
                   WITH POINTER WS-LINE-PTR
      *> The payee rides in the eighth field, and only when one was
      *> keyed.
               IF WS-ENT-PAYEE NOT = SPACES
                   STRING "," DELIMITED BY SIZE
                          WS-ENT-PAYEE DELIMITED BY SPACE
                          INTO ENT-LINE(ENT-COUNT)
                       WITH POINTER WS-LINE-PTR
               END-IF
               MOVE ENT-COUNT TO WS-LAST-PARENT
               ADD 1 TO WS-RUN-COUNT
               ADD WS-ENT-AMOUNT TO WS-RUN-TOTAL
               MOVE ENT-LINE(ENT-COUNT) TO WS-LAST-LINE
               MOVE "Slip added" TO WS-MESSAGE
               MOVE SPACES TO WS-ENT-TYPE WS-ENT-CATEGORY
                              WS-ENT-AMOUNT-X WS-ENT-PAYEE
               MOVE "N" TO WS-ENT-REMOVED
           END-IF.

      *> A SPLIT line: category and amount only, allocating part of
      *> the slip keyed last. The allocations may not run past the
      *> slip's amount; FinishBundle checks they reach it.
       AddSplit.
           MOVE 0 TO WS-COMMA-COUNT
           INSPECT WS-ENT-CATEGORY TALLYING WS-COMMA-COUNT
               FOR ALL ","
           MOVE "N" TO WS-FIELD-OK
           EVALUATE TRUE
               WHEN ENT-COUNT NOT < 500
                   MOVE SPACES TO WS-MESSAGE
                   STRING "File is full at 500 lines; finish this "
                          "bundle and start another"
                          DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN WS-LAST-PARENT = 0
                   MOVE "A split needs a slip keyed before it"
                       TO WS-MESSAGE
               WHEN WS-COMMA-COUNT > 0
                   MOVE "Fields may not contain a comma"
                       TO WS-MESSAGE
               WHEN OTHER
                   PERFORM CheckEntryCategory
           END-EVALUATE
           IF FIELD-IS-OK
               PERFORM CheckEntryAmount
           END-IF
           IF FIELD-IS-OK
               MOVE WS-ENT-CATEGORY TO WS-TAX-CATEGORY
               MOVE ENT-DATE(WS-LAST-PARENT) TO WS-TAX-DATE
               PERFORM CheckEntryTaxRate
           END-IF
           IF FIELD-IS-OK
               IF ENT-SPLIT-SUM(WS-LAST-PARENT) + WS-ENT-AMOUNT
                       > ENT-AMOUNT(WS-LAST-PARENT)
                   MOVE "N" TO WS-FIELD-OK
                   MOVE "Splits would exceed the slip's amount"
                       TO WS-MESSAGE
               END-IF
           END-IF

           IF FIELD-IS-OK
               ADD 1 TO ENT-COUNT
               SET ENT-IS-SPLIT(ENT-COUNT) TO TRUE
               MOVE WS-ENT-AMOUNT TO ENT-AMOUNT(ENT-COUNT)
               MOVE ENT-DATE(WS-LAST-PARENT) TO ENT-DATE(ENT-COUNT)
               MOVE WS-LAST-PARENT TO ENT-PARENT(ENT-COUNT)
               MOVE 0 TO ENT-SPLITS(ENT-COUNT)
               MOVE 0 TO ENT-SPLIT-SUM(ENT-COUNT)
               ADD 1 TO ENT-SPLITS(WS-LAST-PARENT)
               ADD WS-ENT-AMOUNT TO ENT-SPLIT-SUM(WS-LAST-PARENT)
               PERFORM FormatEntryAmount
               MOVE SPACES TO ENT-LINE(ENT-COUNT)
               STRING "SPLIT," DELIMITED BY SIZE
                      WS-ENT-CATEGORY DELIMITED BY "  "
                      "," DELIMITED BY SIZE
                      WS-OUT-AMT DELIMITED BY SPACE
                      INTO ENT-LINE(ENT-COUNT)
               MOVE ENT-LINE(ENT-COUNT) TO WS-LAST-LINE
               MOVE "Split added" TO WS-MESSAGE
               MOVE SPACES TO WS-ENT-CATEGORY WS-ENT-AMOUNT-X
           END-IF.

      *> Take back the last line keyed: a split comes off its slip's
      *> allocations; a slip (which has no splits left after it)
      *> comes off the running count and total, and the slip before
      *> it becomes the one splits attach to.
       DropLastLine.
           IF ENT-COUNT = 0
               MOVE "Nothing to drop" TO WS-MESSAGE
           ELSE
               IF ENT-IS-SPLIT(ENT-COUNT)
                   MOVE ENT-PARENT(ENT-COUNT) TO WS-LAST-PARENT
                   SUBTRACT 1 FROM ENT-SPLITS(WS-LAST-PARENT)
                   SUBTRACT ENT-AMOUNT(ENT-COUNT)
                       FROM ENT-SPLIT-SUM(WS-LAST-PARENT)
               ELSE
                   SUBTRACT 1 FROM WS-RUN-COUNT
                   SUBTRACT ENT-AMOUNT(ENT-COUNT) FROM WS-RUN-TOTAL
                   MOVE 0 TO WS-LAST-PARENT
                   PERFORM VARYING ENT-IDX FROM 1 BY 1
                           UNTIL ENT-IDX NOT < ENT-COUNT
                       IF ENT-IS-SLIP(ENT-IDX)
                           SET WS-LAST-PARENT TO ENT-IDX
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS-MESSAGE
               STRING "Dropped: " DELIMITED BY SIZE
                      ENT-LINE(ENT-COUNT) DELIMITED BY SIZE
                      INTO WS-MESSAGE
               SUBTRACT 1 FROM ENT-COUNT
               IF ENT-COUNT = 0
                   MOVE SPACES TO WS-LAST-LINE
               ELSE
                   MOVE ENT-LINE(ENT-COUNT) TO WS-LAST-LINE
               END-IF
           END-IF.

      *> The bundle can be finished only when every split slip is
      *> fully allocated and the keyed slips agree with the bundle's
      *> control count and total.
       FinishBundle.
           SET ENT-IDX TO 1
           SEARCH EntryTableEntry
               AT END
                   CONTINUE
               WHEN ENT-IS-SLIP(ENT-IDX)
                       AND ENT-SPLITS(ENT-IDX) > 0
                       AND ENT-SPLIT-SUM(ENT-IDX)
                           NOT = ENT-AMOUNT(ENT-IDX)
                   MOVE SPACES TO WS-MESSAGE
                   STRING "Splits do not add up to the slip: "
                          DELIMITED BY SIZE
                          ENT-LINE(ENT-IDX) DELIMITED BY SIZE
                          INTO WS-MESSAGE
           END-SEARCH
           IF WS-MESSAGE = SPACES
               EVALUATE TRUE
                   WHEN WS-RUN-COUNT = 0
                       MOVE "Nothing keyed yet" TO WS-MESSAGE
                   WHEN WS-RUN-COUNT NOT = WS-CTL-COUNT
                       MOVE SPACES TO WS-MESSAGE
                       STRING "Slips keyed do not match the bundle's "
                              "count - check for a missed or "
                              "double slip"
                              DELIMITED BY SIZE INTO WS-MESSAGE
                   WHEN WS-RUN-TOTAL NOT = WS-CTL-TOTAL
                       MOVE SPACES TO WS-MESSAGE
                       STRING "Total keyed does not match the bundle's "
                              "tape - check the amounts"
                              DELIMITED BY SIZE INTO WS-MESSAGE
                   WHEN OTHER
                       SET ENTRY-FINISHED TO TRUE
               END-EVALUATE
           END-IF.

      *> Category: on the master and active, when a master is
      *> loaded.
       CheckEntryCategory.
           MOVE "Y" TO WS-FIELD-OK
           IF WS-ENT-CATEGORY = SPACES
               MOVE "N" TO WS-FIELD-OK
               MOVE "Category is required" TO WS-MESSAGE
           ELSE
               IF CM-COUNT > 0
                   SET CM-IDX TO 1
                   SEARCH CategoryMasterEntry
                       AT END
                           MOVE "N" TO WS-FIELD-OK
                           MOVE "Category not on master"
                               TO WS-MESSAGE
                       WHEN CM-CODE(CM-IDX) = WS-ENT-CATEGORY
                           IF NOT CM-IS-ACTIVE(CM-IDX)
                               MOVE "N" TO WS-FIELD-OK
                               MOVE "Category deactivated"
                                   TO WS-MESSAGE
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.

      *> Amount: the ValidateAmount rules, and no wider than the
      *> twelve characters the report program reads it into.
       CheckEntryAmount.
           MOVE WS-ENT-AMOUNT-X TO WS-NUM-STAGE
           MOVE 9 TO WS-NUM-MAX-INT
           PERFORM CheckNumber
           IF NUM-IS-OK
               MOVE WS-NUM-VALUE TO WS-ENT-AMOUNT
           ELSE
               MOVE "N" TO WS-FIELD-OK
               MOVE SPACES TO WS-MESSAGE
               STRING "Amount must be digits with at most one decimal "
                      "point and two decimals"
                      DELIMITED BY SIZE INTO WS-MESSAGE
           END-IF.

      *> Currency: USD, or one with a rate on file.
       CheckEntryCurrency.
           IF WS-ENT-CURRENCY NOT = "USD"
               SET RATE-IDX TO 1
               SEARCH RateEntry
                   AT END
                       MOVE "N" TO WS-FIELD-OK
                       MOVE SPACES TO WS-MESSAGE
                       STRING "No exchange rate on file for that "
                              "currency"
                              DELIMITED BY SIZE INTO WS-MESSAGE
                   WHEN RATE-CURRENCY(RATE-IDX) = WS-ENT-CURRENCY
                       CONTINUE
               END-SEARCH
           END-IF.

      *> Date: the ValidateTransDate shape and range checks.
       CheckEntryDate.
           IF WS-ENT-DATE(5:1) NOT = "-"
                   OR WS-ENT-DATE(8:1) NOT = "-"
                   OR WS-ENT-DATE(1:4) NOT NUMERIC
                   OR WS-ENT-DATE(6:2) NOT NUMERIC
                   OR WS-ENT-DATE(9:2) NOT NUMERIC
                   OR WS-ENT-DATE(6:2) < "01"
                   OR WS-ENT-DATE(6:2) > "12"
                   OR WS-ENT-DATE(9:2) < "01"
                   OR WS-ENT-DATE(9:2) > "31"
               MOVE "N" TO WS-FIELD-OK
               MOVE "Date must be YYYY-MM-DD" TO WS-MESSAGE
           END-IF.

      *> Tax rate: a category carrying a tax code needs a rate for
      *> that code in force on WS-TAX-DATE - one whose effective
      *> date is not after it - as ResolveTaxCode in the report
      *> program requires. Checked only when both the tax-rate file
      *> and the category master are loaded.
       CheckEntryTaxRate.
           IF TAX-RATES-LOADED AND CM-COUNT > 0
               SET CM-IDX TO 1
               SEARCH CategoryMasterEntry
                   AT END
                       CONTINUE
                   WHEN CM-CODE(CM-IDX) = WS-TAX-CATEGORY
                       IF CM-TAX-CODE(CM-IDX) NOT = SPACES
                           PERFORM FindTaxRateInForce
                       END-IF
               END-SEARCH
           END-IF.

      *> Look for a rate for CM-TAX-CODE(CM-IDX) in force on
      *> WS-TAX-DATE, refusing the line when there is none.
       FindTaxRateInForce.
           SET TXR-IDX TO 1
           SEARCH TaxRateEntry
               AT END
                   MOVE "N" TO WS-FIELD-OK
                   MOVE SPACES TO WS-MESSAGE
                   STRING "No tax rate in force for the category's "
                          "tax code on that date"
                          DELIMITED BY SIZE INTO WS-MESSAGE
               WHEN TXR-CODE(TXR-IDX) = CM-TAX-CODE(CM-IDX)
                       AND TXR-EFFDATE(TXR-IDX) NOT > WS-TAX-DATE
                   CONTINUE
           END-SEARCH.

      *> Account: on the master, when a master is loaded.
       CheckEntryAccount.
           IF WS-ENT-ACCOUNT = SPACES
               MOVE "N" TO WS-FIELD-OK
               MOVE "Account is required" TO WS-MESSAGE
           ELSE
               IF ACC-COUNT > 0
                   SET ACC-IDX TO 1
                   SEARCH AccountMasterEntry
                       AT END
                           MOVE "N" TO WS-FIELD-OK
                           MOVE "Account not on master"
                               TO WS-MESSAGE
                       WHEN ACC-CODE(ACC-IDX) = WS-ENT-ACCOUNT
                           CONTINUE
                   END-SEARCH
               END-IF
           END-IF.

      *> Payee: optional; when keyed, on the master and active, when
      *> a master is loaded.
       CheckEntryPayee.
           IF WS-ENT-PAYEE NOT = SPACES AND PY-COUNT > 0
               SET PY-IDX TO 1
               SEARCH PayeeMasterEntry
                   AT END
                       MOVE "N" TO WS-FIELD-OK
                       MOVE "Payee not on master" TO WS-MESSAGE
                   WHEN PY-CODE(PY-IDX) = WS-ENT-PAYEE
                       IF NOT PY-IS-ACTIVE(PY-IDX)
                           MOVE "N" TO WS-FIELD-OK
                           MOVE "Payee deactivated" TO WS-MESSAGE
                       END-IF
               END-SEARCH
           END-IF.

      *> Check WS-NUM-STAGE is a number as ValidateAmount accepts
      *> one: digits from the first position, at most one decimal
      *> point with at most two digits after it, nothing but blanks
      *> after the number, and no more than WS-NUM-MAX-INT whole
      *> digits.
       CheckNumber.
           MOVE "N" TO WS-NUM-OK
           MOVE 0 TO WS-NUM-VALUE WS-NUM-LEN WS-NUM-DOTS
                     WS-NUM-DOT-POS
           INSPECT WS-NUM-STAGE TALLYING WS-NUM-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE
           INSPECT WS-NUM-STAGE TALLYING WS-NUM-DOTS FOR ALL "."
           INSPECT WS-NUM-STAGE TALLYING WS-NUM-DOT-POS
               FOR CHARACTERS BEFORE INITIAL "."
           IF WS-NUM-LEN > 0 AND WS-NUM-DOTS < 2
               MOVE WS-NUM-STAGE TO WS-NUM-CHECK
               INSPECT WS-NUM-CHECK REPLACING ALL "." BY "0"
               IF WS-NUM-CHECK(1:WS-NUM-LEN) IS NUMERIC
                       AND WS-NUM-STAGE(WS-NUM-LEN + 1:) = SPACES
                   IF WS-NUM-DOTS = 0
                       IF WS-NUM-LEN NOT > WS-NUM-MAX-INT
                           SET NUM-IS-OK TO TRUE
                       END-IF
                   ELSE
                       IF WS-NUM-DOT-POS > 0
                               AND WS-NUM-DOT-POS NOT > WS-NUM-MAX-INT
                               AND WS-NUM-LEN - WS-NUM-DOT-POS - 1
                                   NOT > 2
                           SET NUM-IS-OK TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF NUM-IS-OK
               COMPUTE WS-NUM-VALUE =
                   FUNCTION NUMVAL(WS-NUM-STAGE(1:WS-NUM-LEN))
           END-IF.

      *> Edit WS-ENT-AMOUNT into WS-OUT-AMT without leading blanks.
       FormatEntryAmount.
           MOVE WS-ENT-AMOUNT TO WS-OUT-AMT-EDIT
           MOVE 0 TO WS-OUT-AMT-LEAD
           INSPECT WS-OUT-AMT-EDIT TALLYING WS-OUT-AMT-LEAD
               FOR LEADING SPACE
           MOVE SPACES TO WS-OUT-AMT
           MOVE WS-OUT-AMT-EDIT(WS-OUT-AMT-LEAD + 1:) TO WS-OUT-AMT.

      *> Write the bundle, line for line as keyed.
       WriteEntryFile.
           OPEN OUTPUT EntryFile
           IF WS-ENTRY-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to write entry file "
                       WS-ENTRY-FILENAME ", status " WS-ENTRY-STATUS
               MOVE "FAILED - entry file not written" TO WS-RUN-STATUS
               PERFORM WriteEntryAudit
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > ENT-COUNT
               MOVE ENT-LINE(ENT-IDX) TO EntryLine
               WRITE EntryRecord
           END-PERFORM
           CLOSE EntryFile.

      *> Append one line to the audit log recording the bundle keyed
      *> (or abandoned), so a batch the report program later posts
      *> can be traced back to the keying session that made it.
       WriteEntryAudit.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE WS-RUN-TOTAL TO WS-AUDIT-TOTAL

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
                  " entry file=" DELIMITED BY SIZE
                  WS-ENTRY-FILENAME DELIMITED BY SPACE
                  " slips=" DELIMITED BY SIZE
                  WS-RUN-COUNT DELIMITED BY SIZE
                  " lines=" DELIMITED BY SIZE
                  ENT-COUNT DELIMITED BY SIZE
                  " total=" DELIMITED BY SIZE
                  WS-AUDIT-TOTAL DELIMITED BY SIZE
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

       END PROGRAM TransactionEntry.
