       IDENTIFICATION DIVISION.
       PROGRAM-ID. JobStream.

      *> Nightly job-stream controller. The nightly sequence - the
      *> transaction report run, then the bank reconciliation, then
      *> the month-end close on the last business day of the month,
      *> then the audit history - is read from a run-control file
      *> and run one step at a time, each step as an ordinary
      *> command whose exit status is the condition code the
      *> program ends with (0 clean, 4 warnings, 8 data errors, 12
      *> or more for a run that stopped). A step that ends above the
      *> highest code its control line allows has failed, and every
      *> step after it is skipped rather than run against figures
      *> nobody can trust. Each step's start time, end time, code
      *> and outcome is appended to the job-stream log, and a failed
      *> stream leaves a restart record naming its run date and the
      *> failed step so the next run can resume from that step once
      *> the cause is put right, instead of running the report again
      *> over a batch it has already posted.
      *>
      *> The run-control file (JOBSTREAM_CONTROL_FILE, default
      *> jobstream_control.txt) is in the comma form the other
      *> reference files use, one line per step in running order:
      *>
      *>   STEP,name,schedule,highest code,command
      *>
      *> where schedule is ALWAYS or LASTBUSDAY (only on the last
      *> business day of the run date's month), the highest code
      *> defaults to 4 when left empty, and the command runs to the
      *> end of the line, commas and all. The nightly stream reads:
      *>
      *>   STEP,REPORT,ALWAYS,4,./transactionr
      *>   STEP,BANKRECON,ALWAYS,4,./bankrecon
      *>   STEP,CLOSE,LASTBUSDAY,0,./ledgerclose
      *>   STEP,AUDIT,ALWAYS,4,./audithist
      *>
      *> HOLIDAY,YYYY-MM-DD lines name the days that are not
      *> business days besides Saturdays and Sundays. Blank lines
      *> and lines starting with an asterisk are read past.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ControlFile
               ASSIGN TO DYNAMIC WS-CONTROL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CONTROL-STATUS.

           SELECT StreamLogFile
               ASSIGN TO DYNAMIC WS-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

           SELECT RestartFile
               ASSIGN TO DYNAMIC WS-RESTART-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RESTART-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ControlFile.
       01  ControlRecord.
           05  ControlLine           PIC X(250).

       FD  StreamLogFile.
       01  StreamLogRecord.
           05  StreamLogLine         PIC X(250).

      *> The restart record: the run date of the stream that failed
      *> and the step it failed at, as "YYYY-MM-DD,name". An empty
      *> file means nothing is waiting to be restarted.
       FD  RestartFile.
       01  RestartRecord.
           05  RestartLine           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS     PIC XX.
       01  WS-LOG-STATUS         PIC XX.
       01  WS-RESTART-STATUS     PIC XX.

       01  WS-CONTROL-FILENAME   PIC X(100)
                                     VALUE "jobstream_control.txt".
       01  WS-LOG-FILENAME       PIC X(100)
                                     VALUE "jobstream_log.txt".
       01  WS-RESTART-FILENAME   PIC X(100)
                                     VALUE "jobstream_restart.txt".
       01  WS-ENV-STAGE          PIC X(100).

      *> The outcome of the stream as a whole, for its summary line
      *> on the log. The controller's own condition code is the
      *> highest code any step ended with, raised to 8 when a step
      *> failed on a lower code than that (a close allowed nothing
      *> but a clean run, say), and 12 when the controller itself
      *> could not start the stream - no control file, a control
      *> line it cannot read, a run date or restart it cannot honour.
       01  WS-RUN-STATUS         PIC X(60).
       01  WS-HIGH-CODE          PIC 9(3) VALUE 0.
       01  WS-STREAM-STATE       PIC X(1) VALUE "Y".
           88  STREAM-OK         VALUE "Y".
           88  STREAM-FAILED     VALUE "N".
       01  WS-FAILED-STEP        PIC X(12) VALUE SPACES.
       01  WS-RAN-COUNT          PIC 9(2) VALUE 0.

      *> One entry per STEP line, in running order. The schedule
      *> decides whether the step is due on the run date at all;
      *> the highest code is the most a step may end with and still
      *> let the steps after it run.
       01  STP-COUNT             PIC 9(2) VALUE 0.
       01  StepTable.
           05  StepEntry OCCURS 1 TO 20 TIMES
                   DEPENDING ON STP-COUNT
                   INDEXED BY STP-IDX.
               10  STP-NAME            PIC X(12).
               10  STP-SCHEDULE        PIC X(10).
                   88  STP-ALWAYS      VALUE "ALWAYS".
                   88  STP-LAST-BUS-DAY VALUE "LASTBUSDAY".
               10  STP-MAX-CODE        PIC 9(3).
               10  STP-COMMAND         PIC X(200).
               10  STP-CODE            PIC 9(3).
               10  STP-START           PIC X(19).
               10  STP-END             PIC X(19).
               10  STP-STATE           PIC X(9).
                   88  STP-COMPLETED   VALUE "COMPLETED".
                   88  STP-FAILED      VALUE "FAILED".
                   88  STP-SKIPPED     VALUE "SKIPPED".
                   88  STP-NOT-DUE     VALUE "NOT DUE".
                   88  STP-BYPASSED    VALUE "BYPASSED".

      *> The holidays named on the control file, held as day
      *> integers so the last-business-day walk compares numbers.
       01  HOL-COUNT             PIC 9(2) VALUE 0.
       01  HolidayTable.
           05  HolidayEntry OCCURS 1 TO 50 TIMES
                   DEPENDING ON HOL-COUNT
                   INDEXED BY HOL-IDX.
               10  HOL-DAY-INT         PIC 9(7).

      *> Staging for one control line. The command is whatever is
      *> left of the line after the fourth comma, taken through the
      *> UNSTRING pointer so a command may carry commas of its own.
       01  WS-LINE-NO            PIC 9(4) VALUE 0.
       01  WS-LINE-KEYWORD       PIC X(10).
       01  WS-LINE-NAME          PIC X(20).
       01  WS-LINE-SCHEDULE      PIC X(12).
       01  WS-LINE-MAX-CODE      PIC X(5).
       01  WS-LINE-CODE-CHECK    PIC X(3).
       01  WS-LINE-PTR           PIC 9(3).
       01  WS-CONTROL-OPEN       PIC X(1) VALUE "N".
           88  CONTROL-FILE-OPEN VALUE "Y".

      *> The run date the stream runs for, the month it closes and
      *> the last business day of that month. A restart runs for
      *> the run date of the stream it restarts, so a close that
      *> failed late on the last business day still closes the
      *> right month when it is resumed after midnight.
       01  WS-RUN-DATE           PIC X(10) VALUE SPACES.
       01  WS-RUN-INT            PIC 9(7).
       01  WS-CLOSE-PERIOD       PIC X(7).
       01  WS-LAST-BUS-INT       PIC 9(7).
       01  WS-LAST-BUS-NUM       PIC 9(8).
       01  WS-LAST-BUS-DATE      PIC X(10) VALUE SPACES.
       01  WS-WEEKDAY            PIC 9(1).
       01  WS-DAY-OFFSET         PIC 9(7).
       01  WS-DAY-QUOT           PIC 9(7).
       01  WS-DAY-OPEN           PIC X(1).
           88  DAY-IS-BUSINESS   VALUE "Y".

      *> Date checking: a YYYY-MM-DD text is taken apart into the
      *> numeric form the date functions use, and is good only when
      *> turning it into a day integer and back gives the same date
      *> (which rules out a 30th of February as well as a 13th
      *> month). A bad date leaves WS-CHECK-INT at zero.
       01  WS-CHECK-TEXT         PIC X(10).
       01  WS-CHECK-DATE.
           05  WS-CHECK-YYYY     PIC 9(4).
           05  WS-CHECK-MM       PIC 9(2).
           05  WS-CHECK-DD       PIC 9(2).
       01  WS-CHECK-NUM REDEFINES WS-CHECK-DATE PIC 9(8).
       01  WS-CHECK-INT          PIC 9(7).
       01  WS-CHECK-BACK         PIC 9(8).

       01  WS-NEXTM-DATE.
           05  WS-NEXTM-YYYY     PIC 9(4).
           05  WS-NEXTM-MM       PIC 9(2).
           05  WS-NEXTM-DD       PIC 9(2).
       01  WS-NEXTM-NUM REDEFINES WS-NEXTM-DATE PIC 9(8).

      *> Restart control. JOBSTREAM_RESTART=Y resumes the stream
      *> the restart record names, from its failed step (or from
      *> JOBSTREAM_RESTART_STEP when that is set); the steps before
      *> it are bypassed. JOBSTREAM_RESTART=N abandons a pending
      *> restart and runs the whole stream afresh. Left unset, a
      *> pending restart stops the run, so a fresh nightly run can
      *> never quietly step over a close that has not happened.
       01  WS-RESTART-FLAG       PIC X(1).
       01  WS-RESTART-PENDING    PIC X(1) VALUE "N".
           88  RESTART-PENDING   VALUE "Y".
       01  WS-SAVED-RUN-DATE     PIC X(10).
       01  WS-SAVED-STEP         PIC X(12).
       01  WS-FROM-STEP          PIC X(12) VALUE SPACES.
       01  WS-FROM-IDX           PIC 9(2) VALUE 1.

      *> The shell hands back a wait status: the command's exit code
      *> in the high byte, and in the low byte the signal that
      *> killed it, if one did. A command killed outright, or one
      *> the shell could not start, is taken as a 16. So is any
      *> code above 16 - the shell reports a killed child as 128
      *> plus the signal - so the step log and the stream's own code
      *> stay within the table.
       01  WS-WAIT-STATUS        PIC S9(9).
       01  WS-STEP-CODE          PIC 9(3).
       01  WS-SIGNAL             PIC 9(3).
       01  WS-CODE-TXT           PIC X(3).

       01  WS-STAMP              PIC X(19).
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

       PROCEDURE DIVISION.
       BEGIN.
           PERFORM ResolveFilenames
           PERFORM ReadControlFile
           PERFORM ResolveRunDate
           PERFORM FindLastBusinessDay
           PERFORM SetCloseSettings

           PERFORM VARYING STP-IDX FROM 1 BY 1
                   UNTIL STP-IDX > STP-COUNT
               PERFORM RunOneStep
           END-PERFORM

           PERFORM SettleRestartFile

           IF STREAM-FAILED
               MOVE SPACES TO WS-RUN-STATUS
               STRING "FAILED at step " DELIMITED BY SIZE
                      WS-FAILED-STEP DELIMITED BY SPACE
                      "; restart from it once put right"
                          DELIMITED BY SIZE
                      INTO WS-RUN-STATUS
               IF WS-HIGH-CODE < 8
                   MOVE 8 TO WS-HIGH-CODE
               END-IF
           ELSE
               MOVE "COMPLETED" TO WS-RUN-STATUS
           END-IF
           PERFORM WriteStreamLine
           MOVE WS-HIGH-CODE TO RETURN-CODE
           STOP RUN.

      *> Pick up the control, log and restart file names from the
      *> environment, leaving the compiled-in names otherwise.
       ResolveFilenames.
           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "JOBSTREAM_CONTROL_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-CONTROL-FILENAME
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "JOBSTREAM_LOG_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-LOG-FILENAME
           END-IF

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "JOBSTREAM_RESTART_FILE"
           IF WS-ENV-STAGE NOT = SPACES
               MOVE WS-ENV-STAGE TO WS-RESTART-FILENAME
           END-IF.

      *> Load the step and holiday lines. Any line the controller
      *> cannot read stops the run before a single step starts: a
      *> stream run from half a control file would skip steps
      *> nobody meant to skip.
       ReadControlFile.
           OPEN INPUT ControlFile
           IF WS-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open run-control file "
                       WS-CONTROL-FILENAME
               MOVE "FAILED - run-control file not available"
                   TO WS-RUN-STATUS
               PERFORM StopOnControlError
           END-IF
           SET CONTROL-FILE-OPEN TO TRUE
           PERFORM UNTIL WS-CONTROL-STATUS NOT = "00"
               READ ControlFile
                   AT END
                       EXIT PERFORM
               END-READ
               IF WS-CONTROL-STATUS NOT = "00"
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-LINE-NO
               IF ControlLine NOT = SPACES
                       AND ControlLine(1:1) NOT = "*"
                   PERFORM TakeControlLine
               END-IF
           END-PERFORM
           CLOSE ControlFile
           MOVE "N" TO WS-CONTROL-OPEN

           IF STP-COUNT = 0
               DISPLAY "ERROR: No STEP lines on run-control file "
                       WS-CONTROL-FILENAME
               MOVE "FAILED - no steps on run-control file"
                   TO WS-RUN-STATUS
               PERFORM StopOnControlError
           END-IF.

      *> Take one STEP or HOLIDAY line onto its table.
       TakeControlLine.
           MOVE SPACES TO WS-LINE-KEYWORD WS-LINE-NAME
                          WS-LINE-SCHEDULE WS-LINE-MAX-CODE
           MOVE 1 TO WS-LINE-PTR
           UNSTRING ControlLine DELIMITED BY ","
               INTO WS-LINE-KEYWORD WS-LINE-NAME
                    WS-LINE-SCHEDULE WS-LINE-MAX-CODE
               WITH POINTER WS-LINE-PTR
           END-UNSTRING

           EVALUATE WS-LINE-KEYWORD
               WHEN "STEP"
                   PERFORM TakeStepLine
               WHEN "HOLIDAY"
                   PERFORM TakeHolidayLine
               WHEN OTHER
                   DISPLAY "ERROR: Run-control line " WS-LINE-NO
                           " is neither a STEP nor a HOLIDAY line."
                   MOVE "FAILED - run-control line not valid"
                       TO WS-RUN-STATUS
                   PERFORM StopOnControlError
           END-EVALUATE.

      *> The highest code is checked the way the payee threshold
      *> is: digits only, padding read as zeros.
       TakeStepLine.
           MOVE WS-LINE-MAX-CODE(1:3) TO WS-LINE-CODE-CHECK
           INSPECT WS-LINE-CODE-CHECK REPLACING ALL SPACE BY ZERO
           IF WS-LINE-NAME = SPACES
                   OR WS-LINE-NAME(13:) NOT = SPACES
                   OR (WS-LINE-SCHEDULE NOT = "ALWAYS"
                       AND WS-LINE-SCHEDULE NOT = "LASTBUSDAY")
                   OR WS-LINE-MAX-CODE(4:) NOT = SPACES
                   OR WS-LINE-CODE-CHECK NOT NUMERIC
                   OR WS-LINE-PTR > 250
                   OR ControlLine(WS-LINE-PTR:) = SPACES
               DISPLAY "ERROR: Run-control line " WS-LINE-NO
                       " is not STEP,name,ALWAYS or LASTBUSDAY,"
                       "highest code,command."
               MOVE "FAILED - run-control line not valid"
                   TO WS-RUN-STATUS
               PERFORM StopOnControlError
           END-IF
           IF STP-COUNT >= 20
               DISPLAY "ERROR: Too many steps on run-control file."
               MOVE "FAILED - too many steps" TO WS-RUN-STATUS
               PERFORM StopOnControlError
           END-IF

           ADD 1 TO STP-COUNT
           SET STP-IDX TO STP-COUNT
           MOVE WS-LINE-NAME TO STP-NAME(STP-IDX)
           MOVE WS-LINE-SCHEDULE TO STP-SCHEDULE(STP-IDX)
           IF WS-LINE-MAX-CODE = SPACES
               MOVE 4 TO STP-MAX-CODE(STP-IDX)
           ELSE
               COMPUTE STP-MAX-CODE(STP-IDX) =
                   FUNCTION NUMVAL(WS-LINE-MAX-CODE)
           END-IF
           MOVE ControlLine(WS-LINE-PTR:) TO STP-COMMAND(STP-IDX)
           MOVE 0 TO STP-CODE(STP-IDX)
           MOVE SPACES TO STP-START(STP-IDX) STP-END(STP-IDX)
                          STP-STATE(STP-IDX).

       TakeHolidayLine.
           MOVE WS-LINE-NAME TO WS-CHECK-TEXT
           PERFORM CheckDateText
           IF WS-CHECK-INT = 0
               DISPLAY "ERROR: Run-control line " WS-LINE-NO
                       " does not name a holiday as YYYY-MM-DD."
               MOVE "FAILED - run-control line not valid"
                   TO WS-RUN-STATUS
               PERFORM StopOnControlError
           END-IF
           IF HOL-COUNT >= 50
               DISPLAY "ERROR: Too many holidays on run-control "
                       "file."
               MOVE "FAILED - too many holidays" TO WS-RUN-STATUS
               PERFORM StopOnControlError
           END-IF
           ADD 1 TO HOL-COUNT
           SET HOL-IDX TO HOL-COUNT
           MOVE WS-CHECK-INT TO HOL-DAY-INT(HOL-IDX).

      *> Settle the run date and the step the stream starts from,
      *> honouring or refusing a pending restart as set out above.
       ResolveRunDate.
           PERFORM ReadRestartFile

           MOVE SPACES TO WS-RESTART-FLAG
           ACCEPT WS-RESTART-FLAG FROM ENVIRONMENT "JOBSTREAM_RESTART"
           MOVE SPACES TO WS-FROM-STEP
           ACCEPT WS-FROM-STEP
               FROM ENVIRONMENT "JOBSTREAM_RESTART_STEP"

           MOVE SPACES TO WS-RUN-DATE
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "JOBSTREAM_RUN_DATE"
           IF WS-RUN-DATE = SPACES
               ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
               STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD
                   DELIMITED BY SIZE INTO WS-RUN-DATE
           END-IF

           EVALUATE TRUE
               WHEN WS-RESTART-FLAG = "Y" AND RESTART-PENDING
                   MOVE WS-SAVED-RUN-DATE TO WS-RUN-DATE
                   IF WS-FROM-STEP = SPACES
                       MOVE WS-SAVED-STEP TO WS-FROM-STEP
                   END-IF
               WHEN WS-RESTART-FLAG = "Y"
                   IF WS-FROM-STEP = SPACES
                       DISPLAY "ERROR: JOBSTREAM_RESTART=Y but no "
                               "failed stream is waiting to restart;"
                               " set JOBSTREAM_RESTART_STEP to name "
                               "the step to start from."
                       MOVE "FAILED - nothing to restart"
                           TO WS-RUN-STATUS
                       PERFORM StopOnControlError
                   END-IF
               WHEN RESTART-PENDING AND WS-RESTART-FLAG = "N"
                   MOVE SPACES TO CobolOutput
                   STRING "WARNING: Abandoning the restart of the "
                          WS-SAVED-RUN-DATE " stream from step "
                              DELIMITED BY SIZE
                          WS-SAVED-STEP DELIMITED BY SPACE
                          "; running the whole stream."
                              DELIMITED BY SIZE
                          INTO CobolOutput
                   DISPLAY CobolOutput
                   MOVE SPACES TO WS-FROM-STEP
               WHEN RESTART-PENDING
                   MOVE SPACES TO CobolOutput
                   STRING "ERROR: The " WS-SAVED-RUN-DATE
                          " stream failed at step " DELIMITED BY SIZE
                          WS-SAVED-STEP DELIMITED BY SPACE
                          "; set JOBSTREAM_RESTART=Y to resume it "
                          "or JOBSTREAM_RESTART=N to abandon it."
                              DELIMITED BY SIZE
                          INTO CobolOutput
                   DISPLAY CobolOutput
                   MOVE "FAILED - restart pending" TO WS-RUN-STATUS
                   PERFORM StopOnControlError
               WHEN OTHER
                   MOVE SPACES TO WS-FROM-STEP
           END-EVALUATE

           MOVE WS-RUN-DATE TO WS-CHECK-TEXT
           PERFORM CheckDateText
           IF WS-CHECK-INT = 0
               DISPLAY "ERROR: JOBSTREAM_RUN_DATE must be YYYY-MM-DD."
               MOVE "FAILED - run date not valid" TO WS-RUN-STATUS
               PERFORM StopOnControlError
           END-IF
           MOVE WS-CHECK-INT TO WS-RUN-INT
           MOVE WS-RUN-DATE(1:7) TO WS-CLOSE-PERIOD

           MOVE 1 TO WS-FROM-IDX
           IF WS-FROM-STEP NOT = SPACES
               SET STP-IDX TO 1
               SEARCH StepEntry
                   AT END
                       MOVE SPACES TO CobolOutput
                       STRING "ERROR: Restart step " DELIMITED BY SIZE
                              WS-FROM-STEP DELIMITED BY SPACE
                              " is not on the run-control file."
                                  DELIMITED BY SIZE
                              INTO CobolOutput
                       DISPLAY CobolOutput
                       MOVE "FAILED - restart step not found"
                           TO WS-RUN-STATUS
                       PERFORM StopOnControlError
                   WHEN STP-NAME(STP-IDX) = WS-FROM-STEP
                       SET WS-FROM-IDX TO STP-IDX
               END-SEARCH
               MOVE SPACES TO CobolOutput
               STRING "Restarting the " WS-RUN-DATE
                      " stream from step " DELIMITED BY SIZE
                      WS-FROM-STEP DELIMITED BY SPACE
                      INTO CobolOutput
               DISPLAY CobolOutput
           END-IF.

      *> Read the restart record, if there is one. A missing or
      *> empty restart file means no failed stream is waiting.
       ReadRestartFile.
           MOVE SPACES TO WS-SAVED-RUN-DATE WS-SAVED-STEP
           OPEN INPUT RestartFile
           IF WS-RESTART-STATUS = "00"
               READ RestartFile
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RestartLine NOT = SPACES
                           UNSTRING RestartLine DELIMITED BY ","
                               INTO WS-SAVED-RUN-DATE WS-SAVED-STEP
                           END-UNSTRING
                           SET RESTART-PENDING TO TRUE
                       END-IF
               END-READ
               CLOSE RestartFile
           END-IF.

      *> The last business day of the run date's month: start from
      *> the month's last day (the day before the first of the next
      *> month) and walk back past Saturdays, Sundays and holidays.
      *> Day integers count from Monday 1 January 1601, so one less
      *> than the integer, divided by 7, leaves 0 for a Monday
      *> through 6 for a Sunday.
       FindLastBusinessDay.
           MOVE WS-RUN-DATE(1:4) TO WS-NEXTM-YYYY
           MOVE WS-RUN-DATE(6:2) TO WS-NEXTM-MM
           ADD 1 TO WS-NEXTM-MM
           IF WS-NEXTM-MM > 12
               MOVE 1 TO WS-NEXTM-MM
               ADD 1 TO WS-NEXTM-YYYY
           END-IF
           MOVE 1 TO WS-NEXTM-DD
           COMPUTE WS-LAST-BUS-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXTM-NUM) - 1

           MOVE "N" TO WS-DAY-OPEN
           PERFORM UNTIL DAY-IS-BUSINESS
               PERFORM CheckBusinessDay
               IF NOT DAY-IS-BUSINESS
                   SUBTRACT 1 FROM WS-LAST-BUS-INT
               END-IF
           END-PERFORM

           COMPUTE WS-LAST-BUS-NUM =
               FUNCTION DATE-OF-INTEGER(WS-LAST-BUS-INT)
           MOVE SPACES TO WS-LAST-BUS-DATE
           STRING WS-LAST-BUS-NUM(1:4) "-" WS-LAST-BUS-NUM(5:2) "-"
                  WS-LAST-BUS-NUM(7:2)
               DELIMITED BY SIZE INTO WS-LAST-BUS-DATE.

       CheckBusinessDay.
           MOVE "Y" TO WS-DAY-OPEN
           COMPUTE WS-DAY-OFFSET = WS-LAST-BUS-INT - 1
           DIVIDE WS-DAY-OFFSET BY 7
               GIVING WS-DAY-QUOT REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY > 4
               MOVE "N" TO WS-DAY-OPEN
           END-IF
           PERFORM VARYING HOL-IDX FROM 1 BY 1
                   UNTIL HOL-IDX > HOL-COUNT
               IF HOL-DAY-INT(HOL-IDX) = WS-LAST-BUS-INT
                   MOVE "N" TO WS-DAY-OPEN
               END-IF
           END-PERFORM.

      *> The close always closes the month of the run date, so the
      *> stream names that period for it. Each month's archive gets
      *> a name of its own unless the operator has named one, so a
      *> close never writes over the archive of an earlier month;
      *> add each new archive to the archive list as usual.
       SetCloseSettings.
           DISPLAY "CLOSE_PERIOD" UPON ENVIRONMENT-NAME
           DISPLAY WS-CLOSE-PERIOD UPON ENVIRONMENT-VALUE

           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "LEDGER_ARCHIVE_FILE"
           IF WS-ENV-STAGE = SPACES
               STRING "ledger_archive_" DELIMITED BY SIZE
                      WS-CLOSE-PERIOD DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-ENV-STAGE
               DISPLAY "LEDGER_ARCHIVE_FILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-ENV-STAGE UPON ENVIRONMENT-VALUE
           END-IF.

      *> Decide what happens to one step and log it: skipped after
      *> an upstream failure, bypassed on a restart that starts
      *> further down, not due on a day that is not its day, or run.
       RunOneStep.
           EVALUATE TRUE
               WHEN STREAM-FAILED
                   SET STP-SKIPPED(STP-IDX) TO TRUE
               WHEN STP-IDX < WS-FROM-IDX
                   SET STP-BYPASSED(STP-IDX) TO TRUE
               WHEN STP-LAST-BUS-DAY(STP-IDX)
                       AND WS-RUN-INT NOT = WS-LAST-BUS-INT
                   SET STP-NOT-DUE(STP-IDX) TO TRUE
               WHEN OTHER
                   PERFORM ExecuteStep
           END-EVALUATE
           PERFORM WriteStepLine.

      *> Run the step's command and judge its condition code
      *> against the highest code the step allows.
       ExecuteStep.
           PERFORM StampNow
           MOVE WS-STAMP TO STP-START(STP-IDX)
           MOVE SPACES TO CobolOutput
           STRING "Step " DELIMITED BY SIZE
                  STP-NAME(STP-IDX) DELIMITED BY SPACE
                  " starting: " DELIMITED BY SIZE
                  STP-COMMAND(STP-IDX) DELIMITED BY SIZE
                  INTO CobolOutput
           DISPLAY CobolOutput

           CALL "SYSTEM" USING STP-COMMAND(STP-IDX)
           MOVE RETURN-CODE TO WS-WAIT-STATUS
           MOVE 0 TO RETURN-CODE
           IF WS-WAIT-STATUS < 0
               MOVE 16 TO WS-STEP-CODE
           ELSE
               DIVIDE WS-WAIT-STATUS BY 256
                   GIVING WS-STEP-CODE REMAINDER WS-SIGNAL
               IF WS-SIGNAL NOT = 0
                   MOVE 16 TO WS-STEP-CODE
               END-IF
               IF WS-STEP-CODE > 16
                   MOVE 16 TO WS-STEP-CODE
               END-IF
           END-IF

           PERFORM StampNow
           MOVE WS-STAMP TO STP-END(STP-IDX)
           MOVE WS-STEP-CODE TO STP-CODE(STP-IDX)
           ADD 1 TO WS-RAN-COUNT
           IF WS-STEP-CODE > WS-HIGH-CODE
               MOVE WS-STEP-CODE TO WS-HIGH-CODE
           END-IF
           IF WS-STEP-CODE > STP-MAX-CODE(STP-IDX)
               SET STP-FAILED(STP-IDX) TO TRUE
               SET STREAM-FAILED TO TRUE
               MOVE STP-NAME(STP-IDX) TO WS-FAILED-STEP
           ELSE
               SET STP-COMPLETED(STP-IDX) TO TRUE
           END-IF.

      *> A failed stream leaves the restart record naming its run
      *> date and failed step; a stream that got to the end clears
      *> it, so the next nightly run starts afresh.
       SettleRestartFile.
           OPEN OUTPUT RestartFile
           IF WS-RESTART-STATUS NOT = "00"
               DISPLAY "WARNING: Unable to write restart file "
                       WS-RESTART-FILENAME
           ELSE
               IF STREAM-FAILED
                   MOVE SPACES TO RestartLine
                   STRING WS-RUN-DATE DELIMITED BY SIZE
                          "," DELIMITED BY SIZE
                          WS-FAILED-STEP DELIMITED BY SPACE
                          INTO RestartLine
                   WRITE RestartRecord
               END-IF
               CLOSE RestartFile
           END-IF.

      *> Stop before any step has run, recording why on the log.
      *> The restart record is left as it was.
       StopOnControlError.
           IF CONTROL-FILE-OPEN
               CLOSE ControlFile
           END-IF
           PERFORM WriteStreamLine
           MOVE 12 TO RETURN-CODE
           STOP RUN.

      *> One log line per step: when it started and ended, the code
      *> it ended with and what became of it. A step that did not
      *> run shows dashes for its times and code.
       WriteStepLine.
           IF STP-START(STP-IDX) = SPACES
               MOVE "-" TO STP-START(STP-IDX) STP-END(STP-IDX)
               MOVE "-" TO WS-CODE-TXT
           ELSE
               MOVE STP-CODE(STP-IDX) TO WS-CODE-TXT
           END-IF
           PERFORM StampNow
           MOVE SPACES TO CobolOutput
           STRING WS-STAMP(1:10) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAMP(12:8) DELIMITED BY SIZE
                  " step=" DELIMITED BY SIZE
                  STP-NAME(STP-IDX) DELIMITED BY SPACE
                  " rundate=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " start=" DELIMITED BY SIZE
                  STP-START(STP-IDX) DELIMITED BY SPACE
                  " end=" DELIMITED BY SIZE
                  STP-END(STP-IDX) DELIMITED BY SPACE
                  " code=" DELIMITED BY SIZE
                  WS-CODE-TXT DELIMITED BY SPACE
                  " status=" DELIMITED BY SIZE
                  STP-STATE(STP-IDX) DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteLogLine.

      *> The stream's own line: the run date, the last business day
      *> it judged the close by, how many steps ran, the condition
      *> code it ends with and its outcome.
       WriteStreamLine.
           PERFORM StampNow
           MOVE SPACES TO CobolOutput
           STRING WS-STAMP(1:10) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STAMP(12:8) DELIMITED BY SIZE
                  " stream rundate=" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SPACE
                  " lastbusday=" DELIMITED BY SIZE
                  WS-LAST-BUS-DATE DELIMITED BY SPACE
                  " ran=" DELIMITED BY SIZE
                  WS-RAN-COUNT DELIMITED BY SIZE
                  " code=" DELIMITED BY SIZE
                  WS-HIGH-CODE DELIMITED BY SIZE
                  " status=" DELIMITED BY SIZE
                  WS-RUN-STATUS DELIMITED BY SIZE
                  INTO CobolOutput
           PERFORM WriteLogLine.

      *> Append one finished line to the log, echoing it to the
      *> console, the way the close appends its audit line.
       WriteLogLine.
           DISPLAY CobolOutput
           OPEN EXTEND StreamLogFile
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT StreamLogFile
           END-IF
           IF WS-LOG-STATUS = "00"
               MOVE CobolOutput TO StreamLogLine
               WRITE StreamLogRecord
               CLOSE StreamLogFile
           END-IF.

      *> Check a YYYY-MM-DD text, leaving its day integer in
      *> WS-CHECK-INT, or zero when it is not a real date.
       CheckDateText.
           MOVE 0 TO WS-CHECK-INT
           IF WS-CHECK-TEXT(5:1) = "-" AND WS-CHECK-TEXT(8:1) = "-"
                   AND WS-CHECK-TEXT(1:4) IS NUMERIC
                   AND WS-CHECK-TEXT(6:2) IS NUMERIC
                   AND WS-CHECK-TEXT(9:2) IS NUMERIC
               MOVE WS-CHECK-TEXT(1:4) TO WS-CHECK-YYYY
               MOVE WS-CHECK-TEXT(6:2) TO WS-CHECK-MM
               MOVE WS-CHECK-TEXT(9:2) TO WS-CHECK-DD
               IF WS-CHECK-YYYY > 1600
                       AND WS-CHECK-MM >= 1 AND WS-CHECK-MM <= 12
                       AND WS-CHECK-DD >= 1 AND WS-CHECK-DD <= 31
                   COMPUTE WS-CHECK-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CHECK-NUM)
                   COMPUTE WS-CHECK-BACK =
                       FUNCTION DATE-OF-INTEGER(WS-CHECK-INT)
                   IF WS-CHECK-BACK NOT = WS-CHECK-NUM
                       MOVE 0 TO WS-CHECK-INT
                   END-IF
               END-IF
           END-IF.

      *> The date and time now, as YYYY-MM-DDTHH:MM:SS.
       StampNow.
           ACCEPT WS-CUR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CUR-TIME FROM TIME
           MOVE SPACES TO WS-STAMP
           STRING WS-CUR-YYYY "-" WS-CUR-MM "-" WS-CUR-DD "T"
                  WS-CUR-HH ":" WS-CUR-MIN ":" WS-CUR-SEC
               DELIMITED BY SIZE INTO WS-STAMP.

       END PROGRAM JobStream.
