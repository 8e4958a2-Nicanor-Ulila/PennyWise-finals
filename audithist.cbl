           05  WS-CUR-HS         PIC 9(2).

       PROCEDURE DIVISION.
      *> Every exit sets the condition code the job ends with, for
      *> whatever scheduled it:
      *>   0  history report written
      *>   4  no run lines on the audit log, so no report
      *>  12  stopped for want of the audit log, the report file or
      *>      table room
       BEGIN.
           MOVE SPACES TO WS-ENV-STAGE
           ACCEPT WS-ENV-STAGE FROM ENVIRONMENT "AUDIT_HISTORY_FILE"
           IF RH-COUNT = 0
               DISPLAY "No run lines found on the audit log; "
                       "nothing to report."
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT HistoryReportFile
           IF WS-HISTORY-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open history report file."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WriteHistoryReport
           CLOSE HistoryReportFile
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *> Read the whole audit log, keeping every run line and
           OPEN INPUT AuditLogFile
           IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "ERROR: Unable to open transaction_audit.log."
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WS-AUDIT-STATUS = "10"  *> EOF
                   ADD 1 TO DY-COUNT
                   IF DY-COUNT > 200
                       DISPLAY "ERROR: Too many distinct days."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET DY-IDX TO DY-COUNT
                   ADD 1 TO BF-COUNT
                   IF BF-COUNT > 200
                       DISPLAY "ERROR: Too many failing batches."
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   SET BF-IDX TO BF-COUNT
