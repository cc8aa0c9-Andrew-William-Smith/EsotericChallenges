      * Append one RunLog record describing this run: start time,
      * program, input source, and result code.  RunLog is created on
      * first use and appended to on every run after that.  Also sets
      * the process RETURN-CODE on an "ERR" result -- or a "CTLM"
      * refusal, a dictionary that failed its control totals -- so a
      * caller like JOBCONTROL that drives this program via CALL
      * "SYSTEM" can tell the run failed from its exit status, not
      * just its RunLog record.
       901-WRITE-RUN-LOG.
           PERFORM 902-COMPUTE-ELAPSED-TIME
           MOVE SPACES TO RunLogStatus
           MOVE RunLogRecordsProcessed TO RunLogRecordCount
           WRITE RunLogRecord
           CLOSE RunLog
           IF RunLogResult EQUAL "ERR" OR RunLogResult EQUAL "CTLM"
           THEN
               MOVE 1 TO RETURN-CODE
           END-IF
           .
