
       COPY BDPARMS.

       COPY RCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               UNTIL LEDGER-EOF
           CLOSE TRANSACTION-LEDGER-FILE
           PERFORM 3000-PRINT-REPORT THRU 3000-EXIT
           SET RC-FUNC-FINISH TO TRUE
           MOVE ACCOUNT-TABLE-COUNT TO RC-PROCESSED-COUNT
           MOVE ZERO TO RC-EXCEPTION-COUNT
           CALL 'RunControlProgram' USING RC-PARAMETERS
           GOBACK.

       1000-INITIALIZE.
      *    reports the day being closed.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
      *    The run is recorded on RUNCTL so the end-of-day
      *    cutover can see the report was taken for the day.
           MOVE 'EODRPT  ' TO RC-JOB-NAME
           SET RC-FUNC-START TO TRUE
           CALL 'RunControlProgram' USING RC-PARAMETERS
           MOVE BD-BUSINESS-DATE TO REPORT-DATE
           OPEN INPUT TRANSACTION-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
