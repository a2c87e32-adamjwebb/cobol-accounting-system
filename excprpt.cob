       77  SWING-PERCENTAGE           PIC 9(07)V99.
       77  BALANCE-SWING-AMOUNT       PIC S9(10)V99.
       77  EXCEPTION-LINE-COUNT       PIC 9(05)     VALUE ZERO.
       77  LEDGER-READ-COUNT          PIC 9(09)     VALUE ZERO.
       77  OVERDRAWN-COUNT            PIC 9(04)     VALUE ZERO.
       77  REVERSAL-COUNT             PIC 9(04)     VALUE ZERO.
       77  BIG-POSTING-COUNT          PIC 9(04)     VALUE ZERO.

       COPY BDPARMS.

       COPY RCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           CLOSE EXCEPTION-REPORT-FILE
           DISPLAY "Exception report complete for " REPORT-DATE ": "
               EXCEPTION-LINE-COUNT " exception(s) reported"
           SET RC-FUNC-FINISH TO TRUE
           MOVE LEDGER-READ-COUNT TO RC-PROCESSED-COUNT
           MOVE EXCEPTION-LINE-COUNT TO RC-EXCEPTION-COUNT
           CALL 'RunControlProgram' USING RC-PARAMETERS
           GOBACK.

       1000-INITIALIZE.
      *    reports the day being closed.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
      *    The run is recorded on RUNCTL so the end-of-day
      *    cutover can see the report was taken for the day.
           MOVE 'EXCPRPT ' TO RC-JOB-NAME
           SET RC-FUNC-START TO TRUE
           CALL 'RunControlProgram' USING RC-PARAMETERS
           MOVE BD-BUSINESS-DATE TO REPORT-DATE
           DISPLAY "Enter balance swing threshold percentage: "
           ACCEPT SWING-THRESHOLD-PCT
      * tables.                                                   *
      *-----------------------------------------------------------*
       2100-COLLECT-ONE-RECORD.
           ADD 1 TO LEDGER-READ-COUNT
           IF LDG-POST-DATE = REPORT-DATE
               PERFORM 2200-TRACK-BALANCE-SWING THRU 2200-EXIT
               IF LDG-OPERATION-TYPE NOT = 'BALFWD'
