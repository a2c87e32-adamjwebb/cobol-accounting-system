
       77  REPORT-DATE                PIC 9(08).
       77  OPERATOR-TABLE-COUNT       PIC 9(03)     VALUE ZERO.
       77  OUT-OF-PROOF-COUNT         PIC 9(03)     VALUE ZERO.
       77  TABLE-PRINT-INDEX          PIC 9(03)     COMP.
       77  DECLARED-CREDIT-TOTAL      PIC 9(9)V99.
       77  DECLARED-DEBIT-TOTAL       PIC 9(9)V99.

       COPY BDPARMS.

       COPY RCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           CLOSE PROOF-REPORT-FILE
           DISPLAY "Operator proof complete for " REPORT-DATE ": "
               OPERATOR-TABLE-COUNT " operator(s) totalled"
           SET RC-FUNC-FINISH TO TRUE
           MOVE OPERATOR-TABLE-COUNT TO RC-PROCESSED-COUNT
           MOVE OUT-OF-PROOF-COUNT TO RC-EXCEPTION-COUNT
           CALL 'RunControlProgram' USING RC-PARAMETERS
           GOBACK.

       1000-INITIALIZE.
      *    proves the day being closed.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
      *    The run is recorded on RUNCTL so the end-of-day
      *    cutover can see the proof was taken for the day.
           MOVE 'OPRPROOF' TO RC-JOB-NAME
           SET RC-FUNC-START TO TRUE
           CALL 'RunControlProgram' USING RC-PARAMETERS
           MOVE BD-BUSINESS-DATE TO REPORT-DATE
           OPEN OUTPUT PROOF-REPORT-FILE
           MOVE REPORT-DATE TO RPT-REPORT-DATE
               MOVE '*** DIFFERENCE - DOES NOT PROVE ***'
                   TO DCL-PROOF-VERDICT
               DISPLAY "  *** DIFFERENCE - drawer does not prove"
               ADD 1 TO OUT-OF-PROOF-COUNT
           END-IF
           WRITE PROOF-REPORT-LINE FROM DECLARED-TEXT-LINE
               AFTER ADVANCING 1 LINE
