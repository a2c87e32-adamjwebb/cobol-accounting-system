       77  GL-CODE-CUSTOMER-DEBIT     PIC 9(08)     VALUE 20200000.
       77  GL-CODE-INTEREST-EXPENSE   PIC 9(08)     VALUE 51100000.
       77  GL-CODE-FEE-INCOME         PIC 9(08)     VALUE 44100000.
       77  GL-CODE-PAYMENT-SETTLEMENT PIC 9(08)     VALUE 18500000.

       01  GL-HEADER-RECORD.
           05  FILLER                 PIC X(01)     VALUE 'H'.

       COPY BDPARMS.

       COPY RCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
               DISPLAY "GL extract complete for " EXTRACT-DATE ": "
                   EXTRACT-RECORD-COUNT " postings extracted"
           END-IF
           SET RC-FUNC-FINISH TO TRUE
           MOVE EXTRACT-RECORD-COUNT TO RC-PROCESSED-COUNT
           MOVE ZERO TO RC-EXCEPTION-COUNT
           CALL 'RunControlProgram' USING RC-PARAMETERS
           GOBACK.

       1000-INITIALIZE.
      *    extracts the day being closed.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
      *    The run is recorded on RUNCTL so the end-of-day
      *    cutover can see the extract was taken for the day.
           MOVE 'GLEXTR  ' TO RC-JOB-NAME
           SET RC-FUNC-START TO TRUE
           CALL 'RunControlProgram' USING RC-PARAMETERS
           MOVE BD-BUSINESS-DATE TO EXTRACT-DATE
           OPEN INPUT TRANSACTION-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
      *-----------------------------------------------------------*
      * Map the posting to its GL account code.  Interest and     *
      * fee postings are identified by the INTPOST/FEEPOST        *
      * operator IDs the monthly batch stamps on them.  Outbound  *
      * payments and their returns move money through the         *
      * payments settlement suspense account until the clearing   *
      * settles, and are recognized by their ledger source code.  *
      * All other postings are ordinary customer credits and      *
      * debits.                                                   *
      *-----------------------------------------------------------*
       2200-WRITE-DETAIL-RECORD.
           EVALUATE TRUE
               WHEN LDG-OPERATOR-ID = 'FEEPOST '
                   MOVE GL-CODE-FEE-INCOME
                       TO GLD-GL-ACCOUNT-CODE
               WHEN LDG-IS-OUTBOUND-PAYMENT
                   OR LDG-IS-PAYMENT-RETURN
                   MOVE GL-CODE-PAYMENT-SETTLEMENT
                       TO GLD-GL-ACCOUNT-CODE
               WHEN LDG-OPERATION-TYPE = 'CREDIT'
                   MOVE GL-CODE-CUSTOMER-CREDIT
                       TO GLD-GL-ACCOUNT-CODE
