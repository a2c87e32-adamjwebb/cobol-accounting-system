      *****************************************************
      * OPAYREC - one outbound payment on the OUTPAYMT     *
      * register, keyed by payment ID.  Written by         *
      * OperationsProgram when a PAYOUT debit posts;       *
      * the ID is the payment's reference on the ledger,   *
      * on the OUTPAY file sent to the clearing and on     *
      * any return that comes back.                        *
      *                                                    *
      * OPY-STATUS P - posted, waiting for the extract     *
      *            S - sent on the day's OUTPAY file       *
      *            R - returned by the other bank and      *
      *                credited back to the account        *
      *****************************************************
       01  OUTBOUND-PAYMENT-RECORD.
           05  OPY-PAYMENT-ID         PIC 9(10).
           05  OPY-BUSINESS-DATE      PIC 9(08).
           05  OPY-ACCOUNT-NUMBER     PIC 9(10).
           05  OPY-TXN-SEQ            PIC 9(09).
           05  OPY-CUSTOMER-NUMBER    PIC 9(08).
           05  OPY-BENEFICIARY-SEQ    PIC 9(04).
           05  OPY-BANK-ID            PIC X(08).
           05  OPY-ACCOUNT-ID         PIC X(20).
           05  OPY-PAYEE-NAME         PIC X(30).
           05  OPY-AMOUNT             PIC 9(9)V99.
           05  OPY-OPERATOR-ID        PIC X(08).
           05  OPY-APPROVER-ID        PIC X(08).
           05  OPY-STATUS             PIC X(01).
               88  OPY-IS-POSTED          VALUE 'P'.
               88  OPY-IS-SENT            VALUE 'S'.
               88  OPY-IS-RETURNED        VALUE 'R'.
           05  OPY-SENT-DATE          PIC 9(08).
           05  OPY-RETURNED-DATE      PIC 9(08).
           05  OPY-RETURN-TXN-SEQ     PIC 9(09).
