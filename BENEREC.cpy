      *****************************************************
      * BENEREC - one payee on the BENEFMST beneficiary    *
      * file, keyed by customer number plus a sequence     *
      * number within the customer.  Every outbound        *
      * payment is made to a beneficiary held here - the   *
      * other bank's sort code or bank ID, the account     *
      * there and the payee's name - so a payment is       *
      * never keyed free-hand at the posting.  Added       *
      * under dual control through BeneficiaryMaintenance  *
      * and MasterChangeApproval; a removed payee is       *
      * marked deleted, not erased, so the payments made   *
      * to it can still be traced.                         *
      *****************************************************
       01  BENEFICIARY-RECORD.
           05  BEN-BENEFICIARY-KEY.
               10  BEN-CUSTOMER-NUMBER PIC 9(08).
               10  BEN-BENEFICIARY-SEQ PIC 9(04).
           05  BEN-BANK-ID            PIC X(08).
           05  BEN-ACCOUNT-ID         PIC X(20).
           05  BEN-PAYEE-NAME         PIC X(30).
           05  BEN-STATUS             PIC X(01).
               88  BEN-IS-ACTIVE          VALUE 'A'.
               88  BEN-IS-DELETED         VALUE 'D'.
           05  BEN-ADDED-BY           PIC X(08).
           05  BEN-ADDED-DATE         PIC 9(08).
