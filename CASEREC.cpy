      *****************************************************
      * CASEREC - one compliance case on the CMPCASE file, *
      * keyed by case number.  Raised by the nightly       *
      * transaction monitoring run when a rule fires on an *
      * account; while the case stays open a later hit on  *
      * the same account and rule refreshes this case      *
      * rather than raising another.  CAS-FIRST-TXN-SEQ    *
      * and CAS-LAST-TXN-SEQ bound the account's TRANHIST  *
      * postings behind the latest hit - the evidence.     *
      * Compliance staff review, annotate and close cases  *
      * through ComplianceCaseMaintenance; every note is   *
      * also kept on the CASENOTE trail, the last one here *
      * for the listing.  A closed case keeps its outcome: *
      * NFA no further action, SAR suspicious activity     *
      * reported, EXIT customer relationship exited.       *
      *****************************************************
       01  COMPLIANCE-CASE-RECORD.
           05  CAS-CASE-NUMBER        PIC 9(08).
           05  CAS-ACCOUNT-NUMBER     PIC 9(10).
           05  CAS-CUSTOMER-NUMBER    PIC 9(08).
           05  CAS-RULE-CODE          PIC X(04).
           05  CAS-DESCRIPTION        PIC X(40).
           05  CAS-RAISED-DATE        PIC 9(08).
           05  CAS-LAST-HIT-DATE      PIC 9(08).
           05  CAS-HIT-COUNT          PIC 9(04).
           05  CAS-WINDOW-START       PIC 9(08).
           05  CAS-WINDOW-END         PIC 9(08).
           05  CAS-POSTING-COUNT      PIC 9(05).
           05  CAS-POSTING-VALUE      PIC 9(11)V99.
           05  CAS-FIRST-TXN-SEQ      PIC 9(09).
           05  CAS-LAST-TXN-SEQ       PIC 9(09).
           05  CAS-STATUS             PIC X(01).
               88  CAS-IS-OPEN            VALUE 'O'.
               88  CAS-IS-UNDER-REVIEW    VALUE 'R'.
               88  CAS-IS-CLOSED          VALUE 'C'.
           05  CAS-ASSIGNED-TO        PIC X(08).
           05  CAS-NOTE-COUNT         PIC 9(03).
           05  CAS-LAST-NOTE          PIC X(60).
           05  CAS-OUTCOME            PIC X(04).
               88  CAS-OUTCOME-NFA        VALUE 'NFA '.
               88  CAS-OUTCOME-SAR        VALUE 'SAR '.
               88  CAS-OUTCOME-EXIT       VALUE 'EXIT'.
           05  CAS-CLOSED-DATE        PIC 9(08).
           05  CAS-CLOSED-BY          PIC X(08).
