      *****************************************************
      * PENDCHG - one master-file change held on the       *
      * PENDCHG pending-change queue, keyed by change      *
      * number.  The maintenance screens queue their       *
      * sensitive actions here instead of applying them;   *
      * the change stands pending until a second,          *
      * supervisor-role operator - never the maker -       *
      * approves or rejects it through                     *
      * MasterChangeApproval.  PND-BEFORE-IMAGE is the     *
      * record as the maker saw it and PND-AFTER-IMAGE     *
      * the record as the maker wants it, each held as     *
      * the master's parameter block (the STANDORD         *
      * record for a standing order).  A change whose      *
      * record has moved on since it was keyed is not      *
      * applied but marked stale, to be keyed again.       *
      *                                                    *
      * Master codes:                                      *
      *   ACCT - account master (DP-PARAMETERS)            *
      *   OPER - operator master (OP-PARAMETERS)           *
      *   CUST - customer master (CU-PARAMETERS)           *
      *   RATE - exchange-rate table (CR-PARAMETERS)       *
      *   SORD - standing orders (STANDORD record)         *
      *   BENE - payment beneficiaries (BENEFMST record)   *
      *   STOP - stop payments (STOPPAY record)            *
      *****************************************************
       01  PENDING-CHANGE-RECORD.
           05  PND-CHANGE-NUMBER      PIC 9(08).
           05  PND-MASTER-CODE        PIC X(04).
               88  PND-MASTER-IS-ACCOUNT  VALUE 'ACCT'.
               88  PND-MASTER-IS-OPERATOR VALUE 'OPER'.
               88  PND-MASTER-IS-CUSTOMER VALUE 'CUST'.
               88  PND-MASTER-IS-RATE     VALUE 'RATE'.
               88  PND-MASTER-IS-ORDER    VALUE 'SORD'.
               88  PND-MASTER-IS-BENEFICIARY
                                          VALUE 'BENE'.
               88  PND-MASTER-IS-STOP     VALUE 'STOP'.
           05  PND-ACTION             PIC X(07).
           05  PND-RECORD-KEY         PIC X(20).
           05  PND-MAKER-ID           PIC X(08).
           05  PND-QUEUED-DATE        PIC 9(08).
           05  PND-QUEUED-TIME        PIC 9(08).
           05  PND-STATUS             PIC X(01).
               88  PND-IS-PENDING         VALUE 'P'.
               88  PND-IS-APPLIED         VALUE 'A'.
               88  PND-IS-REJECTED        VALUE 'R'.
               88  PND-IS-STALE           VALUE 'S'.
           05  PND-CHECKER-ID         PIC X(08).
           05  PND-DECIDED-DATE       PIC 9(08).
           05  PND-DECIDED-TIME       PIC 9(08).
           05  PND-BEFORE-IMAGE       PIC X(200).
           05  PND-AFTER-IMAGE        PIC X(200).
