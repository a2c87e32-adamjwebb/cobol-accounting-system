      *****************************************************
      * STOPREC - one stop-payment instruction on the      *
      * STOPPAY file, keyed by account number plus a       *
      * sequence number within the account.  A stop names  *
      * either one item by its reference (a cheque         *
      * number, a direct debit reference) or, with the     *
      * reference left blank, every item in an amount      *
      * range.  A payee bank narrows it to items presented *
      * by that bank only; blank means any bank.  The      *
      * ClearingInbound run returns any debit presented    *
      * on the account that matches an active stop on or   *
      * before its expiry date.  Kept through              *
      * StopPaymentMaintenance; a cancelled stop is        *
      * marked, not erased, so returns made under it can   *
      * still be traced.                                   *
      *****************************************************
       01  STOP-PAYMENT-RECORD.
           05  STP-STOP-KEY.
               10  STP-ACCOUNT-NUMBER PIC 9(10).
               10  STP-STOP-SEQ       PIC 9(04).
           05  STP-ITEM-REFERENCE     PIC X(16).
           05  STP-AMOUNT-FROM        PIC 9(9)V99.
           05  STP-AMOUNT-TO          PIC 9(9)V99.
           05  STP-PAYEE-BANK         PIC X(08).
           05  STP-EXPIRY-DATE        PIC 9(08).
           05  STP-DESCRIPTION        PIC X(30).
           05  STP-STATUS             PIC X(01).
               88  STP-IS-ACTIVE          VALUE 'A'.
               88  STP-IS-CANCELLED       VALUE 'C'.
           05  STP-ADDED-BY           PIC X(08).
           05  STP-ADDED-DATE         PIC 9(08).
