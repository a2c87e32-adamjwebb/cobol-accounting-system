      * other leg's amount and currency, so either leg     *
      * shows both the original and the converted amount;  *
      * on everything else they are zero and spaces.       *
      *                                                    *
      * LDG-SOURCE-CODE marks a posting that moves money   *
      * through a settlement account outside the ledger:   *
      * OPAY - an outbound payment to another bank         *
      * ORTN - an outbound payment returned and credited   *
      *        back to the account                         *
      * LDG-SOURCE-REFERENCE then carries the payment ID.  *
      * It also marks the legs of a back-office journal:   *
      * JRNL - one leg of a balanced multi-leg journal     *
      * with LDG-SOURCE-REFERENCE carrying the journal     *
      * reference every leg of that journal shares.        *
      * Both are spaces on every other posting.  Entries   *
      * written in the old 116-byte layout, before these   *
      * fields existed, must be converted with the one-off *
      * LedgerSourceConvert job (srcconv) before any       *
      * program reads or appends to the file.              *
      *****************************************************
       01  LEDGER-RECORD.
           05  LDG-ACCOUNT-NUMBER     PIC 9(10).
           05  LDG-CURRENCY-CODE      PIC X(03).
           05  LDG-COUNTER-AMOUNT     PIC S9(9)V99.
           05  LDG-COUNTER-CURRENCY   PIC X(03).
           05  LDG-SOURCE-CODE        PIC X(04).
               88  LDG-IS-OUTBOUND-PAYMENT VALUE 'OPAY'.
               88  LDG-IS-PAYMENT-RETURN   VALUE 'ORTN'.
               88  LDG-IS-JOURNAL-LEG      VALUE 'JRNL'.
           05  LDG-SOURCE-REFERENCE   PIC X(16).
