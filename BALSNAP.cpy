      *****************************************************
      * BALSNAP - one account's closing position for one   *
      * business day on the BALSNAP snapshot file, keyed   *
      * by account number plus the business date closed.   *
      * Written by the cutover job for every account just  *
      * before the business date is advanced, so the       *
      * balance, the holds standing at the close and the   *
      * available balance the posting paths tested that    *
      * day survive the ledger rollover and later changes  *
      * to the live master.  A rerun of the cutover for    *
      * the same day replaces the day's snapshot.  The     *
      * as-at balance inquiry and the month-to-date        *
      * average balances are read off this file.           *
      *****************************************************
       01  BALANCE-SNAPSHOT-RECORD.
           05  SNP-SNAPSHOT-KEY.
               10  SNP-ACCOUNT-NUMBER PIC 9(10).
               10  SNP-BUSINESS-DATE  PIC 9(08).
           05  SNP-CLOSING-BALANCE    PIC S9(9)V99.
           05  SNP-ACTIVE-HOLDS       PIC 9(9)V99.
           05  SNP-HOLD-COUNT         PIC 9(04).
           05  SNP-AVAILABLE-BALANCE  PIC S9(9)V99.
           05  SNP-OVERDRAFT-LIMIT    PIC 9(7)V99.
           05  SNP-ACCOUNT-STATUS     PIC X(08).
           05  SNP-CURRENCY-CODE      PIC X(03).
           05  SNP-LAST-TXN-SEQ       PIC 9(09).
           05  SNP-TAKEN-DATE         PIC 9(08).
           05  SNP-TAKEN-TIME         PIC 9(08).
