      *****************************************************
      * PRESREC - one item on the PRESITEM register of     *
      * items presented to us through the clearing, keyed  *
      * by the presenting bank's item reference plus the   *
      * presenting bank.  Written by ClearingInbound for   *
      * every presented item that carries a reference, so  *
      * an item presented a second time after it posted is *
      * recognized and returned as a duplicate instead of  *
      * posting twice.  An item that was returned may be   *
      * presented again; its entry is updated with the     *
      * outcome of the new presentment.                    *
      *                                                    *
      * PRI-OUTCOME P - posted to the account              *
      *             R - returned to the presenting bank    *
      *                 with PRI-RETURN-REASON             *
      *****************************************************
       01  PRESENTED-ITEM-RECORD.
           05  PRI-PRESENTED-KEY.
               10  PRI-ITEM-REFERENCE PIC X(16).
               10  PRI-PRESENTING-BANK
                                      PIC X(08).
           05  PRI-ACCOUNT-NUMBER     PIC 9(10).
           05  PRI-ITEM-TYPE          PIC X(01).
           05  PRI-AMOUNT             PIC 9(9)V99.
           05  PRI-BUSINESS-DATE      PIC 9(08).
           05  PRI-RUN-ID             PIC X(08).
           05  PRI-RECORD-NUMBER      PIC 9(09).
           05  PRI-OUTCOME            PIC X(01).
               88  PRI-WAS-POSTED         VALUE 'P'.
               88  PRI-WAS-RETURNED       VALUE 'R'.
           05  PRI-RETURN-REASON      PIC X(04).
