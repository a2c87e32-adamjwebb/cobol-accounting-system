      * FUTRWHSE warehouse for the daily release job      *
      * instead of posting it today.                       *
      *                                                    *
      * PAYOUT takes the beneficiary sequence in PO-       *
      * RELATED-ACCOUNT (zero at the console means list    *
      * the customer's beneficiaries and ask); PAYRTN      *
      * takes the returned payment's ID there and the      *
      * returned amount in PO-SUPPLIED-AMOUNT.             *
      *                                                    *
      * JOURNL posts the balanced back-office journals on  *
      * the JRNLIN file under a run ID keyed at the        *
      * console, the way BATCH posts BATCHIN; it takes     *
      * only the operator from this block.                 *
      *                                                    *
      * On return from a posting operation (CREDIT, DEBIT, *
      * XFER, REVRSL, PAYOUT, PAYRTN) PO-RESULT-STATUS     *
      * says whether the posting was applied, and PO-      *
      * RESULT-REASON carries the reject reason code when  *
      * it was refused - so a driving batch job can        *
      * dispose of a refused item itself instead of its    *
      * refusal scrolling away as a console message.       *
      *****************************************************
       01  PASSED-OPERATION.
           05  PO-OPERATION-TYPE      PIC X(06).
