      * keyed history, and the sequential TRANLEDG         *
      * remains the current-period file the daily runs     *
      * walk.                                              *
      *                                                    *
      * Entries written in the old 116-byte layout, before *
      * the source code and source reference existed, must *
      * be converted with the one-off LedgerSourceConvert  *
      * job (srcconv) along with TRANLEDG.                 *
      *****************************************************
       01  HISTORY-RECORD.
           05  HST-HISTORY-KEY.
           05  HST-CURRENCY-CODE      PIC X(03).
           05  HST-COUNTER-AMOUNT     PIC S9(9)V99.
           05  HST-COUNTER-CURRENCY   PIC X(03).
           05  HST-SOURCE-CODE        PIC X(04).
               88  HST-IS-OUTBOUND-PAYMENT VALUE 'OPAY'.
               88  HST-IS-PAYMENT-RETURN   VALUE 'ORTN'.
               88  HST-IS-JOURNAL-LEG      VALUE 'JRNL'.
           05  HST-SOURCE-REFERENCE   PIC X(16).
