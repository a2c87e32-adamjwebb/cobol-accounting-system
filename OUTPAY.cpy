      *****************************************************
      * OUTPAY - the outbound payments file sent to the    *
      * clearing each day, the counterpart of the CLRIN    *
      * file ClearingInbound reads: one HEADER record,     *
      * one PAYMNT record per payment and one TRAILR       *
      * record with the item count and amount total the    *
      * receiving side proves the file against.  Items     *
      * the other side cannot apply come back on PAYRTN    *
      * as the original PAYMNT record with a return        *
      * reason code appended, the way CLROUT returns       *
      * our refusals to the presenting banks.              *
      *****************************************************
       01  OUTBOUND-PAYMENT-ITEM.
           05  OPI-RECORD-TYPE        PIC X(06).
               88  OPI-RECORD-IS-HEADER   VALUE 'HEADER'.
               88  OPI-RECORD-IS-PAYMENT  VALUE 'PAYMNT'.
               88  OPI-RECORD-IS-TRAILER  VALUE 'TRAILR'.
           05  OPI-ITEM-TYPE          PIC X(01).
               88  OPI-ITEM-IS-CREDIT     VALUE 'C'.
           05  OPI-BANK-ID            PIC X(08).
           05  OPI-ACCOUNT-ID         PIC X(20).
           05  OPI-PAYEE-NAME         PIC X(30).
           05  OPI-AMOUNT             PIC 9(9)V99.
           05  OPI-ITEM-REFERENCE.
               10  OPI-PAYMENT-ID     PIC 9(10).
               10  FILLER             PIC X(06).
           05  OPI-ORIGINATING-BANK   PIC X(08).
           05  OPI-ORIGINATING-ACCOUNT
                                      PIC 9(10).
       01  OUTBOUND-PAYMENT-HEADER.
           05  OPH-RECORD-TYPE        PIC X(06).
           05  OPH-BUSINESS-DATE      PIC 9(08).
           05  OPH-ORIGINATING-BANK   PIC X(08).
           05  OPH-CREATED-DATE       PIC 9(08).
           05  OPH-CREATED-TIME       PIC 9(08).
           05  FILLER                 PIC X(72).
       01  OUTBOUND-PAYMENT-TRAILER.
           05  OPT-RECORD-TYPE        PIC X(06).
           05  OPT-ITEM-COUNT         PIC 9(09).
           05  OPT-AMOUNT-TOTAL       PIC 9(13)V99.
           05  FILLER                 PIC X(80).
