               ==LDG-APPROVER-ID==      BY ==SRT-APPROVER-ID==
               ==LDG-CURRENCY-CODE==    BY ==SRT-CURRENCY-CODE==
               ==LDG-COUNTER-AMOUNT==   BY ==SRT-COUNTER-AMOUNT==
               ==LDG-COUNTER-CURRENCY== BY ==SRT-COUNTER-CURRENCY==
               ==LDG-SOURCE-CODE==      BY ==SRT-SOURCE-CODE==
               ==LDG-IS-OUTBOUND-PAYMENT==
                                        BY ==SRT-IS-OUTBOUND-PAYMENT==
               ==LDG-IS-PAYMENT-RETURN==
                                        BY ==SRT-IS-PAYMENT-RETURN==
               ==LDG-IS-JOURNAL-LEG==
                                        BY ==SRT-IS-JOURNAL-LEG==
               ==LDG-SOURCE-REFERENCE== BY ==SRT-SOURCE-REFERENCE==.

       WORKING-STORAGE SECTION.
       01  LEDGER-FILE-STATUS         PIC X(02).
