       COPY LEDGREC.

       FD  ARCHIVE-LEDGER-FILE.
       01  ARCHIVE-LEDGER-RECORD      PIC X(136).

       FD  NEW-LEDGER-FILE.
       01  NEW-LEDGER-RECORD          PIC X(136).

       WORKING-STORAGE SECTION.
       01  LEDGER-FILE-STATUS         PIC X(02).
               ==LDG-APPROVER-ID==      BY ==BFW-APPROVER-ID==
               ==LDG-CURRENCY-CODE==    BY ==BFW-CURRENCY-CODE==
               ==LDG-COUNTER-AMOUNT==   BY ==BFW-COUNTER-AMOUNT==
               ==LDG-COUNTER-CURRENCY== BY ==BFW-COUNTER-CURRENCY==
               ==LDG-SOURCE-CODE==      BY ==BFW-SOURCE-CODE==
               ==LDG-IS-OUTBOUND-PAYMENT==
                                        BY ==BFW-IS-OUTBOUND-PAYMENT==
               ==LDG-IS-PAYMENT-RETURN==
                                        BY ==BFW-IS-PAYMENT-RETURN==
               ==LDG-IS-JOURNAL-LEG==
                                        BY ==BFW-IS-JOURNAL-LEG==
               ==LDG-SOURCE-REFERENCE== BY ==BFW-SOURCE-REFERENCE==.

       PROCEDURE DIVISION.

               TO BFW-CURRENCY-CODE
           MOVE ZERO        TO BFW-COUNTER-AMOUNT
           MOVE SPACES      TO BFW-COUNTER-CURRENCY
           MOVE SPACES      TO BFW-SOURCE-CODE
           MOVE SPACES      TO BFW-SOURCE-REFERENCE
           WRITE NEW-LEDGER-RECORD FROM BALFWD-RECORD
           ADD 1 TO FORWARD-COUNT.
       3100-EXIT.
