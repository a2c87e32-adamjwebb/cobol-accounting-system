               RECORD KEY IS FWH-ITEM-ID
               FILE STATUS IS WAREHOUSE-FILE-STATUS.

           SELECT BALANCE-SNAPSHOT-FILE ASSIGN TO "BALSNAP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SNP-SNAPSHOT-KEY
               FILE STATUS IS SNAPSHOT-FILE-STATUS.

           SELECT BENEFICIARY-FILE ASSIGN TO "BENEFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-BENEFICIARY-KEY
               FILE STATUS IS BENEFICIARY-FILE-STATUS.

           SELECT OUTBOUND-PAYMENT-FILE ASSIGN TO "OUTPAYMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPY-PAYMENT-ID
               FILE STATUS IS PAYMENT-FILE-STATUS.

           SELECT JOURNAL-INPUT-FILE ASSIGN TO "JRNLIN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-INPUT-STATUS.

           SELECT JOURNAL-REJECT-FILE ASSIGN TO "JRNLREJ"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS JOURNAL-REJECT-STATUS.

           SELECT JOURNAL-REGISTER-FILE ASSIGN TO "JRNLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRG-JOURNAL-REF
               FILE STATUS IS JOURNAL-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LEDGER-FILE.
       FD  FUTURE-WAREHOUSE-FILE.
       COPY FWHSREC.

       FD  BALANCE-SNAPSHOT-FILE.
       COPY BALSNAP.

       FD  BENEFICIARY-FILE.
       COPY BENEREC.

       FD  OUTBOUND-PAYMENT-FILE.
       COPY OPAYREC.

      *-----------------------------------------------------------*
      * JRNLIN carries back-office journals.  Each journal is one *
      * JHEADR record - the journal reference, its leg count, the *
      * approver for a journal over the dual sign-off threshold   *
      * and a narrative - followed by its DEBIT and CREDIT legs,  *
      * each carrying the journal reference again.  One TRAILR    *
      * record ends the file with the number of legs and their    *
      * amount total, and the run proves the file against it      *
      * before posting anything, as it does BATCHIN.              *
      *-----------------------------------------------------------*
       FD  JOURNAL-INPUT-FILE.
       01  JOURNAL-LEG-RECORD.
           05  JIN-RECORD-TYPE        PIC X(06).
               88  JIN-RECORD-IS-HEADER    VALUE 'JHEADR'.
               88  JIN-RECORD-IS-TRAILER   VALUE 'TRAILR'.
           05  JIN-JOURNAL-REF        PIC X(16).
           05  JIN-ACCOUNT-NUMBER     PIC 9(10).
           05  JIN-AMOUNT             PIC 9(9)V99.
           05  FILLER                 PIC X(21).
       01  JOURNAL-HEADER-RECORD.
           05  JIH-RECORD-TYPE        PIC X(06).
           05  JIH-JOURNAL-REF        PIC X(16).
           05  JIH-LEG-COUNT          PIC 9(04).
           05  JIH-APPROVER-ID        PIC X(08).
           05  JIH-NARRATIVE          PIC X(30).
       01  JOURNAL-TRAILER-RECORD.
           05  JIT-RECORD-TYPE        PIC X(06).
           05  JIT-LEG-COUNT          PIC 9(09).
           05  JIT-AMOUNT-TOTAL       PIC 9(13)V99.
           05  FILLER                 PIC X(34).

      *-----------------------------------------------------------*
      * A rejected journal is written here whole - its header     *
      * and every leg, each with the journal's reason code - so   *
      * the first 64 bytes can be corrected and resubmitted as    *
      * the next run's input.  Extended across runs like          *
      * BATCHREJ.                                                 *
      *-----------------------------------------------------------*
       FD  JOURNAL-REJECT-FILE.
       01  JOURNAL-REJECT-RECORD.
           05  JRJ-ORIGINAL-RECORD    PIC X(64).
           05  JRJ-REASON-CODE        PIC X(04).

       FD  JOURNAL-REGISTER-FILE.
       COPY JRNLREC.

       WORKING-STORAGE SECTION.
       01  CURRENT-OPERATION-TYPE     PIC X(06).
           88  OPERATION-IS-TOTAL         VALUE 'TOTAL '.
           88  OPERATION-IS-HOLD          VALUE 'HOLD  '.
           88  OPERATION-IS-RELHLD        VALUE 'RELHLD'.
           88  OPERATION-IS-HISTRY        VALUE 'HISTRY'.
           88  OPERATION-IS-BALAST        VALUE 'BALAST'.
           88  OPERATION-IS-PAYOUT        VALUE 'PAYOUT'.
           88  OPERATION-IS-PAYRTN        VALUE 'PAYRTN'.
           88  OPERATION-IS-JOURNL        VALUE 'JOURNL'.

       77  CURRENT-ACCOUNT-NUMBER     PIC 9(10).
       77  CURRENT-RELATED-ACCOUNT    PIC 9(10)     VALUE ZERO.
           88  RUN-REFUSED                 VALUE 'Y'.
           88  RUN-ACCEPTED                VALUE 'N'.

      *    The job name the run is checkpointed under on RUNCTL -
      *    OPSBATCH for BATCH, JRNLPOST for JOURNL.
       77  RUN-CONTROL-JOB            PIC X(08)     VALUE 'OPSBATCH'.
       77  BATCH-RUN-ID               PIC X(08).
       77  BATCH-RECORD-NUMBER        PIC 9(09)     VALUE ZERO.
       77  RESTART-SKIP-COUNT         PIC 9(09)     VALUE ZERO.
       77  CHECKPOINT-DATE            PIC 9(08).
       77  CHECKPOINT-TIME            PIC 9(08).
       77  CARRIED-PROCESSED-COUNT    PIC 9(09)     VALUE ZERO.
       77  CARRIED-EXCEPTION-COUNT    PIC 9(09)     VALUE ZERO.

       01  HOLDS-FILE-STATUS          PIC X(02).
           88  HOLDS-FILE-OK               VALUE '00'.
               10  RNG-CURRENCY-CODE   PIC X(03).
               10  RNG-RESULT-BALANCE  PIC S9(9)V99.

       01  SNAPSHOT-FILE-STATUS       PIC X(02).
           88  SNAPSHOT-FILE-OK            VALUE '00'.
           88  SNAPSHOT-FILE-MISSING       VALUE '35'.

       01  SNAPSHOT-EOF-SWITCH        PIC X(01).
           88  SNAPSHOT-EOF                VALUE 'Y'.
           88  SNAPSHOT-NOT-EOF            VALUE 'N'.

       01  AS-AT-DATE-SPLIT.
           05  AS-AT-YEAR             PIC 9(04).
           05  AS-AT-MONTH            PIC 9(02).
           05  AS-AT-DAY              PIC 9(02).
       01  AS-AT-DATE-NUMBER REDEFINES AS-AT-DATE-SPLIT
                                      PIC 9(08).

       01  MONTH-START-SPLIT.
           05  MONTH-START-YEAR       PIC 9(04).
           05  MONTH-START-MONTH      PIC 9(02).
           05  MONTH-START-DAY        PIC 9(02).
       01  MONTH-START-NUMBER REDEFINES MONTH-START-SPLIT
                                      PIC 9(08).

      *    The last snapshot on or before the as-at date, kept
      *    while the walk reads on to the end of the range.
       77  SNAPSHOT-FOUND-DATE        PIC 9(08)     VALUE ZERO.
       77  SNAPSHOT-BALANCE           PIC S9(9)V99  VALUE ZERO.
       77  SNAPSHOT-HOLDS             PIC 9(9)V99   VALUE ZERO.
       77  SNAPSHOT-HOLD-COUNT        PIC 9(04)     VALUE ZERO.
       77  SNAPSHOT-AVAILABLE         PIC S9(9)V99  VALUE ZERO.
       77  SNAPSHOT-STATUS            PIC X(08)     VALUE SPACES.
       77  SNAPSHOT-CURRENCY          PIC X(03)     VALUE SPACES.
       77  MTD-DAY-COUNT              PIC 9(03)     VALUE ZERO.
       77  MTD-BALANCE-TOTAL          PIC S9(13)V99 VALUE ZERO.
       77  MTD-AVERAGE-BALANCE        PIC S9(9)V99  VALUE ZERO.

       77  JOURNAL-EVENT-TYPE         PIC X(06).
       77  JOURNAL-REASON-CODE        PIC X(04).
       77  JOURNAL-AMOUNT             PIC 9(9)V99   VALUE ZERO.
           88  OPERATOR-IS-SUPERVISOR      VALUE 'S'.
       77  OPERATOR-POSTING-LIMIT     PIC 9(9)V99   VALUE ZERO.

       01  BENEFICIARY-FILE-STATUS    PIC X(02).
           88  BENEFICIARY-FILE-OK         VALUE '00'.
           88  BENEFICIARY-FILE-MISSING    VALUE '35'.

       01  BENEFICIARY-EOF-SWITCH     PIC X(01).
           88  BENEFICIARY-EOF             VALUE 'Y'.
           88  BENEFICIARY-NOT-EOF         VALUE 'N'.

       01  PAYMENT-FILE-STATUS        PIC X(02).
           88  PAYMENT-FILE-OK             VALUE '00'.
           88  PAYMENT-FILE-MISSING        VALUE '35'.

       01  PAYMENT-EOF-SWITCH         PIC X(01).
           88  PAYMENT-EOF                 VALUE 'Y'.
           88  PAYMENT-NOT-EOF             VALUE 'N'.

      *    Ledger entries raised by the payments operations carry
      *    where they came from and the payment ID; every other
      *    posting leaves both blank.
       77  CURRENT-SOURCE-CODE        PIC X(04)     VALUE SPACES.
       77  CURRENT-SOURCE-REFERENCE   PIC X(16)     VALUE SPACES.
       77  PAYOUT-CUSTOMER-NUMBER     PIC 9(08)     VALUE ZERO.
       77  PAYOUT-BENEFICIARY-SEQ     PIC 9(04)     VALUE ZERO.
       77  NEW-PAYMENT-ID             PIC 9(10)     VALUE ZERO.
       77  RETURN-PAYMENT-ID          PIC 9(10)     VALUE ZERO.

       01  JOURNAL-INPUT-STATUS       PIC X(02).
           88  JOURNAL-INPUT-OK            VALUE '00'.

       01  JOURNAL-REJECT-STATUS      PIC X(02).
           88  JOURNAL-REJECT-OK           VALUE '00'.
           88  JOURNAL-REJECT-MISSING      VALUE '35'.

       01  JOURNAL-REGISTER-STATUS    PIC X(02).
           88  JOURNAL-REGISTER-OK         VALUE '00'.
           88  JOURNAL-REGISTER-MISSING    VALUE '35'.

       01  JOURNAL-EOF-SWITCH         PIC X(01).
           88  JOURNAL-EOF                 VALUE 'Y'.
           88  JOURNAL-NOT-EOF             VALUE 'N'.

       01  JRNL-OVERFLOW-SWITCH       PIC X(01).
           88  JRNL-LEGS-OVERFLOWED        VALUE 'Y'.
           88  JRNL-LEGS-FIT               VALUE 'N'.

       01  JRNL-REFERENCE-SWITCH      PIC X(01).
           88  JRNL-REFS-AGREE             VALUE 'Y'.
           88  JRNL-REFS-DIFFER            VALUE 'N'.

       01  JRNL-REGISTER-SWITCH       PIC X(01).
           88  JRNL-REF-ON-REGISTER        VALUE 'Y'.
           88  JRNL-REF-NOT-ON-REGISTER    VALUE 'N'.

       01  JRNL-ACCOUNT-SWITCH        PIC X(01).
           88  JRNL-ACCOUNT-FOUND          VALUE 'Y'.
           88  JRNL-ACCOUNT-NOT-FOUND      VALUE 'N'.

       01  JRNL-POSTING-SWITCH        PIC X(01).
           88  JRNL-POSTING-BROKE          VALUE 'Y'.
           88  JRNL-POSTING-WHOLE          VALUE 'N'.

      *    A journal is held whole while it is validated, so its
      *    leg count is bounded by the leg table.
       77  JRNL-LEG-LIMIT             PIC 9(04)     VALUE 1000.
       77  JRNL-MAXIMUM-TOTAL         PIC 9(9)V99   VALUE 999999999.99.
       77  JRNL-HEADER-RECORD-NUMBER  PIC 9(09)     VALUE ZERO.
       77  JRNL-LAST-RECORD-NUMBER    PIC 9(09)     VALUE ZERO.
       77  JRNL-CHECKPOINT-RECORD     PIC 9(09)     VALUE ZERO.
       77  JRNL-LEGS-READ             PIC 9(09)     VALUE ZERO.
       77  JRNL-LEG-COUNT             PIC 9(04)     VALUE ZERO.
       77  JRNL-ORDER-COUNT           PIC 9(04)     VALUE ZERO.
       77  JRNL-ACCOUNT-COUNT         PIC 9(04)     VALUE ZERO.
       77  JRNL-LEG-SUB               PIC 9(04)     COMP.
       77  JRNL-POST-SUB              PIC 9(04)     COMP.
       77  JRNL-RESUME-FROM           PIC 9(04)     COMP.
       77  JRNL-FAILED-SUB            PIC 9(04)     COMP.
       77  JRNL-BACKOUT-FROM          PIC 9(04)     COMP.
       77  JRNL-FAILED-REASON         PIC X(04)     VALUE SPACES.
       77  JRNL-NEW-STATUS            PIC X(01)     VALUE SPACES.
       77  JRNL-DEBIT-TOTAL           PIC 9(13)V99  VALUE ZERO.
       77  JRNL-CREDIT-TOTAL          PIC 9(13)V99  VALUE ZERO.
       77  JRNL-PROJECTED-BALANCE     PIC S9(13)V99 VALUE ZERO.
       77  JRNL-CURRENCY-CODE         PIC X(03)     VALUE SPACES.
       77  JRNL-LEGS-POSTED-COUNT     PIC 9(09)     VALUE ZERO.
       77  JRNL-BACKED-OUT-COUNT      PIC 9(09)     VALUE ZERO.
       77  JRNL-BACKOUT-FAILED-COUNT  PIC 9(09)     VALUE ZERO.

       01  JRNL-HEADER-IMAGE.
           05  JHI-RECORD-TYPE        PIC X(06).
           05  JHI-JOURNAL-REF        PIC X(16).
           05  JHI-LEG-COUNT          PIC 9(04).
           05  JHI-APPROVER-ID        PIC X(08).
           05  JHI-NARRATIVE          PIC X(30).

      *-----------------------------------------------------------*
      * The journal in hand: its legs as read, each with the      *
      * ledger sequence it posted under; the order they post in   *
      * (credits first, then debits, so no account is driven      *
      * through its limit part way through a journal that nets    *
      * inside it); and its accounts with their debit and credit  *
      * totals, for the funds check.                              *
      *-----------------------------------------------------------*
       01  JRNL-LEG-TABLE.
           05  JRNL-LEG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY JLG-IDX.
               10  JLG-RECORD-IMAGE.
                   15  JLG-LEG-TYPE        PIC X(06).
                   15  JLG-JOURNAL-REF     PIC X(16).
                   15  JLG-ACCOUNT-NUMBER  PIC 9(10).
                   15  JLG-AMOUNT          PIC 9(9)V99.
                   15  FILLER              PIC X(21).
               10  JLG-TXN-SEQ         PIC 9(09).

       01  JRNL-POSTING-ORDER-TABLE.
           05  JPO-LEG-SUB            PIC 9(04)     OCCURS 1000 TIMES.

       01  JRNL-ACCOUNT-TABLE.
           05  JRNL-ACCOUNT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY JAC-IDX.
               10  JAC-ACCOUNT-NUMBER  PIC 9(10).
               10  JAC-DEBIT-TOTAL     PIC 9(13)V99.
               10  JAC-CREDIT-TOTAL    PIC 9(13)V99.

       COPY DPPARMS.

       COPY OPPARMS.

       COPY CRPARMS.

       COPY MCPARMS.

       COPY CLPARMS.

       LINKAGE SECTION.
       COPY PASSOP.

                   PERFORM 8700-DO-RELEASE-HOLD THRU 8700-EXIT
               WHEN OPERATION-IS-HISTRY
                   PERFORM 8800-DO-HISTORY THRU 8800-EXIT
               WHEN OPERATION-IS-BALAST
                   PERFORM 8850-DO-BALANCE-AS-AT THRU 8850-EXIT
               WHEN OPERATION-IS-PAYOUT
                   PERFORM 6500-DO-PAYOUT THRU 6500-EXIT
               WHEN OPERATION-IS-PAYRTN
                   PERFORM 6700-DO-PAYMENT-RETURN THRU 6700-EXIT
               WHEN OPERATION-IS-JOURNL
                   PERFORM 7500-DO-JOURNAL THRU 7500-EXIT
               WHEN OTHER
                   DISPLAY "Unrecognized operation: "
                       CURRENT-OPERATION-TYPE
           MOVE SPACES             TO CURRENT-REJECT-REASON
           MOVE ZERO               TO CURRENT-COUNTER-AMOUNT
           MOVE SPACES             TO CURRENT-COUNTER-CURRENCY
           MOVE SPACES             TO CURRENT-SOURCE-CODE
           MOVE SPACES             TO CURRENT-SOURCE-REFERENCE
      *    Callers written before the effective date was kept can
      *    leave the field unset - prove it numeric, the way a
      *    batch amount is, before trusting it.
      * business date marks the posting future-dated, to be       *
      * captured to the warehouse instead of posted; today or     *
      * any earlier date posts now - backdating is not a thing    *
      * this system does.  A future date that falls on a weekend  *
      * or bank holiday is kept as keyed; the release run rolls   *
      * it to the next working day, and the operator is told so.  *
      *-----------------------------------------------------------*
       4170-RESOLVE-EFFECTIVE-DATE.
           SET POSTING-IS-CURRENT-DATED TO TRUE
           PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT
           IF CURRENT-EFFECTIVE-DATE > BD-BUSINESS-DATE
               SET POSTING-IS-FUTURE-DATED TO TRUE
           END-IF
           IF POSTING-IS-FUTURE-DATED AND INTERACTIVE-MODE
               SET CL-FUNC-ROLL-FORWARD TO TRUE
               MOVE CURRENT-EFFECTIVE-DATE TO CL-DATE
               CALL 'CalendarProgram' USING CL-PARAMETERS
               IF CL-STATUS-OK AND NOT CL-IS-WORKING-DAY
                   DISPLAY "Effective date " CURRENT-EFFECTIVE-DATE
                       " is not a working day - the posting will be "
                       "released on " CL-RESULT-DATE
               END-IF
           END-IF.
       4170-EXIT.
           EXIT.
           MOVE CURRENT-COUNTER-AMOUNT  TO LDG-COUNTER-AMOUNT
           MOVE CURRENT-COUNTER-CURRENCY
                                        TO LDG-COUNTER-CURRENCY
           MOVE CURRENT-SOURCE-CODE     TO LDG-SOURCE-CODE
           MOVE CURRENT-SOURCE-REFERENCE
                                        TO LDG-SOURCE-REFERENCE
           WRITE LEDGER-RECORD
           CLOSE TRANSACTION-LEDGER-FILE
           PERFORM 4650-WRITE-HISTORY-ENTRY THRU 4650-EXIT.
           MOVE LDG-CURRENCY-CODE       TO HST-CURRENCY-CODE
           MOVE LDG-COUNTER-AMOUNT      TO HST-COUNTER-AMOUNT
           MOVE LDG-COUNTER-CURRENCY    TO HST-COUNTER-CURRENCY
           MOVE LDG-SOURCE-CODE         TO HST-SOURCE-CODE
           MOVE LDG-SOURCE-REFERENCE    TO HST-SOURCE-REFERENCE
           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
       6200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * PAYOUT - pay funds away to another bank: debit the        *
      * account and record the payment on the OUTPAYMT register   *
      * for the day's OUTPAY extract to send to the clearing.     *
      * The payee must be one of the customer's beneficiaries on  *
      * BENEFMST - PO-RELATED-ACCOUNT carries its sequence; an    *
      * interactive caller who leaves it zero is shown the        *
      * customer's beneficiaries and asked which.  The debit      *
      * runs the normal DEBIT checks - available balance against  *
      * the overdraft limit, the operator's own limit and dual    *
      * sign-off over the threshold - and posts today: the        *
      * payment leaves on today's file or not at all, so there    *
      * is no future-dating.  Only base-currency accounts may     *
      * pay out, since the clearing file carries one currency.    *
      * The ledger entry is tagged OPAY with the payment ID.      *
      *-----------------------------------------------------------*
       6500-DO-PAYOUT.
           IF BATCH-FILE-MODE
               DISPLAY "PAYOUT rejected - payments are not taken "
                   "from the batch posting file"
               MOVE 'OPER' TO CURRENT-REJECT-REASON
               GO TO 6500-EXIT
           END-IF
           PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT
           PERFORM 4400-CHECK-ACCOUNT-POSTABLE THRU 4400-EXIT
           IF POSTING-FAILED
               GO TO 6500-EXIT
           END-IF
           SET POSTING-FAILED TO TRUE
           IF CURRENT-CURRENCY-CODE NOT = BASE-CURRENCY-CODE
               DISPLAY "PAYOUT rejected - account "
                   CURRENT-ACCOUNT-NUMBER " is held in "
                   CURRENT-CURRENCY-CODE ", payments leave in "
                   BASE-CURRENCY-CODE " only"
               MOVE 'CURR' TO CURRENT-REJECT-REASON
               GO TO 6500-EXIT
           END-IF
           MOVE DP-CUSTOMER-NUMBER TO PAYOUT-CUSTOMER-NUMBER
           PERFORM 6520-RESOLVE-BENEFICIARY THRU 6520-EXIT
           IF CURRENT-REJECT-REASON NOT = SPACES
               GO TO 6500-EXIT
           END-IF
           MOVE "Enter payment amount: " TO AMOUNT-PROMPT-TEXT
           SET AMOUNT-INVALID TO TRUE
           IF INTERACTIVE-MODE
               PERFORM 4150-GET-VALID-AMOUNT THRU 4150-EXIT
           ELSE
               PERFORM 4200-VALIDATE-CURRENT-AMOUNT THRU 4200-EXIT
               IF AMOUNT-INVALID
                   DISPLAY "Skipping PAYOUT for account "
                       CURRENT-ACCOUNT-NUMBER ": invalid amount."
                   MOVE 'AMNT' TO CURRENT-REJECT-REASON
                   GO TO 6500-EXIT
               END-IF
           END-IF
           PERFORM 4300-CHECK-DUAL-SIGNOFF THRU 4300-EXIT
           IF SIGNOFF-NOT-OK
               GO TO 6500-EXIT
           END-IF
           PERFORM 6550-ASSIGN-PAYMENT-ID THRU 6550-EXIT
           MOVE 'DEBIT '       TO CURRENT-OPERATION-TYPE
           MOVE ZERO           TO CURRENT-RELATED-ACCOUNT
           MOVE 'OPAY'         TO CURRENT-SOURCE-CODE
           MOVE NEW-PAYMENT-ID TO CURRENT-SOURCE-REFERENCE
           PERFORM 4500-POST-TRANSACTION THRU 4500-EXIT
           IF POSTING-SUCCESSFUL
               PERFORM 6580-WRITE-PAYMENT-RECORD THRU 6580-EXIT
               DISPLAY "Payment " NEW-PAYMENT-ID " of "
                   CURRENT-AMOUNT " to " BEN-PAYEE-NAME
                   " queued for today's outbound file"
           END-IF
           MOVE SPACES TO CURRENT-SOURCE-CODE
           MOVE SPACES TO CURRENT-SOURCE-REFERENCE.
       6500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Find the payee on the customer's beneficiary list.  An    *
      * unknown or removed beneficiary refuses the payment with   *
      * reason BENE; no beneficiary file at all means the         *
      * customer has never had one set up.                        *
      *-----------------------------------------------------------*
       6520-RESOLVE-BENEFICIARY.
           OPEN INPUT BENEFICIARY-FILE
           IF BENEFICIARY-FILE-MISSING
               DISPLAY "PAYOUT rejected - customer "
                   PAYOUT-CUSTOMER-NUMBER " has no beneficiaries"
               MOVE 'BENE' TO CURRENT-REJECT-REASON
               GO TO 6520-EXIT
           END-IF
           MOVE CURRENT-RELATED-ACCOUNT TO PAYOUT-BENEFICIARY-SEQ
           IF PAYOUT-BENEFICIARY-SEQ = ZERO AND INTERACTIVE-MODE
               DISPLAY "Beneficiaries of customer "
                   PAYOUT-CUSTOMER-NUMBER ":"
               SET BENEFICIARY-NOT-EOF TO TRUE
               MOVE PAYOUT-CUSTOMER-NUMBER TO BEN-CUSTOMER-NUMBER
               MOVE ZERO                   TO BEN-BENEFICIARY-SEQ
               START BENEFICIARY-FILE KEY >= BEN-BENEFICIARY-KEY
                   INVALID KEY
                       SET BENEFICIARY-EOF TO TRUE
               END-START
               PERFORM 6540-READ-NEXT-BENEFICIARY THRU 6540-EXIT
               PERFORM 6530-LIST-ONE-BENEFICIARY THRU 6530-EXIT
                   UNTIL BENEFICIARY-EOF
               DISPLAY "Enter beneficiary number: "
               ACCEPT PAYOUT-BENEFICIARY-SEQ
           END-IF
           MOVE PAYOUT-CUSTOMER-NUMBER TO BEN-CUSTOMER-NUMBER
           MOVE PAYOUT-BENEFICIARY-SEQ TO BEN-BENEFICIARY-SEQ
           READ BENEFICIARY-FILE
               INVALID KEY
                   MOVE 'BENE' TO CURRENT-REJECT-REASON
           END-READ
           IF CURRENT-REJECT-REASON = SPACES AND BEN-IS-DELETED
               MOVE 'BENE' TO CURRENT-REJECT-REASON
           END-IF
           IF CURRENT-REJECT-REASON NOT = SPACES
               DISPLAY "PAYOUT rejected - beneficiary "
                   PAYOUT-BENEFICIARY-SEQ
                   " is not on file for customer "
                   PAYOUT-CUSTOMER-NUMBER
           END-IF
           CLOSE BENEFICIARY-FILE.
       6520-EXIT.
           EXIT.

       6530-LIST-ONE-BENEFICIARY.
           IF BEN-IS-ACTIVE
               DISPLAY "  " BEN-BENEFICIARY-SEQ "  " BEN-BANK-ID
                   "  " BEN-ACCOUNT-ID "  " BEN-PAYEE-NAME
           END-IF
           PERFORM 6540-READ-NEXT-BENEFICIARY THRU 6540-EXIT.
       6530-EXIT.
           EXIT.

       6540-READ-NEXT-BENEFICIARY.
           READ BENEFICIARY-FILE NEXT RECORD
               AT END
                   SET BENEFICIARY-EOF TO TRUE
           END-READ
           IF BENEFICIARY-NOT-EOF
               AND BEN-CUSTOMER-NUMBER NOT = PAYOUT-CUSTOMER-NUMBER
               SET BENEFICIARY-EOF TO TRUE
           END-IF.
       6540-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Assign the next payment ID off the highest on the         *
      * register, the way the warehouse assigns its item IDs.     *
      *-----------------------------------------------------------*
       6550-ASSIGN-PAYMENT-ID.
           MOVE ZERO TO NEW-PAYMENT-ID
           OPEN INPUT OUTBOUND-PAYMENT-FILE
           IF PAYMENT-FILE-MISSING
               GO TO 6550-NEXT
           END-IF
           SET PAYMENT-NOT-EOF TO TRUE
           MOVE ZERO TO OPY-PAYMENT-ID
           START OUTBOUND-PAYMENT-FILE KEY >= OPY-PAYMENT-ID
               INVALID KEY
                   SET PAYMENT-EOF TO TRUE
           END-START
           PERFORM 6570-READ-NEXT-PAYMENT THRU 6570-EXIT
           PERFORM 6560-NOTE-ONE-PAYMENT-ID THRU 6560-EXIT
               UNTIL PAYMENT-EOF
           CLOSE OUTBOUND-PAYMENT-FILE.
       6550-NEXT.
           ADD 1 TO NEW-PAYMENT-ID.
       6550-EXIT.
           EXIT.

       6560-NOTE-ONE-PAYMENT-ID.
           IF OPY-PAYMENT-ID > NEW-PAYMENT-ID
               MOVE OPY-PAYMENT-ID TO NEW-PAYMENT-ID
           END-IF
           PERFORM 6570-READ-NEXT-PAYMENT THRU 6570-EXIT.
       6560-EXIT.
           EXIT.

       6570-READ-NEXT-PAYMENT.
           READ OUTBOUND-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAYMENT-EOF TO TRUE
           END-READ.
       6570-EXIT.
           EXIT.

       6580-WRITE-PAYMENT-RECORD.
           OPEN I-O OUTBOUND-PAYMENT-FILE
           IF PAYMENT-FILE-MISSING
               OPEN OUTPUT OUTBOUND-PAYMENT-FILE
               CLOSE OUTBOUND-PAYMENT-FILE
               OPEN I-O OUTBOUND-PAYMENT-FILE
           END-IF
           MOVE NEW-PAYMENT-ID          TO OPY-PAYMENT-ID
           MOVE CURRENT-POST-DATE       TO OPY-BUSINESS-DATE
           MOVE CURRENT-ACCOUNT-NUMBER  TO OPY-ACCOUNT-NUMBER
           MOVE NEW-TXN-SEQ             TO OPY-TXN-SEQ
           MOVE PAYOUT-CUSTOMER-NUMBER  TO OPY-CUSTOMER-NUMBER
           MOVE PAYOUT-BENEFICIARY-SEQ  TO OPY-BENEFICIARY-SEQ
           MOVE BEN-BANK-ID             TO OPY-BANK-ID
           MOVE BEN-ACCOUNT-ID          TO OPY-ACCOUNT-ID
           MOVE BEN-PAYEE-NAME          TO OPY-PAYEE-NAME
           MOVE CURRENT-AMOUNT          TO OPY-AMOUNT
           MOVE CURRENT-OPERATOR-ID     TO OPY-OPERATOR-ID
           MOVE CURRENT-APPROVER-ID     TO OPY-APPROVER-ID
           SET OPY-IS-POSTED            TO TRUE
           MOVE ZERO                    TO OPY-SENT-DATE
           MOVE ZERO                    TO OPY-RETURNED-DATE
           MOVE ZERO                    TO OPY-RETURN-TXN-SEQ
           WRITE OUTBOUND-PAYMENT-RECORD
           CLOSE OUTBOUND-PAYMENT-FILE.
       6580-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * PAYRTN - credit a returned outbound payment back to the   *
      * account it left.  Programmatic only, from the returns     *
      * run: PO-RELATED-ACCOUNT carries the payment ID and        *
      * PO-SUPPLIED-AMOUNT the amount the other bank sent back.   *
      * The payment must be on the register as sent, from this    *
      * account and for exactly that amount; a second return of   *
      * the same payment is refused.  Like REVRSL it re-applies   *
      * an amount already approved once, so there is no dual      *
      * sign-off, but the operator's own limit still applies.     *
      * The ledger entry is tagged ORTN with the payment ID.      *
      *-----------------------------------------------------------*
       6700-DO-PAYMENT-RETURN.
           IF NOT PROGRAMMATIC-MODE
               DISPLAY "PAYRTN rejected - returns are credited by "
                   "the returns run only"
               MOVE 'OPER' TO CURRENT-REJECT-REASON
               GO TO 6700-EXIT
           END-IF
           PERFORM 4200-VALIDATE-CURRENT-AMOUNT THRU 4200-EXIT
           IF AMOUNT-INVALID
               MOVE 'AMNT' TO CURRENT-REJECT-REASON
               GO TO 6700-EXIT
           END-IF
           MOVE CURRENT-RELATED-ACCOUNT TO RETURN-PAYMENT-ID
           OPEN I-O OUTBOUND-PAYMENT-FILE
           IF PAYMENT-FILE-MISSING
               MOVE 'NOPY' TO CURRENT-REJECT-REASON
               GO TO 6700-EXIT
           END-IF
           MOVE RETURN-PAYMENT-ID TO OPY-PAYMENT-ID
           READ OUTBOUND-PAYMENT-FILE
               INVALID KEY
                   MOVE 'NOPY' TO CURRENT-REJECT-REASON
           END-READ
           IF CURRENT-REJECT-REASON = SPACES
               EVALUATE TRUE
                   WHEN OPY-IS-RETURNED
                       MOVE 'RTND' TO CURRENT-REJECT-REASON
                   WHEN OPY-IS-POSTED
                       MOVE 'NSNT' TO CURRENT-REJECT-REASON
                   WHEN OPY-ACCOUNT-NUMBER NOT = CURRENT-ACCOUNT-NUMBER
                       MOVE 'ACCT' TO CURRENT-REJECT-REASON
                   WHEN OPY-AMOUNT NOT = CURRENT-AMOUNT
                       MOVE 'AMNT' TO CURRENT-REJECT-REASON
               END-EVALUATE
           END-IF
           IF CURRENT-REJECT-REASON NOT = SPACES
               DISPLAY "PAYRTN rejected for payment "
                   RETURN-PAYMENT-ID " - reason "
                   CURRENT-REJECT-REASON
               CLOSE OUTBOUND-PAYMENT-FILE
               GO TO 6700-EXIT
           END-IF
           IF CURRENT-AMOUNT > OPERATOR-POSTING-LIMIT
               DISPLAY "PAYRTN refused - amount exceeds operator "
                   CURRENT-OPERATOR-ID "'s posting limit of "
                   OPERATOR-POSTING-LIMIT
               MOVE 'OLIM'          TO CURRENT-REJECT-REASON
               MOVE 'REFUSE'        TO JOURNAL-EVENT-TYPE
               MOVE 'OLIM'          TO JOURNAL-REASON-CODE
               MOVE CURRENT-AMOUNT  TO JOURNAL-AMOUNT
               PERFORM 9100-WRITE-SECURITY-JOURNAL THRU 9100-EXIT
               CLOSE OUTBOUND-PAYMENT-FILE
               GO TO 6700-EXIT
           END-IF
           MOVE 'CREDIT'          TO CURRENT-OPERATION-TYPE
           MOVE ZERO              TO CURRENT-RELATED-ACCOUNT
           MOVE 'ORTN'            TO CURRENT-SOURCE-CODE
           MOVE RETURN-PAYMENT-ID TO CURRENT-SOURCE-REFERENCE
           PERFORM 4500-POST-TRANSACTION THRU 4500-EXIT
           IF POSTING-SUCCESSFUL
               SET OPY-IS-RETURNED   TO TRUE
               MOVE CURRENT-POST-DATE TO OPY-RETURNED-DATE
               MOVE NEW-TXN-SEQ       TO OPY-RETURN-TXN-SEQ
               REWRITE OUTBOUND-PAYMENT-RECORD
           END-IF
           CLOSE OUTBOUND-PAYMENT-FILE
           MOVE SPACES TO CURRENT-SOURCE-CODE
           MOVE SPACES TO CURRENT-SOURCE-REFERENCE.
       6700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * REVRSL - void the most recent posting on an account by    *
      * posting the exact inverse amount, linked back to it via   *
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * JOURNL - post back-office journals from the JRNLIN file.  *
      * A journal is any number of DEBIT and CREDIT legs that     *
      * must net to zero, and it posts whole or not at all.       *
      * Every leg is checked before any posts: the journal must   *
      * balance; every account must be on file, OPEN and in the   *
      * journal's one currency; each account's net debit must     *
      * fit its available balance and overdraft limit; and the    *
      * journal total must sit within the operator's own limit    *
      * and carry dual sign-off over the threshold, as a single   *
      * posting of that amount would.  A journal that passes is   *
      * entered on the JRNLREG register and its legs posted, each *
      * under source code JRNL and the journal reference; one     *
      * that fails anything goes to JRNLREJ whole with the        *
      * reason.  Journals post today - there is no future-dating. *
      * The run is checkpointed on RUNCTL as JRNLPOST under the   *
      * operator-assigned run ID, the way BATCH is.               *
      *-----------------------------------------------------------*
       7500-DO-JOURNAL.
           DISPLAY "Enter journal run ID: "
           ACCEPT BATCH-RUN-ID
           MOVE 'JRNLPOST' TO RUN-CONTROL-JOB
           PERFORM 8050-START-RUN-CONTROL THRU 8050-EXIT
           IF RUN-REFUSED
               GO TO 7500-EXIT
           END-IF
           MOVE ZERO TO BATCH-READ-COUNT
           MOVE ZERO TO BATCH-POSTED-COUNT
           MOVE ZERO TO BATCH-REJECT-COUNT
           MOVE ZERO TO RESTART-SKIPPED-COUNT
           MOVE ZERO TO BATCH-POSTED-AMOUNT
           MOVE ZERO TO BATCH-REJECT-AMOUNT
           MOVE ZERO TO JRNL-LEGS-POSTED-COUNT
           MOVE ZERO TO JRNL-BACKED-OUT-COUNT
           MOVE ZERO TO JRNL-BACKOUT-FAILED-COUNT
           SET BATCH-FILE-MODE TO TRUE
           SET JOURNAL-NOT-EOF TO TRUE
           MOVE ZERO TO BATCH-RECORD-NUMBER
           OPEN INPUT JOURNAL-INPUT-FILE
           IF NOT JOURNAL-INPUT-OK
               DISPLAY "No journal input file found - nothing to "
                   "post"
               CLOSE RUN-CONTROL-FILE
               GO TO 7500-EXIT
           END-IF
           PERFORM 7550-VERIFY-JOURNAL-TOTALS THRU 7550-EXIT
           CLOSE JOURNAL-INPUT-FILE
           IF RUN-REFUSED
               CLOSE RUN-CONTROL-FILE
               GO TO 7500-EXIT
           END-IF
           PERFORM 7570-OPEN-JOURNAL-FILES THRU 7570-EXIT
           SET JOURNAL-NOT-EOF TO TRUE
           MOVE ZERO TO BATCH-RECORD-NUMBER
           OPEN INPUT JOURNAL-INPUT-FILE
           PERFORM 7540-READ-JOURNAL-RECORD THRU 7540-EXIT
           PERFORM 7600-PROCESS-ONE-JOURNAL THRU 7600-EXIT
               UNTIL JOURNAL-EOF
           CLOSE JOURNAL-INPUT-FILE
           CLOSE JOURNAL-REJECT-FILE
           CLOSE JOURNAL-REGISTER-FILE
           PERFORM 7950-MARK-JOURNAL-RUN-COMPLETE THRU 7950-EXIT
           CLOSE RUN-CONTROL-FILE.
       7500-EXIT.
           EXIT.

       7540-READ-JOURNAL-RECORD.
           READ JOURNAL-INPUT-FILE
               AT END
                   SET JOURNAL-EOF TO TRUE
           END-READ
           IF JOURNAL-NOT-EOF
               ADD 1 TO BATCH-RECORD-NUMBER
           END-IF.
       7540-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Prove the file against its trailer before posting         *
      * anything, as 8150 does for BATCHIN: the number of legs    *
      * and their amount total must agree with the TRAILR record, *
      * and a file with no trailer is refused.  Headers are not   *
      * counted.                                                  *
      *-----------------------------------------------------------*
       7550-VERIFY-JOURNAL-TOTALS.
           SET TRAILER-WAS-NOT-FOUND TO TRUE
           MOVE ZERO TO COMPUTED-RECORD-COUNT
           MOVE ZERO TO COMPUTED-AMOUNT-TOTAL
           PERFORM 7540-READ-JOURNAL-RECORD THRU 7540-EXIT
           PERFORM 7560-TALLY-ONE-JOURNAL-RECORD THRU 7560-EXIT
               UNTIL JOURNAL-EOF
           IF TRAILER-WAS-NOT-FOUND
               DISPLAY "Journal run refused - no trailer record on "
                   "the input file"
               SET RUN-REFUSED TO TRUE
               GO TO 7550-EXIT
           END-IF
           IF COMPUTED-RECORD-COUNT NOT = EXPECTED-RECORD-COUNT
               DISPLAY "Journal run refused - trailer expects "
                   EXPECTED-RECORD-COUNT " legs, file holds "
                   COMPUTED-RECORD-COUNT
               SET RUN-REFUSED TO TRUE
           END-IF
           IF COMPUTED-AMOUNT-TOTAL NOT = EXPECTED-AMOUNT-TOTAL
               DISPLAY "Journal run refused - trailer expects total "
                   EXPECTED-AMOUNT-TOTAL ", file holds "
                   COMPUTED-AMOUNT-TOTAL
               SET RUN-REFUSED TO TRUE
           END-IF.
       7550-EXIT.
           EXIT.

       7560-TALLY-ONE-JOURNAL-RECORD.
           EVALUATE TRUE
               WHEN JIN-RECORD-IS-TRAILER
                   SET TRAILER-WAS-FOUND TO TRUE
                   MOVE JIT-LEG-COUNT    TO EXPECTED-RECORD-COUNT
                   MOVE JIT-AMOUNT-TOTAL TO EXPECTED-AMOUNT-TOTAL
               WHEN JIN-RECORD-IS-HEADER
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO COMPUTED-RECORD-COUNT
                   IF JIN-AMOUNT IS NUMERIC
                       ADD JIN-AMOUNT TO COMPUTED-AMOUNT-TOTAL
                   END-IF
           END-EVALUATE
           PERFORM 7540-READ-JOURNAL-RECORD THRU 7540-EXIT.
       7560-EXIT.
           EXIT.

       7570-OPEN-JOURNAL-FILES.
           OPEN EXTEND JOURNAL-REJECT-FILE
           IF JOURNAL-REJECT-MISSING
               OPEN OUTPUT JOURNAL-REJECT-FILE
           END-IF
           OPEN I-O JOURNAL-REGISTER-FILE
           IF JOURNAL-REGISTER-MISSING
               OPEN OUTPUT JOURNAL-REGISTER-FILE
               CLOSE JOURNAL-REGISTER-FILE
               OPEN I-O JOURNAL-REGISTER-FILE
           END-IF.
       7570-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Take one journal off the file - its JHEADR record and the *
      * legs up to the next header or the trailer - and dispose   *
      * of it.  The RUNCTL checkpoint counts records: a journal   *
      * that ends at or before it was finished before the         *
      * failure and is skipped; one whose header is at or before  *
      * it was part-posted, and carries on from the leg after     *
      * the last one posted without being validated again; one    *
      * after it is new.  A leg with no header in front of it     *
      * belongs to no journal and is rejected on its own.         *
      *-----------------------------------------------------------*
       7600-PROCESS-ONE-JOURNAL.
           IF JIN-RECORD-IS-TRAILER
               PERFORM 7540-READ-JOURNAL-RECORD THRU 7540-EXIT
               GO TO 7600-EXIT
           END-IF
           IF NOT JIN-RECORD-IS-HEADER
               IF BATCH-RECORD-NUMBER > RESTART-SKIP-COUNT
                   DISPLAY "Journal leg at record "
                       BATCH-RECORD-NUMBER
                       " has no JHEADR record in front of it - "
                       "rejected"
                   MOVE JOURNAL-LEG-RECORD TO JRJ-ORIGINAL-RECORD
                   MOVE 'JREF'             TO JRJ-REASON-CODE
                   WRITE JOURNAL-REJECT-RECORD
                   ADD 1 TO BATCH-REJECT-COUNT
                   MOVE BATCH-RECORD-NUMBER TO JRNL-CHECKPOINT-RECORD
                   PERFORM 7900-REWRITE-JOURNAL-CHECKPOINT
                       THRU 7900-EXIT
               END-IF
               PERFORM 7540-READ-JOURNAL-RECORD THRU 7540-EXIT
               GO TO 7600-EXIT
           END-IF
           PERFORM 7610-LOAD-JOURNAL THRU 7610-EXIT
           COMPUTE JRNL-LAST-RECORD-NUMBER =
               JRNL-HEADER-RECORD-NUMBER + JRNL-LEGS-READ
           IF JRNL-LAST-RECORD-NUMBER NOT > RESTART-SKIP-COUNT
               ADD 1 TO RESTART-SKIPPED-COUNT
               GO TO 7600-EXIT
           END-IF
           ADD 1 TO BATCH-READ-COUNT
           MOVE SPACES TO CURRENT-REJECT-REASON
           PERFORM 7630-ORDER-JOURNAL-LEGS THRU 7630-EXIT
           IF JRNL-HEADER-RECORD-NUMBER NOT > RESTART-SKIP-COUNT
               COMPUTE JRNL-RESUME-FROM =
                   RESTART-SKIP-COUNT - JRNL-HEADER-RECORD-NUMBER + 1
               DISPLAY "Journal " JHI-JOURNAL-REF
                   " resuming at leg " JRNL-RESUME-FROM
               PERFORM 7800-POST-JOURNAL-LEGS THRU 7800-EXIT
               GO TO 7600-EXIT
           END-IF
           PERFORM 7650-VALIDATE-JOURNAL THRU 7650-EXIT
           IF CURRENT-REJECT-REASON NOT = SPACES
               PERFORM 7750-REJECT-JOURNAL THRU 7750-EXIT
               GO TO 7600-EXIT
           END-IF
           PERFORM 7700-REGISTER-JOURNAL THRU 7700-EXIT
           MOVE JRNL-HEADER-RECORD-NUMBER TO JRNL-CHECKPOINT-RECORD
           PERFORM 7900-REWRITE-JOURNAL-CHECKPOINT THRU 7900-EXIT
           MOVE 1 TO JRNL-RESUME-FROM
           PERFORM 7800-POST-JOURNAL-LEGS THRU 7800-EXIT.
       7600-EXIT.
           EXIT.

       7610-LOAD-JOURNAL.
           MOVE JOURNAL-HEADER-RECORD TO JRNL-HEADER-IMAGE
           MOVE BATCH-RECORD-NUMBER   TO JRNL-HEADER-RECORD-NUMBER
           MOVE ZERO TO JRNL-LEG-COUNT
           MOVE ZERO TO JRNL-LEGS-READ
           SET JRNL-LEGS-FIT TO TRUE
           SET JRNL-REFS-AGREE TO TRUE
           PERFORM 7540-READ-JOURNAL-RECORD THRU 7540-EXIT
           PERFORM 7620-LOAD-ONE-LEG THRU 7620-EXIT
               UNTIL JOURNAL-EOF
                  OR JIN-RECORD-IS-HEADER
                  OR JIN-RECORD-IS-TRAILER.
       7610-EXIT.
           EXIT.

       7620-LOAD-ONE-LEG.
           ADD 1 TO JRNL-LEGS-READ
           IF JIN-JOURNAL-REF NOT = JHI-JOURNAL-REF
               SET JRNL-REFS-DIFFER TO TRUE
           END-IF
           IF JRNL-LEG-COUNT < JRNL-LEG-LIMIT
               ADD 1 TO JRNL-LEG-COUNT
               SET JLG-IDX TO JRNL-LEG-COUNT
               MOVE JOURNAL-LEG-RECORD TO JLG-RECORD-IMAGE (JLG-IDX)
               MOVE ZERO               TO JLG-TXN-SEQ (JLG-IDX)
           ELSE
      *        A leg past the table cannot be held for the
      *        journal's reject, so it goes to JRNLREJ as it is
      *        read and the journal is refused as too long.
               SET JRNL-LEGS-OVERFLOWED TO TRUE
               IF BATCH-RECORD-NUMBER > RESTART-SKIP-COUNT
                   MOVE JOURNAL-LEG-RECORD TO JRJ-ORIGINAL-RECORD
                   MOVE 'JCNT'             TO JRJ-REASON-CODE
                   WRITE JOURNAL-REJECT-RECORD
               END-IF
           END-IF
           PERFORM 7540-READ-JOURNAL-RECORD THRU 7540-EXIT.
       7620-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Put the legs in posting order - every credit, then every  *
      * debit, each in file order - and total both sides.  The    *
      * order is fixed by the file, so a restarted run posts the  *
      * legs in the same order and its checkpoint still names     *
      * the last leg posted.                                      *
      *-----------------------------------------------------------*
       7630-ORDER-JOURNAL-LEGS.
           MOVE ZERO TO JRNL-ORDER-COUNT
           MOVE ZERO TO JRNL-DEBIT-TOTAL
           MOVE ZERO TO JRNL-CREDIT-TOTAL
           PERFORM 7640-ORDER-ONE-CREDIT THRU 7640-EXIT
               VARYING JRNL-LEG-SUB FROM 1 BY 1
               UNTIL JRNL-LEG-SUB > JRNL-LEG-COUNT
           PERFORM 7645-ORDER-ONE-DEBIT THRU 7645-EXIT
               VARYING JRNL-LEG-SUB FROM 1 BY 1
               UNTIL JRNL-LEG-SUB > JRNL-LEG-COUNT.
       7630-EXIT.
           EXIT.

       7640-ORDER-ONE-CREDIT.
           IF JLG-LEG-TYPE (JRNL-LEG-SUB) = 'CREDIT'
               ADD 1 TO JRNL-ORDER-COUNT
               MOVE JRNL-LEG-SUB TO JPO-LEG-SUB (JRNL-ORDER-COUNT)
               IF JLG-AMOUNT (JRNL-LEG-SUB) IS NUMERIC
                   ADD JLG-AMOUNT (JRNL-LEG-SUB) TO JRNL-CREDIT-TOTAL
               END-IF
           END-IF.
       7640-EXIT.
           EXIT.

       7645-ORDER-ONE-DEBIT.
           IF JLG-LEG-TYPE (JRNL-LEG-SUB) = 'DEBIT '
               ADD 1 TO JRNL-ORDER-COUNT
               MOVE JRNL-LEG-SUB TO JPO-LEG-SUB (JRNL-ORDER-COUNT)
               IF JLG-AMOUNT (JRNL-LEG-SUB) IS NUMERIC
                   ADD JLG-AMOUNT (JRNL-LEG-SUB) TO JRNL-DEBIT-TOTAL
               END-IF
           END-IF.
       7645-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Validate the whole journal before any leg posts, leaving  *
      * the first failure in CURRENT-REJECT-REASON.  The form of  *
      * the journal is checked first, then each account, and the  *
      * operator's limit and dual sign-off last, so a sign-off is *
      * only journaled on SECJRNL for a journal that will post.   *
      *-----------------------------------------------------------*
       7650-VALIDATE-JOURNAL.
           MOVE 'JOURNL'        TO CURRENT-OPERATION-TYPE
           MOVE ZERO            TO CURRENT-ACCOUNT-NUMBER
           MOVE ZERO            TO CURRENT-RELATED-ACCOUNT
           MOVE JHI-APPROVER-ID TO CURRENT-APPROVER-ID
           MOVE SPACES          TO JRNL-CURRENCY-CODE
           IF JHI-JOURNAL-REF = SPACES OR JRNL-REFS-DIFFER
               DISPLAY "Journal at record " JRNL-HEADER-RECORD-NUMBER
                   " rejected - journal reference missing or not "
                   "the same on every leg"
               MOVE 'JREF' TO CURRENT-REJECT-REASON
               GO TO 7650-EXIT
           END-IF
           IF JRNL-LEGS-OVERFLOWED
               DISPLAY "Journal " JHI-JOURNAL-REF
                   " rejected - more than " JRNL-LEG-LIMIT " legs"
               MOVE 'JCNT' TO CURRENT-REJECT-REASON
               GO TO 7650-EXIT
           END-IF
           IF JHI-LEG-COUNT IS NOT NUMERIC
               OR JHI-LEG-COUNT NOT = JRNL-LEGS-READ
               DISPLAY "Journal " JHI-JOURNAL-REF
                   " rejected - header leg count " JHI-LEG-COUNT
                   ", legs on file " JRNL-LEGS-READ
               MOVE 'JCNT' TO CURRENT-REJECT-REASON
               GO TO 7650-EXIT
           END-IF
           IF JRNL-LEGS-READ < 2
               DISPLAY "Journal " JHI-JOURNAL-REF
                   " rejected - a journal needs at least two legs"
               MOVE 'JCNT' TO CURRENT-REJECT-REASON
               GO TO 7650-EXIT
           END-IF
           PERFORM 7660-CHECK-ONE-LEG THRU 7660-EXIT
               VARYING JRNL-LEG-SUB FROM 1 BY 1
               UNTIL JRNL-LEG-SUB > JRNL-LEG-COUNT
                  OR CURRENT-REJECT-REASON NOT = SPACES
           IF CURRENT-REJECT-REASON NOT = SPACES
               GO TO 7650-EXIT
           END-IF
           IF JRNL-DEBIT-TOTAL NOT = JRNL-CREDIT-TOTAL
               DISPLAY "Journal " JHI-JOURNAL-REF
                   " rejected - debits " JRNL-DEBIT-TOTAL
                   " do not equal credits " JRNL-CREDIT-TOTAL
               MOVE 'JUNB' TO CURRENT-REJECT-REASON
               GO TO 7650-EXIT
           END-IF
           IF JRNL-DEBIT-TOTAL > JRNL-MAXIMUM-TOTAL
               DISPLAY "Journal " JHI-JOURNAL-REF
                   " rejected - journal total is outside the "
                   "postable range"
               MOVE 'AMNT' TO CURRENT-REJECT-REASON
               GO TO 7650-EXIT
           END-IF
           PERFORM 7670-CHECK-JOURNAL-REGISTER THRU 7670-EXIT
           IF CURRENT-REJECT-REASON NOT = SPACES
               GO TO 7650-EXIT
           END-IF
           MOVE ZERO TO JRNL-ACCOUNT-COUNT
           PERFORM 7680-TALLY-ONE-ACCOUNT THRU 7680-EXIT
               VARYING JRNL-LEG-SUB FROM 1 BY 1
               UNTIL JRNL-LEG-SUB > JRNL-LEG-COUNT
           PERFORM 7690-CHECK-ONE-ACCOUNT THRU 7690-EXIT
               VARYING JAC-IDX FROM 1 BY 1
               UNTIL JAC-IDX > JRNL-ACCOUNT-COUNT
                  OR CURRENT-REJECT-REASON NOT = SPACES
           IF CURRENT-REJECT-REASON NOT = SPACES
               GO TO 7650-EXIT
           END-IF
      *    The operator's limit and the dual sign-off apply to the
      *    journal as a whole, at its total.
           MOVE ZERO             TO CURRENT-ACCOUNT-NUMBER
           MOVE JRNL-DEBIT-TOTAL TO CURRENT-AMOUNT
           PERFORM 4300-CHECK-DUAL-SIGNOFF THRU 4300-EXIT
           IF SIGNOFF-NOT-OK AND CURRENT-REJECT-REASON = SPACES
               MOVE 'APPR' TO CURRENT-REJECT-REASON
           END-IF.
       7650-EXIT.
           EXIT.

       7660-CHECK-ONE-LEG.
           IF JLG-LEG-TYPE (JRNL-LEG-SUB) NOT = 'DEBIT '
               AND JLG-LEG-TYPE (JRNL-LEG-SUB) NOT = 'CREDIT'
               DISPLAY "Journal " JHI-JOURNAL-REF " rejected - leg "
                   JRNL-LEG-SUB " has unrecognized operation "
                   JLG-LEG-TYPE (JRNL-LEG-SUB)
               MOVE 'OPER' TO CURRENT-REJECT-REASON
               GO TO 7660-EXIT
           END-IF
           IF JLG-ACCOUNT-NUMBER (JRNL-LEG-SUB) IS NOT NUMERIC
               DISPLAY "Journal " JHI-JOURNAL-REF " rejected - leg "
                   JRNL-LEG-SUB " has an invalid account number"
               MOVE 'ACCT' TO CURRENT-REJECT-REASON
               GO TO 7660-EXIT
           END-IF
           IF JLG-AMOUNT (JRNL-LEG-SUB) IS NOT NUMERIC
               DISPLAY "Journal " JHI-JOURNAL-REF " rejected - leg "
                   JRNL-LEG-SUB " has an invalid amount"
               MOVE 'AMNT' TO CURRENT-REJECT-REASON
               GO TO 7660-EXIT
           END-IF
           IF JLG-AMOUNT (JRNL-LEG-SUB) = ZERO
               DISPLAY "Journal " JHI-JOURNAL-REF " rejected - leg "
                   JRNL-LEG-SUB " has a zero amount"
               MOVE 'AMNT' TO CURRENT-REJECT-REASON
           END-IF.
       7660-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A journal reference posts once.  One already on the       *
      * register is refused unless that journal was backed out,   *
      * or it is this run's own entry for a journal the run       *
      * registered but had not yet started posting when it        *
      * failed.  One left part-posted by another run must be      *
      * finished by restarting that run, not posted again.        *
      *-----------------------------------------------------------*
       7670-CHECK-JOURNAL-REGISTER.
           MOVE JHI-JOURNAL-REF TO JRG-JOURNAL-REF
           READ JOURNAL-REGISTER-FILE
               INVALID KEY
                   SET JRNL-REF-NOT-ON-REGISTER TO TRUE
               NOT INVALID KEY
                   SET JRNL-REF-ON-REGISTER TO TRUE
           END-READ
           IF JRNL-REF-NOT-ON-REGISTER OR JRG-IS-BACKED-OUT
               GO TO 7670-EXIT
           END-IF
           IF JRG-IS-IN-PROGRESS
               IF JRG-RUN-ID = BATCH-RUN-ID
                   GO TO 7670-EXIT
               END-IF
               DISPLAY "Journal " JHI-JOURNAL-REF
                   " rejected - part-posted by journal run "
                   JRG-RUN-ID ", restart that run to finish it"
           ELSE
               DISPLAY "Journal " JHI-JOURNAL-REF
                   " rejected - already posted on "
                   JRG-BUSINESS-DATE
           END-IF
           MOVE 'JDUP' TO CURRENT-REJECT-REASON.
       7670-EXIT.
           EXIT.

       7680-TALLY-ONE-ACCOUNT.
           SET JRNL-ACCOUNT-NOT-FOUND TO TRUE
           SET JAC-IDX TO 1
           SEARCH JRNL-ACCOUNT-ENTRY
               AT END
                   SET JRNL-ACCOUNT-NOT-FOUND TO TRUE
               WHEN JAC-IDX > JRNL-ACCOUNT-COUNT
                   SET JRNL-ACCOUNT-NOT-FOUND TO TRUE
               WHEN JAC-ACCOUNT-NUMBER (JAC-IDX) =
                       JLG-ACCOUNT-NUMBER (JRNL-LEG-SUB)
                   SET JRNL-ACCOUNT-FOUND TO TRUE
           END-SEARCH
           IF JRNL-ACCOUNT-NOT-FOUND
               ADD 1 TO JRNL-ACCOUNT-COUNT
               SET JAC-IDX TO JRNL-ACCOUNT-COUNT
               MOVE JLG-ACCOUNT-NUMBER (JRNL-LEG-SUB)
                   TO JAC-ACCOUNT-NUMBER (JAC-IDX)
               MOVE ZERO TO JAC-DEBIT-TOTAL (JAC-IDX)
               MOVE ZERO TO JAC-CREDIT-TOTAL (JAC-IDX)
           END-IF
           IF JLG-LEG-TYPE (JRNL-LEG-SUB) = 'DEBIT '
               ADD JLG-AMOUNT (JRNL-LEG-SUB)
                   TO JAC-DEBIT-TOTAL (JAC-IDX)
           ELSE
               ADD JLG-AMOUNT (JRNL-LEG-SUB)
                   TO JAC-CREDIT-TOTAL (JAC-IDX)
           END-IF.
       7680-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Each account once, however many legs it has: on file      *
      * and OPEN, in the same currency as the journal's first     *
      * account (legs in different currencies cannot net to       *
      * zero), and - where its debits outweigh its credits - with *
      * the net debit inside the available balance and the        *
      * overdraft limit, the test a single DEBIT of that amount   *
      * would face.                                               *
      *-----------------------------------------------------------*
       7690-CHECK-ONE-ACCOUNT.
           MOVE JAC-ACCOUNT-NUMBER (JAC-IDX) TO CURRENT-ACCOUNT-NUMBER
           PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT
           PERFORM 4400-CHECK-ACCOUNT-POSTABLE THRU 4400-EXIT
           IF POSTING-FAILED
               GO TO 7690-EXIT
           END-IF
           IF JRNL-CURRENCY-CODE = SPACES
               MOVE CURRENT-CURRENCY-CODE TO JRNL-CURRENCY-CODE
           END-IF
           IF CURRENT-CURRENCY-CODE NOT = JRNL-CURRENCY-CODE
               DISPLAY "JOURNL rejected - account "
                   CURRENT-ACCOUNT-NUMBER " is held in "
                   CURRENT-CURRENCY-CODE ", the journal is in "
                   JRNL-CURRENCY-CODE
               MOVE 'CURR' TO CURRENT-REJECT-REASON
               GO TO 7690-EXIT
           END-IF
           IF JAC-DEBIT-TOTAL (JAC-IDX) NOT > JAC-CREDIT-TOTAL (JAC-IDX)
               GO TO 7690-EXIT
           END-IF
           PERFORM 3200-SUM-ACTIVE-HOLDS THRU 3200-EXIT
           COMPUTE JRNL-PROJECTED-BALANCE =
               AVAILABLE-BALANCE + JAC-CREDIT-TOTAL (JAC-IDX)
                   - JAC-DEBIT-TOTAL (JAC-IDX)
           IF JRNL-PROJECTED-BALANCE < (0 - CURRENT-OVERDRAFT-LIMIT)
               DISPLAY "JOURNL rejected - net debit exceeds "
                   "available funds and overdraft limit for account "
                   CURRENT-ACCOUNT-NUMBER
               MOVE 'NSF ' TO CURRENT-REJECT-REASON
           END-IF.
       7690-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Enter the journal on the register as in progress before   *
      * its first leg posts, so a journal the run dies in the     *
      * middle of is on record as unfinished.                     *
      *-----------------------------------------------------------*
       7700-REGISTER-JOURNAL.
           PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT
           MOVE JHI-JOURNAL-REF      TO JRG-JOURNAL-REF
           MOVE BD-BUSINESS-DATE     TO JRG-BUSINESS-DATE
           MOVE JHI-NARRATIVE        TO JRG-NARRATIVE
           MOVE JRNL-CURRENCY-CODE   TO JRG-CURRENCY-CODE
           MOVE JRNL-LEG-COUNT       TO JRG-LEG-COUNT
           MOVE ZERO                 TO JRG-LEGS-POSTED
           MOVE JRNL-DEBIT-TOTAL     TO JRG-JOURNAL-TOTAL
           MOVE CURRENT-OPERATOR-ID  TO JRG-OPERATOR-ID
           MOVE JHI-APPROVER-ID      TO JRG-APPROVER-ID
           MOVE BATCH-RUN-ID         TO JRG-RUN-ID
           SET JRG-IS-IN-PROGRESS    TO TRUE
           IF JRNL-REF-ON-REGISTER
               REWRITE JOURNAL-REGISTER-RECORD
           ELSE
               WRITE JOURNAL-REGISTER-RECORD
           END-IF.
       7700-EXIT.
           EXIT.

       7750-REJECT-JOURNAL.
           DISPLAY "Journal " JHI-JOURNAL-REF " rejected - reason "
               CURRENT-REJECT-REASON
           PERFORM 7760-WRITE-JOURNAL-REJECTS THRU 7760-EXIT
           MOVE JRNL-LAST-RECORD-NUMBER TO JRNL-CHECKPOINT-RECORD
           PERFORM 7900-REWRITE-JOURNAL-CHECKPOINT THRU 7900-EXIT.
       7750-EXIT.
           EXIT.

       7760-WRITE-JOURNAL-REJECTS.
           MOVE JRNL-HEADER-IMAGE     TO JRJ-ORIGINAL-RECORD
           MOVE CURRENT-REJECT-REASON TO JRJ-REASON-CODE
           WRITE JOURNAL-REJECT-RECORD
           PERFORM 7770-WRITE-ONE-LEG-REJECT THRU 7770-EXIT
               VARYING JRNL-LEG-SUB FROM 1 BY 1
               UNTIL JRNL-LEG-SUB > JRNL-LEG-COUNT
           ADD 1 TO BATCH-REJECT-COUNT
           IF JRNL-DEBIT-TOTAL NOT > JRNL-MAXIMUM-TOTAL
               ADD JRNL-DEBIT-TOTAL TO BATCH-REJECT-AMOUNT
           END-IF.
       7760-EXIT.
           EXIT.

       7770-WRITE-ONE-LEG-REJECT.
           MOVE JLG-RECORD-IMAGE (JRNL-LEG-SUB) TO JRJ-ORIGINAL-RECORD
           MOVE CURRENT-REJECT-REASON           TO JRJ-REASON-CODE
           WRITE JOURNAL-REJECT-RECORD.
       7770-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Post the legs in posting order from JRNL-RESUME-FROM,     *
      * each under source code JRNL, the journal reference and    *
      * the journal's approver, checkpointing after every leg.    *
      * The legs all passed validation, so a refusal here means   *
      * one of the accounts changed under the run; the journal is *
      * then backed out rather than left part-posted.             *
      *-----------------------------------------------------------*
       7800-POST-JOURNAL-LEGS.
           SET JRNL-POSTING-WHOLE TO TRUE
           MOVE ZERO            TO JRNL-FAILED-SUB
           MOVE 'JRNL'          TO CURRENT-SOURCE-CODE
           MOVE JHI-JOURNAL-REF TO CURRENT-SOURCE-REFERENCE
           MOVE JHI-APPROVER-ID TO CURRENT-APPROVER-ID
           MOVE ZERO            TO CURRENT-RELATED-ACCOUNT
           PERFORM 7810-POST-ONE-LEG THRU 7810-EXIT
               VARYING JRNL-POST-SUB FROM JRNL-RESUME-FROM BY 1
               UNTIL JRNL-POST-SUB > JRNL-ORDER-COUNT
                  OR JRNL-POSTING-BROKE
           IF JRNL-POSTING-BROKE
               PERFORM 7850-BACK-OUT-JOURNAL THRU 7850-EXIT
           ELSE
               SET JRG-IS-POSTED TO TRUE
               PERFORM 7870-MARK-REGISTER THRU 7870-EXIT
               ADD 1 TO BATCH-POSTED-COUNT
               ADD JRNL-DEBIT-TOTAL TO BATCH-POSTED-AMOUNT
               COMPUTE JRNL-LEGS-POSTED-COUNT =
                   JRNL-LEGS-POSTED-COUNT + JRNL-ORDER-COUNT
                       - JRNL-RESUME-FROM + 1
               DISPLAY "Journal " JHI-JOURNAL-REF " posted: "
                   JRNL-ORDER-COUNT " legs, total " JRNL-DEBIT-TOTAL
           END-IF
           MOVE JRNL-LAST-RECORD-NUMBER TO JRNL-CHECKPOINT-RECORD
           PERFORM 7900-REWRITE-JOURNAL-CHECKPOINT THRU 7900-EXIT
           MOVE SPACES TO CURRENT-SOURCE-CODE
           MOVE SPACES TO CURRENT-SOURCE-REFERENCE.
       7800-EXIT.
           EXIT.

       7810-POST-ONE-LEG.
           MOVE JPO-LEG-SUB (JRNL-POST-SUB) TO JRNL-LEG-SUB
           MOVE JLG-ACCOUNT-NUMBER (JRNL-LEG-SUB)
                                    TO CURRENT-ACCOUNT-NUMBER
           MOVE JLG-LEG-TYPE (JRNL-LEG-SUB)
                                    TO CURRENT-OPERATION-TYPE
           MOVE JLG-AMOUNT (JRNL-LEG-SUB) TO CURRENT-AMOUNT
           MOVE ZERO                TO CURRENT-REVERSAL-OF-SEQ
           MOVE SPACES              TO CURRENT-REJECT-REASON
           PERFORM 4500-POST-TRANSACTION THRU 4500-EXIT
           IF POSTING-SUCCESSFUL
               MOVE NEW-TXN-SEQ TO JLG-TXN-SEQ (JRNL-LEG-SUB)
               COMPUTE JRNL-CHECKPOINT-RECORD =
                   JRNL-HEADER-RECORD-NUMBER + JRNL-POST-SUB
               PERFORM 7900-REWRITE-JOURNAL-CHECKPOINT THRU 7900-EXIT
           ELSE
               SET JRNL-POSTING-BROKE TO TRUE
               MOVE JRNL-POST-SUB TO JRNL-FAILED-SUB
               IF CURRENT-REJECT-REASON = SPACES
                   MOVE 'REJT' TO CURRENT-REJECT-REASON
               END-IF
           END-IF.
       7810-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Back a broken journal out: reverse every leg posted       *
      * before the refused one, last first, each linked to the    *
      * leg it voids where the run holds its sequence (a leg      *
      * posted before a restart is reversed unlinked), then mark  *
      * the register and reject the journal whole with the        *
      * refused leg's reason.  A reversal that is itself refused  *
      * leaves that account to be put right by hand, and says so. *
      *-----------------------------------------------------------*
       7850-BACK-OUT-JOURNAL.
           MOVE CURRENT-REJECT-REASON TO JRNL-FAILED-REASON
           DISPLAY "Journal " JHI-JOURNAL-REF " leg " JRNL-FAILED-SUB
               " refused at posting - backing out the legs already "
               "posted"
           COMPUTE JRNL-BACKOUT-FROM = JRNL-FAILED-SUB - 1
           PERFORM 7860-BACK-OUT-ONE-LEG THRU 7860-EXIT
               VARYING JRNL-POST-SUB FROM JRNL-BACKOUT-FROM BY -1
               UNTIL JRNL-POST-SUB < 1
           MOVE JRNL-FAILED-REASON TO CURRENT-REJECT-REASON
           SET JRG-IS-BACKED-OUT TO TRUE
           PERFORM 7870-MARK-REGISTER THRU 7870-EXIT
           PERFORM 7760-WRITE-JOURNAL-REJECTS THRU 7760-EXIT
           ADD 1 TO JRNL-BACKED-OUT-COUNT.
       7850-EXIT.
           EXIT.

       7860-BACK-OUT-ONE-LEG.
           MOVE JPO-LEG-SUB (JRNL-POST-SUB) TO JRNL-LEG-SUB
           MOVE JLG-ACCOUNT-NUMBER (JRNL-LEG-SUB)
                                    TO CURRENT-ACCOUNT-NUMBER
           MOVE JLG-AMOUNT (JRNL-LEG-SUB) TO CURRENT-AMOUNT
           MOVE JLG-TXN-SEQ (JRNL-LEG-SUB)
                                    TO CURRENT-REVERSAL-OF-SEQ
           IF JLG-LEG-TYPE (JRNL-LEG-SUB) = 'CREDIT'
               MOVE 'DEBIT ' TO CURRENT-OPERATION-TYPE
           ELSE
               MOVE 'CREDIT' TO CURRENT-OPERATION-TYPE
           END-IF
           PERFORM 4500-POST-TRANSACTION THRU 4500-EXIT
           IF NOT POSTING-SUCCESSFUL
               DISPLAY "*** Back-out of journal " JHI-JOURNAL-REF
                   " leg " JRNL-LEG-SUB " refused on account "
                   CURRENT-ACCOUNT-NUMBER
                   " - correct this account by hand ***"
               ADD 1 TO JRNL-BACKOUT-FAILED-COUNT
           END-IF
           MOVE ZERO TO CURRENT-REVERSAL-OF-SEQ.
       7860-EXIT.
           EXIT.

      *    The caller sets the new JRG-STATUS condition first; it
      *    is carried over the re-read of the register record.
       7870-MARK-REGISTER.
           MOVE JRG-STATUS      TO JRNL-NEW-STATUS
           MOVE JHI-JOURNAL-REF TO JRG-JOURNAL-REF
           READ JOURNAL-REGISTER-FILE
               INVALID KEY
                   SET JRNL-REF-NOT-ON-REGISTER TO TRUE
               NOT INVALID KEY
                   SET JRNL-REF-ON-REGISTER TO TRUE
           END-READ
           IF JRNL-REF-NOT-ON-REGISTER
               DISPLAY "Journal " JHI-JOURNAL-REF
                   " is missing from the journal register"
               GO TO 7870-EXIT
           END-IF
           MOVE JRNL-NEW-STATUS TO JRG-STATUS
           IF JRG-IS-POSTED
               MOVE JRNL-ORDER-COUNT TO JRG-LEGS-POSTED
           ELSE
               MOVE ZERO TO JRG-LEGS-POSTED
           END-IF
           REWRITE JOURNAL-REGISTER-RECORD.
       7870-EXIT.
           EXIT.

       7900-REWRITE-JOURNAL-CHECKPOINT.
           MOVE 'JRNLPOST' TO RUN-JOB-NAME
           MOVE BATCH-RUN-ID TO RUN-ID
           SET RUN-IS-ACTIVE TO TRUE
           MOVE JRNL-CHECKPOINT-RECORD TO RUN-LAST-RECORD-DONE
           PERFORM 8350-STAMP-CHECKPOINT-TIME THRU 8350-EXIT
           PERFORM 8360-SET-RUN-COUNTS THRU 8360-EXIT
           REWRITE RUN-CONTROL-RECORD.
       7900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Close the journal run out: mark the checkpoint complete   *
      * and print the summary the operators sign the run off      *
      * against.  Journals posted are the run's processed count   *
      * and journals rejected its exceptions.                     *
      *-----------------------------------------------------------*
       7950-MARK-JOURNAL-RUN-COMPLETE.
           MOVE 'JRNLPOST' TO RUN-JOB-NAME
           MOVE BATCH-RUN-ID TO RUN-ID
           MOVE BATCH-RECORD-NUMBER TO RUN-LAST-RECORD-DONE
           SET RUN-IS-COMPLETE TO TRUE
           PERFORM 8350-STAMP-CHECKPOINT-TIME THRU 8350-EXIT
           PERFORM 8360-SET-RUN-COUNTS THRU 8360-EXIT
           REWRITE RUN-CONTROL-RECORD
           DISPLAY "Journal run " BATCH-RUN-ID " posting summary:"
           DISPLAY "  Journals read:       " BATCH-READ-COUNT
           IF RESTART-SKIPPED-COUNT > ZERO
               DISPLAY "  Skipped by restart:  "
                   RESTART-SKIPPED-COUNT
           END-IF
           DISPLAY "  Journals posted:     " BATCH-POSTED-COUNT
               "  legs " JRNL-LEGS-POSTED-COUNT
               "  amount " BATCH-POSTED-AMOUNT
           DISPLAY "  Journals rejected:   " BATCH-REJECT-COUNT
               "  amount " BATCH-REJECT-AMOUNT
           IF JRNL-BACKED-OUT-COUNT > ZERO
               DISPLAY "    of which backed out: "
                   JRNL-BACKED-OUT-COUNT
           END-IF
           IF JRNL-BACKOUT-FAILED-COUNT > ZERO
               DISPLAY "  *** Back-out reversals refused: "
                   JRNL-BACKOUT-FAILED-COUNT
                   " - accounts to correct by hand ***"
           END-IF
           DISPLAY "Journal run " BATCH-RUN-ID " complete".
       7950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * BATCH - drive CREDIT/DEBIT postings unattended from a     *
      * sequential file of operation-type/account/amount entries. *
       8000-DO-BATCH.
           DISPLAY "Enter batch run ID: "
           ACCEPT BATCH-RUN-ID
           MOVE 'OPSBATCH' TO RUN-CONTROL-JOB
           PERFORM 8050-START-RUN-CONTROL THRU 8050-EXIT
           IF RUN-REFUSED
               GO TO 8000-EXIT
      * Look the run ID up on the checkpoint file: a complete     *
      * run is refused, an active one resumes after the last      *
      * record it finished, a new one starts a fresh checkpoint.  *
      * A new run is stamped with the business date it posts      *
      * under; a resumed run keeps the date and the counts of     *
      * the leg that was interrupted, so the cutover gate sees    *
      * one run for the day with the counts of the whole file.    *
      *-----------------------------------------------------------*
       8050-START-RUN-CONTROL.
           SET RUN-ACCEPTED TO TRUE
           MOVE ZERO TO RESTART-SKIP-COUNT
           MOVE ZERO TO CARRIED-PROCESSED-COUNT
           MOVE ZERO TO CARRIED-EXCEPTION-COUNT
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           OPEN I-O RUN-CONTROL-FILE
           IF RUN-CONTROL-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           MOVE RUN-CONTROL-JOB TO RUN-JOB-NAME
           MOVE BATCH-RUN-ID TO RUN-ID
           READ RUN-CONTROL-FILE
               INVALID KEY
                   SET RUN-IS-ACTIVE TO TRUE
                   MOVE ZERO TO RUN-LAST-RECORD-DONE
                   PERFORM 8350-STAMP-CHECKPOINT-TIME THRU 8350-EXIT
                   MOVE BD-BUSINESS-DATE TO RUN-BUSINESS-DATE
                   MOVE CHECKPOINT-DATE TO RUN-STARTED-DATE
                   MOVE CHECKPOINT-TIME TO RUN-STARTED-TIME
                   MOVE ZERO TO RUN-PROCESSED-COUNT
                   MOVE ZERO TO RUN-EXCEPTION-COUNT
                   WRITE RUN-CONTROL-RECORD
               NOT INVALID KEY
                   IF RUN-IS-COMPLETE
                   ELSE
                       MOVE RUN-LAST-RECORD-DONE
                           TO RESTART-SKIP-COUNT
                       MOVE RUN-PROCESSED-COUNT
                           TO CARRIED-PROCESSED-COUNT
                       MOVE RUN-EXCEPTION-COUNT
                           TO CARRIED-EXCEPTION-COUNT
                       DISPLAY "Batch run " BATCH-RUN-ID
                           " restarting after record "
                           RESTART-SKIP-COUNT
           SET RUN-IS-ACTIVE TO TRUE
           MOVE BATCH-RECORD-NUMBER TO RUN-LAST-RECORD-DONE
           PERFORM 8350-STAMP-CHECKPOINT-TIME THRU 8350-EXIT
           PERFORM 8360-SET-RUN-COUNTS THRU 8360-EXIT
           REWRITE RUN-CONTROL-RECORD.
       8300-EXIT.
           EXIT.
       8350-EXIT.
           EXIT.

      *    Records written to BATCHREJ are the run's exceptions.
       8360-SET-RUN-COUNTS.
           COMPUTE RUN-PROCESSED-COUNT =
               CARRIED-PROCESSED-COUNT + BATCH-POSTED-COUNT
           COMPUTE RUN-EXCEPTION-COUNT =
               CARRIED-EXCEPTION-COUNT + BATCH-REJECT-COUNT.
       8360-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Close the run out: mark the checkpoint complete and       *
      * print the posting summary the operators sign the job      *
           MOVE BATCH-RECORD-NUMBER TO RUN-LAST-RECORD-DONE
           SET RUN-IS-COMPLETE TO TRUE
           PERFORM 8350-STAMP-CHECKPOINT-TIME THRU 8350-EXIT
           PERFORM 8360-SET-RUN-COUNTS THRU 8360-EXIT
           REWRITE RUN-CONTROL-RECORD
           DISPLAY "Batch run " BATCH-RUN-ID " posting summary:"
           DISPLAY "  Records read:        " BATCH-READ-COUNT
      * SETLIM - administrative entry point to set the approved   *
      * overdraft limit that the DEBIT check enforces per         *
      * account.  Restricted to supervisors on the security       *
      * master, and a sensitive change: the new limit is queued   *
      * on PENDCHG and only reaches the account master once a     *
      * second supervisor approves it through MasterChange-       *
      * Approval.                                                 *
      *-----------------------------------------------------------*
       8500-DO-SET-LIMIT.
           IF NOT OPERATOR-IS-SUPERVISOR
           DISPLAY "Enter new overdraft limit for account "
               CURRENT-ACCOUNT-NUMBER ": "
           ACCEPT NEW-LIMIT-INPUT
           IF NEW-LIMIT-INPUT NOT NUMERIC
               DISPLAY "SETLIM rejected for account "
                   CURRENT-ACCOUNT-NUMBER ": invalid limit."
               MOVE 'AMNT' TO CURRENT-REJECT-REASON
               GO TO 8500-EXIT
           END-IF
           MOVE DP-PARAMETERS   TO MC-BEFORE-IMAGE
           MOVE NEW-LIMIT-INPUT TO DP-OVERDRAFT-LIMIT
           SET MC-FUNC-QUEUE TO TRUE
           MOVE 'ACCT'                 TO MC-MASTER-CODE
           MOVE 'SETLIM'               TO MC-ACTION
           MOVE CURRENT-ACCOUNT-NUMBER TO MC-RECORD-KEY
           MOVE CURRENT-OPERATOR-ID    TO MC-MAKER-ID
           MOVE SPACES                 TO MC-CHECKER-ID
           MOVE DP-PARAMETERS          TO MC-AFTER-IMAGE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "SETLIM of account " CURRENT-ACCOUNT-NUMBER
               " to " NEW-LIMIT-INPUT " queued as change "
               MC-CHANGE-NUMBER " for supervisor approval".
       8500-EXIT.
           EXIT.

       8840-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * BALAST - the account's balance as it stood at the close   *
      * of a past business day, off the BALSNAP snapshots the     *
      * cutover writes: ledger balance, the holds standing at     *
      * the close and the available balance, with the month-to-   *
      * date average of the closing balances.  The as-at date is  *
      * keyed at the console, or passed in PO-EFFECTIVE-DATE by   *
      * a driving program.  A date that was not a business day    *
      * (a weekend, say) shows the last close before it.  The     *
      * business day still open has no snapshot yet - TOTAL       *
      * shows the live balance.                                   *
      *-----------------------------------------------------------*
       8850-DO-BALANCE-AS-AT.
           PERFORM 3100-READ-ACCOUNT THRU 3100-EXIT
           IF DP-STATUS-NOT-FOUND
               DISPLAY "Account " CURRENT-ACCOUNT-NUMBER
                   " is not on the account master"
               GO TO 8850-EXIT
           END-IF
           PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT
           IF INTERACTIVE-MODE
               SET EFFECTIVE-DATE-BAD TO TRUE
               PERFORM 8860-PROMPT-AS-AT-DATE THRU 8860-EXIT
                   UNTIL EFFECTIVE-DATE-GOOD
           ELSE
               MOVE CURRENT-EFFECTIVE-DATE TO AS-AT-DATE-NUMBER
           END-IF
           IF AS-AT-DATE-NUMBER = ZERO
               DISPLAY "Balance as at refused - no as-at date given"
               GO TO 8850-EXIT
           END-IF
           IF AS-AT-DATE-NUMBER NOT < BD-BUSINESS-DATE
               DISPLAY "Business day " BD-BUSINESS-DATE
                   " is still open - use TOTAL for the live balance"
               GO TO 8850-EXIT
           END-IF
           MOVE AS-AT-DATE-NUMBER TO MONTH-START-NUMBER
           MOVE 01 TO MONTH-START-DAY
           MOVE ZERO TO SNAPSHOT-FOUND-DATE
           MOVE ZERO TO MTD-DAY-COUNT
           MOVE ZERO TO MTD-BALANCE-TOTAL
           OPEN INPUT BALANCE-SNAPSHOT-FILE
           IF SNAPSHOT-FILE-MISSING
               DISPLAY "No closing-balance snapshots on file"
               GO TO 8850-EXIT
           END-IF
           SET SNAPSHOT-NOT-EOF TO TRUE
           MOVE CURRENT-ACCOUNT-NUMBER TO SNP-ACCOUNT-NUMBER
           MOVE ZERO                   TO SNP-BUSINESS-DATE
           START BALANCE-SNAPSHOT-FILE KEY >= SNP-SNAPSHOT-KEY
               INVALID KEY
                   SET SNAPSHOT-EOF TO TRUE
           END-START
           PERFORM 8880-READ-NEXT-SNAPSHOT THRU 8880-EXIT
           PERFORM 8870-NOTE-ONE-SNAPSHOT THRU 8870-EXIT
               UNTIL SNAPSHOT-EOF
           CLOSE BALANCE-SNAPSHOT-FILE
           IF SNAPSHOT-FOUND-DATE = ZERO
               DISPLAY "No closing balance on file for account "
                   CURRENT-ACCOUNT-NUMBER " on or before "
                   AS-AT-DATE-NUMBER
               GO TO 8850-EXIT
           END-IF
           DISPLAY "Account " CURRENT-ACCOUNT-NUMBER
               " (" DP-CUSTOMER-NAME ") as at close of business "
               AS-AT-DATE-NUMBER
           IF SNAPSHOT-FOUND-DATE NOT = AS-AT-DATE-NUMBER
               DISPLAY "  (no close on " AS-AT-DATE-NUMBER
                   " - last business day closed was "
                   SNAPSHOT-FOUND-DATE ")"
           END-IF
           DISPLAY "  Status:    " SNAPSHOT-STATUS
           DISPLAY "  Currency:  " SNAPSHOT-CURRENCY
           DISPLAY "  Balance:   " SNAPSHOT-BALANCE
           DISPLAY "  On hold:   " SNAPSHOT-HOLDS
               " (" SNAPSHOT-HOLD-COUNT " hold(s))"
           DISPLAY "  Available: " SNAPSHOT-AVAILABLE
           IF MTD-DAY-COUNT = ZERO
               DISPLAY "  Month-to-date average: no business day "
                   "closed since " MONTH-START-NUMBER
           ELSE
               COMPUTE MTD-AVERAGE-BALANCE ROUNDED =
                   MTD-BALANCE-TOTAL / MTD-DAY-COUNT
               DISPLAY "  Month-to-date average: "
                   MTD-AVERAGE-BALANCE " over " MTD-DAY-COUNT
                   " business day(s) from " MONTH-START-NUMBER
           END-IF.
       8850-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Non-numeric entries redisplay the prompt, the way the     *
      * effective date prompt does.                               *
      *-----------------------------------------------------------*
       8860-PROMPT-AS-AT-DATE.
           DISPLAY "Enter as-at business date (YYYYMMDD): "
           MOVE SPACES TO EFFECTIVE-DATE-TEXT
           ACCEPT EFFECTIVE-DATE-TEXT
           IF EFFECTIVE-DATE-TEXT IS NUMERIC
               AND EFFECTIVE-DATE-TEXT NOT = ZERO
               MOVE EFFECTIVE-DATE-TEXT TO AS-AT-DATE-NUMBER
               SET EFFECTIVE-DATE-GOOD TO TRUE
           ELSE
               DISPLAY "Invalid date - enter YYYYMMDD."
           END-IF.
       8860-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Snapshots come back in date order, so the last one seen   *
      * is the close on or before the as-at date; every close     *
      * from the first of the as-at month counts towards the      *
      * month-to-date average.                                    *
      *-----------------------------------------------------------*
       8870-NOTE-ONE-SNAPSHOT.
           MOVE SNP-BUSINESS-DATE     TO SNAPSHOT-FOUND-DATE
           MOVE SNP-CLOSING-BALANCE   TO SNAPSHOT-BALANCE
           MOVE SNP-ACTIVE-HOLDS      TO SNAPSHOT-HOLDS
           MOVE SNP-HOLD-COUNT        TO SNAPSHOT-HOLD-COUNT
           MOVE SNP-AVAILABLE-BALANCE TO SNAPSHOT-AVAILABLE
           MOVE SNP-ACCOUNT-STATUS    TO SNAPSHOT-STATUS
           MOVE SNP-CURRENCY-CODE     TO SNAPSHOT-CURRENCY
           IF SNP-BUSINESS-DATE NOT < MONTH-START-NUMBER
               ADD 1 TO MTD-DAY-COUNT
               ADD SNP-CLOSING-BALANCE TO MTD-BALANCE-TOTAL
           END-IF
           PERFORM 8880-READ-NEXT-SNAPSHOT THRU 8880-EXIT.
       8870-EXIT.
           EXIT.

       8880-READ-NEXT-SNAPSHOT.
           READ BALANCE-SNAPSHOT-FILE NEXT RECORD
               AT END
                   SET SNAPSHOT-EOF TO TRUE
           END-READ
           IF SNAPSHOT-NOT-EOF
               IF SNP-ACCOUNT-NUMBER NOT = CURRENT-ACCOUNT-NUMBER
                   OR SNP-BUSINESS-DATE > AS-AT-DATE-NUMBER
                   SET SNAPSHOT-EOF TO TRUE
               END-IF
           END-IF.
       8880-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Hand the outcome back to the caller through the           *
      * operation request block, so a driving batch job can       *
