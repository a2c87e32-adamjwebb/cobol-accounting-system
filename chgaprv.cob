       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterChangeApproval.

      *-----------------------------------------------------------*
      * Checker's screen for the PENDCHG pending-change queue.    *
      * The account, operator, customer, exchange-rate,           *
      * standing-order, beneficiary and stop-payment maintenance  *
      * screens, and SETLIM overdraft-limit changes, queue their  *
      * sensitive changes here rather than applying them.         *
      * Actions:                                                  *
      *                                                           *
      *   LIST    - list every change still pending               *
      *   SHOW    - show one change with its before and after     *
      *             images                                        *
      *   APPROVE - apply a pending change to its master          *
      *   REJECT  - decline a pending change                      *
      *   EXIT    - leave the program                             *
      *                                                           *
      * Only an active, supervisor-role operator off OPERMSTR     *
      * may sign on, and no checker decides a change of their     *
      * own keying, nor one to their own operator record.         *
      *                                                           *
      * Before a change is applied the record is read again; if   *
      * it no longer matches the before image the maker saw, the  *
      * change is marked stale and not applied - it has to be     *
      * keyed again against the record as it now stands.  For an  *
      * account only the maintained fields (status, name and      *
      * overdraft limit) are compared and only those fields are   *
      * written, because the balance moves with every posting     *
      * between the keying and the approval.  Every applied       *
      * change is journaled on MCHGJRNL under dual control with   *
      * maker and checker.                                        *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHANGE-NUMBER
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS ORDER-FILE-STATUS.

           SELECT BENEFICIARY-FILE ASSIGN TO "BENEFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-BENEFICIARY-KEY
               FILE STATUS IS BENEFICIARY-FILE-STATUS.

           SELECT STOP-PAYMENT-FILE ASSIGN TO "STOPPAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS STP-STOP-KEY
               FILE STATUS IS STOP-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  STANDING-ORDER-FILE.
       COPY STORDREC.

       FD  BENEFICIARY-FILE.
       COPY BENEREC.

       FD  STOP-PAYMENT-FILE.
       COPY STOPREC.

       WORKING-STORAGE SECTION.
       01  PENDING-FILE-STATUS        PIC X(02).
           88  PENDING-FILE-OK            VALUE '00'.
           88  PENDING-FILE-MISSING       VALUE '35'.

       01  ORDER-FILE-STATUS          PIC X(02).
           88  ORDER-FILE-OK              VALUE '00'.
           88  ORDER-FILE-MISSING         VALUE '35'.

       01  BENEFICIARY-FILE-STATUS    PIC X(02).
           88  BENEFICIARY-FILE-OK        VALUE '00'.
           88  BENEFICIARY-FILE-MISSING   VALUE '35'.

       01  STOP-FILE-STATUS           PIC X(02).
           88  STOP-FILE-OK               VALUE '00'.
           88  STOP-FILE-MISSING          VALUE '35'.

       01  MAINTENANCE-ACTION         PIC X(07).
           88  ACTION-IS-LIST             VALUE 'LIST   '.
           88  ACTION-IS-SHOW             VALUE 'SHOW   '.
           88  ACTION-IS-APPROVE          VALUE 'APPROVE'.
           88  ACTION-IS-REJECT           VALUE 'REJECT '.
           88  ACTION-IS-EXIT             VALUE 'EXIT   '.

       01  CHANGE-FOUND-SWITCH        PIC X(01).
           88  CHANGE-WAS-FOUND            VALUE 'Y'.
           88  CHANGE-WAS-NOT-FOUND        VALUE 'N'.

       01  CHANGE-CURRENT-SWITCH      PIC X(01).
           88  CHANGE-IS-CURRENT           VALUE 'Y'.
           88  CHANGE-IS-STALE             VALUE 'N'.

       01  ORDER-FOUND-SWITCH         PIC X(01).
           88  ORDER-WAS-FOUND             VALUE 'Y'.
           88  ORDER-WAS-NOT-FOUND         VALUE 'N'.

       01  BENEFICIARY-FOUND-SWITCH   PIC X(01).
           88  BENEFICIARY-WAS-FOUND       VALUE 'Y'.
           88  BENEFICIARY-WAS-NOT-FOUND   VALUE 'N'.

       01  STOP-FOUND-SWITCH          PIC X(01).
           88  STOP-WAS-FOUND              VALUE 'Y'.
           88  STOP-WAS-NOT-FOUND          VALUE 'N'.

       77  CHECKER-OPERATOR-ID        PIC X(08).
       77  REQUESTED-CHANGE-NUMBER    PIC 9(08).
       77  LISTED-CHANGE-COUNT        PIC 9(05).
       77  CONFIRMATION-RESPONSE      PIC X(01).
       77  DECISION-STAMP-DATE        PIC 9(08).
       77  DECISION-STAMP-TIME        PIC 9(08).
       77  SHOWN-IMAGE                PIC X(200).
       77  SHOWN-IMAGE-LABEL          PIC X(06).
       77  CURRENT-IMAGE              PIC X(200).
       77  APPLIED-IMAGE              PIC X(200).
       77  STALE-REASON               PIC X(40).
       77  BEFORE-READ-STATUS         PIC X(02).
       77  BEFORE-ACCOUNT-STATUS      PIC X(08).
       77  BEFORE-CUSTOMER-NAME       PIC X(30).
       77  AFTER-ACCOUNT-STATUS       PIC X(08).
       77  AFTER-CUSTOMER-NAME        PIC X(30).
       77  BEFORE-OVERDRAFT-LIMIT     PIC 9(7)V99.
       77  AFTER-OVERDRAFT-LIMIT      PIC 9(7)V99.

       COPY DPPARMS.

       COPY OPPARMS.

       COPY CUPARMS.

       COPY CRPARMS.

       COPY MCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-SIGN-ON-CHECKER THRU 0200-EXIT
           IF CHECKER-OPERATOR-ID = SPACES
               GOBACK
           END-IF
           PERFORM 0100-OPEN-FILES THRU 0100-EXIT
           PERFORM 1000-PROCESS-ONE-ACTION THRU 1000-EXIT
               UNTIL ACTION-IS-EXIT
           CLOSE PENDING-CHANGE-FILE
           CLOSE STANDING-ORDER-FILE
           CLOSE BENEFICIARY-FILE
           CLOSE STOP-PAYMENT-FILE
           GOBACK.

       0100-OPEN-FILES.
      *    Any of these files may not exist yet on a new installation;
      *    create each on first use the way the maintenance screens
      *    do, so the queue can be opened before the first change.
           OPEN I-O PENDING-CHANGE-FILE
           IF PENDING-FILE-MISSING
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           OPEN I-O STANDING-ORDER-FILE
           IF ORDER-FILE-MISSING
               OPEN OUTPUT STANDING-ORDER-FILE
               CLOSE STANDING-ORDER-FILE
               OPEN I-O STANDING-ORDER-FILE
           END-IF
           OPEN I-O BENEFICIARY-FILE
           IF BENEFICIARY-FILE-MISSING
               OPEN OUTPUT BENEFICIARY-FILE
               CLOSE BENEFICIARY-FILE
               OPEN I-O BENEFICIARY-FILE
           END-IF
           OPEN I-O STOP-PAYMENT-FILE
           IF STOP-FILE-MISSING
               OPEN OUTPUT STOP-PAYMENT-FILE
               CLOSE STOP-PAYMENT-FILE
               OPEN I-O STOP-PAYMENT-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Only an active supervisor may decide a change.  A blank   *
      * CHECKER-OPERATOR-ID on the way out means the sign-on was  *
      * refused.                                                  *
      *-----------------------------------------------------------*
       0200-SIGN-ON-CHECKER.
           DISPLAY "Enter your operator ID: "
           ACCEPT CHECKER-OPERATOR-ID
           SET OP-FUNC-READ TO TRUE
           MOVE CHECKER-OPERATOR-ID TO OP-OPERATOR-ID
           CALL 'OperatorProgram' USING OP-PARAMETERS
           IF OP-STATUS-NOT-FOUND
               DISPLAY "Sign-on refused - operator "
                   CHECKER-OPERATOR-ID
                   " is not on the operator master"
               MOVE SPACES TO CHECKER-OPERATOR-ID
               GO TO 0200-EXIT
           END-IF
           IF NOT OP-OPERATOR-IS-ACTIVE
               DISPLAY "Sign-on refused - operator "
                   CHECKER-OPERATOR-ID " is not active"
               MOVE SPACES TO CHECKER-OPERATOR-ID
               GO TO 0200-EXIT
           END-IF
           IF NOT OP-ROLE-IS-SUPERVISOR
               DISPLAY "Sign-on refused - operator "
                   CHECKER-OPERATOR-ID
                   " is not a supervisor"
               MOVE SPACES TO CHECKER-OPERATOR-ID
           END-IF.
       0200-EXIT.
           EXIT.

       1000-PROCESS-ONE-ACTION.
           DISPLAY "Change approval action "
               "(LIST/SHOW/APPROVE/REJECT/EXIT): "
           ACCEPT MAINTENANCE-ACTION
           EVALUATE TRUE
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN ACTION-IS-LIST
                   PERFORM 2000-LIST-PENDING-CHANGES THRU 2000-EXIT
               WHEN ACTION-IS-SHOW
                   PERFORM 3000-SHOW-CHANGE THRU 3000-EXIT
               WHEN ACTION-IS-APPROVE
                   PERFORM 5000-APPROVE-CHANGE THRU 5000-EXIT
               WHEN ACTION-IS-REJECT
                   PERFORM 6000-REJECT-CHANGE THRU 6000-EXIT
               WHEN OTHER
                   DISPLAY "Unrecognized action: " MAINTENANCE-ACTION
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1100-READ-REQUESTED-CHANGE.
           DISPLAY "Enter change number: "
           ACCEPT REQUESTED-CHANGE-NUMBER
           MOVE REQUESTED-CHANGE-NUMBER TO PND-CHANGE-NUMBER
           READ PENDING-CHANGE-FILE
               INVALID KEY
                   SET CHANGE-WAS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CHANGE-WAS-FOUND TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Read the requested change and make sure this checker may  *
      * decide it: it must still be pending, the checker cannot   *
      * be its maker, and no operator decides a change to their   *
      * own operator record.  CHANGE-WAS-NOT-FOUND on the way     *
      * out means the change is not to be decided here.           *
      *-----------------------------------------------------------*
       1200-READ-DECIDABLE-CHANGE.
           PERFORM 1100-READ-REQUESTED-CHANGE THRU 1100-EXIT
           IF CHANGE-WAS-NOT-FOUND
               DISPLAY "Change " REQUESTED-CHANGE-NUMBER
                   " is not on the queue"
               GO TO 1200-EXIT
           END-IF
           IF NOT PND-IS-PENDING
               DISPLAY "Change " REQUESTED-CHANGE-NUMBER
                   " has already been decided - status " PND-STATUS
                   " by " PND-CHECKER-ID
               SET CHANGE-WAS-NOT-FOUND TO TRUE
               GO TO 1200-EXIT
           END-IF
           IF PND-MAKER-ID = CHECKER-OPERATOR-ID
               DISPLAY "Change " REQUESTED-CHANGE-NUMBER
                   " was keyed by you - a second supervisor must "
                   "decide it"
               SET CHANGE-WAS-NOT-FOUND TO TRUE
               GO TO 1200-EXIT
           END-IF
           IF PND-MASTER-IS-OPERATOR
               AND PND-RECORD-KEY = CHECKER-OPERATOR-ID
               DISPLAY "Change " REQUESTED-CHANGE-NUMBER
                   " is to your own operator record - another "
                   "supervisor must decide it"
               SET CHANGE-WAS-NOT-FOUND TO TRUE
           END-IF.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Mark the change with its decision, the checker and the    *
      * time of deciding.  The caller sets PND-STATUS.  A change  *
      * the queue does not take the decision for still shows as   *
      * pending, so the failure is displayed for the entry to be  *
      * put right before anyone decides it again.                 *
      *-----------------------------------------------------------*
       1300-STAMP-DECISION.
           ACCEPT DECISION-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT DECISION-STAMP-TIME FROM TIME
           MOVE CHECKER-OPERATOR-ID TO PND-CHECKER-ID
           MOVE DECISION-STAMP-DATE TO PND-DECIDED-DATE
           MOVE DECISION-STAMP-TIME TO PND-DECIDED-TIME
           REWRITE PENDING-CHANGE-RECORD
           IF NOT PENDING-FILE-OK
               DISPLAY "Change " PND-CHANGE-NUMBER " decision "
                   PND-STATUS " NOT recorded on the queue - file "
                   "status " PENDING-FILE-STATUS
               DISPLAY "  The change still shows as pending - do "
                   "not decide it again until the queue is corrected"
           END-IF.
       1300-EXIT.
           EXIT.

       2000-LIST-PENDING-CHANGES.
           MOVE ZERO TO LISTED-CHANGE-COUNT
           MOVE ZERO TO PND-CHANGE-NUMBER
           START PENDING-CHANGE-FILE KEY >= PND-CHANGE-NUMBER
               INVALID KEY
                   DISPLAY "No changes on the queue"
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-LIST-ONE-CHANGE THRU 2100-EXIT
               UNTIL NOT PENDING-FILE-OK
           DISPLAY LISTED-CHANGE-COUNT " change(s) pending".
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-CHANGE.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   GO TO 2100-EXIT
           END-READ
           IF PENDING-FILE-OK AND PND-IS-PENDING
               ADD 1 TO LISTED-CHANGE-COUNT
               DISPLAY "Change " PND-CHANGE-NUMBER ": "
                   PND-MASTER-CODE " " PND-ACTION " "
                   PND-RECORD-KEY " by " PND-MAKER-ID
                   " queued " PND-QUEUED-DATE " " PND-QUEUED-TIME
           END-IF.
       2100-EXIT.
           EXIT.

       3000-SHOW-CHANGE.
           PERFORM 1100-READ-REQUESTED-CHANGE THRU 1100-EXIT
           IF CHANGE-WAS-NOT-FOUND
               DISPLAY "Change " REQUESTED-CHANGE-NUMBER
                   " is not on the queue"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-SHOW-CHANGE-DETAIL THRU 3100-EXIT.
       3000-EXIT.
           EXIT.

       3100-SHOW-CHANGE-DETAIL.
           DISPLAY "Change " PND-CHANGE-NUMBER ": " PND-MASTER-CODE
               " " PND-ACTION " " PND-RECORD-KEY
           DISPLAY "  Keyed by " PND-MAKER-ID " on " PND-QUEUED-DATE
               " " PND-QUEUED-TIME " - status " PND-STATUS
           IF NOT PND-IS-PENDING
               DISPLAY "  Decided by " PND-CHECKER-ID " on "
                   PND-DECIDED-DATE " " PND-DECIDED-TIME
           END-IF
           MOVE 'BEFORE'         TO SHOWN-IMAGE-LABEL
           MOVE PND-BEFORE-IMAGE TO SHOWN-IMAGE
           PERFORM 3200-SHOW-ONE-IMAGE THRU 3200-EXIT
           MOVE 'AFTER '         TO SHOWN-IMAGE-LABEL
           MOVE PND-AFTER-IMAGE  TO SHOWN-IMAGE
           PERFORM 3200-SHOW-ONE-IMAGE THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Lay an image out through its master's own parameter       *
      * block (the order record for a standing order) and show    *
      * the fields a checker needs.  A record that did not exist  *
      * comes back from its READ with the fields cleared.         *
      *-----------------------------------------------------------*
       3200-SHOW-ONE-IMAGE.
           EVALUATE TRUE
               WHEN PND-MASTER-IS-ACCOUNT
                   MOVE SHOWN-IMAGE TO DP-PARAMETERS
                   IF DP-ACCOUNT-STATUS = SPACES
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": (NO RECORD)"
                   ELSE
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": account "
                           DP-ACCOUNT-NUMBER " " DP-CUSTOMER-NAME
                           " status " DP-ACCOUNT-STATUS
                       DISPLAY "          customer "
                           DP-CUSTOMER-NUMBER " currency "
                           DP-CURRENCY-CODE " opened "
                           DP-OPENED-DATE " closed " DP-CLOSED-DATE
                           " balance " DP-BALANCE
                   END-IF
               WHEN PND-MASTER-IS-OPERATOR
                   MOVE SHOWN-IMAGE TO OP-PARAMETERS
                   IF OP-ROLE = SPACES
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": (NO RECORD)"
                   ELSE
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": operator "
                           OP-OPERATOR-ID " " OP-OPERATOR-NAME
                           " role " OP-ROLE " active "
                           OP-ACTIVE-FLAG " limit " OP-POSTING-LIMIT
                   END-IF
               WHEN PND-MASTER-IS-CUSTOMER
                   MOVE SHOWN-IMAGE TO CU-PARAMETERS
                   IF CU-CUSTOMER-NAME = SPACES
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": (NO RECORD)"
                   ELSE
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": customer "
                           CU-CUSTOMER-NUMBER " " CU-CUSTOMER-NAME
                       DISPLAY "          " CU-ADDRESS-LINE-1 " "
                           CU-ADDRESS-LINE-2 " " CU-ADDRESS-LINE-3
                           " " CU-POST-CODE " phone "
                           CU-PHONE-NUMBER
                   END-IF
               WHEN PND-MASTER-IS-RATE
                   MOVE SHOWN-IMAGE TO CR-PARAMETERS
                   IF CR-RATE = ZERO
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": (NO RATE)"
                   ELSE
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": rate "
                           CR-FROM-CURRENCY "/" CR-TO-CURRENCY " = "
                           CR-RATE " effective " CR-EFFECTIVE-DATE
                   END-IF
               WHEN PND-MASTER-IS-ORDER
                   IF SHOWN-IMAGE = SPACES
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": (NO RECORD)"
                   ELSE
                       MOVE SHOWN-IMAGE TO STANDING-ORDER-RECORD
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": order "
                           SO-ORDER-ID " " SO-SOURCE-ACCOUNT " to "
                           SO-DEST-ACCOUNT " amount " SO-AMOUNT
                       DISPLAY "          frequency " SO-FREQUENCY
                           " next due " SO-NEXT-DUE-DATE " expires "
                           SO-EXPIRY-DATE " day " SO-PAYMENT-DAY
                           " approver " SO-APPROVER-ID
                           " status " SO-STATUS
                       DISPLAY "          scheduled " SO-SCHEDULED-DATE
                           " non-working day rule " SO-NON-WORKING-RULE
                   END-IF
               WHEN PND-MASTER-IS-BENEFICIARY
                   IF SHOWN-IMAGE = SPACES
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": (NO RECORD)"
                   ELSE
                       MOVE SHOWN-IMAGE TO BENEFICIARY-RECORD
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": payee "
                           BEN-CUSTOMER-NUMBER "/" BEN-BENEFICIARY-SEQ
                           " " BEN-PAYEE-NAME
                       DISPLAY "          bank " BEN-BANK-ID
                           " account " BEN-ACCOUNT-ID
                           " status " BEN-STATUS
                   END-IF
               WHEN PND-MASTER-IS-STOP
                   IF SHOWN-IMAGE = SPACES
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": (NO RECORD)"
                   ELSE
                       MOVE SHOWN-IMAGE TO STOP-PAYMENT-RECORD
                       DISPLAY "  " SHOWN-IMAGE-LABEL ": stop "
                           STP-ACCOUNT-NUMBER "/" STP-STOP-SEQ
                           " ref " STP-ITEM-REFERENCE
                           " " STP-DESCRIPTION
                       DISPLAY "          amounts " STP-AMOUNT-FROM
                           " to " STP-AMOUNT-TO " bank "
                           STP-PAYEE-BANK " expires " STP-EXPIRY-DATE
                           " status " STP-STATUS
                   END-IF
           END-EVALUATE.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * APPROVE - apply the change to its master, mark it applied *
      * and journal it with both operators.  A change whose       *
      * record has moved on is marked stale instead.              *
      *-----------------------------------------------------------*
       5000-APPROVE-CHANGE.
           PERFORM 1200-READ-DECIDABLE-CHANGE THRU 1200-EXIT
           IF CHANGE-WAS-NOT-FOUND
               GO TO 5000-EXIT
           END-IF
           PERFORM 3100-SHOW-CHANGE-DETAIL THRU 3100-EXIT
           DISPLAY "Approve change " PND-CHANGE-NUMBER
               " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Change " PND-CHANGE-NUMBER " left pending"
               GO TO 5000-EXIT
           END-IF
           SET CHANGE-IS-CURRENT TO TRUE
           MOVE SPACES TO STALE-REASON
           EVALUATE TRUE
               WHEN PND-MASTER-IS-ACCOUNT
                   PERFORM 5100-APPLY-ACCOUNT THRU 5100-EXIT
               WHEN PND-MASTER-IS-OPERATOR
                   PERFORM 5200-APPLY-OPERATOR THRU 5200-EXIT
               WHEN PND-MASTER-IS-CUSTOMER
                   PERFORM 5300-APPLY-CUSTOMER THRU 5300-EXIT
               WHEN PND-MASTER-IS-RATE
                   PERFORM 5400-APPLY-RATE THRU 5400-EXIT
               WHEN PND-MASTER-IS-ORDER
                   PERFORM 5500-APPLY-ORDER THRU 5500-EXIT
               WHEN PND-MASTER-IS-BENEFICIARY
                   PERFORM 5600-APPLY-BENEFICIARY THRU 5600-EXIT
               WHEN PND-MASTER-IS-STOP
                   PERFORM 5700-APPLY-STOP THRU 5700-EXIT
           END-EVALUATE
           IF CHANGE-IS-STALE
               SET PND-IS-STALE TO TRUE
               PERFORM 1300-STAMP-DECISION THRU 1300-EXIT
               DISPLAY "Change " PND-CHANGE-NUMBER " NOT applied - "
                   STALE-REASON
               DISPLAY "  Marked stale - key it again against the "
                   "record as it now stands"
               GO TO 5000-EXIT
           END-IF
           SET PND-IS-APPLIED TO TRUE
           PERFORM 1300-STAMP-DECISION THRU 1300-EXIT
           PERFORM 5900-JOURNAL-APPLIED-CHANGE THRU 5900-EXIT
           DISPLAY "Change " PND-CHANGE-NUMBER " applied - "
               PND-MASTER-CODE " " PND-ACTION " " PND-RECORD-KEY.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Account: only status, name and overdraft limit are        *
      * maintained, and only they are compared and written - the  *
      * balance and last-posting fields are taken from the master *
      * as it now stands.  OPEN writes the whole new record,      *
      * opened on the day of approval.  CLOSE is held back if the *
      * balance has moved off zero since the close was keyed, and *
      * SETLIM if the limit has moved since the new one was       *
      * keyed.                                                    *
      *-----------------------------------------------------------*
       5100-APPLY-ACCOUNT.
           MOVE PND-BEFORE-IMAGE      TO DP-PARAMETERS
           MOVE DP-STATUS             TO BEFORE-READ-STATUS
           MOVE DP-ACCOUNT-STATUS     TO BEFORE-ACCOUNT-STATUS
           MOVE DP-CUSTOMER-NAME      TO BEFORE-CUSTOMER-NAME
           MOVE DP-OVERDRAFT-LIMIT    TO BEFORE-OVERDRAFT-LIMIT
           MOVE PND-AFTER-IMAGE       TO DP-PARAMETERS
           MOVE DP-ACCOUNT-STATUS     TO AFTER-ACCOUNT-STATUS
           MOVE DP-CUSTOMER-NAME      TO AFTER-CUSTOMER-NAME
           MOVE DP-OVERDRAFT-LIMIT    TO AFTER-OVERDRAFT-LIMIT
           SET DP-FUNC-READ TO TRUE
           CALL 'DataProgram' USING DP-PARAMETERS
           MOVE DP-PARAMETERS TO CURRENT-IMAGE
           IF DP-STATUS NOT = BEFORE-READ-STATUS
               OR DP-ACCOUNT-STATUS NOT = BEFORE-ACCOUNT-STATUS
               OR DP-CUSTOMER-NAME NOT = BEFORE-CUSTOMER-NAME
               SET CHANGE-IS-STALE TO TRUE
               MOVE "account has changed since it was keyed"
                   TO STALE-REASON
               GO TO 5100-EXIT
           END-IF
           ACCEPT DECISION-STAMP-DATE FROM DATE YYYYMMDD
           EVALUATE PND-ACTION
               WHEN 'OPEN   '
                   MOVE PND-AFTER-IMAGE     TO DP-PARAMETERS
                   MOVE DECISION-STAMP-DATE TO DP-OPENED-DATE
               WHEN 'RENAME '
                   MOVE AFTER-CUSTOMER-NAME TO DP-CUSTOMER-NAME
               WHEN 'CLOSE  '
                   IF DP-BALANCE NOT = ZERO
                       SET CHANGE-IS-STALE TO TRUE
                       MOVE "balance is no longer zero"
                           TO STALE-REASON
                       GO TO 5100-EXIT
                   END-IF
                   MOVE AFTER-ACCOUNT-STATUS TO DP-ACCOUNT-STATUS
                   MOVE DECISION-STAMP-DATE  TO DP-CLOSED-DATE
               WHEN 'SETLIM '
                   IF DP-OVERDRAFT-LIMIT NOT = BEFORE-OVERDRAFT-LIMIT
                       SET CHANGE-IS-STALE TO TRUE
                       MOVE "overdraft limit has changed since keyed"
                           TO STALE-REASON
                       GO TO 5100-EXIT
                   END-IF
                   MOVE AFTER-OVERDRAFT-LIMIT TO DP-OVERDRAFT-LIMIT
               WHEN OTHER
                   MOVE AFTER-ACCOUNT-STATUS TO DP-ACCOUNT-STATUS
           END-EVALUATE
           SET DP-FUNC-WRITE TO TRUE
           CALL 'DataProgram' USING DP-PARAMETERS
           MOVE DP-PARAMETERS TO APPLIED-IMAGE.
       5100-EXIT.
           EXIT.

       5200-APPLY-OPERATOR.
           MOVE PND-AFTER-IMAGE TO OP-PARAMETERS
           SET OP-FUNC-READ TO TRUE
           CALL 'OperatorProgram' USING OP-PARAMETERS
           MOVE OP-PARAMETERS TO CURRENT-IMAGE
           IF CURRENT-IMAGE NOT = PND-BEFORE-IMAGE
               SET CHANGE-IS-STALE TO TRUE
               MOVE "operator has changed since it was keyed"
                   TO STALE-REASON
               GO TO 5200-EXIT
           END-IF
           MOVE PND-AFTER-IMAGE TO OP-PARAMETERS
           SET OP-FUNC-WRITE TO TRUE
           CALL 'OperatorProgram' USING OP-PARAMETERS
           MOVE OP-PARAMETERS TO APPLIED-IMAGE.
       5200-EXIT.
           EXIT.

       5300-APPLY-CUSTOMER.
           MOVE PND-AFTER-IMAGE TO CU-PARAMETERS
           SET CU-FUNC-READ TO TRUE
           CALL 'CustomerProgram' USING CU-PARAMETERS
           MOVE CU-PARAMETERS TO CURRENT-IMAGE
           IF CURRENT-IMAGE NOT = PND-BEFORE-IMAGE
               SET CHANGE-IS-STALE TO TRUE
               MOVE "customer has changed since it was keyed"
                   TO STALE-REASON
               GO TO 5300-EXIT
           END-IF
           MOVE PND-AFTER-IMAGE TO CU-PARAMETERS
           SET CU-FUNC-WRITE TO TRUE
           CALL 'CustomerProgram' USING CU-PARAMETERS
           MOVE CU-PARAMETERS TO APPLIED-IMAGE.
       5300-EXIT.
           EXIT.

      *    The rate is priced again as at the new rate's effective
      *    date - the same READ the maker's screen took the before
      *    image from - so a rate loaded for the pair in between
      *    shows up as a difference.
       5400-APPLY-RATE.
           MOVE PND-AFTER-IMAGE TO CR-PARAMETERS
           SET CR-FUNC-READ TO TRUE
           CALL 'CurrencyRateProgram' USING CR-PARAMETERS
           MOVE CR-PARAMETERS TO CURRENT-IMAGE
           IF CURRENT-IMAGE NOT = PND-BEFORE-IMAGE
               SET CHANGE-IS-STALE TO TRUE
               MOVE "rate has changed since it was keyed"
                   TO STALE-REASON
               GO TO 5400-EXIT
           END-IF
           MOVE PND-AFTER-IMAGE TO CR-PARAMETERS
           SET CR-FUNC-WRITE TO TRUE
           CALL 'CurrencyRateProgram' USING CR-PARAMETERS
           MOVE CR-PARAMETERS TO APPLIED-IMAGE.
       5400-EXIT.
           EXIT.

       5500-APPLY-ORDER.
           MOVE PND-AFTER-IMAGE TO STANDING-ORDER-RECORD
           READ STANDING-ORDER-FILE
               INVALID KEY
                   SET ORDER-WAS-NOT-FOUND TO TRUE
                   MOVE SPACES TO CURRENT-IMAGE
               NOT INVALID KEY
                   SET ORDER-WAS-FOUND TO TRUE
                   MOVE STANDING-ORDER-RECORD TO CURRENT-IMAGE
           END-READ
           IF CURRENT-IMAGE NOT = PND-BEFORE-IMAGE
               SET CHANGE-IS-STALE TO TRUE
               MOVE "order has changed since it was keyed"
                   TO STALE-REASON
               GO TO 5500-EXIT
           END-IF
           MOVE PND-AFTER-IMAGE TO STANDING-ORDER-RECORD
           IF ORDER-WAS-FOUND
               REWRITE STANDING-ORDER-RECORD
           ELSE
               WRITE STANDING-ORDER-RECORD
           END-IF
           MOVE STANDING-ORDER-RECORD TO APPLIED-IMAGE.
       5500-EXIT.
           EXIT.

       5600-APPLY-BENEFICIARY.
           MOVE PND-AFTER-IMAGE TO BENEFICIARY-RECORD
           READ BENEFICIARY-FILE
               INVALID KEY
                   SET BENEFICIARY-WAS-NOT-FOUND TO TRUE
                   MOVE SPACES TO CURRENT-IMAGE
               NOT INVALID KEY
                   SET BENEFICIARY-WAS-FOUND TO TRUE
                   MOVE BENEFICIARY-RECORD TO CURRENT-IMAGE
           END-READ
           IF CURRENT-IMAGE NOT = PND-BEFORE-IMAGE
               SET CHANGE-IS-STALE TO TRUE
               MOVE "payee has changed since it was keyed"
                   TO STALE-REASON
               GO TO 5600-EXIT
           END-IF
           MOVE PND-AFTER-IMAGE TO BENEFICIARY-RECORD
           IF BENEFICIARY-WAS-FOUND
               REWRITE BENEFICIARY-RECORD
           ELSE
               WRITE BENEFICIARY-RECORD
           END-IF
           MOVE BENEFICIARY-RECORD TO APPLIED-IMAGE.
       5600-EXIT.
           EXIT.

       5700-APPLY-STOP.
           MOVE PND-AFTER-IMAGE TO STOP-PAYMENT-RECORD
           READ STOP-PAYMENT-FILE
               INVALID KEY
                   SET STOP-WAS-NOT-FOUND TO TRUE
                   MOVE SPACES TO CURRENT-IMAGE
               NOT INVALID KEY
                   SET STOP-WAS-FOUND TO TRUE
                   MOVE STOP-PAYMENT-RECORD TO CURRENT-IMAGE
           END-READ
           IF CURRENT-IMAGE NOT = PND-BEFORE-IMAGE
               SET CHANGE-IS-STALE TO TRUE
               MOVE "stop has changed since it was keyed"
                   TO STALE-REASON
               GO TO 5700-EXIT
           END-IF
           MOVE PND-AFTER-IMAGE TO STOP-PAYMENT-RECORD
           IF STOP-WAS-FOUND
               REWRITE STOP-PAYMENT-RECORD
           ELSE
               WRITE STOP-PAYMENT-RECORD
           END-IF
           MOVE STOP-PAYMENT-RECORD TO APPLIED-IMAGE.
       5700-EXIT.
           EXIT.

      *    The journal's before image is the record as it stood
      *    when the change was applied, not as the maker saw it.
       5900-JOURNAL-APPLIED-CHANGE.
           SET MC-FUNC-JOURNAL TO TRUE
           MOVE PND-MASTER-CODE     TO MC-MASTER-CODE
           MOVE PND-ACTION          TO MC-ACTION
           MOVE PND-RECORD-KEY      TO MC-RECORD-KEY
           MOVE PND-MAKER-ID        TO MC-MAKER-ID
           MOVE CHECKER-OPERATOR-ID TO MC-CHECKER-ID
           MOVE PND-CHANGE-NUMBER   TO MC-CHANGE-NUMBER
           MOVE 'DUAL'              TO MC-CONTROL-CODE
           MOVE CURRENT-IMAGE       TO MC-BEFORE-IMAGE
           MOVE APPLIED-IMAGE       TO MC-AFTER-IMAGE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS.
       5900-EXIT.
           EXIT.

       6000-REJECT-CHANGE.
           PERFORM 1200-READ-DECIDABLE-CHANGE THRU 1200-EXIT
           IF CHANGE-WAS-NOT-FOUND
               GO TO 6000-EXIT
           END-IF
           PERFORM 3100-SHOW-CHANGE-DETAIL THRU 3100-EXIT
           DISPLAY "Reject change " PND-CHANGE-NUMBER
               " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Change " PND-CHANGE-NUMBER " left pending"
               GO TO 6000-EXIT
           END-IF
           SET PND-IS-REJECTED TO TRUE
           PERFORM 1300-STAMP-DECISION THRU 1300-EXIT
           DISPLAY "Change " PND-CHANGE-NUMBER " rejected".
       6000-EXIT.
           EXIT.
