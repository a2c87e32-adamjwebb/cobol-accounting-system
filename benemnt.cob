       IDENTIFICATION DIVISION.
       PROGRAM-ID. BeneficiaryMaintenance.

      *-----------------------------------------------------------*
      * Maintenance for the payment beneficiary file (BENEFMST)   *
      * that the PAYOUT operation pays to.  Actions:              *
      *                                                           *
      *   ADD     - add a payee for a customer                    *
      *   DELETE  - remove a payee                                *
      *   LIST    - list a customer's payees                      *
      *   EXIT    - leave the program                             *
      *                                                           *
      * A new payee is where money can be sent, so ADD is queued  *
      * on the PENDCHG pending-change queue under the signed-on   *
      * operator (master code BENE) and reaches the file only     *
      * when a second, supervisor-role operator approves it       *
      * through MasterChangeApproval.  DELETE stops payments      *
      * rather than starting them and takes effect at once; the   *
      * payee is marked deleted, not erased, so the payments      *
      * already made to it can still be traced.  Every applied    *
      * change is journaled on MCHGJRNL.                          *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BENEFICIARY-FILE ASSIGN TO "BENEFMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BEN-BENEFICIARY-KEY
               FILE STATUS IS BENEFICIARY-FILE-STATUS.

           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHANGE-NUMBER
               FILE STATUS IS PENDING-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFICIARY-FILE.
       COPY BENEREC.

       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       WORKING-STORAGE SECTION.
       01  BENEFICIARY-FILE-STATUS    PIC X(02).
           88  BENEFICIARY-FILE-OK        VALUE '00'.
           88  BENEFICIARY-FILE-MISSING   VALUE '35'.

       01  PENDING-FILE-STATUS        PIC X(02).
           88  PENDING-FILE-OK            VALUE '00'.
           88  PENDING-FILE-MISSING       VALUE '35'.

       01  MAINTENANCE-ACTION         PIC X(06).
           88  ACTION-IS-ADD              VALUE 'ADD   '.
           88  ACTION-IS-DELETE           VALUE 'DELETE'.
           88  ACTION-IS-LIST             VALUE 'LIST  '.
           88  ACTION-IS-EXIT             VALUE 'EXIT  '.

       01  BENEFICIARY-FOUND-SWITCH   PIC X(01).
           88  BENEFICIARY-WAS-FOUND       VALUE 'Y'.
           88  BENEFICIARY-WAS-NOT-FOUND   VALUE 'N'.

       01  BENEFICIARY-EOF-SWITCH     PIC X(01).
           88  BENEFICIARY-EOF             VALUE 'Y'.
           88  BENEFICIARY-NOT-EOF         VALUE 'N'.

       01  PENDING-EOF-SWITCH         PIC X(01).
           88  PENDING-EOF                 VALUE 'Y'.
           88  PENDING-NOT-EOF             VALUE 'N'.

       01  DUPLICATE-PAYEE-SWITCH     PIC X(01).
           88  PAYEE-IS-DUPLICATE          VALUE 'Y'.
           88  PAYEE-IS-PENDING            VALUE 'P'.
           88  PAYEE-IS-NEW                VALUE 'N'.

       77  MAKER-OPERATOR-ID          PIC X(08).
       77  REQUESTED-CUSTOMER-NUMBER  PIC 9(08).
       77  REQUESTED-BENEFICIARY-SEQ  PIC 9(04).
       77  HIGHEST-BENEFICIARY-SEQ    PIC 9(04).
       77  ENTERED-BANK-ID            PIC X(08).
       77  ENTERED-ACCOUNT-ID         PIC X(20).
       77  ENTERED-PAYEE-NAME         PIC X(30).
       77  CONFIRMATION-RESPONSE      PIC X(01).
       77  LISTED-BENEFICIARY-COUNT   PIC 9(04).
       77  STAMP-DATE                 PIC 9(08).

       COPY CUPARMS.

       COPY OPPARMS.

       COPY MCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-SIGN-ON-OPERATOR THRU 0200-EXIT
           IF MAKER-OPERATOR-ID = SPACES
               GOBACK
           END-IF
           PERFORM 0100-OPEN-BENEFICIARY-FILE THRU 0100-EXIT
           PERFORM 1000-PROCESS-ONE-ACTION THRU 1000-EXIT
               UNTIL ACTION-IS-EXIT
           CLOSE BENEFICIARY-FILE
           GOBACK.

       0100-OPEN-BENEFICIARY-FILE.
      *    The file does not exist until the first payee is
      *    approved; create it so the screen can be used from day
      *    one.
           OPEN I-O BENEFICIARY-FILE
           IF BENEFICIARY-FILE-MISSING
               OPEN OUTPUT BENEFICIARY-FILE
               CLOSE BENEFICIARY-FILE
               OPEN I-O BENEFICIARY-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Every change made here carries its maker, so only a       *
      * registered, active operator may use the screen.  A blank  *
      * MAKER-OPERATOR-ID on the way out means the sign-on was    *
      * refused.                                                  *
      *-----------------------------------------------------------*
       0200-SIGN-ON-OPERATOR.
           DISPLAY "Enter your operator ID: "
           ACCEPT MAKER-OPERATOR-ID
           SET OP-FUNC-READ TO TRUE
           MOVE MAKER-OPERATOR-ID TO OP-OPERATOR-ID
           CALL 'OperatorProgram' USING OP-PARAMETERS
           IF OP-STATUS-NOT-FOUND
               DISPLAY "Sign-on refused - operator "
                   MAKER-OPERATOR-ID
                   " is not on the operator master"
               MOVE SPACES TO MAKER-OPERATOR-ID
               GO TO 0200-EXIT
           END-IF
           IF NOT OP-OPERATOR-IS-ACTIVE
               DISPLAY "Sign-on refused - operator "
                   MAKER-OPERATOR-ID " is not active"
               MOVE SPACES TO MAKER-OPERATOR-ID
           END-IF.
       0200-EXIT.
           EXIT.

       1000-PROCESS-ONE-ACTION.
           DISPLAY "Beneficiary action (ADD/DELETE/LIST/EXIT): "
           ACCEPT MAINTENANCE-ACTION
           EVALUATE TRUE
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN ACTION-IS-ADD
                   PERFORM 2000-ADD-BENEFICIARY THRU 2000-EXIT
               WHEN ACTION-IS-DELETE
                   PERFORM 3000-DELETE-BENEFICIARY THRU 3000-EXIT
               WHEN ACTION-IS-LIST
                   PERFORM 4000-LIST-BENEFICIARIES THRU 4000-EXIT
               WHEN OTHER
                   DISPLAY "Unrecognized action: " MAINTENANCE-ACTION
           END-EVALUATE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Payees belong to a customer on the customer master - a    *
      * mistyped number must not collect a list of its own.       *
      * REQUESTED-CUSTOMER-NUMBER is zero on the way out if the   *
      * customer is not on file.                                  *
      *-----------------------------------------------------------*
       1100-ACCEPT-CUSTOMER.
           DISPLAY "Enter customer number: "
           ACCEPT REQUESTED-CUSTOMER-NUMBER
           IF REQUESTED-CUSTOMER-NUMBER IS NOT NUMERIC
               DISPLAY "Customer number is not numeric"
               MOVE ZERO TO REQUESTED-CUSTOMER-NUMBER
               GO TO 1100-EXIT
           END-IF
           SET CU-FUNC-READ TO TRUE
           MOVE REQUESTED-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           CALL 'CustomerProgram' USING CU-PARAMETERS
           IF CU-STATUS-NOT-FOUND
               DISPLAY "Customer " REQUESTED-CUSTOMER-NUMBER
                   " is not on the customer master"
               MOVE ZERO TO REQUESTED-CUSTOMER-NUMBER
           END-IF.
       1100-EXIT.
           EXIT.

       1200-READ-BENEFICIARY.
           MOVE REQUESTED-CUSTOMER-NUMBER TO BEN-CUSTOMER-NUMBER
           MOVE REQUESTED-BENEFICIARY-SEQ TO BEN-BENEFICIARY-SEQ
           READ BENEFICIARY-FILE
               INVALID KEY
                   SET BENEFICIARY-WAS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET BENEFICIARY-WAS-FOUND TO TRUE
           END-READ.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Walk the customer's payees, deleted ones included, for    *
      * the highest sequence used and for an active payee at the  *
      * bank and account just keyed, then the ADDs still waiting  *
      * on the queue for the customer, so two payees keyed before *
      * either is approved are not given the same number.         *
      *-----------------------------------------------------------*
       1300-SCAN-CUSTOMER-PAYEES.
           MOVE ZERO TO HIGHEST-BENEFICIARY-SEQ
           SET PAYEE-IS-NEW TO TRUE
           SET BENEFICIARY-NOT-EOF TO TRUE
           MOVE REQUESTED-CUSTOMER-NUMBER TO BEN-CUSTOMER-NUMBER
           MOVE ZERO                      TO BEN-BENEFICIARY-SEQ
           START BENEFICIARY-FILE KEY >= BEN-BENEFICIARY-KEY
               INVALID KEY
                   SET BENEFICIARY-EOF TO TRUE
           END-START
           PERFORM 1350-READ-NEXT-BENEFICIARY THRU 1350-EXIT
           PERFORM 1310-NOTE-ONE-PAYEE THRU 1310-EXIT
               UNTIL BENEFICIARY-EOF
           PERFORM 1500-SCAN-PENDING-ADDS THRU 1500-EXIT.
       1300-EXIT.
           EXIT.

       1310-NOTE-ONE-PAYEE.
           IF BEN-BENEFICIARY-SEQ > HIGHEST-BENEFICIARY-SEQ
               MOVE BEN-BENEFICIARY-SEQ TO HIGHEST-BENEFICIARY-SEQ
           END-IF
           IF BEN-IS-ACTIVE
               AND BEN-BANK-ID = ENTERED-BANK-ID
               AND BEN-ACCOUNT-ID = ENTERED-ACCOUNT-ID
               SET PAYEE-IS-DUPLICATE TO TRUE
           END-IF
           PERFORM 1350-READ-NEXT-BENEFICIARY THRU 1350-EXIT.
       1310-EXIT.
           EXIT.

       1350-READ-NEXT-BENEFICIARY.
           IF BENEFICIARY-EOF
               GO TO 1350-EXIT
           END-IF
           READ BENEFICIARY-FILE NEXT RECORD
               AT END
                   SET BENEFICIARY-EOF TO TRUE
           END-READ
           IF BENEFICIARY-NOT-EOF
               AND BEN-CUSTOMER-NUMBER NOT = REQUESTED-CUSTOMER-NUMBER
               SET BENEFICIARY-EOF TO TRUE
           END-IF.
       1350-EXIT.
           EXIT.

       1400-SET-CHANGE-DETAILS.
           MOVE 'BENE'                TO MC-MASTER-CODE
           MOVE MAINTENANCE-ACTION    TO MC-ACTION
           MOVE BEN-BENEFICIARY-KEY   TO MC-RECORD-KEY
           MOVE MAKER-OPERATOR-ID     TO MC-MAKER-ID
           MOVE SPACES                TO MC-CHECKER-ID.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The queue is opened for the scan only, so ADDs keyed on   *
      * another screen since this one started are seen and the    *
      * queue is free for MasterChangeProgram to write.  It does  *
      * not exist before the first change is keyed.  The after    *
      * image of each pending ADD is laid over the payee record   *
      * to be read; the record is built afresh once the scan is   *
      * done.                                                     *
      *-----------------------------------------------------------*
       1500-SCAN-PENDING-ADDS.
           OPEN INPUT PENDING-CHANGE-FILE
           IF NOT PENDING-FILE-OK
               GO TO 1500-EXIT
           END-IF
           SET PENDING-NOT-EOF TO TRUE
           MOVE ZERO TO PND-CHANGE-NUMBER
           START PENDING-CHANGE-FILE KEY >= PND-CHANGE-NUMBER
               INVALID KEY
                   SET PENDING-EOF TO TRUE
           END-START
           PERFORM 1550-READ-NEXT-PENDING THRU 1550-EXIT
           PERFORM 1510-NOTE-ONE-PENDING-ADD THRU 1510-EXIT
               UNTIL PENDING-EOF
           CLOSE PENDING-CHANGE-FILE.
       1500-EXIT.
           EXIT.

       1510-NOTE-ONE-PENDING-ADD.
           IF NOT PND-IS-PENDING
               OR NOT PND-MASTER-IS-BENEFICIARY
               OR PND-ACTION NOT = 'ADD'
               GO TO 1510-NEXT
           END-IF
           MOVE PND-AFTER-IMAGE TO BENEFICIARY-RECORD
           IF BEN-CUSTOMER-NUMBER NOT = REQUESTED-CUSTOMER-NUMBER
               GO TO 1510-NEXT
           END-IF
           IF BEN-BENEFICIARY-SEQ > HIGHEST-BENEFICIARY-SEQ
               MOVE BEN-BENEFICIARY-SEQ TO HIGHEST-BENEFICIARY-SEQ
           END-IF
           IF PAYEE-IS-NEW
               AND BEN-BANK-ID = ENTERED-BANK-ID
               AND BEN-ACCOUNT-ID = ENTERED-ACCOUNT-ID
               SET PAYEE-IS-PENDING TO TRUE
           END-IF.
       1510-NEXT.
           PERFORM 1550-READ-NEXT-PENDING THRU 1550-EXIT.
       1510-EXIT.
           EXIT.

       1550-READ-NEXT-PENDING.
           IF PENDING-EOF
               GO TO 1550-EXIT
           END-IF
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET PENDING-EOF TO TRUE
           END-READ.
       1550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * ADD - the payee is given the customer's next sequence     *
      * number and queued for supervisor approval.  Bank, account *
      * and name are all required, and a payee already active     *
      * for the customer at the same bank and account, or already *
      * waiting for approval there, is not added twice.           *
      *-----------------------------------------------------------*
       2000-ADD-BENEFICIARY.
           PERFORM 1100-ACCEPT-CUSTOMER THRU 1100-EXIT
           IF REQUESTED-CUSTOMER-NUMBER = ZERO
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Enter payee bank sort code / bank ID: "
           ACCEPT ENTERED-BANK-ID
           DISPLAY "Enter payee account number: "
           ACCEPT ENTERED-ACCOUNT-ID
           DISPLAY "Enter payee name: "
           ACCEPT ENTERED-PAYEE-NAME
           IF ENTERED-BANK-ID = SPACES
               OR ENTERED-ACCOUNT-ID = SPACES
               OR ENTERED-PAYEE-NAME = SPACES
               DISPLAY "Not added - bank, account and name are all "
                   "required"
               GO TO 2000-EXIT
           END-IF
           PERFORM 1300-SCAN-CUSTOMER-PAYEES THRU 1300-EXIT
           IF PAYEE-IS-DUPLICATE
               DISPLAY "Not added - customer "
                   REQUESTED-CUSTOMER-NUMBER
                   " already has this payee"
               GO TO 2000-EXIT
           END-IF
           IF PAYEE-IS-PENDING
               DISPLAY "Not added - this payee is already queued "
                   "for customer " REQUESTED-CUSTOMER-NUMBER
                   " and waiting for approval"
               GO TO 2000-EXIT
           END-IF
           DISPLAY "Add payee " ENTERED-PAYEE-NAME " "
               ENTERED-BANK-ID " " ENTERED-ACCOUNT-ID
               " for " CU-CUSTOMER-NAME " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Payee not added"
               GO TO 2000-EXIT
           END-IF
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           COMPUTE REQUESTED-BENEFICIARY-SEQ =
               HIGHEST-BENEFICIARY-SEQ + 1
           MOVE REQUESTED-CUSTOMER-NUMBER TO BEN-CUSTOMER-NUMBER
           MOVE REQUESTED-BENEFICIARY-SEQ TO BEN-BENEFICIARY-SEQ
           MOVE ENTERED-BANK-ID           TO BEN-BANK-ID
           MOVE ENTERED-ACCOUNT-ID        TO BEN-ACCOUNT-ID
           MOVE ENTERED-PAYEE-NAME        TO BEN-PAYEE-NAME
           SET BEN-IS-ACTIVE              TO TRUE
           MOVE MAKER-OPERATOR-ID         TO BEN-ADDED-BY
           MOVE STAMP-DATE                TO BEN-ADDED-DATE
           PERFORM 1400-SET-CHANGE-DETAILS THRU 1400-EXIT
           MOVE SPACES             TO MC-BEFORE-IMAGE
           MOVE BENEFICIARY-RECORD TO MC-AFTER-IMAGE
           SET MC-FUNC-QUEUE TO TRUE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "ADD of payee " REQUESTED-CUSTOMER-NUMBER "/"
               REQUESTED-BENEFICIARY-SEQ " queued as change "
               MC-CHANGE-NUMBER " for supervisor approval".
       2000-EXIT.
           EXIT.

       3000-DELETE-BENEFICIARY.
           PERFORM 1100-ACCEPT-CUSTOMER THRU 1100-EXIT
           IF REQUESTED-CUSTOMER-NUMBER = ZERO
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Enter beneficiary number: "
           ACCEPT REQUESTED-BENEFICIARY-SEQ
           PERFORM 1200-READ-BENEFICIARY THRU 1200-EXIT
           IF BENEFICIARY-WAS-NOT-FOUND
               DISPLAY "Beneficiary " REQUESTED-CUSTOMER-NUMBER "/"
                   REQUESTED-BENEFICIARY-SEQ " is not on file"
               GO TO 3000-EXIT
           END-IF
           IF BEN-IS-DELETED
               DISPLAY "Beneficiary " REQUESTED-CUSTOMER-NUMBER "/"
                   REQUESTED-BENEFICIARY-SEQ " is already deleted"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Delete payee " BEN-PAYEE-NAME " " BEN-BANK-ID
               " " BEN-ACCOUNT-ID " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Payee not deleted"
               GO TO 3000-EXIT
           END-IF
           MOVE BENEFICIARY-RECORD TO MC-BEFORE-IMAGE
           SET BEN-IS-DELETED TO TRUE
           REWRITE BENEFICIARY-RECORD
           PERFORM 1400-SET-CHANGE-DETAILS THRU 1400-EXIT
           MOVE BENEFICIARY-RECORD TO MC-AFTER-IMAGE
           MOVE ZERO   TO MC-CHANGE-NUMBER
           MOVE 'SNGL' TO MC-CONTROL-CODE
           SET MC-FUNC-JOURNAL TO TRUE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "Beneficiary " REQUESTED-CUSTOMER-NUMBER "/"
               REQUESTED-BENEFICIARY-SEQ " deleted".
       3000-EXIT.
           EXIT.

       4000-LIST-BENEFICIARIES.
           PERFORM 1100-ACCEPT-CUSTOMER THRU 1100-EXIT
           IF REQUESTED-CUSTOMER-NUMBER = ZERO
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO LISTED-BENEFICIARY-COUNT
           SET BENEFICIARY-NOT-EOF TO TRUE
           MOVE REQUESTED-CUSTOMER-NUMBER TO BEN-CUSTOMER-NUMBER
           MOVE ZERO                      TO BEN-BENEFICIARY-SEQ
           START BENEFICIARY-FILE KEY >= BEN-BENEFICIARY-KEY
               INVALID KEY
                   SET BENEFICIARY-EOF TO TRUE
           END-START
           PERFORM 1350-READ-NEXT-BENEFICIARY THRU 1350-EXIT
           PERFORM 4100-LIST-ONE-BENEFICIARY THRU 4100-EXIT
               UNTIL BENEFICIARY-EOF
           DISPLAY LISTED-BENEFICIARY-COUNT " payee(s) for customer "
               REQUESTED-CUSTOMER-NUMBER " " CU-CUSTOMER-NAME.
       4000-EXIT.
           EXIT.

       4100-LIST-ONE-BENEFICIARY.
           ADD 1 TO LISTED-BENEFICIARY-COUNT
           DISPLAY "  " BEN-BENEFICIARY-SEQ " " BEN-BANK-ID " "
               BEN-ACCOUNT-ID " " BEN-PAYEE-NAME " status "
               BEN-STATUS " added by " BEN-ADDED-BY " on "
               BEN-ADDED-DATE
           PERFORM 1350-READ-NEXT-BENEFICIARY THRU 1350-EXIT.
       4100-EXIT.
           EXIT.
