      * Only the OPEN action here creates master records - the    *
      * posting paths refuse unknown account numbers, so this is  *
      * the one door through which an account comes into being.   *
      *                                                           *
      * No action here touches the master directly: each is       *
      * queued on the PENDCHG pending-change queue under the      *
      * signed-on operator as maker, and applied only when a      *
      * second, supervisor-role operator approves it through      *
      * MasterChangeApproval, which journals the before and       *
      * after images on MCHGJRNL.                                 *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.

       77  BASE-CURRENCY-CODE         PIC X(03)     VALUE 'GBP'.
       77  TODAYS-DATE                PIC 9(08).
       77  CONFIRMATION-RESPONSE      PIC X(01).
       77  MAKER-OPERATOR-ID          PIC X(08).
       77  ACCOUNT-BEFORE-IMAGE       PIC X(200).

       COPY DPPARMS.

       COPY CUPARMS.

       COPY OPPARMS.

       COPY MCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-SIGN-ON-OPERATOR THRU 0200-EXIT
           IF MAKER-OPERATOR-ID = SPACES
               GOBACK
           END-IF
           PERFORM 1000-PROCESS-ONE-ACTION THRU 1000-EXIT
               UNTIL ACTION-IS-EXIT
           GOBACK.

      *-----------------------------------------------------------*
      * Every change queued from here carries its maker, so only  *
      * a registered, active operator may use the screen.  A      *
      * blank MAKER-OPERATOR-ID on the way out means the sign-on  *
      * was refused.                                              *
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
           DISPLAY "Account maintenance action "
               "(OPEN/RENAME/FREEZE/DORMNT/UNFREEZ/CLOSE/EXIT): "

      *-----------------------------------------------------------*
      * Prompt for the account number and read it through         *
      * DataProgram, leaving the result in DP-PARAMETERS and a    *
      * copy as the maker saw it for the change's before image.   *
      *-----------------------------------------------------------*
       1100-READ-REQUESTED-ACCOUNT.
           DISPLAY "Enter account number: "
           ACCEPT REQUESTED-ACCOUNT-NUMBER
           SET DP-FUNC-READ TO TRUE
           MOVE REQUESTED-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER
           CALL 'DataProgram' USING DP-PARAMETERS
           MOVE DP-PARAMETERS TO ACCOUNT-BEFORE-IMAGE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Hold the change on the pending-change queue; the master   *
      * is written only when a supervisor approves it.            *
      *-----------------------------------------------------------*
       1200-QUEUE-ACCOUNT-CHANGE.
           SET DP-FUNC-WRITE TO TRUE
           MOVE REQUESTED-ACCOUNT-NUMBER TO DP-ACCOUNT-NUMBER
           SET MC-FUNC-QUEUE TO TRUE
           MOVE 'ACCT'                   TO MC-MASTER-CODE
           MOVE MAINTENANCE-ACTION       TO MC-ACTION
           MOVE REQUESTED-ACCOUNT-NUMBER TO MC-RECORD-KEY
           MOVE MAKER-OPERATOR-ID        TO MC-MAKER-ID
           MOVE SPACES                   TO MC-CHECKER-ID
           MOVE ACCOUNT-BEFORE-IMAGE     TO MC-BEFORE-IMAGE
           MOVE DP-PARAMETERS            TO MC-AFTER-IMAGE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY MAINTENANCE-ACTION " of account "
               REQUESTED-ACCOUNT-NUMBER " queued as change "
               MC-CHANGE-NUMBER " for supervisor approval".
       1200-EXIT.
           EXIT.

           MOVE ZERO                  TO DP-CLOSED-DATE
           MOVE ENTERED-CURRENCY-CODE TO DP-CURRENCY-CODE
           MOVE ENTERED-CUSTOMER-NUMBER TO DP-CUSTOMER-NUMBER
           PERFORM 1200-QUEUE-ACCOUNT-CHANGE THRU 1200-EXIT.
       2000-EXIT.
           EXIT.

           DISPLAY "Enter new customer name: "
           ACCEPT ENTERED-CUSTOMER-NAME
           MOVE ENTERED-CUSTOMER-NAME TO DP-CUSTOMER-NAME
           PERFORM 1200-QUEUE-ACCOUNT-CHANGE THRU 1200-EXIT.
       3000-EXIT.
           EXIT.

               WHEN ACTION-IS-UNFREEZE
                   SET DP-ACCT-IS-OPEN TO TRUE
           END-EVALUATE
           PERFORM 1200-QUEUE-ACCOUNT-CHANGE THRU 1200-EXIT.
       4000-EXIT.
           EXIT.

           ACCEPT TODAYS-DATE FROM DATE YYYYMMDD
           SET DP-ACCT-IS-CLOSED TO TRUE
           MOVE TODAYS-DATE TO DP-CLOSED-DATE
           PERFORM 1200-QUEUE-ACCOUNT-CHANGE THRU 1200-EXIT.
       5000-EXIT.
           EXIT.
