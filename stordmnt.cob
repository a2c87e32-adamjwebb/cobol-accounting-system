      * Both accounts on a new order must already exist on the    *
      * account master - a standing order is not a door through   *
      * which an account number comes into being.                 *
      *                                                           *
      * ADD and CHANGE are queued on the PENDCHG pending-change   *
      * queue under the signed-on operator, and reach the order   *
      * file only when a second, supervisor-role operator         *
      * approves them through MasterChangeApproval.  CANCEL stops *
      * payments rather than starting them and takes effect at    *
      * once.  Every applied change is journaled on MCHGJRNL.     *
      *                                                           *
      * Each order says whether a payment that falls on a weekend *
      * or bank holiday moves to the next working day or the      *
      * previous one; the due date keyed is kept as the order's   *
      * schedule and the order falls due on the working day it    *
      * rolls to.                                                 *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       77  REQUESTED-ORDER-ID         PIC 9(06).
       77  LISTED-ORDER-COUNT         PIC 9(04).
       77  DUE-DATE-QUOTIENT          PIC 9(06).
       77  MAKER-OPERATOR-ID          PIC X(08).
       77  ORDER-BEFORE-IMAGE         PIC X(200).

       COPY DPPARMS.

       COPY OPPARMS.

       COPY MCPARMS.

       COPY CLPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-SIGN-ON-OPERATOR THRU 0200-EXIT
           IF MAKER-OPERATOR-ID = SPACES
               GOBACK
           END-IF
           PERFORM 0100-OPEN-ORDER-FILE THRU 0100-EXIT
           PERFORM 1000-PROCESS-ONE-ACTION THRU 1000-EXIT
               UNTIL ACTION-IS-EXIT
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
           DISPLAY "Standing order action "
               "(ADD/CHANGE/CANCEL/LIST/EXIT): "
                   SET ORDER-WAS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET ORDER-WAS-FOUND TO TRUE
           END-READ
           IF ORDER-WAS-FOUND
               MOVE STANDING-ORDER-RECORD TO ORDER-BEFORE-IMAGE
           ELSE
               MOVE SPACES TO ORDER-BEFORE-IMAGE
           END-IF.
       1100-EXIT.
           EXIT.

       1150-SET-CHANGE-DETAILS.
           MOVE 'SORD'                TO MC-MASTER-CODE
           MOVE MAINTENANCE-ACTION    TO MC-ACTION
           MOVE REQUESTED-ORDER-ID    TO MC-RECORD-KEY
           MOVE MAKER-OPERATOR-ID     TO MC-MAKER-ID
           MOVE SPACES                TO MC-CHECKER-ID
           MOVE ORDER-BEFORE-IMAGE    TO MC-BEFORE-IMAGE
           MOVE STANDING-ORDER-RECORD TO MC-AFTER-IMAGE.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Hold an ADD or CHANGE on the pending-change queue; the    *
      * order file is written only when a supervisor approves.    *
      *-----------------------------------------------------------*
       1160-QUEUE-ORDER-CHANGE.
           PERFORM 1150-SET-CHANGE-DETAILS THRU 1150-EXIT
           SET MC-FUNC-QUEUE TO TRUE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY MAINTENANCE-ACTION " of order " REQUESTED-ORDER-ID
               " queued as change " MC-CHANGE-NUMBER
               " for supervisor approval".
       1160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Prompt for the order's standing details, shared by ADD    *
      * and CHANGE.  Each field is redisplayed until a valid      *
           PERFORM 1230-PROMPT-NEXT-DUE-DATE THRU 1230-EXIT
               UNTIL DETAIL-VALID
           SET DETAIL-INVALID TO TRUE
           PERFORM 1250-PROMPT-NON-WORKING-RULE THRU 1250-EXIT
               UNTIL DETAIL-VALID
           PERFORM 1260-ROLL-NEXT-DUE-DATE THRU 1260-EXIT
           SET DETAIL-INVALID TO TRUE
           PERFORM 1240-PROMPT-EXPIRY-DATE THRU 1240-EXIT
               UNTIL DETAIL-VALID
           DISPLAY "Enter standing approver ID (blank if under "
      *    The day the customer asked to pay on is kept on the
      *    order, so a monthly order clamped by a short month
      *    returns to its own day the month after.
           DIVIDE SO-SCHEDULED-DATE BY 100
               GIVING DUE-DATE-QUOTIENT
               REMAINDER SO-PAYMENT-DAY.
       1200-EXIT.

       1230-PROMPT-NEXT-DUE-DATE.
           DISPLAY "Enter next due date (YYYYMMDD): "
           ACCEPT SO-SCHEDULED-DATE
           IF SO-SCHEDULED-DATE IS NOT NUMERIC
               OR SO-SCHEDULED-DATE = ZERO
               DISPLAY "Invalid date - enter YYYYMMDD digits."
               GO TO 1230-EXIT
           END-IF
           SET CL-FUNC-CHECK TO TRUE
           MOVE SO-SCHEDULED-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           IF CL-STATUS-OK
               SET DETAIL-VALID TO TRUE
           ELSE
               DISPLAY "Invalid date - " SO-SCHEDULED-DATE
                   " is not a calendar date."
           END-IF.
       1230-EXIT.
           EXIT.
       1240-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Month-end orders usually want the previous working day,   *
      * so the money arrives inside the month; everything else    *
      * pays late rather than early.                              *
      *-----------------------------------------------------------*
       1250-PROMPT-NON-WORKING-RULE.
           DISPLAY "Payment on a weekend or holiday moves to the "
               "(N)ext or (P)revious working day (blank = N): "
           ACCEPT SO-NON-WORKING-RULE
           IF SO-NON-WORKING-RULE = SPACE
               MOVE 'N' TO SO-NON-WORKING-RULE
           END-IF
           IF SO-ROLLS-FORWARD OR SO-ROLLS-BACK
               SET DETAIL-VALID TO TRUE
           ELSE
               DISPLAY "Invalid choice - enter N or P."
           END-IF.
       1250-EXIT.
           EXIT.

       1260-ROLL-NEXT-DUE-DATE.
           IF SO-ROLLS-BACK
               SET CL-FUNC-ROLL-BACK TO TRUE
           ELSE
               SET CL-FUNC-ROLL-FORWARD TO TRUE
           END-IF
           MOVE SO-SCHEDULED-DATE TO CL-DATE
           CALL 'CalendarProgram' USING CL-PARAMETERS
           MOVE CL-RESULT-DATE TO SO-NEXT-DUE-DATE
           IF SO-NEXT-DUE-DATE NOT = SO-SCHEDULED-DATE
               DISPLAY SO-SCHEDULED-DATE
                   " is not a working day - the payment will be "
                   "made on " SO-NEXT-DUE-DATE
           END-IF.
       1260-EXIT.
           EXIT.

       1300-CHECK-ORDER-ACCOUNTS.
           SET ACCOUNTS-ARE-GOOD TO TRUE
           SET DP-FUNC-READ TO TRUE
           END-IF
           PERFORM 1200-ACCEPT-ORDER-DETAILS THRU 1200-EXIT
           SET SO-IS-ACTIVE TO TRUE
           PERFORM 1160-QUEUE-ORDER-CHANGE THRU 1160-EXIT.
       2000-EXIT.
           EXIT.

           END-IF
           PERFORM 1200-ACCEPT-ORDER-DETAILS THRU 1200-EXIT
           SET SO-IS-ACTIVE TO TRUE
           PERFORM 1160-QUEUE-ORDER-CHANGE THRU 1160-EXIT.
       3000-EXIT.
           EXIT.

           END-IF
           SET SO-IS-CANCELLED TO TRUE
           REWRITE STANDING-ORDER-RECORD
           PERFORM 1150-SET-CHANGE-DETAILS THRU 1150-EXIT
           MOVE ZERO   TO MC-CHANGE-NUMBER
           MOVE 'SNGL' TO MC-CONTROL-CODE
           SET MC-FUNC-JOURNAL TO TRUE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "Order " SO-ORDER-ID " cancelled".
       4000-EXIT.
           EXIT.
                   " to " SO-DEST-ACCOUNT " amount " SO-AMOUNT
                   " freq " SO-FREQUENCY
                   " next due " SO-NEXT-DUE-DATE
                   " (" SO-SCHEDULED-DATE " rule "
                   SO-NON-WORKING-RULE ")"
                   " expires " SO-EXPIRY-DATE
                   " status " SO-STATUS
           END-IF.
