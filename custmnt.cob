      * sequentially, the way the cutover conversion job does -  *
      * DataProgram's keyed READ cannot answer "every account    *
      * pointing at this customer".                               *
      *                                                           *
      * CHANGE is queued on the PENDCHG pending-change queue for  *
      * a second, supervisor-role operator to approve through     *
      * MasterChangeApproval - a changed mailing address is how   *
      * statements and cards go astray.  ADD moves no money and   *
      * takes effect at once.  Both are journaled on MCHGJRNL     *
      * under the signed-on operator when applied.                *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       77  REQUESTED-CUSTOMER-NUMBER  PIC 9(08).
       77  HELD-ACCOUNT-COUNT         PIC 9(05)     VALUE ZERO.
       77  MAKER-OPERATOR-ID          PIC X(08).
       77  CUSTOMER-BEFORE-IMAGE      PIC X(200).

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
           DISPLAY "Customer maintenance action "
               "(ADD/CHANGE/SHOW/ACCTS/EXIT): "
           ACCEPT REQUESTED-CUSTOMER-NUMBER
           SET CU-FUNC-READ TO TRUE
           MOVE REQUESTED-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           CALL 'CustomerProgram' USING CU-PARAMETERS
           MOVE CU-PARAMETERS TO CUSTOMER-BEFORE-IMAGE.
       1100-EXIT.
           EXIT.

       1200-EXIT.
           EXIT.

       1250-SET-CHANGE-DETAILS.
           MOVE 'CUST'                    TO MC-MASTER-CODE
           MOVE MAINTENANCE-ACTION        TO MC-ACTION
           MOVE REQUESTED-CUSTOMER-NUMBER TO MC-RECORD-KEY
           MOVE MAKER-OPERATOR-ID         TO MC-MAKER-ID
           MOVE SPACES                    TO MC-CHECKER-ID
           MOVE CUSTOMER-BEFORE-IMAGE     TO MC-BEFORE-IMAGE.
       1250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Prompt for the customer's details, shared by ADD and      *
      * CHANGE.  The statement run prints the address block       *
               GO TO 2000-EXIT
           END-IF
           PERFORM 1200-WRITE-CUSTOMER THRU 1200-EXIT
           PERFORM 1250-SET-CHANGE-DETAILS THRU 1250-EXIT
           MOVE CU-PARAMETERS TO MC-AFTER-IMAGE
           MOVE ZERO          TO MC-CHANGE-NUMBER
           MOVE 'SNGL'        TO MC-CONTROL-CODE
           SET MC-FUNC-JOURNAL TO TRUE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "Customer " REQUESTED-CUSTOMER-NUMBER " added".
       2000-EXIT.
           EXIT.
                   "line 1 are required"
               GO TO 3000-EXIT
           END-IF
           PERFORM 1250-SET-CHANGE-DETAILS THRU 1250-EXIT
           SET CU-FUNC-WRITE TO TRUE
           MOVE REQUESTED-CUSTOMER-NUMBER TO CU-CUSTOMER-NUMBER
           MOVE CU-PARAMETERS TO MC-AFTER-IMAGE
           SET MC-FUNC-QUEUE TO TRUE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "Change of customer " REQUESTED-CUSTOMER-NUMBER
               " queued as change " MC-CHANGE-NUMBER
               " for supervisor approval".
       3000-EXIT.
           EXIT.

