      * Rates are loaded per direction as finance publishes       *
      * them - the GBP-to-EUR and EUR-to-GBP rates are separate   *
      * LOADs, never derived by inverting.                        *
      *                                                           *
      * A LOAD is queued on the PENDCHG pending-change queue      *
      * under the signed-on operator, and the rate is written     *
      * only when a second, supervisor-role operator approves it  *
      * through MasterChangeApproval.                             *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.

       77  ENTERED-TO-CURRENCY        PIC X(03).
       77  ENTERED-EFFECTIVE-DATE     PIC 9(08).
       77  ENTERED-RATE               PIC 9(04)V9(06).
       77  MAKER-OPERATOR-ID          PIC X(08).

       01  RATE-CHANGE-KEY.
           05  RCK-FROM-CURRENCY      PIC X(03).
           05  FILLER                 PIC X(01)     VALUE '/'.
           05  RCK-TO-CURRENCY        PIC X(03).
           05  FILLER                 PIC X(01)     VALUE SPACE.
           05  RCK-EFFECTIVE-DATE     PIC 9(08).

       COPY CRPARMS.

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
      * Every rate queued from here carries its maker, so only a  *
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
           DISPLAY "Rate table action (LOAD/SHOW/EXIT): "
           ACCEPT MAINTENANCE-ACTION
                   "and non-zero"
               GO TO 2000-EXIT
           END-IF
      *    The before image is the rate the pair prices at on the
      *    effective date as things stand, so the checker sees
      *    what the new rate replaces.
           SET CR-FUNC-READ TO TRUE
           MOVE ENTERED-FROM-CURRENCY  TO CR-FROM-CURRENCY
           MOVE ENTERED-TO-CURRENCY    TO CR-TO-CURRENCY
           MOVE ENTERED-EFFECTIVE-DATE TO CR-EFFECTIVE-DATE
           CALL 'CurrencyRateProgram' USING CR-PARAMETERS
           MOVE CR-PARAMETERS          TO MC-BEFORE-IMAGE
           SET CR-FUNC-WRITE TO TRUE
           MOVE ENTERED-FROM-CURRENCY  TO CR-FROM-CURRENCY
           MOVE ENTERED-TO-CURRENCY    TO CR-TO-CURRENCY
           MOVE ENTERED-EFFECTIVE-DATE TO CR-EFFECTIVE-DATE
           MOVE ENTERED-RATE           TO CR-RATE
           MOVE CR-PARAMETERS          TO MC-AFTER-IMAGE
           MOVE ENTERED-FROM-CURRENCY  TO RCK-FROM-CURRENCY
           MOVE ENTERED-TO-CURRENCY    TO RCK-TO-CURRENCY
           MOVE ENTERED-EFFECTIVE-DATE TO RCK-EFFECTIVE-DATE
           SET MC-FUNC-QUEUE           TO TRUE
           MOVE 'RATE'                 TO MC-MASTER-CODE
           MOVE 'LOAD'                 TO MC-ACTION
           MOVE RATE-CHANGE-KEY        TO MC-RECORD-KEY
           MOVE MAKER-OPERATOR-ID      TO MC-MAKER-ID
           MOVE SPACES                 TO MC-CHECKER-ID
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "Rate " ENTERED-FROM-CURRENCY "/"
               ENTERED-TO-CURRENCY " = " ENTERED-RATE
               " effective " ENTERED-EFFECTIVE-DATE
               " queued as change " MC-CHANGE-NUMBER
               " for supervisor approval".
       2000-EXIT.
           EXIT.

