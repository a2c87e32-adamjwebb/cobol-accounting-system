      * (BATCH, INTPOST, FEEPOST, STORDER) - those must be        *
      * registered here with posting limits that cover their     *
      * runs, or the jobs' postings will be refused.             *
      *                                                           *
      * ADD, CHANGE and REACT are queued on the PENDCHG pending-  *
      * change queue for a second, supervisor-role operator to    *
      * approve through MasterChangeApproval; no operator may     *
      * queue a change to their own record.  DEACT takes effect   *
      * at once - withdrawing access never waits - and is         *
      * journaled on MCHGJRNL like every applied change.          *
      *                                                           *
      * Dual control needs two supervisors.  Until the master     *
      * holds two active supervisors the screen is in set-up:     *
      * changes apply at once and are journaled as set-up, and    *
      * while the master is empty any ID may sign on to register  *
      * the first operator.  The master is read directly, read-   *
      * only, to count them - OperatorProgram's keyed READ        *
      * cannot answer "how many supervisors are there".           *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPR-OPERATOR-ID
               FILE STATUS IS OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * Mirrors the OPERATOR-RECORD layout held in                *
      * OperatorProgram; only read here, never written.           *
      *-----------------------------------------------------------*
       FD  OPERATOR-MASTER-FILE.
       01  OPERATOR-RECORD.
           05  OPR-OPERATOR-ID        PIC X(08).
           05  OPR-OPERATOR-NAME      PIC X(30).
           05  OPR-ROLE               PIC X(01).
               88  OPR-IS-SUPERVISOR      VALUE 'S'.
           05  OPR-ACTIVE-FLAG        PIC X(01).
               88  OPR-IS-ACTIVE          VALUE 'Y'.
           05  OPR-POSTING-LIMIT      PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01  OPERATOR-FILE-STATUS       PIC X(02).
           88  OPERATOR-FILE-OK           VALUE '00'.
           88  OPERATOR-FILE-MISSING      VALUE '35'.

       01  OPERATOR-EOF-SWITCH        PIC X(01).
           88  OPERATOR-EOF                VALUE 'Y'.
           88  OPERATOR-NOT-EOF            VALUE 'N'.

       01  MAINTENANCE-ACTION         PIC X(06).
           88  ACTION-IS-ADD              VALUE 'ADD   '.
           88  ACTION-IS-CHANGE           VALUE 'CHANGE'.
           88  ACTION-IS-EXIT             VALUE 'EXIT  '.

       77  REQUESTED-OPERATOR-ID      PIC X(08).
       77  MAKER-OPERATOR-ID          PIC X(08).
       77  OPERATOR-BEFORE-IMAGE      PIC X(200).
       77  ON-FILE-OPERATOR-COUNT     PIC 9(05).
       77  ACTIVE-SUPERVISOR-COUNT    PIC 9(05).
           88  DUAL-CONTROL-POSSIBLE       VALUE 2 THRU 99999.

       01  DETAIL-EDIT-SWITCH         PIC X(01).
           88  DETAIL-VALID                VALUE 'Y'.

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
      * Only a registered, active operator may sign on - except   *
      * on an empty master, where there is nobody yet to sign on  *
      * as and the first operator has to be registered by         *
      * someone.  A blank MAKER-OPERATOR-ID on the way out means  *
      * the sign-on was refused.                                  *
      *-----------------------------------------------------------*
       0200-SIGN-ON-OPERATOR.
           DISPLAY "Enter your operator ID: "
           ACCEPT MAKER-OPERATOR-ID
           IF MAKER-OPERATOR-ID = SPACES
               GO TO 0200-EXIT
           END-IF
           PERFORM 0300-COUNT-SUPERVISORS THRU 0300-EXIT
           IF ON-FILE-OPERATOR-COUNT = ZERO
               DISPLAY "Operator master is empty - signed on for "
                   "set-up; register a supervisor first"
               GO TO 0200-EXIT
           END-IF
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

       0300-COUNT-SUPERVISORS.
           MOVE ZERO TO ON-FILE-OPERATOR-COUNT
           MOVE ZERO TO ACTIVE-SUPERVISOR-COUNT
           OPEN INPUT OPERATOR-MASTER-FILE
           IF NOT OPERATOR-FILE-OK
               GO TO 0300-EXIT
           END-IF
           SET OPERATOR-NOT-EOF TO TRUE
           PERFORM 0310-READ-NEXT-OPERATOR THRU 0310-EXIT
           PERFORM 0320-COUNT-ONE-OPERATOR THRU 0320-EXIT
               UNTIL OPERATOR-EOF
           CLOSE OPERATOR-MASTER-FILE.
       0300-EXIT.
           EXIT.

       0310-READ-NEXT-OPERATOR.
           READ OPERATOR-MASTER-FILE NEXT RECORD
               AT END
                   SET OPERATOR-EOF TO TRUE
           END-READ.
       0310-EXIT.
           EXIT.

       0320-COUNT-ONE-OPERATOR.
           ADD 1 TO ON-FILE-OPERATOR-COUNT
           IF OPR-IS-SUPERVISOR AND OPR-IS-ACTIVE
               ADD 1 TO ACTIVE-SUPERVISOR-COUNT
           END-IF
           PERFORM 0310-READ-NEXT-OPERATOR THRU 0310-EXIT.
       0320-EXIT.
           EXIT.

       1000-PROCESS-ONE-ACTION.
           DISPLAY "Operator maintenance action "
               "(ADD/CHANGE/DEACT/REACT/SHOW/EXIT): "
           ACCEPT REQUESTED-OPERATOR-ID
           SET OP-FUNC-READ TO TRUE
           MOVE REQUESTED-OPERATOR-ID TO OP-OPERATOR-ID
           CALL 'OperatorProgram' USING OP-PARAMETERS
           MOVE OP-PARAMETERS TO OPERATOR-BEFORE-IMAGE.
       1100-EXIT.
           EXIT.

       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * ADD, CHANGE and REACT end here: queued for a second       *
      * operator's approval, or - in set-up, with fewer than two  *
      * active supervisors to make and check - written at once    *
      * and journaled as set-up.                                  *
      *-----------------------------------------------------------*
       1250-QUEUE-OR-APPLY.
           MOVE 'OPER'                TO MC-MASTER-CODE
           MOVE MAINTENANCE-ACTION    TO MC-ACTION
           MOVE REQUESTED-OPERATOR-ID TO MC-RECORD-KEY
           MOVE MAKER-OPERATOR-ID     TO MC-MAKER-ID
           MOVE SPACES                TO MC-CHECKER-ID
           MOVE OPERATOR-BEFORE-IMAGE TO MC-BEFORE-IMAGE
           PERFORM 0300-COUNT-SUPERVISORS THRU 0300-EXIT
           IF DUAL-CONTROL-POSSIBLE
               SET OP-FUNC-WRITE TO TRUE
               MOVE REQUESTED-OPERATOR-ID TO OP-OPERATOR-ID
               MOVE OP-PARAMETERS     TO MC-AFTER-IMAGE
               SET MC-FUNC-QUEUE      TO TRUE
               CALL 'MasterChangeProgram' USING MC-PARAMETERS
               DISPLAY MAINTENANCE-ACTION " of operator "
                   REQUESTED-OPERATOR-ID " queued as change "
                   MC-CHANGE-NUMBER " for supervisor approval"
               GO TO 1250-EXIT
           END-IF
           PERFORM 1200-WRITE-OPERATOR THRU 1200-EXIT
           MOVE OP-PARAMETERS         TO MC-AFTER-IMAGE
           MOVE ZERO                  TO MC-CHANGE-NUMBER
           MOVE 'SETU'                TO MC-CONTROL-CODE
           SET MC-FUNC-JOURNAL        TO TRUE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY MAINTENANCE-ACTION " of operator "
               REQUESTED-OPERATOR-ID " applied (set-up - "
               ACTIVE-SUPERVISOR-COUNT " active supervisor(s))".
       1250-EXIT.
           EXIT.

       1260-CHECK-NOT-OWN-RECORD.
           SET DETAIL-VALID TO TRUE
           PERFORM 0300-COUNT-SUPERVISORS THRU 0300-EXIT
           IF DUAL-CONTROL-POSSIBLE
               AND REQUESTED-OPERATOR-ID = MAKER-OPERATOR-ID
               DISPLAY "Refused - operators may not change their "
                   "own record"
               SET DETAIL-INVALID TO TRUE
           END-IF.
       1260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Prompt for the operator's details, shared by ADD and      *
      * CHANGE.  Role and posting limit are redisplayed until a   *
                   " already exists (" OP-OPERATOR-NAME ")"
               GO TO 2000-EXIT
           END-IF
           PERFORM 1260-CHECK-NOT-OWN-RECORD THRU 1260-EXIT
           IF DETAIL-INVALID
               GO TO 2000-EXIT
           END-IF
           PERFORM 1300-ACCEPT-OPERATOR-DETAILS THRU 1300-EXIT
           MOVE 'Y' TO OP-ACTIVE-FLAG
           PERFORM 1250-QUEUE-OR-APPLY THRU 1250-EXIT.
       2000-EXIT.
           EXIT.

                   " is not on the operator master"
               GO TO 3000-EXIT
           END-IF
           PERFORM 1260-CHECK-NOT-OWN-RECORD THRU 1260-EXIT
           IF DETAIL-INVALID
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Current name: " OP-OPERATOR-NAME " role: "
               OP-ROLE " limit: " OP-POSTING-LIMIT
           PERFORM 1300-ACCEPT-OPERATOR-DETAILS THRU 1300-EXIT
           PERFORM 1250-QUEUE-OR-APPLY THRU 1250-EXIT.
       3000-EXIT.
           EXIT.

                   " is not on the operator master"
               GO TO 4000-EXIT
           END-IF
           IF ACTION-IS-REACT
               PERFORM 1260-CHECK-NOT-OWN-RECORD THRU 1260-EXIT
               IF DETAIL-INVALID
                   GO TO 4000-EXIT
               END-IF
               MOVE 'Y' TO OP-ACTIVE-FLAG
               PERFORM 1250-QUEUE-OR-APPLY THRU 1250-EXIT
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO OP-ACTIVE-FLAG
           PERFORM 1200-WRITE-OPERATOR THRU 1200-EXIT
           SET MC-FUNC-JOURNAL        TO TRUE
           MOVE 'OPER'                TO MC-MASTER-CODE
           MOVE MAINTENANCE-ACTION    TO MC-ACTION
           MOVE REQUESTED-OPERATOR-ID TO MC-RECORD-KEY
           MOVE MAKER-OPERATOR-ID     TO MC-MAKER-ID
           MOVE SPACES                TO MC-CHECKER-ID
           MOVE ZERO                  TO MC-CHANGE-NUMBER
           MOVE 'SNGL'                TO MC-CONTROL-CODE
           MOVE OPERATOR-BEFORE-IMAGE TO MC-BEFORE-IMAGE
           MOVE OP-PARAMETERS         TO MC-AFTER-IMAGE
           CALL 'MasterChangeProgram' USING MC-PARAMETERS
           DISPLAY "Operator " REQUESTED-OPERATOR-ID
               " active flag is now " OP-ACTIVE-FLAG.
       4000-EXIT.
