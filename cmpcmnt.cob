       IDENTIFICATION DIVISION.
       PROGRAM-ID. ComplianceCaseMaintenance.

      *-----------------------------------------------------------*
      * Review screen for the compliance case file (CMPCASE)      *
      * raised by the nightly transaction monitoring run.         *
      * Actions:                                                  *
      *                                                           *
      *   LIST    - list every case not yet closed                *
      *   SHOW    - show one case, the postings behind its        *
      *             latest hit and every note taken on it         *
      *   NOTE    - annotate a case and take it under review      *
      *   CLOSE   - close a case with its outcome                 *
      *   EXIT    - leave the program                             *
      *                                                           *
      * The reviewer signs on with an active operator ID off the  *
      * OPERMSTR security master; every note and closure is       *
      * stamped with it.  Notes are appended to the CASENOTE      *
      * trail, which is never rewritten, so the case history      *
      * stands however the case is finally closed.  A case is     *
      * closed as NFA (no further action), SAR (suspicious        *
      * activity reported) or EXIT (customer relationship         *
      * exited), and cannot be closed without a closing note.     *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLIANCE-CASE-FILE ASSIGN TO "CMPCASE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAS-CASE-NUMBER
               FILE STATUS IS CASE-FILE-STATUS.

           SELECT CASE-NOTE-FILE ASSIGN TO "CASENOTE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NOTE-FILE-STATUS.

           SELECT TRANSACTION-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  COMPLIANCE-CASE-FILE.
       COPY CASEREC.

       FD  CASE-NOTE-FILE.
       01  CASE-NOTE-RECORD.
           05  CNT-CASE-NUMBER        PIC 9(08).
           05  CNT-NOTE-DATE          PIC 9(08).
           05  CNT-NOTE-TIME          PIC 9(08).
           05  CNT-OPERATOR-ID        PIC X(08).
           05  CNT-NOTE-TYPE          PIC X(01).
               88  CNT-IS-REVIEW-NOTE     VALUE 'N'.
               88  CNT-IS-CLOSING-NOTE    VALUE 'C'.
           05  CNT-NOTE-TEXT          PIC X(60).

       FD  TRANSACTION-HISTORY-FILE.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       01  CASE-FILE-STATUS           PIC X(02).
           88  CASE-FILE-OK               VALUE '00'.
           88  CASE-FILE-MISSING          VALUE '35'.

       01  NOTE-FILE-STATUS           PIC X(02).
           88  NOTE-FILE-OK               VALUE '00'.
           88  NOTE-FILE-MISSING          VALUE '35'.

       01  HISTORY-FILE-STATUS        PIC X(02).
           88  HISTORY-FILE-OK            VALUE '00'.
           88  HISTORY-FILE-MISSING       VALUE '35'.

       01  MAINTENANCE-ACTION         PIC X(06).
           88  ACTION-IS-LIST             VALUE 'LIST  '.
           88  ACTION-IS-SHOW             VALUE 'SHOW  '.
           88  ACTION-IS-NOTE             VALUE 'NOTE  '.
           88  ACTION-IS-CLOSE            VALUE 'CLOSE '.
           88  ACTION-IS-EXIT             VALUE 'EXIT  '.

       01  CASE-FOUND-SWITCH          PIC X(01).
           88  CASE-WAS-FOUND              VALUE 'Y'.
           88  CASE-WAS-NOT-FOUND          VALUE 'N'.

       01  DETAIL-EDIT-SWITCH         PIC X(01).
           88  DETAIL-VALID                VALUE 'Y'.
           88  DETAIL-INVALID              VALUE 'N'.

       01  NOTE-EOF-SWITCH            PIC X(01).
           88  NOTE-EOF                    VALUE 'Y'.
           88  NOTE-NOT-EOF                VALUE 'N'.

       01  HISTORY-EOF-SWITCH         PIC X(01).
           88  HISTORY-EOF                 VALUE 'Y'.
           88  HISTORY-NOT-EOF             VALUE 'N'.

       77  REVIEWER-OPERATOR-ID       PIC X(08).
       77  REQUESTED-CASE-NUMBER      PIC 9(08).
       77  LISTED-CASE-COUNT          PIC 9(05).
       77  SHOWN-NOTE-COUNT           PIC 9(03).
       77  SHOWN-POSTING-COUNT        PIC 9(05).
       77  ENTERED-NOTE-TEXT          PIC X(60).
       77  ENTERED-OUTCOME            PIC X(04).
           88  ENTERED-OUTCOME-VALID       VALUE 'NFA ' 'SAR ' 'EXIT'.
       77  CONFIRMATION-RESPONSE      PIC X(01).
       77  NOTE-STAMP-DATE            PIC 9(08).
       77  NOTE-STAMP-TIME            PIC 9(08).
       77  NOTE-TYPE-CODE             PIC X(01).

       COPY OPPARMS.
       COPY BDPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 0200-SIGN-ON-REVIEWER THRU 0200-EXIT
           IF REVIEWER-OPERATOR-ID = SPACES
               GOBACK
           END-IF
           PERFORM 0100-OPEN-CASE-FILE THRU 0100-EXIT
           PERFORM 1000-PROCESS-ONE-ACTION THRU 1000-EXIT
               UNTIL ACTION-IS-EXIT
           CLOSE COMPLIANCE-CASE-FILE
           GOBACK.

       0100-OPEN-CASE-FILE.
      *    Create the case file on first use, the same way the
      *    monitoring run does, so the screen can be opened
      *    before the first case has been raised.
           OPEN I-O COMPLIANCE-CASE-FILE
           IF CASE-FILE-MISSING
               OPEN OUTPUT COMPLIANCE-CASE-FILE
               CLOSE COMPLIANCE-CASE-FILE
               OPEN I-O COMPLIANCE-CASE-FILE
           END-IF.
       0100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Cases are confidential and every note carries the name    *
      * of whoever wrote it: only a registered, active operator   *
      * may use the screen.  A blank REVIEWER-OPERATOR-ID on the  *
      * way out means the sign-on was refused.                    *
      *-----------------------------------------------------------*
       0200-SIGN-ON-REVIEWER.
           DISPLAY "Enter your operator ID: "
           ACCEPT REVIEWER-OPERATOR-ID
           SET OP-FUNC-READ TO TRUE
           MOVE REVIEWER-OPERATOR-ID TO OP-OPERATOR-ID
           CALL 'OperatorProgram' USING OP-PARAMETERS
           IF OP-STATUS-NOT-FOUND
               DISPLAY "Sign-on refused - operator "
                   REVIEWER-OPERATOR-ID
                   " is not on the operator master"
               MOVE SPACES TO REVIEWER-OPERATOR-ID
               GO TO 0200-EXIT
           END-IF
           IF NOT OP-OPERATOR-IS-ACTIVE
               DISPLAY "Sign-on refused - operator "
                   REVIEWER-OPERATOR-ID " is not active"
               MOVE SPACES TO REVIEWER-OPERATOR-ID
           END-IF.
       0200-EXIT.
           EXIT.

       1000-PROCESS-ONE-ACTION.
           DISPLAY "Compliance case action "
               "(LIST/SHOW/NOTE/CLOSE/EXIT): "
           ACCEPT MAINTENANCE-ACTION
           EVALUATE TRUE
               WHEN ACTION-IS-EXIT
                   CONTINUE
               WHEN ACTION-IS-LIST
                   PERFORM 2000-LIST-OPEN-CASES THRU 2000-EXIT
               WHEN ACTION-IS-SHOW
                   PERFORM 3000-SHOW-CASE THRU 3000-EXIT
               WHEN ACTION-IS-NOTE
                   PERFORM 4000-NOTE-CASE THRU 4000-EXIT
               WHEN ACTION-IS-CLOSE
                   PERFORM 5000-CLOSE-CASE THRU 5000-EXIT
               WHEN OTHER
                   DISPLAY "Unrecognized action: " MAINTENANCE-ACTION
           END-EVALUATE.
       1000-EXIT.
           EXIT.

       1100-READ-REQUESTED-CASE.
           DISPLAY "Enter case number: "
           ACCEPT REQUESTED-CASE-NUMBER
           MOVE REQUESTED-CASE-NUMBER TO CAS-CASE-NUMBER
           READ COMPLIANCE-CASE-FILE
               INVALID KEY
                   SET CASE-WAS-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET CASE-WAS-FOUND TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.

       1200-PROMPT-NOTE-TEXT.
           DISPLAY "Enter note (up to 60 characters): "
           MOVE SPACES TO ENTERED-NOTE-TEXT
           ACCEPT ENTERED-NOTE-TEXT
           IF ENTERED-NOTE-TEXT NOT = SPACES
               SET DETAIL-VALID TO TRUE
           ELSE
               DISPLAY "A note is required - enter some text."
           END-IF.
       1200-EXIT.
           EXIT.

       1300-PROMPT-OUTCOME.
           DISPLAY "Enter outcome (NFA/SAR/EXIT): "
           ACCEPT ENTERED-OUTCOME
           IF ENTERED-OUTCOME-VALID
               SET DETAIL-VALID TO TRUE
           ELSE
               DISPLAY "Invalid outcome - enter NFA, SAR or EXIT."
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Append the entered note to the CASENOTE trail, creating   *
      * the trail on first use, and carry it onto the case.       *
      * The caller sets NOTE-TYPE-CODE and rewrites the case.     *
      *-----------------------------------------------------------*
       1400-WRITE-CASE-NOTE.
           ACCEPT NOTE-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT NOTE-STAMP-TIME FROM TIME
           OPEN EXTEND CASE-NOTE-FILE
           IF NOTE-FILE-MISSING
               OPEN OUTPUT CASE-NOTE-FILE
           END-IF
           MOVE CAS-CASE-NUMBER      TO CNT-CASE-NUMBER
           MOVE NOTE-STAMP-DATE      TO CNT-NOTE-DATE
           MOVE NOTE-STAMP-TIME      TO CNT-NOTE-TIME
           MOVE REVIEWER-OPERATOR-ID TO CNT-OPERATOR-ID
           MOVE NOTE-TYPE-CODE       TO CNT-NOTE-TYPE
           MOVE ENTERED-NOTE-TEXT    TO CNT-NOTE-TEXT
           WRITE CASE-NOTE-RECORD
           CLOSE CASE-NOTE-FILE
           ADD 1 TO CAS-NOTE-COUNT
           MOVE ENTERED-NOTE-TEXT TO CAS-LAST-NOTE.
       1400-EXIT.
           EXIT.

       2000-LIST-OPEN-CASES.
           MOVE ZERO TO LISTED-CASE-COUNT
           MOVE ZERO TO CAS-CASE-NUMBER
           START COMPLIANCE-CASE-FILE KEY >= CAS-CASE-NUMBER
               INVALID KEY
                   DISPLAY "No compliance cases on file"
                   GO TO 2000-EXIT
           END-START
           PERFORM 2100-LIST-ONE-CASE THRU 2100-EXIT
               UNTIL NOT CASE-FILE-OK
           DISPLAY LISTED-CASE-COUNT " case(s) open or under review".
       2000-EXIT.
           EXIT.

       2100-LIST-ONE-CASE.
           READ COMPLIANCE-CASE-FILE NEXT RECORD
               AT END
                   GO TO 2100-EXIT
           END-READ
           IF CASE-FILE-OK AND NOT CAS-IS-CLOSED
               ADD 1 TO LISTED-CASE-COUNT
               DISPLAY "Case " CAS-CASE-NUMBER ": account "
                   CAS-ACCOUNT-NUMBER " rule " CAS-RULE-CODE
                   " raised " CAS-RAISED-DATE
                   " last hit " CAS-LAST-HIT-DATE
                   " hits " CAS-HIT-COUNT
                   " status " CAS-STATUS
                   " assigned " CAS-ASSIGNED-TO
           END-IF.
       2100-EXIT.
           EXIT.

       3000-SHOW-CASE.
           PERFORM 1100-READ-REQUESTED-CASE THRU 1100-EXIT
           IF CASE-WAS-NOT-FOUND
               DISPLAY "Case " REQUESTED-CASE-NUMBER " is not on file"
               GO TO 3000-EXIT
           END-IF
           DISPLAY "Case " CAS-CASE-NUMBER " status " CAS-STATUS
               " rule " CAS-RULE-CODE ": " CAS-DESCRIPTION
           DISPLAY "  Account " CAS-ACCOUNT-NUMBER
               " customer " CAS-CUSTOMER-NUMBER
           DISPLAY "  Raised " CAS-RAISED-DATE
               " last hit " CAS-LAST-HIT-DATE
               " hits " CAS-HIT-COUNT
           DISPLAY "  Window " CAS-WINDOW-START " to " CAS-WINDOW-END
               ": " CAS-POSTING-COUNT " posting(s) value "
               CAS-POSTING-VALUE
           DISPLAY "  Assigned to " CAS-ASSIGNED-TO
               " notes " CAS-NOTE-COUNT
           IF CAS-IS-CLOSED
               DISPLAY "  Closed " CAS-CLOSED-DATE " by "
                   CAS-CLOSED-BY " outcome " CAS-OUTCOME
           END-IF
           PERFORM 3100-SHOW-EVIDENCE THRU 3100-EXIT
           PERFORM 3300-SHOW-NOTES THRU 3300-EXIT.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The evidence is the account's TRANHIST postings from the  *
      * first to the last sequence behind the latest hit -        *
      * including anything posted in between that the rule did    *
      * not count, so the reviewer sees the whole picture.        *
      *-----------------------------------------------------------*
       3100-SHOW-EVIDENCE.
           IF CAS-FIRST-TXN-SEQ = ZERO
               GO TO 3100-EXIT
           END-IF
           OPEN INPUT TRANSACTION-HISTORY-FILE
           IF HISTORY-FILE-MISSING
               DISPLAY "  No history file found - postings not shown"
               GO TO 3100-EXIT
           END-IF
           DISPLAY "  Postings behind the latest hit:"
           MOVE ZERO TO SHOWN-POSTING-COUNT
           SET HISTORY-NOT-EOF TO TRUE
           MOVE CAS-ACCOUNT-NUMBER TO HST-ACCOUNT-NUMBER
           MOVE CAS-FIRST-TXN-SEQ  TO HST-TXN-SEQ
           START TRANSACTION-HISTORY-FILE KEY >= HST-HISTORY-KEY
               INVALID KEY
                   SET HISTORY-EOF TO TRUE
           END-START
           PERFORM 3150-READ-NEXT-HISTORY THRU 3150-EXIT
           PERFORM 3200-SHOW-ONE-POSTING THRU 3200-EXIT
               UNTIL HISTORY-EOF
           CLOSE TRANSACTION-HISTORY-FILE
           IF SHOWN-POSTING-COUNT = ZERO
               DISPLAY "    (NONE)"
           END-IF.
       3100-EXIT.
           EXIT.

       3150-READ-NEXT-HISTORY.
           READ TRANSACTION-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ
           IF HISTORY-NOT-EOF
               IF HST-ACCOUNT-NUMBER NOT = CAS-ACCOUNT-NUMBER
                   OR HST-TXN-SEQ > CAS-LAST-TXN-SEQ
                   SET HISTORY-EOF TO TRUE
               END-IF
           END-IF.
       3150-EXIT.
           EXIT.

       3200-SHOW-ONE-POSTING.
           ADD 1 TO SHOWN-POSTING-COUNT
           DISPLAY "    " HST-TXN-SEQ " " HST-POST-DATE " "
               HST-OPERATION-TYPE " " HST-AMOUNT
               " related " HST-RELATED-ACCOUNT
               " reversal of " HST-REVERSAL-OF-SEQ
               " by " HST-OPERATOR-ID
           PERFORM 3150-READ-NEXT-HISTORY THRU 3150-EXIT.
       3200-EXIT.
           EXIT.

       3300-SHOW-NOTES.
           IF CAS-NOTE-COUNT = ZERO
               GO TO 3300-EXIT
           END-IF
           OPEN INPUT CASE-NOTE-FILE
           IF NOTE-FILE-MISSING
               GO TO 3300-EXIT
           END-IF
           DISPLAY "  Notes:"
           MOVE ZERO TO SHOWN-NOTE-COUNT
           SET NOTE-NOT-EOF TO TRUE
           PERFORM 3350-READ-NEXT-NOTE THRU 3350-EXIT
           PERFORM 3400-SHOW-ONE-NOTE THRU 3400-EXIT
               UNTIL NOTE-EOF
           CLOSE CASE-NOTE-FILE.
       3300-EXIT.
           EXIT.

       3350-READ-NEXT-NOTE.
           READ CASE-NOTE-FILE
               AT END
                   SET NOTE-EOF TO TRUE
           END-READ.
       3350-EXIT.
           EXIT.

       3400-SHOW-ONE-NOTE.
           IF CNT-CASE-NUMBER = CAS-CASE-NUMBER
               ADD 1 TO SHOWN-NOTE-COUNT
               DISPLAY "    " CNT-NOTE-DATE " " CNT-NOTE-TIME " "
                   CNT-OPERATOR-ID " " CNT-NOTE-TYPE " "
                   CNT-NOTE-TEXT
           END-IF
           PERFORM 3350-READ-NEXT-NOTE THRU 3350-EXIT.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A note takes the case under review by the operator who    *
      * wrote it.  A closed case takes no further notes - the     *
      * record of why it was closed stays as it was closed.       *
      *-----------------------------------------------------------*
       4000-NOTE-CASE.
           PERFORM 1100-READ-REQUESTED-CASE THRU 1100-EXIT
           IF CASE-WAS-NOT-FOUND
               DISPLAY "Case " REQUESTED-CASE-NUMBER " is not on file"
               GO TO 4000-EXIT
           END-IF
           IF CAS-IS-CLOSED
               DISPLAY "Case " REQUESTED-CASE-NUMBER
                   " is closed - no further notes"
               GO TO 4000-EXIT
           END-IF
           SET DETAIL-INVALID TO TRUE
           PERFORM 1200-PROMPT-NOTE-TEXT THRU 1200-EXIT
               UNTIL DETAIL-VALID
           MOVE 'N' TO NOTE-TYPE-CODE
           PERFORM 1400-WRITE-CASE-NOTE THRU 1400-EXIT
           SET CAS-IS-UNDER-REVIEW TO TRUE
           MOVE REVIEWER-OPERATOR-ID TO CAS-ASSIGNED-TO
           REWRITE COMPLIANCE-CASE-RECORD
           DISPLAY "Case " CAS-CASE-NUMBER " noted - under review by "
               CAS-ASSIGNED-TO.
       4000-EXIT.
           EXIT.

       5000-CLOSE-CASE.
           PERFORM 1100-READ-REQUESTED-CASE THRU 1100-EXIT
           IF CASE-WAS-NOT-FOUND
               DISPLAY "Case " REQUESTED-CASE-NUMBER " is not on file"
               GO TO 5000-EXIT
           END-IF
           IF CAS-IS-CLOSED
               DISPLAY "Case " REQUESTED-CASE-NUMBER
                   " is already closed"
               GO TO 5000-EXIT
           END-IF
           SET DETAIL-INVALID TO TRUE
           PERFORM 1300-PROMPT-OUTCOME THRU 1300-EXIT
               UNTIL DETAIL-VALID
           SET DETAIL-INVALID TO TRUE
           PERFORM 1200-PROMPT-NOTE-TEXT THRU 1200-EXIT
               UNTIL DETAIL-VALID
           DISPLAY "Close case " CAS-CASE-NUMBER " as "
               ENTERED-OUTCOME " - enter Y to confirm: "
           ACCEPT CONFIRMATION-RESPONSE
           IF CONFIRMATION-RESPONSE NOT = 'Y'
               AND CONFIRMATION-RESPONSE NOT = 'y'
               DISPLAY "Case " CAS-CASE-NUMBER " left open"
               GO TO 5000-EXIT
           END-IF
           MOVE 'C' TO NOTE-TYPE-CODE
           PERFORM 1400-WRITE-CASE-NOTE THRU 1400-EXIT
      *    The case closes on the business day, in step with the
      *    monitoring run's raised and last-hit dates.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           SET CAS-IS-CLOSED TO TRUE
           MOVE ENTERED-OUTCOME      TO CAS-OUTCOME
           MOVE BD-BUSINESS-DATE     TO CAS-CLOSED-DATE
           MOVE REVIEWER-OPERATOR-ID TO CAS-CLOSED-BY
           IF CAS-ASSIGNED-TO = SPACES
               MOVE REVIEWER-OPERATOR-ID TO CAS-ASSIGNED-TO
           END-IF
           REWRITE COMPLIANCE-CASE-RECORD
           DISPLAY "Case " CAS-CASE-NUMBER " closed - outcome "
               CAS-OUTCOME.
       5000-EXIT.
           EXIT.
