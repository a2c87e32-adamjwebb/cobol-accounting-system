       IDENTIFICATION DIVISION.
       PROGRAM-ID. JournalListingReport.

      *-----------------------------------------------------------*
      * Journal listing report.  Lists every leg of the back-     *
      * office journals posted on one business day - the day      *
      * keyed at the console, the business date by default -      *
      * picked off the transaction ledger by source code JRNL     *
      * and grouped under the journal reference they share.       *
      * Each journal is headed with its narrative, operator,      *
      * approver and status off the JRNLREG register and closed   *
      * with its debit and credit totals, which must agree: a     *
      * posted journal nets to zero, and so does one backed out,  *
      * its reversals cancelling the legs it had posted.  A       *
      * journal that does not, or whose posted legs do not match  *
      * the leg count on its register entry, is flagged.          *
      *                                                           *
      * The journals the register still shows in progress for     *
      * the day - their run failed part way and has not been      *
      * restarted - are listed after the journals themselves.     *
      * The run is recorded on RUNCTL as JRNLRPT, with the        *
      * flagged and unfinished journals as its exceptions.        *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSACTION-LEDGER-FILE ASSIGN TO "TRANLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LEDGER-FILE-STATUS.

           SELECT JOURNAL-REGISTER-FILE ASSIGN TO "JRNLREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS JRG-JOURNAL-REF
               FILE STATUS IS REGISTER-FILE-STATUS.

           SELECT JOURNAL-REPORT-FILE ASSIGN TO "JRNLRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS REPORT-FILE-STATUS.

           SELECT JOURNAL-SORT-FILE ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSACTION-LEDGER-FILE.
       COPY LEDGREC.

       FD  JOURNAL-REGISTER-FILE.
       COPY JRNLREC.

       FD  JOURNAL-REPORT-FILE.
       01  JOURNAL-REPORT-LINE        PIC X(132).

      *-----------------------------------------------------------*
      * One journal leg off the ledger, on its way to the         *
      * journal it belongs to.                                    *
      *-----------------------------------------------------------*
       SD  JOURNAL-SORT-FILE.
       01  SORTED-LEG-RECORD.
           05  SRT-JOURNAL-REF        PIC X(16).
           05  SRT-POST-DATE          PIC 9(08).
           05  SRT-POST-TIME          PIC 9(08).
           05  SRT-ACCOUNT-NUMBER     PIC 9(10).
           05  SRT-TXN-SEQ            PIC 9(09).
           05  SRT-OPERATION-TYPE     PIC X(06).
           05  SRT-AMOUNT             PIC S9(9)V99.
           05  SRT-REVERSAL-OF-SEQ    PIC 9(09).
           05  SRT-OPERATOR-ID        PIC X(08).
           05  SRT-CURRENCY-CODE      PIC X(03).

       WORKING-STORAGE SECTION.
       01  LEDGER-FILE-STATUS         PIC X(02).
           88  LEDGER-FILE-OK             VALUE '00'.

       01  REGISTER-FILE-STATUS       PIC X(02).
           88  REGISTER-FILE-OK           VALUE '00'.
           88  REGISTER-FILE-MISSING      VALUE '35'.

       01  REPORT-FILE-STATUS         PIC X(02).
           88  REPORT-FILE-OK             VALUE '00'.

       01  LEDGER-EOF-SWITCH          PIC X(01).
           88  LEDGER-EOF                  VALUE 'Y'.
           88  LEDGER-NOT-EOF              VALUE 'N'.

       01  SORT-EOF-SWITCH            PIC X(01).
           88  SORT-EOF                    VALUE 'Y'.
           88  SORT-NOT-EOF                VALUE 'N'.

       01  REGISTER-EOF-SWITCH        PIC X(01).
           88  REGISTER-EOF                VALUE 'Y'.
           88  REGISTER-NOT-EOF            VALUE 'N'.

       01  REGISTER-OPEN-SWITCH       PIC X(01)     VALUE 'N'.
           88  REGISTER-IS-OPEN            VALUE 'Y'.
           88  REGISTER-IS-NOT-OPEN        VALUE 'N'.

       01  JOURNAL-OPEN-SWITCH        PIC X(01)     VALUE 'N'.
           88  JOURNAL-IN-PROGRESS         VALUE 'Y'.
           88  NO-JOURNAL-IN-PROGRESS      VALUE 'N'.

       01  REGISTER-ENTRY-SWITCH      PIC X(01)     VALUE 'N'.
           88  REGISTER-ENTRY-FOUND        VALUE 'Y'.
           88  REGISTER-ENTRY-NOT-FOUND    VALUE 'N'.

       77  ENTERED-REPORT-DATE        PIC X(08).
       77  REPORT-DATE                PIC 9(08).
       77  REPORT-JOURNAL-REF         PIC X(16)     VALUE SPACES.
       77  LEDGER-READ-COUNT          PIC 9(09)     VALUE ZERO.
       77  JOURNAL-COUNT              PIC 9(09)     VALUE ZERO.
       77  LEG-LINE-COUNT             PIC 9(09)     VALUE ZERO.
       77  UNBALANCED-COUNT           PIC 9(09)     VALUE ZERO.
       77  MISMATCH-COUNT             PIC 9(09)     VALUE ZERO.
       77  UNFINISHED-COUNT           PIC 9(09)     VALUE ZERO.
       77  EXCEPTION-COUNT            PIC 9(09)     VALUE ZERO.
       77  JOURNAL-LINE-COUNT         PIC 9(04)     VALUE ZERO.
       77  JOURNAL-ORIGINAL-COUNT     PIC 9(04)     VALUE ZERO.
       77  JOURNAL-REVERSAL-COUNT     PIC 9(04)     VALUE ZERO.
       77  JOURNAL-LIVE-COUNT         PIC S9(05)    VALUE ZERO.
       77  JOURNAL-DEBIT-TOTAL        PIC 9(13)V99  VALUE ZERO.
       77  JOURNAL-CREDIT-TOTAL       PIC 9(13)V99  VALUE ZERO.
       77  REPORT-DEBIT-TOTAL         PIC 9(13)V99  VALUE ZERO.
       77  REPORT-CREDIT-TOTAL        PIC 9(13)V99  VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                 PIC X(30)
                   VALUE 'JOURNAL LISTING REPORT'.
           05  FILLER                 PIC X(14)
                   VALUE 'BUSINESS DATE '.
           05  RPT-REPORT-DATE        PIC 9(08).
           05  FILLER                 PIC X(80)     VALUE SPACES.

       01  JOURNAL-HEADING-LINE.
           05  FILLER                 PIC X(08)     VALUE 'JOURNAL '.
           05  JHD-JOURNAL-REF        PIC X(16).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  JHD-NARRATIVE          PIC X(30).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(07)     VALUE 'STATUS '.
           05  JHD-STATUS-TEXT        PIC X(15).
           05  FILLER                 PIC X(52)     VALUE SPACES.

       01  JOURNAL-SIGNOFF-LINE.
           05  FILLER                 PIC X(08)     VALUE SPACES.
           05  FILLER                 PIC X(09)     VALUE 'OPERATOR '.
           05  JSL-OPERATOR-ID        PIC X(08).
           05  FILLER                 PIC X(11)
                   VALUE '  APPROVER '.
           05  JSL-APPROVER-ID        PIC X(08).
           05  FILLER                 PIC X(11)
                   VALUE '  CURRENCY '.
           05  JSL-CURRENCY-CODE      PIC X(03).
           05  FILLER                 PIC X(06)     VALUE '  RUN '.
           05  JSL-RUN-ID             PIC X(08).
           05  FILLER                 PIC X(60)     VALUE SPACES.

       01  COLUMN-HEADING-LINE.
           05  FILLER                 PIC X(08)     VALUE SPACES.
           05  FILLER                 PIC X(12)     VALUE 'ACCOUNT'.
           05  FILLER                 PIC X(11)     VALUE ' SEQUENCE'.
           05  FILLER                 PIC X(10)     VALUE 'TIME'.
           05  FILLER                 PIC X(08)     VALUE 'OPER'.
           05  FILLER                 PIC X(19)
                   VALUE '            DEBIT'.
           05  FILLER                 PIC X(19)
                   VALUE '           CREDIT'.
           05  FILLER                 PIC X(10)     VALUE 'OPERATOR'.
           05  FILLER                 PIC X(20)     VALUE 'NOTE'.
           05  FILLER                 PIC X(15)     VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                 PIC X(08)     VALUE SPACES.
           05  DTL-ACCOUNT-NUMBER     PIC 9(10).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-TXN-SEQ            PIC Z(08)9.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-POST-TIME          PIC 9(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-OPERATION-TYPE     PIC X(06).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-DEBIT-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-CREDIT-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99
                                      BLANK WHEN ZERO.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-OPERATOR-ID        PIC X(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  DTL-NOTE-TEXT          PIC X(20).
           05  FILLER                 PIC X(15)     VALUE SPACES.

       01  REVERSAL-NOTE.
           05  FILLER                 PIC X(09)     VALUE 'REVERSES '.
           05  RVN-REVERSAL-OF-SEQ    PIC 9(09).
           05  FILLER                 PIC X(02)     VALUE SPACES.

       01  JOURNAL-TOTAL-LINE.
           05  FILLER                 PIC X(08)     VALUE SPACES.
           05  FILLER                 PIC X(05)     VALUE 'LEGS '.
           05  JTL-LINE-COUNT         PIC ZZZ9.
           05  FILLER                 PIC X(32)     VALUE SPACES.
           05  JTL-DEBIT-TOTAL        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  JTL-CREDIT-TOTAL       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  JTL-BALANCE-TEXT       PIC X(24).
           05  JTL-CHECK-TEXT         PIC X(21).

       01  UNFINISHED-LINE.
           05  FILLER                 PIC X(08)     VALUE SPACES.
           05  UFL-JOURNAL-REF        PIC X(16).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(04)     VALUE 'RUN '.
           05  UFL-RUN-ID             PIC X(08).
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(05)     VALUE 'LEGS '.
           05  UFL-LEG-COUNT          PIC ZZZ9.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  UFL-JOURNAL-TOTAL      PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  FILLER                 PIC X(28)
                   VALUE 'RESTART THE RUN TO FINISH IT'.
           05  FILLER                 PIC X(37)     VALUE SPACES.

       01  SECTION-HEADING-LINE.
           05  SEC-HEADING-TEXT       PIC X(40).
           05  FILLER                 PIC X(92)     VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  SMC-LABEL              PIC X(30).
           05  SMC-COUNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                 PIC X(89)     VALUE SPACES.

       01  SUMMARY-AMOUNT-LINE.
           05  FILLER                 PIC X(02)     VALUE SPACES.
           05  SMA-LABEL              PIC X(30).
           05  SMA-AMOUNT             PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                 PIC X(79)     VALUE SPACES.

       COPY BDPARMS.

       COPY RCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           SORT JOURNAL-SORT-FILE
               ON ASCENDING KEY SRT-JOURNAL-REF
                                SRT-POST-DATE
                                SRT-POST-TIME
                                SRT-ACCOUNT-NUMBER
                                SRT-TXN-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-JOURNAL-LEGS
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRINT-BY-JOURNAL
                   THRU 3000-EXIT
           PERFORM 4000-PRINT-UNFINISHED THRU 4000-EXIT
           PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT
           IF REGISTER-IS-OPEN
               CLOSE JOURNAL-REGISTER-FILE
           END-IF
           CLOSE JOURNAL-REPORT-FILE
           COMPUTE EXCEPTION-COUNT =
               UNBALANCED-COUNT + MISMATCH-COUNT + UNFINISHED-COUNT
           DISPLAY "Journal listing complete for " REPORT-DATE ": "
               JOURNAL-COUNT " journal(s), " LEG-LINE-COUNT
               " leg(s) listed"
           IF EXCEPTION-COUNT > ZERO
               DISPLAY "  " EXCEPTION-COUNT " journal(s) flagged - "
                   "see JRNLRPT"
           END-IF
           SET RC-FUNC-FINISH TO TRUE
           MOVE JOURNAL-COUNT TO RC-PROCESSED-COUNT
           MOVE EXCEPTION-COUNT TO RC-EXCEPTION-COUNT
           CALL 'RunControlProgram' USING RC-PARAMETERS
           GOBACK.

       1000-INITIALIZE.
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           MOVE 'JRNLRPT ' TO RC-JOB-NAME
           SET RC-FUNC-START TO TRUE
           CALL 'RunControlProgram' USING RC-PARAMETERS
           PERFORM 1100-ACCEPT-REPORT-DATE THRU 1100-EXIT
           OPEN INPUT JOURNAL-REGISTER-FILE
           IF REGISTER-FILE-OK
               SET REGISTER-IS-OPEN TO TRUE
           ELSE
               DISPLAY "No journal register found - journals are "
                   "listed without their register details"
           END-IF
           OPEN OUTPUT JOURNAL-REPORT-FILE
           MOVE REPORT-DATE TO RPT-REPORT-DATE
           WRITE JOURNAL-REPORT-LINE FROM REPORT-HEADING-LINE
               AFTER ADVANCING PAGE.
       1000-EXIT.
           EXIT.

       1100-ACCEPT-REPORT-DATE.
           MOVE BD-BUSINESS-DATE TO REPORT-DATE
           DISPLAY "Enter journal date to list (YYYYMMDD, blank = "
               REPORT-DATE "): "
           ACCEPT ENTERED-REPORT-DATE
           IF ENTERED-REPORT-DATE = SPACES
               GO TO 1100-EXIT
           END-IF
           IF ENTERED-REPORT-DATE IS NOT NUMERIC
               DISPLAY "Invalid date - enter eight digits."
               GO TO 1100-ACCEPT-REPORT-DATE
           END-IF
           MOVE ENTERED-REPORT-DATE TO REPORT-DATE
           IF REPORT-DATE > BD-BUSINESS-DATE
               DISPLAY "Date " REPORT-DATE " is after the business "
                   "date " BD-BUSINESS-DATE
               GO TO 1100-ACCEPT-REPORT-DATE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Input procedure - release the day's journal legs,         *
      * back-out reversals included, off the ledger.              *
      *-----------------------------------------------------------*
       2000-RELEASE-JOURNAL-LEGS.
           SET LEDGER-NOT-EOF TO TRUE
           OPEN INPUT TRANSACTION-LEDGER-FILE
           IF NOT LEDGER-FILE-OK
               DISPLAY "No transaction ledger found - nothing to "
                   "report"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-READ-LEDGER-RECORD THRU 2100-EXIT
           PERFORM 2200-RELEASE-ONE-LEG THRU 2200-EXIT
               UNTIL LEDGER-EOF
           CLOSE TRANSACTION-LEDGER-FILE.
       2000-EXIT.
           EXIT.

       2100-READ-LEDGER-RECORD.
           READ TRANSACTION-LEDGER-FILE
               AT END
                   SET LEDGER-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-RELEASE-ONE-LEG.
           ADD 1 TO LEDGER-READ-COUNT
           IF LDG-IS-JOURNAL-LEG AND LDG-POST-DATE = REPORT-DATE
               MOVE LDG-SOURCE-REFERENCE TO SRT-JOURNAL-REF
               MOVE LDG-POST-DATE        TO SRT-POST-DATE
               MOVE LDG-POST-TIME        TO SRT-POST-TIME
               MOVE LDG-ACCOUNT-NUMBER   TO SRT-ACCOUNT-NUMBER
               MOVE LDG-TXN-SEQ          TO SRT-TXN-SEQ
               MOVE LDG-OPERATION-TYPE   TO SRT-OPERATION-TYPE
               MOVE LDG-AMOUNT           TO SRT-AMOUNT
               MOVE LDG-REVERSAL-OF-SEQ  TO SRT-REVERSAL-OF-SEQ
               MOVE LDG-OPERATOR-ID      TO SRT-OPERATOR-ID
               MOVE LDG-CURRENCY-CODE    TO SRT-CURRENCY-CODE
               RELEASE SORTED-LEG-RECORD
           END-IF
           PERFORM 2100-READ-LEDGER-RECORD THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Output procedure - the legs arrive grouped by journal     *
      * reference in posting order; break on the reference,       *
      * heading each journal from its register entry and closing  *
      * it with its totals and checks.                            *
      *-----------------------------------------------------------*
       3000-PRINT-BY-JOURNAL.
           SET SORT-NOT-EOF TO TRUE
           SET NO-JOURNAL-IN-PROGRESS TO TRUE
           PERFORM 3100-RETURN-SORTED-LEG THRU 3100-EXIT
           PERFORM 3200-PRINT-ONE-LEG THRU 3200-EXIT
               UNTIL SORT-EOF
           IF JOURNAL-IN-PROGRESS
               PERFORM 3600-END-JOURNAL THRU 3600-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

       3100-RETURN-SORTED-LEG.
           RETURN JOURNAL-SORT-FILE
               AT END
                   SET SORT-EOF TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.

       3200-PRINT-ONE-LEG.
           IF NO-JOURNAL-IN-PROGRESS
               OR SRT-JOURNAL-REF NOT = REPORT-JOURNAL-REF
               IF JOURNAL-IN-PROGRESS
                   PERFORM 3600-END-JOURNAL THRU 3600-EXIT
               END-IF
               PERFORM 3300-START-JOURNAL THRU 3300-EXIT
           END-IF
           MOVE SRT-ACCOUNT-NUMBER TO DTL-ACCOUNT-NUMBER
           MOVE SRT-TXN-SEQ        TO DTL-TXN-SEQ
           MOVE SRT-POST-TIME      TO DTL-POST-TIME
           MOVE SRT-OPERATION-TYPE TO DTL-OPERATION-TYPE
           MOVE SRT-OPERATOR-ID    TO DTL-OPERATOR-ID
           IF SRT-OPERATION-TYPE = 'DEBIT '
               MOVE SRT-AMOUNT TO DTL-DEBIT-AMOUNT
               MOVE ZERO       TO DTL-CREDIT-AMOUNT
               ADD SRT-AMOUNT  TO JOURNAL-DEBIT-TOTAL
           ELSE
               MOVE ZERO       TO DTL-DEBIT-AMOUNT
               MOVE SRT-AMOUNT TO DTL-CREDIT-AMOUNT
               ADD SRT-AMOUNT  TO JOURNAL-CREDIT-TOTAL
           END-IF
           IF SRT-REVERSAL-OF-SEQ > ZERO
               MOVE SRT-REVERSAL-OF-SEQ TO RVN-REVERSAL-OF-SEQ
               MOVE REVERSAL-NOTE       TO DTL-NOTE-TEXT
               ADD 1 TO JOURNAL-REVERSAL-COUNT
           ELSE
               MOVE SPACES TO DTL-NOTE-TEXT
               ADD 1 TO JOURNAL-ORIGINAL-COUNT
           END-IF
           WRITE JOURNAL-REPORT-LINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO JOURNAL-LINE-COUNT
           ADD 1 TO LEG-LINE-COUNT
           PERFORM 3100-RETURN-SORTED-LEG THRU 3100-EXIT.
       3200-EXIT.
           EXIT.

       3300-START-JOURNAL.
           MOVE SRT-JOURNAL-REF TO REPORT-JOURNAL-REF
           SET JOURNAL-IN-PROGRESS TO TRUE
           ADD 1 TO JOURNAL-COUNT
           MOVE ZERO TO JOURNAL-LINE-COUNT
           MOVE ZERO TO JOURNAL-ORIGINAL-COUNT
           MOVE ZERO TO JOURNAL-REVERSAL-COUNT
           MOVE ZERO TO JOURNAL-DEBIT-TOTAL
           MOVE ZERO TO JOURNAL-CREDIT-TOTAL
           PERFORM 3400-READ-REGISTER-ENTRY THRU 3400-EXIT
           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE REPORT-JOURNAL-REF TO JHD-JOURNAL-REF
           IF REGISTER-ENTRY-NOT-FOUND
               MOVE SPACES            TO JHD-NARRATIVE
               MOVE 'NOT ON REGISTER' TO JHD-STATUS-TEXT
               MOVE SPACES            TO JSL-OPERATOR-ID
               MOVE SPACES            TO JSL-APPROVER-ID
               MOVE SRT-CURRENCY-CODE TO JSL-CURRENCY-CODE
               MOVE SPACES            TO JSL-RUN-ID
           ELSE
               MOVE JRG-NARRATIVE     TO JHD-NARRATIVE
               EVALUATE TRUE
                   WHEN JRG-IS-POSTED
                       MOVE 'POSTED'      TO JHD-STATUS-TEXT
                   WHEN JRG-IS-BACKED-OUT
                       MOVE 'BACKED OUT'  TO JHD-STATUS-TEXT
                   WHEN OTHER
                       MOVE 'IN PROGRESS' TO JHD-STATUS-TEXT
               END-EVALUATE
               MOVE JRG-OPERATOR-ID   TO JSL-OPERATOR-ID
               MOVE JRG-APPROVER-ID   TO JSL-APPROVER-ID
               MOVE JRG-CURRENCY-CODE TO JSL-CURRENCY-CODE
               MOVE JRG-RUN-ID        TO JSL-RUN-ID
           END-IF
           WRITE JOURNAL-REPORT-LINE FROM JOURNAL-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE JOURNAL-REPORT-LINE FROM JOURNAL-SIGNOFF-LINE
               AFTER ADVANCING 1 LINE
           WRITE JOURNAL-REPORT-LINE FROM COLUMN-HEADING-LINE
               AFTER ADVANCING 1 LINE.
       3300-EXIT.
           EXIT.

       3400-READ-REGISTER-ENTRY.
           SET REGISTER-ENTRY-NOT-FOUND TO TRUE
           IF REGISTER-IS-NOT-OPEN
               GO TO 3400-EXIT
           END-IF
           MOVE REPORT-JOURNAL-REF TO JRG-JOURNAL-REF
           READ JOURNAL-REGISTER-FILE
               INVALID KEY
                   SET REGISTER-ENTRY-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET REGISTER-ENTRY-FOUND TO TRUE
           END-READ.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * Close a journal.  Its legs, reversals included, must net  *
      * to zero.  Where its register entry is for this day, the   *
      * legs still standing - those posted less those reversed -  *
      * must be the register's leg count for a posted journal and *
      * none at all for one backed out; a back-out reversal that  *
      * was refused leaves legs standing and shows here.          *
      *-----------------------------------------------------------*
       3600-END-JOURNAL.
           MOVE JOURNAL-LINE-COUNT   TO JTL-LINE-COUNT
           MOVE JOURNAL-DEBIT-TOTAL  TO JTL-DEBIT-TOTAL
           MOVE JOURNAL-CREDIT-TOTAL TO JTL-CREDIT-TOTAL
           IF JOURNAL-DEBIT-TOTAL = JOURNAL-CREDIT-TOTAL
               MOVE 'BALANCED' TO JTL-BALANCE-TEXT
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO JTL-BALANCE-TEXT
               ADD 1 TO UNBALANCED-COUNT
           END-IF
           MOVE SPACES TO JTL-CHECK-TEXT
           COMPUTE JOURNAL-LIVE-COUNT =
               JOURNAL-ORIGINAL-COUNT - JOURNAL-REVERSAL-COUNT
           IF REGISTER-ENTRY-FOUND
               AND JRG-BUSINESS-DATE = REPORT-DATE
               IF JRG-IS-POSTED
                   AND JOURNAL-LIVE-COUNT NOT = JRG-LEG-COUNT
                   MOVE 'LEG COUNT DIFFERS' TO JTL-CHECK-TEXT
                   ADD 1 TO MISMATCH-COUNT
               END-IF
               IF JRG-IS-BACKED-OUT
                   AND JOURNAL-LIVE-COUNT NOT = ZERO
                   MOVE 'BACK-OUT INCOMPLETE' TO JTL-CHECK-TEXT
                   ADD 1 TO MISMATCH-COUNT
               END-IF
           END-IF
           WRITE JOURNAL-REPORT-LINE FROM JOURNAL-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           ADD JOURNAL-DEBIT-TOTAL  TO REPORT-DEBIT-TOTAL
           ADD JOURNAL-CREDIT-TOTAL TO REPORT-CREDIT-TOTAL
           SET NO-JOURNAL-IN-PROGRESS TO TRUE.
       3600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The day's journals the register still shows in progress.  *
      *-----------------------------------------------------------*
       4000-PRINT-UNFINISHED.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 'JOURNALS NOT COMPLETED' TO SEC-HEADING-TEXT
           WRITE JOURNAL-REPORT-LINE FROM SECTION-HEADING-LINE
               AFTER ADVANCING 1 LINE
           IF REGISTER-IS-OPEN
               SET REGISTER-NOT-EOF TO TRUE
               MOVE LOW-VALUES TO JRG-JOURNAL-REF
               START JOURNAL-REGISTER-FILE KEY >= JRG-JOURNAL-REF
                   INVALID KEY
                       SET REGISTER-EOF TO TRUE
               END-START
               PERFORM 4100-READ-NEXT-ENTRY THRU 4100-EXIT
               PERFORM 4200-CHECK-ONE-ENTRY THRU 4200-EXIT
                   UNTIL REGISTER-EOF
           END-IF
           IF UNFINISHED-COUNT = ZERO
               MOVE '  (NONE)' TO JOURNAL-REPORT-LINE
               WRITE JOURNAL-REPORT-LINE AFTER ADVANCING 1 LINE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-READ-NEXT-ENTRY.
           IF REGISTER-EOF
               GO TO 4100-EXIT
           END-IF
           READ JOURNAL-REGISTER-FILE NEXT RECORD
               AT END
                   SET REGISTER-EOF TO TRUE
           END-READ.
       4100-EXIT.
           EXIT.

       4200-CHECK-ONE-ENTRY.
           IF JRG-IS-IN-PROGRESS
               AND JRG-BUSINESS-DATE = REPORT-DATE
               MOVE JRG-JOURNAL-REF   TO UFL-JOURNAL-REF
               MOVE JRG-RUN-ID        TO UFL-RUN-ID
               MOVE JRG-LEG-COUNT     TO UFL-LEG-COUNT
               MOVE JRG-JOURNAL-TOTAL TO UFL-JOURNAL-TOTAL
               WRITE JOURNAL-REPORT-LINE FROM UNFINISHED-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO UNFINISHED-COUNT
           END-IF
           PERFORM 4100-READ-NEXT-ENTRY THRU 4100-EXIT.
       4200-EXIT.
           EXIT.

       5000-PRINT-SUMMARY.
           MOVE SPACES TO JOURNAL-REPORT-LINE
           WRITE JOURNAL-REPORT-LINE AFTER ADVANCING 1 LINE
           MOVE 'REPORT TOTALS' TO SEC-HEADING-TEXT
           WRITE JOURNAL-REPORT-LINE FROM SECTION-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'JOURNALS LISTED'         TO SMC-LABEL
           MOVE JOURNAL-COUNT             TO SMC-COUNT
           WRITE JOURNAL-REPORT-LINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LEGS LISTED'             TO SMC-LABEL
           MOVE LEG-LINE-COUNT            TO SMC-COUNT
           WRITE JOURNAL-REPORT-LINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL DEBITS'            TO SMA-LABEL
           MOVE REPORT-DEBIT-TOTAL        TO SMA-AMOUNT
           WRITE JOURNAL-REPORT-LINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'TOTAL CREDITS'           TO SMA-LABEL
           MOVE REPORT-CREDIT-TOTAL       TO SMA-AMOUNT
           WRITE JOURNAL-REPORT-LINE FROM SUMMARY-AMOUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'JOURNALS OUT OF BALANCE' TO SMC-LABEL
           MOVE UNBALANCED-COUNT          TO SMC-COUNT
           WRITE JOURNAL-REPORT-LINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'LEG COUNTS NOT AGREEING' TO SMC-LABEL
           MOVE MISMATCH-COUNT            TO SMC-COUNT
           WRITE JOURNAL-REPORT-LINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE 'JOURNALS NOT COMPLETED'  TO SMC-LABEL
           MOVE UNFINISHED-COUNT          TO SMC-COUNT
           WRITE JOURNAL-REPORT-LINE FROM SUMMARY-COUNT-LINE
               AFTER ADVANCING 1 LINE.
       5000-EXIT.
           EXIT.
