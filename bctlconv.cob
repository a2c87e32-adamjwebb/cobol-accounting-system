       IDENTIFICATION DIVISION.
       PROGRAM-ID. BatchControlConvert.

      *-----------------------------------------------------------*
      * One-off cutover job for the standing-order and run-       *
      * control layout changes, the way LedgerSourceConvert was   *
      * for the ledger source fields.                             *
      *                                                           *
      * Reads the old-layout 65-byte STANDORD (no scheduled date  *
      * or non-working-day rule) and writes every order to a new- *
      * layout file (STORDNEW).  The scheduled date is taken from *
      * SO-NEXT-DUE-DATE - the old file paid on the date the      *
      * schedule fell on - and the rule is set to roll forward.   *
      *                                                           *
      * Reads the old-layout 42-byte RUNCTL (no business date,    *
      * start stamp or counts) and writes every run to a new-     *
      * layout file (RUNCNEW) with those fields zero, so an old   *
      * run belongs to no business day the cutover gate asks      *
      * about and an interrupted run still resumes from its       *
      * checkpoint.                                               *
      *                                                           *
      * Run once against the old files, prove the counts, then    *
      * swap STORDNEW in as STANDORD and RUNCNEW in as RUNCTL.    *
      * Running it against files already converted                *
      * reinterprets the record bytes, so keep it out of the      *
      * nightly schedule.                                         *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ORDER-FILE ASSIGN TO "STANDORD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDS-ORDER-ID
               FILE STATUS IS OLD-ORDER-STATUS.

           SELECT STANDING-ORDER-FILE ASSIGN TO "STORDNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SO-ORDER-ID
               FILE STATUS IS NEW-ORDER-STATUS.

           SELECT OLD-RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDR-CONTROL-KEY
               FILE STATUS IS OLD-RUN-CONTROL-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS NEW-RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * The standing order as it was before the scheduled date    *
      * and the non-working-day rule were added - 65 bytes.       *
      *-----------------------------------------------------------*
       FD  OLD-ORDER-FILE.
       01  OLD-ORDER-RECORD.
           05  OLDS-ORDER-ID          PIC 9(06).
           05  OLDS-SOURCE-ACCOUNT    PIC 9(10).
           05  OLDS-DEST-ACCOUNT      PIC 9(10).
           05  OLDS-AMOUNT            PIC 9(9)V99.
           05  OLDS-FREQUENCY         PIC X(01).
           05  OLDS-NEXT-DUE-DATE     PIC 9(08).
           05  OLDS-EXPIRY-DATE       PIC 9(08).
           05  OLDS-APPROVER-ID       PIC X(08).
           05  OLDS-PAYMENT-DAY       PIC 9(02).
           05  OLDS-STATUS            PIC X(01).

       FD  STANDING-ORDER-FILE.
       COPY STORDREC.

      *-----------------------------------------------------------*
      * The run-control record as it was before the business      *
      * date, start stamp and counts were added - 42 bytes.       *
      *-----------------------------------------------------------*
       FD  OLD-RUN-CONTROL-FILE.
       01  OLD-RUN-CONTROL-RECORD.
           05  OLDR-CONTROL-KEY.
               10  OLDR-JOB-NAME      PIC X(08).
               10  OLDR-RUN-ID        PIC X(08).
           05  OLDR-STATUS-FLAG       PIC X(01).
           05  OLDR-LAST-RECORD-DONE  PIC 9(09).
           05  OLDR-LAST-UPDATE-DATE  PIC 9(08).
           05  OLDR-LAST-UPDATE-TIME  PIC 9(08).

       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  OLD-ORDER-STATUS           PIC X(02).
           88  OLD-ORDER-OK               VALUE '00'.

       01  NEW-ORDER-STATUS           PIC X(02).
           88  NEW-ORDER-OK               VALUE '00'.

       01  OLD-RUN-CONTROL-STATUS     PIC X(02).
           88  OLD-RUN-CONTROL-OK         VALUE '00'.

       01  NEW-RUN-CONTROL-STATUS     PIC X(02).
           88  NEW-RUN-CONTROL-OK         VALUE '00'.

       01  ORDER-EOF-SWITCH           PIC X(01).
           88  ORDER-EOF                   VALUE 'Y'.
           88  ORDER-NOT-EOF               VALUE 'N'.

       01  RUN-CONTROL-EOF-SWITCH     PIC X(01).
           88  RUN-CONTROL-EOF             VALUE 'Y'.
           88  RUN-CONTROL-NOT-EOF         VALUE 'N'.

       77  ORDER-READ-COUNT           PIC 9(09)     VALUE ZERO.
       77  ORDER-CONVERTED-COUNT      PIC 9(09)     VALUE ZERO.
       77  ORDER-REFUSED-COUNT        PIC 9(09)     VALUE ZERO.
       77  RUN-CONTROL-READ-COUNT     PIC 9(09)     VALUE ZERO.
       77  RUN-CONTROL-CONVERTED-COUNT PIC 9(09)    VALUE ZERO.
       77  RUN-CONTROL-REFUSED-COUNT  PIC 9(09)     VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-CONVERT-ORDERS THRU 1000-EXIT
           PERFORM 3000-CONVERT-RUN-CONTROL THRU 3000-EXIT
           DISPLAY "Batch control conversion complete:"
           DISPLAY "  Standing orders read from STANDORD: "
               ORDER-READ-COUNT
           DISPLAY "  Standing orders written to STORDNEW:"
               ORDER-CONVERTED-COUNT
           IF ORDER-REFUSED-COUNT > ZERO
               DISPLAY "  Standing orders STORDNEW refused:   "
                   ORDER-REFUSED-COUNT " - do not swap"
           END-IF
           DISPLAY "  Run records read from RUNCTL:       "
               RUN-CONTROL-READ-COUNT
           DISPLAY "  Run records written to RUNCNEW:     "
               RUN-CONTROL-CONVERTED-COUNT
           IF RUN-CONTROL-REFUSED-COUNT > ZERO
               DISPLAY "  Run records RUNCNEW refused:        "
                   RUN-CONTROL-REFUSED-COUNT " - do not swap"
           END-IF
           DISPLAY "Prove the counts against the old files, then "
               "swap STORDNEW in as STANDORD and RUNCNEW in as "
               "RUNCTL."
           GOBACK.

       1000-CONVERT-ORDERS.
           SET ORDER-NOT-EOF TO TRUE
           OPEN INPUT OLD-ORDER-FILE
           IF NOT OLD-ORDER-OK
               DISPLAY "Old standing order file could not be opened "
                   "- file status " OLD-ORDER-STATUS
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT STANDING-ORDER-FILE
           IF NOT NEW-ORDER-OK
               DISPLAY "New standing order file could not be "
                   "created - file status " NEW-ORDER-STATUS
               CLOSE OLD-ORDER-FILE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-OLD-ORDER THRU 1100-EXIT
           PERFORM 2000-CONVERT-ONE-ORDER THRU 2000-EXIT
               UNTIL ORDER-EOF
           CLOSE OLD-ORDER-FILE
           CLOSE STANDING-ORDER-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-OLD-ORDER.
           READ OLD-ORDER-FILE NEXT RECORD
               AT END
                   SET ORDER-EOF TO TRUE
           END-READ
           IF ORDER-NOT-EOF
               ADD 1 TO ORDER-READ-COUNT
           END-IF.
       1100-EXIT.
           EXIT.

       2000-CONVERT-ONE-ORDER.
           MOVE OLDS-ORDER-ID         TO SO-ORDER-ID
           MOVE OLDS-SOURCE-ACCOUNT   TO SO-SOURCE-ACCOUNT
           MOVE OLDS-DEST-ACCOUNT     TO SO-DEST-ACCOUNT
           MOVE OLDS-AMOUNT           TO SO-AMOUNT
           MOVE OLDS-FREQUENCY        TO SO-FREQUENCY
           MOVE OLDS-NEXT-DUE-DATE    TO SO-NEXT-DUE-DATE
           MOVE OLDS-EXPIRY-DATE      TO SO-EXPIRY-DATE
           MOVE OLDS-APPROVER-ID      TO SO-APPROVER-ID
           MOVE OLDS-PAYMENT-DAY      TO SO-PAYMENT-DAY
           MOVE OLDS-STATUS           TO SO-STATUS
           MOVE OLDS-NEXT-DUE-DATE    TO SO-SCHEDULED-DATE
           MOVE 'N'                   TO SO-NON-WORKING-RULE
           WRITE STANDING-ORDER-RECORD
               INVALID KEY
                   ADD 1 TO ORDER-REFUSED-COUNT
               NOT INVALID KEY
                   ADD 1 TO ORDER-CONVERTED-COUNT
           END-WRITE
           PERFORM 1100-READ-OLD-ORDER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

       3000-CONVERT-RUN-CONTROL.
           SET RUN-CONTROL-NOT-EOF TO TRUE
           OPEN INPUT OLD-RUN-CONTROL-FILE
           IF NOT OLD-RUN-CONTROL-OK
               DISPLAY "Old run-control file could not be opened - "
                   "file status " OLD-RUN-CONTROL-STATUS
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT RUN-CONTROL-FILE
           IF NOT NEW-RUN-CONTROL-OK
               DISPLAY "New run-control file could not be created "
                   "- file status " NEW-RUN-CONTROL-STATUS
               CLOSE OLD-RUN-CONTROL-FILE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-OLD-RUN-CONTROL THRU 3100-EXIT
           PERFORM 4000-CONVERT-ONE-RUN THRU 4000-EXIT
               UNTIL RUN-CONTROL-EOF
           CLOSE OLD-RUN-CONTROL-FILE
           CLOSE RUN-CONTROL-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-OLD-RUN-CONTROL.
           READ OLD-RUN-CONTROL-FILE NEXT RECORD
               AT END
                   SET RUN-CONTROL-EOF TO TRUE
           END-READ
           IF RUN-CONTROL-NOT-EOF
               ADD 1 TO RUN-CONTROL-READ-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       4000-CONVERT-ONE-RUN.
           MOVE OLDR-JOB-NAME         TO RUN-JOB-NAME
           MOVE OLDR-RUN-ID           TO RUN-ID
           MOVE OLDR-STATUS-FLAG      TO RUN-STATUS-FLAG
           MOVE OLDR-LAST-RECORD-DONE TO RUN-LAST-RECORD-DONE
           MOVE OLDR-LAST-UPDATE-DATE TO RUN-LAST-UPDATE-DATE
           MOVE OLDR-LAST-UPDATE-TIME TO RUN-LAST-UPDATE-TIME
           MOVE ZERO                  TO RUN-BUSINESS-DATE
           MOVE ZERO                  TO RUN-STARTED-DATE
           MOVE ZERO                  TO RUN-STARTED-TIME
           MOVE ZERO                  TO RUN-PROCESSED-COUNT
           MOVE ZERO                  TO RUN-EXCEPTION-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   ADD 1 TO RUN-CONTROL-REFUSED-COUNT
               NOT INVALID KEY
                   ADD 1 TO RUN-CONTROL-CONVERTED-COUNT
           END-WRITE
           PERFORM 3100-READ-OLD-RUN-CONTROL THRU 3100-EXIT.
       4000-EXIT.
           EXIT.
