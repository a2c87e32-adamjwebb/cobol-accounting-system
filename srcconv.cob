       IDENTIFICATION DIVISION.
       PROGRAM-ID. LedgerSourceConvert.

      *-----------------------------------------------------------*
      * One-off cutover job for the posting source layout change, *
      * the way CurrencyCutoverConvert was for the currency       *
      * fields.  Reads the old-layout 116-byte TRANLEDG (no       *
      * source code or source reference) and writes every entry,  *
      * BALFWD position records included, to a new-layout ledger  *
      * (LEDGNEW) with the two new fields set to spaces - an      *
      * ordinary posting, not an outbound payment, a payment      *
      * return or a journal leg.                                  *
      *                                                           *
      * TRANHIST is the permanent keyed history and holds more    *
      * than the current-period ledger, so it cannot be rebuilt   *
      * from TRANLEDG: it is read end to end in key order and     *
      * every entry written to a new-layout history file          *
      * (HISTNEW), defaulted the same way.                        *
      *                                                           *
      * Run once against the old files, prove the counts, then    *
      * swap LEDGNEW in as TRANLEDG and HISTNEW in as TRANHIST.   *
      * Running it against files already converted                *
      * reinterprets the record bytes, so keep it out of the      *
      * nightly schedule.                                         *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-LEDGER-FILE ASSIGN TO "TRANLEDG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS OLD-LEDGER-STATUS.

           SELECT NEW-LEDGER-FILE ASSIGN TO "LEDGNEW"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NEW-LEDGER-STATUS.

           SELECT OLD-HISTORY-FILE ASSIGN TO "TRANHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLDH-HISTORY-KEY
               FILE STATUS IS OLD-HISTORY-STATUS.

           SELECT NEW-HISTORY-FILE ASSIGN TO "HISTNEW"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HST-HISTORY-KEY
               FILE STATUS IS NEW-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------------------------*
      * The ledger entry as it was before the source code and     *
      * source reference were added - 116 bytes.                  *
      *-----------------------------------------------------------*
       FD  OLD-LEDGER-FILE.
       01  OLD-LEDGER-RECORD.
           05  OLDL-ACCOUNT-NUMBER    PIC 9(10).
           05  OLDL-TXN-SEQ           PIC 9(09).
           05  OLDL-POST-DATE         PIC 9(08).
           05  OLDL-POST-TIME         PIC 9(08).
           05  OLDL-OPERATION-TYPE    PIC X(06).
           05  OLDL-AMOUNT            PIC S9(9)V99.
           05  OLDL-RESULT-BALANCE    PIC S9(9)V99.
           05  OLDL-OVERDRAWN-FLAG    PIC X(01).
           05  OLDL-RELATED-ACCOUNT   PIC 9(10).
           05  OLDL-REVERSAL-OF-SEQ   PIC 9(09).
           05  OLDL-OPERATOR-ID       PIC X(08).
           05  OLDL-APPROVER-ID       PIC X(08).
           05  OLDL-CURRENCY-CODE     PIC X(03).
           05  OLDL-COUNTER-AMOUNT    PIC S9(9)V99.
           05  OLDL-COUNTER-CURRENCY  PIC X(03).

       FD  NEW-LEDGER-FILE.
       COPY LEDGREC.

      *-----------------------------------------------------------*
      * The history entry as it was before the source code and    *
      * source reference were added - 116 bytes.                  *
      *-----------------------------------------------------------*
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-RECORD.
           05  OLDH-HISTORY-KEY.
               10  OLDH-ACCOUNT-NUMBER PIC 9(10).
               10  OLDH-TXN-SEQ       PIC 9(09).
           05  OLDH-POST-DATE         PIC 9(08).
           05  OLDH-POST-TIME         PIC 9(08).
           05  OLDH-OPERATION-TYPE    PIC X(06).
           05  OLDH-AMOUNT            PIC S9(9)V99.
           05  OLDH-RESULT-BALANCE    PIC S9(9)V99.
           05  OLDH-OVERDRAWN-FLAG    PIC X(01).
           05  OLDH-RELATED-ACCOUNT   PIC 9(10).
           05  OLDH-REVERSAL-OF-SEQ   PIC 9(09).
           05  OLDH-OPERATOR-ID       PIC X(08).
           05  OLDH-APPROVER-ID       PIC X(08).
           05  OLDH-CURRENCY-CODE     PIC X(03).
           05  OLDH-COUNTER-AMOUNT    PIC S9(9)V99.
           05  OLDH-COUNTER-CURRENCY  PIC X(03).

       FD  NEW-HISTORY-FILE.
       COPY HISTREC.

       WORKING-STORAGE SECTION.
       01  OLD-LEDGER-STATUS          PIC X(02).
           88  OLD-LEDGER-OK              VALUE '00'.

       01  NEW-LEDGER-STATUS          PIC X(02).
           88  NEW-LEDGER-OK              VALUE '00'.

       01  OLD-HISTORY-STATUS         PIC X(02).
           88  OLD-HISTORY-OK             VALUE '00'.

       01  NEW-HISTORY-STATUS         PIC X(02).
           88  NEW-HISTORY-OK             VALUE '00'.

       01  LEDGER-EOF-SWITCH          PIC X(01).
           88  LEDGER-EOF                  VALUE 'Y'.
           88  LEDGER-NOT-EOF              VALUE 'N'.

       01  HISTORY-EOF-SWITCH         PIC X(01).
           88  HISTORY-EOF                 VALUE 'Y'.
           88  HISTORY-NOT-EOF             VALUE 'N'.

       77  LEDGER-READ-COUNT          PIC 9(09)     VALUE ZERO.
       77  LEDGER-CONVERTED-COUNT     PIC 9(09)     VALUE ZERO.
       77  HISTORY-READ-COUNT         PIC 9(09)     VALUE ZERO.
       77  HISTORY-CONVERTED-COUNT    PIC 9(09)     VALUE ZERO.
       77  HISTORY-REFUSED-COUNT      PIC 9(09)     VALUE ZERO.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-CONVERT-LEDGER THRU 1000-EXIT
           PERFORM 3000-CONVERT-HISTORY THRU 3000-EXIT
           DISPLAY "Posting source conversion complete:"
           DISPLAY "  Ledger entries read from TRANLEDG:  "
               LEDGER-READ-COUNT
           DISPLAY "  Ledger entries written to LEDGNEW:  "
               LEDGER-CONVERTED-COUNT
           DISPLAY "  History entries read from TRANHIST: "
               HISTORY-READ-COUNT
           DISPLAY "  History entries written to HISTNEW: "
               HISTORY-CONVERTED-COUNT
           IF HISTORY-REFUSED-COUNT > ZERO
               DISPLAY "  History entries HISTNEW refused:    "
                   HISTORY-REFUSED-COUNT " - do not swap"
           END-IF
           DISPLAY "Prove the counts against the old files, then "
               "swap LEDGNEW in as TRANLEDG and HISTNEW in as "
               "TRANHIST."
           GOBACK.

       1000-CONVERT-LEDGER.
           SET LEDGER-NOT-EOF TO TRUE
           OPEN INPUT OLD-LEDGER-FILE
           IF NOT OLD-LEDGER-OK
               DISPLAY "Old transaction ledger could not be opened "
                   "- file status " OLD-LEDGER-STATUS
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT NEW-LEDGER-FILE
           IF NOT NEW-LEDGER-OK
               DISPLAY "New ledger could not be created - file "
                   "status " NEW-LEDGER-STATUS
               CLOSE OLD-LEDGER-FILE
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-READ-OLD-LEDGER THRU 1100-EXIT
           PERFORM 2000-CONVERT-ONE-ENTRY THRU 2000-EXIT
               UNTIL LEDGER-EOF
           CLOSE OLD-LEDGER-FILE
           CLOSE NEW-LEDGER-FILE.
       1000-EXIT.
           EXIT.

       1100-READ-OLD-LEDGER.
           READ OLD-LEDGER-FILE
               AT END
                   SET LEDGER-EOF TO TRUE
           END-READ
           IF LEDGER-NOT-EOF
               ADD 1 TO LEDGER-READ-COUNT
           END-IF.
       1100-EXIT.
           EXIT.

       2000-CONVERT-ONE-ENTRY.
           MOVE OLDL-ACCOUNT-NUMBER   TO LDG-ACCOUNT-NUMBER
           MOVE OLDL-TXN-SEQ          TO LDG-TXN-SEQ
           MOVE OLDL-POST-DATE        TO LDG-POST-DATE
           MOVE OLDL-POST-TIME        TO LDG-POST-TIME
           MOVE OLDL-OPERATION-TYPE   TO LDG-OPERATION-TYPE
           MOVE OLDL-AMOUNT           TO LDG-AMOUNT
           MOVE OLDL-RESULT-BALANCE   TO LDG-RESULT-BALANCE
           MOVE OLDL-OVERDRAWN-FLAG   TO LDG-OVERDRAWN-FLAG
           MOVE OLDL-RELATED-ACCOUNT  TO LDG-RELATED-ACCOUNT
           MOVE OLDL-REVERSAL-OF-SEQ  TO LDG-REVERSAL-OF-SEQ
           MOVE OLDL-OPERATOR-ID      TO LDG-OPERATOR-ID
           MOVE OLDL-APPROVER-ID      TO LDG-APPROVER-ID
           MOVE OLDL-CURRENCY-CODE    TO LDG-CURRENCY-CODE
           MOVE OLDL-COUNTER-AMOUNT   TO LDG-COUNTER-AMOUNT
           MOVE OLDL-COUNTER-CURRENCY TO LDG-COUNTER-CURRENCY
      *    Spaces in the source fields mean an ordinary posting
      *    everywhere they are read.
           MOVE SPACES                TO LDG-SOURCE-CODE
           MOVE SPACES                TO LDG-SOURCE-REFERENCE
           WRITE LEDGER-RECORD
           ADD 1 TO LEDGER-CONVERTED-COUNT
           PERFORM 1100-READ-OLD-LEDGER THRU 1100-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * The history is copied in key order, so each entry goes    *
      * onto HISTNEW under the key it had on TRANHIST.  A write   *
      * HISTNEW refuses leaves the new file short of the old one; *
      * it is counted and the swap is called off.                 *
      *-----------------------------------------------------------*
       3000-CONVERT-HISTORY.
           SET HISTORY-NOT-EOF TO TRUE
           OPEN INPUT OLD-HISTORY-FILE
           IF NOT OLD-HISTORY-OK
               DISPLAY "Old history file could not be opened - "
                   "file status " OLD-HISTORY-STATUS
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT NEW-HISTORY-FILE
           IF NOT NEW-HISTORY-OK
               DISPLAY "New history file could not be created - "
                   "file status " NEW-HISTORY-STATUS
               CLOSE OLD-HISTORY-FILE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-READ-OLD-HISTORY THRU 3100-EXIT
           PERFORM 4000-CONVERT-ONE-HISTORY THRU 4000-EXIT
               UNTIL HISTORY-EOF
           CLOSE OLD-HISTORY-FILE
           CLOSE NEW-HISTORY-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-OLD-HISTORY.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END
                   SET HISTORY-EOF TO TRUE
           END-READ
           IF HISTORY-NOT-EOF
               ADD 1 TO HISTORY-READ-COUNT
           END-IF.
       3100-EXIT.
           EXIT.

       4000-CONVERT-ONE-HISTORY.
           MOVE OLDH-ACCOUNT-NUMBER   TO HST-ACCOUNT-NUMBER
           MOVE OLDH-TXN-SEQ          TO HST-TXN-SEQ
           MOVE OLDH-POST-DATE        TO HST-POST-DATE
           MOVE OLDH-POST-TIME        TO HST-POST-TIME
           MOVE OLDH-OPERATION-TYPE   TO HST-OPERATION-TYPE
           MOVE OLDH-AMOUNT           TO HST-AMOUNT
           MOVE OLDH-RESULT-BALANCE   TO HST-RESULT-BALANCE
           MOVE OLDH-OVERDRAWN-FLAG   TO HST-OVERDRAWN-FLAG
           MOVE OLDH-RELATED-ACCOUNT  TO HST-RELATED-ACCOUNT
           MOVE OLDH-REVERSAL-OF-SEQ  TO HST-REVERSAL-OF-SEQ
           MOVE OLDH-OPERATOR-ID      TO HST-OPERATOR-ID
           MOVE OLDH-APPROVER-ID      TO HST-APPROVER-ID
           MOVE OLDH-CURRENCY-CODE    TO HST-CURRENCY-CODE
           MOVE OLDH-COUNTER-AMOUNT   TO HST-COUNTER-AMOUNT
           MOVE OLDH-COUNTER-CURRENCY TO HST-COUNTER-CURRENCY
           MOVE SPACES                TO HST-SOURCE-CODE
           MOVE SPACES                TO HST-SOURCE-REFERENCE
           WRITE HISTORY-RECORD
               INVALID KEY
                   ADD 1 TO HISTORY-REFUSED-COUNT
               NOT INVALID KEY
                   ADD 1 TO HISTORY-CONVERTED-COUNT
           END-WRITE
           PERFORM 3100-READ-OLD-HISTORY THRU 3100-EXIT.
       4000-EXIT.
           EXIT.
