       IDENTIFICATION DIVISION.
       PROGRAM-ID. OutboundPaymentsExtract.

      *-----------------------------------------------------------*
      * Daily outbound payments extract.  Walks the OUTPAYMT      *
      * register and writes every payment posted up to and        *
      * including the business date but not yet sent to the       *
      * OUTPAY file for the clearing: a HEADER record, one        *
      * PAYMNT record per payment in the other bank's item        *
      * format, and a TRAILR record with the item count and       *
      * amount total the receiving side proves the file against.  *
      * Each payment written is marked sent with the business     *
      * date.                                                     *
      *                                                           *
      * A rerun on the same business day rebuilds the file from   *
      * scratch: payments already marked sent that day go out     *
      * again with the ones still waiting, so the file that is    *
      * finally despatched is always the whole of the day's       *
      * payments.  The run is recorded on RUNCTL as OPAYXTR so    *
      * the cutover gate can see the file was cut.                *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTBOUND-PAYMENT-FILE ASSIGN TO "OUTPAYMT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPY-PAYMENT-ID
               FILE STATUS IS PAYMENT-FILE-STATUS.

           SELECT OUTBOUND-ITEM-FILE ASSIGN TO "OUTPAY"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS ITEM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTBOUND-PAYMENT-FILE.
       COPY OPAYREC.

       FD  OUTBOUND-ITEM-FILE.
       COPY OUTPAY.

       WORKING-STORAGE SECTION.
       01  PAYMENT-FILE-STATUS        PIC X(02).
           88  PAYMENT-FILE-OK             VALUE '00'.
           88  PAYMENT-FILE-MISSING        VALUE '35'.

       01  ITEM-FILE-STATUS           PIC X(02).
           88  ITEM-FILE-OK                VALUE '00'.

       01  PAYMENT-EOF-SWITCH         PIC X(01).
           88  PAYMENT-EOF                 VALUE 'Y'.
           88  PAYMENT-NOT-EOF             VALUE 'N'.

      *    Our own identity on the clearing, stamped on the
      *    header and on every item as the originating bank.
       77  ORIGINATING-BANK-ID        PIC X(08)     VALUE 'ACCTSYS '.
       77  EXTRACT-DATE               PIC 9(08).
       77  STAMP-DATE                 PIC 9(08).
       77  STAMP-TIME                 PIC 9(08).
       77  EXTRACTED-COUNT            PIC 9(09)     VALUE ZERO.
       77  EXTRACTED-TOTAL            PIC 9(13)V99  VALUE ZERO.
       77  RESENT-COUNT               PIC 9(09)     VALUE ZERO.

       COPY BDPARMS.

       COPY RCPARMS.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT PAYMENT-EOF
               PERFORM 2000-READ-NEXT-PAYMENT THRU 2000-EXIT
               PERFORM 2100-EXTRACT-ONE-PAYMENT THRU 2100-EXIT
                   UNTIL PAYMENT-EOF
               CLOSE OUTBOUND-PAYMENT-FILE
           END-IF
           PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
           CLOSE OUTBOUND-ITEM-FILE
           DISPLAY "Outbound payments extract complete for "
               EXTRACT-DATE ": " EXTRACTED-COUNT " payments, total "
               EXTRACTED-TOTAL
           IF RESENT-COUNT > ZERO
               DISPLAY "  of which " RESENT-COUNT
                   " were already sent by an earlier run today"
           END-IF
           SET RC-FUNC-FINISH TO TRUE
           MOVE EXTRACTED-COUNT TO RC-PROCESSED-COUNT
           MOVE ZERO TO RC-EXCEPTION-COUNT
           CALL 'RunControlProgram' USING RC-PARAMETERS
           GOBACK.

      *-----------------------------------------------------------*
      * The file is cut for the system business day, not the      *
      * machine clock's day.  A day with no payments still sends  *
      * a file - header and a zero trailer - so the clearing      *
      * can tell a quiet day from a missing file.                 *
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           SET PAYMENT-NOT-EOF TO TRUE
           SET BD-FUNC-READ TO TRUE
           CALL 'BusinessDateProgram' USING BD-PARAMETERS
           MOVE 'OPAYXTR ' TO RC-JOB-NAME
           SET RC-FUNC-START TO TRUE
           CALL 'RunControlProgram' USING RC-PARAMETERS
           MOVE BD-BUSINESS-DATE TO EXTRACT-DATE
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           OPEN OUTPUT OUTBOUND-ITEM-FILE
           MOVE SPACES              TO OUTBOUND-PAYMENT-HEADER
           MOVE 'HEADER'            TO OPH-RECORD-TYPE
           MOVE EXTRACT-DATE        TO OPH-BUSINESS-DATE
           MOVE ORIGINATING-BANK-ID TO OPH-ORIGINATING-BANK
           MOVE STAMP-DATE          TO OPH-CREATED-DATE
           MOVE STAMP-TIME          TO OPH-CREATED-TIME
           WRITE OUTBOUND-PAYMENT-HEADER
           OPEN I-O OUTBOUND-PAYMENT-FILE
           IF PAYMENT-FILE-MISSING
               DISPLAY "No outbound payments register found - "
                   "nothing to send"
               SET PAYMENT-EOF TO TRUE
               GO TO 1000-EXIT
           END-IF
           MOVE ZERO TO OPY-PAYMENT-ID
           START OUTBOUND-PAYMENT-FILE KEY >= OPY-PAYMENT-ID
               INVALID KEY
                   SET PAYMENT-EOF TO TRUE
           END-START
           IF PAYMENT-EOF
               CLOSE OUTBOUND-PAYMENT-FILE
           END-IF.
       1000-EXIT.
           EXIT.

       2000-READ-NEXT-PAYMENT.
           READ OUTBOUND-PAYMENT-FILE NEXT RECORD
               AT END
                   SET PAYMENT-EOF TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * A payment goes on the file if it is still waiting and     *
      * was posted on or before the business date, or if it is    *
      * still marked sent and was sent today by an earlier run    *
      * of this job.  Anything sent on an earlier day stays off,  *
      * and so does anything already returned and credited back,  *
      * whatever day it was sent.                                 *
      *-----------------------------------------------------------*
       2100-EXTRACT-ONE-PAYMENT.
           IF OPY-IS-POSTED
               AND OPY-BUSINESS-DATE NOT > EXTRACT-DATE
               PERFORM 2200-WRITE-PAYMENT-ITEM THRU 2200-EXIT
               SET OPY-IS-SENT TO TRUE
               MOVE EXTRACT-DATE TO OPY-SENT-DATE
               REWRITE OUTBOUND-PAYMENT-RECORD
           ELSE
               IF OPY-IS-SENT
                   AND OPY-SENT-DATE = EXTRACT-DATE
                   PERFORM 2200-WRITE-PAYMENT-ITEM THRU 2200-EXIT
                   ADD 1 TO RESENT-COUNT
               END-IF
           END-IF
           PERFORM 2000-READ-NEXT-PAYMENT THRU 2000-EXIT.
       2100-EXIT.
           EXIT.

       2200-WRITE-PAYMENT-ITEM.
           MOVE SPACES              TO OUTBOUND-PAYMENT-ITEM
           MOVE 'PAYMNT'            TO OPI-RECORD-TYPE
           MOVE 'C'                 TO OPI-ITEM-TYPE
           MOVE OPY-BANK-ID         TO OPI-BANK-ID
           MOVE OPY-ACCOUNT-ID      TO OPI-ACCOUNT-ID
           MOVE OPY-PAYEE-NAME      TO OPI-PAYEE-NAME
           MOVE OPY-AMOUNT          TO OPI-AMOUNT
           MOVE OPY-PAYMENT-ID      TO OPI-PAYMENT-ID
           MOVE ORIGINATING-BANK-ID TO OPI-ORIGINATING-BANK
           MOVE OPY-ACCOUNT-NUMBER  TO OPI-ORIGINATING-ACCOUNT
           WRITE OUTBOUND-PAYMENT-ITEM
           ADD 1 TO EXTRACTED-COUNT
           ADD OPY-AMOUNT TO EXTRACTED-TOTAL.
       2200-EXIT.
           EXIT.

       3000-WRITE-TRAILER.
           MOVE SPACES          TO OUTBOUND-PAYMENT-TRAILER
           MOVE 'TRAILR'        TO OPT-RECORD-TYPE
           MOVE EXTRACTED-COUNT TO OPT-ITEM-COUNT
           MOVE EXTRACTED-TOTAL TO OPT-AMOUNT-TOTAL
           WRITE OUTBOUND-PAYMENT-TRAILER.
       3000-EXIT.
           EXIT.
