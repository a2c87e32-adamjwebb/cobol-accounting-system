       IDENTIFICATION DIVISION.
       PROGRAM-ID. MasterChangeProgram.

      *-----------------------------------------------------------*
      * All writes to the pending-change queue (PENDCHG) and the  *
      * master-change journal (MCHGJRNL) from the maintenance     *
      * screens go through this subprogram, so every screen       *
      * numbers, stamps and journals a change the same way.       *
      * QUEUE holds a change for a second operator's approval     *
      * under the next change number; JRNL records a change       *
      * that has been applied, with its before and after images.  *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-CHANGE-FILE ASSIGN TO "PENDCHG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHANGE-NUMBER
               FILE STATUS IS PENDING-FILE-STATUS.

           SELECT MASTER-CHANGE-JOURNAL ASSIGN TO "MCHGJRNL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CHANGE-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PENDING-CHANGE-FILE.
       COPY PENDCHG.

       FD  MASTER-CHANGE-JOURNAL.
       COPY MCHGREC.

       WORKING-STORAGE SECTION.
       01  PENDING-FILE-STATUS        PIC X(02).
           88  PENDING-FILE-OK            VALUE '00'.
           88  PENDING-FILE-MISSING       VALUE '35'.

       01  CHANGE-JOURNAL-STATUS      PIC X(02).
           88  CHANGE-JOURNAL-OK          VALUE '00'.
           88  CHANGE-JOURNAL-MISSING     VALUE '35'.

       01  PENDING-EOF-SWITCH         PIC X(01).
           88  PENDING-EOF                 VALUE 'Y'.
           88  PENDING-NOT-EOF             VALUE 'N'.

       77  NEW-CHANGE-NUMBER          PIC 9(08).
       77  STAMP-DATE                 PIC 9(08).
       77  STAMP-TIME                 PIC 9(08).

       LINKAGE SECTION.
       COPY MCPARMS.

       PROCEDURE DIVISION USING MC-PARAMETERS.

       0000-MAINLINE.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           EVALUATE TRUE
               WHEN MC-FUNC-QUEUE
                   PERFORM 2000-QUEUE-CHANGE THRU 2000-EXIT
               WHEN MC-FUNC-JOURNAL
                   PERFORM 3000-JOURNAL-CHANGE THRU 3000-EXIT
           END-EVALUATE
           GOBACK.

      *-----------------------------------------------------------*
      * The queue does not exist before the first change is       *
      * keyed; create it on the fly.  The next number is one      *
      * past the highest on file, the way the hold sequence is    *
      * found - decided changes stay on the queue as the record   *
      * of who approved or rejected what, so numbers are never    *
      * reused.                                                   *
      *-----------------------------------------------------------*
       2000-QUEUE-CHANGE.
           OPEN I-O PENDING-CHANGE-FILE
           IF PENDING-FILE-MISSING
               OPEN OUTPUT PENDING-CHANGE-FILE
               CLOSE PENDING-CHANGE-FILE
               OPEN I-O PENDING-CHANGE-FILE
           END-IF
           MOVE ZERO TO NEW-CHANGE-NUMBER
           SET PENDING-NOT-EOF TO TRUE
           MOVE ZERO TO PND-CHANGE-NUMBER
           START PENDING-CHANGE-FILE KEY >= PND-CHANGE-NUMBER
               INVALID KEY
                   SET PENDING-EOF TO TRUE
           END-START
           PERFORM 2100-READ-NEXT-PENDING THRU 2100-EXIT
           PERFORM 2200-NOTE-ONE-NUMBER THRU 2200-EXIT
               UNTIL PENDING-EOF
           ADD 1 TO NEW-CHANGE-NUMBER
           MOVE NEW-CHANGE-NUMBER TO PND-CHANGE-NUMBER
           MOVE MC-MASTER-CODE    TO PND-MASTER-CODE
           MOVE MC-ACTION         TO PND-ACTION
           MOVE MC-RECORD-KEY     TO PND-RECORD-KEY
           MOVE MC-MAKER-ID       TO PND-MAKER-ID
           MOVE STAMP-DATE        TO PND-QUEUED-DATE
           MOVE STAMP-TIME        TO PND-QUEUED-TIME
           SET PND-IS-PENDING     TO TRUE
           MOVE SPACES            TO PND-CHECKER-ID
           MOVE ZERO              TO PND-DECIDED-DATE
           MOVE ZERO              TO PND-DECIDED-TIME
           MOVE MC-BEFORE-IMAGE   TO PND-BEFORE-IMAGE
           MOVE MC-AFTER-IMAGE    TO PND-AFTER-IMAGE
           WRITE PENDING-CHANGE-RECORD
           CLOSE PENDING-CHANGE-FILE
           MOVE NEW-CHANGE-NUMBER TO MC-CHANGE-NUMBER
           SET MC-STATUS-OK TO TRUE.
       2000-EXIT.
           EXIT.

       2100-READ-NEXT-PENDING.
           READ PENDING-CHANGE-FILE NEXT RECORD
               AT END
                   SET PENDING-EOF TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.

       2200-NOTE-ONE-NUMBER.
           IF PND-CHANGE-NUMBER > NEW-CHANGE-NUMBER
               MOVE PND-CHANGE-NUMBER TO NEW-CHANGE-NUMBER
           END-IF
           PERFORM 2100-READ-NEXT-PENDING THRU 2100-EXIT.
       2200-EXIT.
           EXIT.

       3000-JOURNAL-CHANGE.
           OPEN EXTEND MASTER-CHANGE-JOURNAL
           IF CHANGE-JOURNAL-MISSING
               OPEN OUTPUT MASTER-CHANGE-JOURNAL
           END-IF
           MOVE STAMP-DATE        TO MCH-CHANGE-DATE
           MOVE STAMP-TIME        TO MCH-CHANGE-TIME
           MOVE MC-MASTER-CODE    TO MCH-MASTER-CODE
           MOVE MC-ACTION         TO MCH-ACTION
           MOVE MC-RECORD-KEY     TO MCH-RECORD-KEY
           MOVE MC-MAKER-ID       TO MCH-MAKER-ID
           MOVE MC-CHECKER-ID     TO MCH-CHECKER-ID
           MOVE MC-CHANGE-NUMBER  TO MCH-CHANGE-NUMBER
           MOVE MC-CONTROL-CODE   TO MCH-CONTROL-CODE
           MOVE MC-BEFORE-IMAGE   TO MCH-BEFORE-IMAGE
           MOVE MC-AFTER-IMAGE    TO MCH-AFTER-IMAGE
           WRITE MASTER-CHANGE-RECORD
           CLOSE MASTER-CHANGE-JOURNAL
           SET MC-STATUS-OK TO TRUE.
       3000-EXIT.
           EXIT.
