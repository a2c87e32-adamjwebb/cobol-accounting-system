       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunControlProgram.

      *-----------------------------------------------------------*
      * Records a run of a report or extract job on the RUNCTL    *
      * file, the same file the posting runs checkpoint on, so    *
      * the end-of-day cutover can prove from one place that the  *
      * whole job stream ran.  These jobs only read the masters   *
      * and are simply rerun from the top if they fail, so they   *
      * need no checkpoint: START leaves an active record under   *
      * the job name and the business date, FINISH marks it       *
      * complete with the job's counts.  A run that never gets    *
      * to FINISH stays active, which is exactly what the cutover *
      * gate needs to see.                                        *
      *-----------------------------------------------------------*
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-CONTROL-KEY
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL-FILE.
       COPY RUNCTL.

       WORKING-STORAGE SECTION.
       01  RUN-CONTROL-STATUS         PIC X(02).
           88  RUN-CONTROL-OK              VALUE '00'.
           88  RUN-CONTROL-FILE-MISSING    VALUE '35'.

       77  STAMP-DATE                 PIC 9(08).
       77  STAMP-TIME                 PIC 9(08).

       COPY BDPARMS.

       LINKAGE SECTION.
       COPY RCPARMS.

       PROCEDURE DIVISION USING RC-PARAMETERS.

       0000-MAINLINE.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT STAMP-TIME FROM TIME
           IF RC-FUNC-START
               SET BD-FUNC-READ TO TRUE
               CALL 'BusinessDateProgram' USING BD-PARAMETERS
               MOVE BD-BUSINESS-DATE TO RC-BUSINESS-DATE
           END-IF
           OPEN I-O RUN-CONTROL-FILE
           IF RUN-CONTROL-FILE-MISSING
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           MOVE RC-JOB-NAME      TO RUN-JOB-NAME
           MOVE RC-BUSINESS-DATE TO RUN-ID
           EVALUATE TRUE
               WHEN RC-FUNC-START
                   PERFORM 2000-START-RUN THRU 2000-EXIT
               WHEN RC-FUNC-FINISH
                   PERFORM 3000-FINISH-RUN THRU 3000-EXIT
           END-EVALUATE
           CLOSE RUN-CONTROL-FILE
           SET RC-STATUS-OK TO TRUE
           GOBACK.

      *-----------------------------------------------------------*
      * A rerun on the same business day starts the record        *
      * afresh: the counts that matter are the ones from the run  *
      * whose output was actually kept.                           *
      *-----------------------------------------------------------*
       2000-START-RUN.
           MOVE RC-JOB-NAME      TO RUN-JOB-NAME
           MOVE RC-BUSINESS-DATE TO RUN-ID
           SET RUN-IS-ACTIVE     TO TRUE
           MOVE ZERO             TO RUN-LAST-RECORD-DONE
           MOVE STAMP-DATE       TO RUN-LAST-UPDATE-DATE
           MOVE STAMP-TIME       TO RUN-LAST-UPDATE-TIME
           MOVE RC-BUSINESS-DATE TO RUN-BUSINESS-DATE
           MOVE STAMP-DATE       TO RUN-STARTED-DATE
           MOVE STAMP-TIME       TO RUN-STARTED-TIME
           MOVE ZERO             TO RUN-PROCESSED-COUNT
           MOVE ZERO             TO RUN-EXCEPTION-COUNT
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      * FINISH closes the record START opened, under the business *
      * date the job ran for - a cutover taken while the job was  *
      * still running must not move its run onto the new day.     *
      * A FINISH with no START behind it is recorded as a run     *
      * that started when it finished.                            *
      *-----------------------------------------------------------*
       3000-FINISH-RUN.
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE RC-JOB-NAME      TO RUN-JOB-NAME
                   MOVE RC-BUSINESS-DATE TO RUN-ID
                   MOVE RC-BUSINESS-DATE TO RUN-BUSINESS-DATE
                   MOVE STAMP-DATE       TO RUN-STARTED-DATE
                   MOVE STAMP-TIME       TO RUN-STARTED-TIME
                   SET RUN-IS-ACTIVE     TO TRUE
                   WRITE RUN-CONTROL-RECORD
           END-READ
           SET RUN-IS-COMPLETE       TO TRUE
           MOVE RC-PROCESSED-COUNT   TO RUN-LAST-RECORD-DONE
           MOVE RC-PROCESSED-COUNT   TO RUN-PROCESSED-COUNT
           MOVE RC-EXCEPTION-COUNT   TO RUN-EXCEPTION-COUNT
           MOVE STAMP-DATE           TO RUN-LAST-UPDATE-DATE
           MOVE STAMP-TIME           TO RUN-LAST-UPDATE-TIME
           REWRITE RUN-CONTROL-RECORD.
       3000-EXIT.
           EXIT.
