      *****************************************************
      * JOBSCHD - one job on the JOBSCHED end-of-day       *
      * schedule read by BusinessDateCutover.  Each job    *
      * named here is looked up on RUNCTL under its job    *
      * name for the business date being closed before     *
      * the date is allowed to move on.  A job missing     *
      * from the file keeps its built-in entry; a job      *
      * present overrides it, and a job not built in is    *
      * added to the stream.                               *
      *                                                    *
      * JSC-FREQUENCY D - every business day               *
      *               M - only on the last business day of *
      *                   the month (a cutover into a new  *
      *                   month)                           *
      * JSC-REQUIRED-FLAG Y holds the cutover until the    *
      * job is complete; any other value only reports it.  *
      *****************************************************
       01  JOB-SCHEDULE-RECORD.
           05  JSC-JOB-NAME           PIC X(08).
           05  JSC-DESCRIPTION        PIC X(30).
           05  JSC-FREQUENCY          PIC X(01).
               88  JSC-RUNS-DAILY         VALUE 'D'.
               88  JSC-RUNS-MONTH-END     VALUE 'M'.
           05  JSC-REQUIRED-FLAG      PIC X(01).
               88  JSC-IS-REQUIRED        VALUE 'Y'.
