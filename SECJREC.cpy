      * their limits and who is approving whom.  The file  *
      * is extended across runs and reported through       *
      * SecurityJournalReport.                             *
      * BusinessDateCutover adds a record whenever a       *
      * supervisor override of its job-stream check is     *
      * refused or taken.                                  *
      *                                                    *
      * Event and reason codes:                            *
      *   REFUSE/OPNF - operator not on the master         *
      *                 approver)                          *
      *   REFUSE/SUPV - SETLIM by a non-supervisor         *
      *   SIGNOF/SGOK - dual sign-off granted              *
      *   REFUSE/CUTV - cutover override refused (unknown, *
      *                 inactive or non-supervisor ID)     *
      *   SIGNOF/CUTV - supervisor signed a cutover off    *
      *                 over an incomplete job stream      *
      *                                                    *
      * The stamps are the machine clock, like the RUNCTL  *
      * checkpoint stamps - audit wants the moment the     *
