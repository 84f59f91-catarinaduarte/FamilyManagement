      * journal is append-only across runs and is read back by the
      * FAMJRN daily operations report, so the morning operator can
      * see what ran overnight, what balanced and what failed.
      * Return code 12 marks an attempt refused to an operator who is
      * unknown, inactive or without the required profile in the
      * OPERFAM operator master (see OPEREC).  The FAMCTL nightly
      * job-stream controller also appends one record per step it
      * runs, with the step program name in the operator field and
      * the step's own times and return code, so a step that ended
      * without writing its own record still shows in the journal.
      ******************************************************************
       01  JORNAL-REC.
           05  JRN-PROGRAMA                PIC X(08).
