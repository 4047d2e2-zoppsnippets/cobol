      * Run-history record: one appended per BMP run by the program's
      * finalise processing, so run duration, checkpoint activity,
      * restart frequency and how runs end survive after the job log
      * is gone - and, since the nightly job stream (MPRB05NT) records
      * its steps here too, the rest of the night after the BMP.
      * Read by the mprb05h operations history report. COPY
      * under the FD for the RUNHIST dataset (DISP=MOD) in the writer
      * and every consumer.
      *-----------------------------------------------------------------
               88  RH-ENDED-GET-ERROR     VALUE 'GETERROR'.
               88  RH-ENDED-WINDOW        VALUE 'WINDOW  '.
               88  RH-ENDED-STOP-CMD      VALUE 'STOPCMD '.
               88  RH-STEP-STARTED        VALUE 'STARTED '.
               88  RH-STEP-ENDED          VALUE 'ENDED   '.
      *    Day type the run's PROFILE dataset selected (NORMAL,
      *    MONTHEND, ...), so the history shows which configuration
      *    a run was driven with. Spaces on runs without a profile.
           02  RH-DAY-TYPE          PIC X(8).
      *    Spaces on a BMP run's record. 'S' on the records the
      *    nightly job-stream steps write through mprb05sh: one
      *    when the step starts (RH-END-REASON 'STARTED', end
      *    stamp zero) and one when it ends ('ENDED', with the
      *    step's return code in RH-STEP-RC) - a start with no
      *    end after it is a step that abended.
           02  RH-RUN-TYPE          PIC X.
               88  RH-IS-BMP-RUN          VALUE SPACE.
               88  RH-IS-JOB-STEP         VALUE 'S'.
           02  RH-STEP-RC           PIC 9(4).
           02  FILLER               PIC X(4).
