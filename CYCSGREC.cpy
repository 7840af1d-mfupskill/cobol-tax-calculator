      *****************************************************************
      * CYCSGREC.CPY
      * Record layout for the CYCLE-SIGNOFF file, the supervisor's
      * override of the nightly cycle step control, presented the
      * same way GL-RELEASE takes its RELSIGN sign-off.  It names the
      * batch and the step (the CC-STEP-NAME the step logs under),
      * who signed, and the disposition, which must be OVERRIDE.  A
      * step only looks at a sign-off that names its own batch and
      * step, and only needs one when it would otherwise be refused.
      * The step records who signed on its "S" record; a sign-off
      * already recorded against the same batch and step today is
      * spent and cannot start the step again.
      *****************************************************************
       01  CS-SIGNOFF-RECORD.
           05  CS-BATCH-ID            PIC X(08).
           05  CS-STEP-NAME           PIC X(15).
           05  CS-SIGNED-BY           PIC X(20).
           05  CS-DISPOSITION         PIC X(10).
               88  CS-DISP-OVERRIDE            VALUE "OVERRIDE".
           05  FILLER                 PIC X(07).
