      * released hold carries status "R", a rejected one "J", so
      * every hold and every override leaves a paper trail instead
      * of a DISPLAY line in SYSOUT.
      * RECV-APPLY appends an "H" record when a deposit does not
      * balance.  Its postings are already on GLPOST by then, so the
      * record also carries the cycle (batch ID and create date) the
      * run was made in and where on GLPOST its postings sit - the
      * record number of the first and how many - so the late
      * GL-RELEASE pass can hold just those postings, and pass over
      * them if the hold is rejected.  Other sources leave these
      * fields blank.
      *****************************************************************
       01  HD-HOLD-RECORD.
           05  HD-RUN-DATE            PIC 9(08).
           05  HD-SIGNOFF-DATE        PIC 9(08).
           05  HD-SIGNOFF-TIME        PIC 9(08).
           05  HD-DISPOSITION         PIC X(10).
           05  HD-CYCLE-BATCH-ID      PIC X(08).
           05  HD-CYCLE-DATE          PIC 9(08).
           05  HD-GL-FIRST-POSTING    PIC 9(08).
           05  HD-GL-POSTING-COUNT    PIC 9(08).
           05  FILLER                 PIC X(04).
