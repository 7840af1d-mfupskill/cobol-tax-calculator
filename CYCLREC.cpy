      *****************************************************************
      * CYCLREC.CPY
      * Record layout for the CYCLE-CONTROL file, the step log of the
      * nightly cycle.  Every step of the cycle - BATCH-EDIT,
      * TAX-CALCULATOR, GL-RECONCILE, GL-RELEASE, RECV-POST,
      * NOTICE-PRINT, REFUND-EXTRACT, and the second GL-RELEASE pass
      * that carries the postings appended after the first - reads
      * this file before it starts and appends to it: an "S" record
      * when it is allowed to start and a "C" record when it
      * finishes.  A step refuses to start when the step before it
      * has no "C" record for the batch, or when it already has one
      * itself, unless a supervisor's override is presented on
      * CYCSIGN; the override is recorded on the "S" record.
      * CC-RUN-DATE is the cycle date, BH-CREATE-DATE off the
      * BATCHHDR header; together with CC-BATCH-ID from the same
      * header it keys every record of the batch's cycle, so a batch
      * ID the intake desk reuses on a later night is a new cycle.
      * CC-RECORD-COUNT is the step's own principal count; for
      * GL-RELEASE it is the number of GLPOST records read, released
      * or passed over, so the next pass knows where to pick up.
      * The file is append-only and never rewritten.
      * The programs that append to GLPOST outside the steps -
      * RECV-APPLY, RECV-ADJUST, RECV-ACCRUE, CHECK-RECONCILE,
      * AMEND-PROCESSOR, and LOCALITY-SETTLE - read this file
      * without writing to it, and run only in the posting window:
      * once step 7 has completed for the batch on TAXPYIN and
      * before step 8, the late pass that releases what they post.
      *****************************************************************
       01  CC-CYCLE-RECORD.
           05  CC-KEY.
               10  CC-RUN-DATE        PIC 9(08).
               10  CC-BATCH-ID        PIC X(08).
           05  CC-STEP-NUMBER         PIC 9(02).
           05  CC-STEP-NAME           PIC X(15).
           05  CC-EVENT               PIC X(01).
               88  CC-STEP-STARTED             VALUE "S".
               88  CC-STEP-COMPLETED           VALUE "C".
           05  CC-STAMP-DATE          PIC 9(08).
           05  CC-STAMP-TIME          PIC 9(08).
           05  CC-RETURN-CODE         PIC 9(02).
           05  CC-RECORD-COUNT        PIC 9(08).
           05  CC-OVERRIDE-BY         PIC X(20).
           05  FILLER                 PIC X(10).
