      * a paper trail instead of depending on somebody reading
      * SYSOUT.
      *
      * The late pass after REFUND-EXTRACT is not gated by the
      * latest disposition - the first pass has already settled
      * that - but by RECV-APPLY's holds for the same cycle.  A
      * deposit that did not agree with the cash applied is posted
      * to GLPOST and held; while any such hold is unresolved the
      * late pass releases nothing and leaves step 8 open.  Once it
      * is signed off, the late pass adds what was appended since
      * the first pass to the GLPRELSD the first pass wrote, passing
      * over the postings of any deposit the supervisor rejected.
      *
      * The updated hold file is written to GLHOLDN, which the desk
      * copies over GLHOLD, the same reviewed-replacement pattern
      * RATE-MAINTENANCE uses.
      *
      * Every locality surtax posting ("L") and reversal ("R") that
      * goes out to the ledger is also appended to SURTPOST, the
      * cumulative record of what the locality accounts have been
      * posted, which LOCALITY-SETTLE ties its settlement back to.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-RELEASE.
      *                   WAS PREVIOUSLY A RETURN CODE AND A DISPLAY
      *                   LINE, AND IN JUNE AN OPERATOR SHIPPED AN
      *                   OUT-OF-PATTERN GLPOST ANYWAY.
      *   10/15/2026  JH  NIGHTLY CYCLE STEP CONTROL: THE RUN IS
      *                   REFUSED UNLESS GL-RECONCILE HAS COMPLETED
      *                   FOR THE BATCH ON TAXPYIN AND THIS STEP HAS
      *                   NOT, OR A SUPERVISOR OVERRIDE IS PRESENTED
      *                   ON CYCSIGN (SEE CYCSGREC).  THE STEP
      *                   COMPLETES ONLY WHEN GLPOST IS RELEASED.
      *                   AFTER REFUND-EXTRACT A SECOND PASS RELEASES
      *                   ONLY THE POSTINGS APPENDED SINCE THE FIRST.
      *                   STARTS AND COMPLETIONS ARE STAMPED ON THE
      *                   CYCLE-CONTROL FILE (SEE CYCLREC).
      *   10/15/2026  JH  A RERUN OF THE LATE PASS SKIPS WHAT THE LATE
      *                   PASS ALREADY RELEASED, NOT ONLY THE FIRST
      *                   PASS.  THE CYCLE IS KEYED BY BATCH CREATE
      *                   DATE AND BATCH ID.  RELEASED "L" AND "R"
      *                   POSTINGS ARE APPENDED TO SURTPOST SO THE
      *                   LOCALITY SETTLEMENT CAN BE TIED TO THE
      *                   LEDGER.
      *   10/15/2026  JH  THE LATE PASS RELEASES WHAT WAS APPENDED
      *                   SINCE THE FIRST PASS WHATEVER THE LATEST
      *                   HOLD DISPOSITION, AND STAMPS STEP 8.  A
      *                   REJECTED OR STILL-HELD RUN ON GLHOLD KEPT
      *                   THE REST FROM THE LEDGER AND LEFT THE CYCLE
      *                   OPEN.  THE LATE PASS EXTENDS GLPRELSD; IT
      *                   HAD OVERWRITTEN THE FIRST PASS.
      *   10/15/2026  JH  THE LATE PASS WAITS ON RECV-APPLY DEPOSIT
      *                   HOLDS FOR THE CYCLE AND PASSES OVER THE
      *                   POSTINGS OF A REJECTED DEPOSIT.  A DEPOSIT
      *                   HOLD DOES NOT BECOME THE LATEST DISPOSITION.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-REL-STATUS.

           SELECT SURTAX-POSTINGS ASSIGN TO "SURTPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-SRT-STATUS.

           SELECT HOLD-LOG      ASSIGN TO "HOLDRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-PRT-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-CYC-STATUS.

           SELECT CYCLE-SIGNOFF ASSIGN TO "CYCSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-CSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-HOLD-FILE.
       FD  GL-RELEASED.
       COPY GLPOSTREC REPLACING LEADING ==GL== BY ==GX==.

       FD  SURTAX-POSTINGS.
       COPY GLPOSTREC REPLACING LEADING ==GL== BY ==SP==.

       FD  HOLD-LOG.
       01  RL-LOG-PRINT-LINE      PIC X(132).

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       FD  CYCLE-SIGNOFF.
       COPY CYCSGREC.

       WORKING-STORAGE SECTION.
       01  RL-HOLD-STATUS         PIC X(02) VALUE "00".
       01  RL-HNEW-STATUS         PIC X(02) VALUE "00".
       01  RL-SGN-STATUS          PIC X(02) VALUE "00".
       01  RL-GL-STATUS           PIC X(02) VALUE "00".
       01  RL-REL-STATUS          PIC X(02) VALUE "00".
       01  RL-SRT-STATUS          PIC X(02) VALUE "00".
       01  RL-PRT-STATUS          PIC X(02) VALUE "00".
       01  RL-IN-STATUS           PIC X(02) VALUE "00".
       01  RL-CYC-STATUS          PIC X(02) VALUE "00".
       01  RL-CSG-STATUS          PIC X(02) VALUE "00".

       01  RL-SWITCHES.
           05  RL-HOLD-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  RL-SIGNOFF-PRESENT      VALUE 'Y'.
           05  RL-SGN-APPLIED-SW  PIC X(01) VALUE 'N'.
               88  RL-SIGNOFF-APPLIED      VALUE 'Y'.
           05  RL-GL-COPIED-SW    PIC X(01) VALUE 'N'.
               88  RL-POSTINGS-COPIED      VALUE 'Y'.
           05  RL-REJECTED-SW     PIC X(01) VALUE 'N'.
               88  RL-POSTING-REJECTED     VALUE 'Y'.

       01  RL-RUN-DATE-TIME.
           05  RL-RUN-DATE        PIC 9(08) VALUE ZEROES.
       01  RL-CONTROL-TOTALS.
           05  RL-HOLDS-READ             PIC 9(08) VALUE ZERO.
           05  RL-HOLDS-PENDING          PIC 9(08) VALUE ZERO.
           05  RL-POSTINGS-READ          PIC 9(08) VALUE ZERO.
           05  RL-POSTINGS-RELEASED      PIC 9(08) VALUE ZERO.
           05  RL-SURTAX-KEPT            PIC 9(08) VALUE ZERO.
           05  RL-AMOUNT-RELEASED        PIC 9(10)V99 VALUE ZERO.
           05  RL-DEPOSITS-HELD          PIC 9(08) VALUE ZERO.
           05  RL-POSTINGS-REJECTED      PIC 9(08) VALUE ZERO.

      *****************************************************************
      * GLPOST POSITIONS (FIRST AND LAST RECORD NUMBER) OF THE
      * POSTINGS OF EACH RECV-APPLY DEPOSIT REJECTED THIS CYCLE.  THE
      * LATE PASS PASSES OVER THEM.
      *****************************************************************
       01  RL-REJECTED-DEPOSITS.
           05  RL-REJ-COUNT       PIC S9(04) COMP VALUE ZERO.
           05  RL-REJ-MAX         PIC S9(04) COMP VALUE 20.
           05  RL-REJ-IDX         PIC S9(04) COMP VALUE ZERO.
           05  RL-REJ-ENTRY       OCCURS 20 TIMES.
               10  RL-REJ-FIRST   PIC 9(08).
               10  RL-REJ-LAST    PIC 9(08).

       01  RL-RPT-HOLDS-READ       PIC ZZZ,ZZZ,ZZ9.
       01  RL-RPT-HOLDS-PENDING    PIC ZZZ,ZZZ,ZZ9.
       01  RL-RPT-POSTINGS-READ    PIC ZZZ,ZZZ,ZZ9.
       01  RL-RPT-SKIPPED          PIC ZZZ,ZZZ,ZZ9.
       01  RL-RPT-POSTINGS         PIC ZZZ,ZZZ,ZZ9.
       01  RL-RPT-SURTAX-KEPT      PIC ZZZ,ZZZ,ZZ9.
       01  RL-RPT-DEPOSITS-HELD    PIC ZZZ,ZZZ,ZZ9.
       01  RL-RPT-REJECTED         PIC ZZZ,ZZZ,ZZ9.
       01  RL-RPT-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
           05  RL-LOG-VERDICT     PIC X(50).
           05  FILLER             PIC X(71) VALUE SPACES.

      *****************************************************************
      * NIGHTLY CYCLE STEP CONTROL (SEE CYCLREC).  THE DONE FLAGS
      * SHOW WHICH STEPS OF THE CYCLE HAVE COMPLETED FOR THE BATCH;
      * THIS STEP WAITS ON THE PRIOR STEP.
      *****************************************************************
       01  RL-CYCLE-CONTROL.
           05  RL-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RL-CYC-END-OF-FILE      VALUE 'Y'.
           05  RL-CSG-PRESENT-SW  PIC X(01) VALUE 'N'.
               88  RL-CYC-SIGNOFF-PRESENT  VALUE 'Y'.
           05  RL-CSG-USED-SW     PIC X(01) VALUE 'N'.
               88  RL-CYC-SIGNOFF-USED     VALUE 'Y'.
           05  RL-CYC-STEP-NUMBER PIC 9(02) VALUE 4.
           05  RL-CYC-PRIOR-STEP  PIC 9(02) VALUE 3.
           05  RL-CYC-STEP-NAME   PIC X(15) VALUE
               "GL-RELEASE".
           05  RL-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  RL-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  RL-CYC-TODAY       PIC 9(08) VALUE ZEROES.
           05  RL-CYC-NOW         PIC 9(08) VALUE ZEROES.
           05  RL-CYC-EVENT       PIC X(01) VALUE SPACE.
           05  RL-CYC-RECORD-COUNT PIC 9(08) VALUE ZERO.
           05  RL-CYC-FIRST-PASS  PIC 9(08) VALUE ZERO.
           05  RL-CYC-LATE-PASS   PIC 9(08) VALUE ZERO.
           05  RL-CYC-SKIP-COUNT  PIC 9(08) VALUE ZERO.
           05  RL-CYC-SIGNED-BY   PIC X(20) VALUE SPACES.
           05  RL-CYC-OVERRIDE-BY PIC X(20) VALUE SPACES.
           05  RL-CYC-REFUSAL     PIC X(30) VALUE SPACES.
           05  RL-CYC-DONE-FLAGS.
               10  RL-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 800-TERMINATE.
           STOP RUN.

      *****************************************************************
      * NIGHTLY CYCLE STEP CONTROL.  READ WHAT THE CYCLE-CONTROL FILE
      * SAYS HAS ALREADY HAPPENED TO THE BATCH ON TAXPYIN, AND REFUSE
      * TO START IF THIS STEP HAS ALREADY COMPLETED FOR THE BATCH, OR
      * THE STEP BEFORE IT HAS NOT, UNLESS A SUPERVISOR'S OVERRIDE
      * FOR THE BATCH AND STEP IS PRESENTED ON CYCSIGN.  NO CYCLCTL
      * FILE MEANS NOTHING HAS RUN YET.  A STEP ALLOWED TO START
      * STAMPS ITS "S" RECORD, WITH THE OVERRIDE IF ONE WAS USED,
      * BEFORE ANY OUTPUT IS OPENED.
      * GL-RELEASE IS STEP 4 OF THE CYCLE, AFTER GL-RECONCILE.  ONCE
      * REFUND-EXTRACT HAS COMPLETED IT RUNS AGAIN AS STEP 8, THE
      * LATE PASS, AND RELEASES ONLY THE POSTINGS APPENDED TO GLPOST
      * SINCE THE FIRST PASS - THE REFUND OFFSETS AND ANYTHING ELSE
      * ADDED BEHIND TAX-CALCULATOR'S OWN POSTINGS.  EVERY PASS
      * STAMPS ITS "C" RECORD WITH THE NUMBER OF GLPOST RECORDS IT
      * PASSED, RELEASED OR SKIPPED, SO AN OVERRIDDEN RERUN OF THE
      * LATE PASS SKIPS EVERYTHING THE LAST LATE PASS ALREADY SENT
      * AND RELEASES ONLY WHAT HAS BEEN APPENDED SINCE.
      *****************************************************************
       050-CHECK-CYCLE-STEP.
           ACCEPT RL-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT RL-CYC-NOW   FROM TIME
           PERFORM 051-READ-CYCLE-BATCH-ID
           MOVE ALL 'N' TO RL-CYC-DONE-FLAGS
           PERFORM 052-READ-CYCLE-SIGNOFF
           OPEN INPUT CYCLE-CONTROL
           IF RL-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF RL-CYC-STATUS NOT = "00"
                   DISPLAY "GL-RELEASE: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " RL-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL RL-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           IF RL-CYC-STEP-DONE (4) = 'Y'
              AND RL-CYC-STEP-DONE (7) = 'Y'
               MOVE 8 TO RL-CYC-STEP-NUMBER
               MOVE 7 TO RL-CYC-PRIOR-STEP
               IF RL-CYC-STEP-DONE (8) = 'Y'
                   MOVE RL-CYC-LATE-PASS  TO RL-CYC-SKIP-COUNT
               ELSE
                   MOVE RL-CYC-FIRST-PASS TO RL-CYC-SKIP-COUNT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN RL-CYC-STEP-DONE (RL-CYC-STEP-NUMBER) = 'Y'
                   MOVE "ALREADY COMPLETE FOR THE BATCH"
                       TO RL-CYC-REFUSAL
               WHEN RL-CYC-STEP-DONE (RL-CYC-PRIOR-STEP) NOT = 'Y'
                   MOVE "PRIOR STEP NOT COMPLETE"
                       TO RL-CYC-REFUSAL
               WHEN OTHER
                   MOVE SPACES TO RL-CYC-REFUSAL
           END-EVALUATE
           IF RL-CYC-REFUSAL NOT = SPACES
               PERFORM 056-APPLY-CYCLE-OVERRIDE
           END-IF
           MOVE "S"  TO RL-CYC-EVENT
           MOVE ZERO TO RL-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.

      *****************************************************************
      * THE BATCH ID AND CREATE DATE COME FROM THE BATCHHDR HEADER
      * ON TAXPYIN, THE FILE THE WHOLE CYCLE WAS RUN FROM.  A TAXPYIN
      * WITHOUT ITS HEADER, OR A HEADER WITHOUT A CREATE DATE, CANNOT
      * BE PLACED IN ANY CYCLE AND IS REFUSED.
      *****************************************************************
       051-READ-CYCLE-BATCH-ID.
           OPEN INPUT TAXPAYER-IN
           IF RL-IN-STATUS NOT = "00"
               DISPLAY "GL-RELEASE: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " RL-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "GL-RELEASE: TAXPYIN HAS NO BATCH HEADER, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID TO RL-CYC-BATCH-ID
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "GL-RELEASE: BATCH HEADER HAS NO CREATE DATE, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-CREATE-DATE TO RL-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

      *****************************************************************
      * PICK UP THE SUPERVISOR'S OVERRIDE, IF ONE WAS SUPPLIED.  A
      * SIGN-OFF FOR ANOTHER BATCH OR STEP IS NOT THIS STEP'S
      * BUSINESS; ONE FOR THIS BATCH AND STEP MUST CARRY THE
      * OVERRIDE DISPOSITION AND WHO SIGNED, OR IT IS REFUSED.
      *****************************************************************
       052-READ-CYCLE-SIGNOFF.
           OPEN INPUT CYCLE-SIGNOFF
           IF RL-CSG-STATUS = "35"
               CONTINUE
           ELSE
               IF RL-CSG-STATUS NOT = "00"
                   DISPLAY "GL-RELEASE: UNABLE TO OPEN CYCSIGN, "
                           "STATUS = " RL-CSG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CYCLE-SIGNOFF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-BATCH-ID = RL-CYC-BATCH-ID
                          AND CS-STEP-NAME = RL-CYC-STEP-NAME
                           IF NOT CS-DISP-OVERRIDE
                              OR CS-SIGNED-BY = SPACES
                               DISPLAY "GL-RELEASE: CYCLE SIGN-OFF "
                                       "MUST BE A SIGNED "
                                       "OVERRIDE, GOT " CS-DISPOSITION
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE CS-SIGNED-BY TO RL-CYC-SIGNED-BY
                           MOVE 'Y' TO RL-CSG-PRESENT-SW
                       END-IF
               END-READ
               CLOSE CYCLE-SIGNOFF
           END-IF.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO RL-CYC-EOF-SWITCH
           END-READ.

      *****************************************************************
      * ONE CYCLE-CONTROL RECORD.  ONLY THE BATCH ON TAXPYIN COUNTS,
      * BY ITS CREATE DATE AND BATCH ID, SO A BATCH ID THE INTAKE
      * DESK REUSES ON A LATER NIGHT STARTS A CYCLE OF ITS OWN.  A
      * "C" RECORD MARKS THAT STEP DONE, AND AN "S" RECORD FOR THIS
      * STEP STAMPED TODAY ON THE SAME SUPERVISOR'S OVERRIDE MEANS
      * THE SIGN-OFF IS SPENT.
      *****************************************************************
       054-TEST-CYCLE-RECORD.
           IF CC-RUN-DATE = RL-CYC-CYCLE-DATE
              AND CC-BATCH-ID = RL-CYC-BATCH-ID
               IF CC-STEP-COMPLETED
                  AND CC-STEP-NUMBER > ZERO
                  AND CC-STEP-NUMBER NOT > 8
                   MOVE 'Y' TO RL-CYC-STEP-DONE (CC-STEP-NUMBER)
               END-IF
               IF CC-STEP-COMPLETED
                  AND CC-STEP-NUMBER = 4
                   MOVE CC-RECORD-COUNT TO RL-CYC-FIRST-PASS
               END-IF
               IF CC-STEP-COMPLETED
                  AND CC-STEP-NUMBER = 8
                   MOVE CC-RECORD-COUNT TO RL-CYC-LATE-PASS
               END-IF
               IF CC-STEP-STARTED
                  AND CC-STEP-NAME = RL-CYC-STEP-NAME
                  AND CC-STAMP-DATE = RL-CYC-TODAY
                  AND RL-CYC-SIGNOFF-PRESENT
                  AND CC-OVERRIDE-BY = RL-CYC-SIGNED-BY
                   MOVE 'Y' TO RL-CSG-USED-SW
               END-IF
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

      *****************************************************************
      * APPEND ONE RECORD TO THE CYCLE-CONTROL FILE.  THE FILE IS
      * NEVER REWRITTEN; THE FIRST STEP EVER RUN CREATES IT.
      *****************************************************************
       055-WRITE-CYCLE-RECORD.
           OPEN EXTEND CYCLE-CONTROL
           IF RL-CYC-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL
           END-IF
           MOVE SPACES               TO CC-CYCLE-RECORD
           MOVE RL-CYC-CYCLE-DATE   TO CC-RUN-DATE
           MOVE RL-CYC-BATCH-ID     TO CC-BATCH-ID
           MOVE RL-CYC-STEP-NUMBER  TO CC-STEP-NUMBER
           MOVE RL-CYC-STEP-NAME    TO CC-STEP-NAME
           MOVE RL-CYC-EVENT        TO CC-EVENT
           MOVE RL-CYC-TODAY        TO CC-STAMP-DATE
           MOVE RL-CYC-NOW          TO CC-STAMP-TIME
           MOVE RETURN-CODE          TO CC-RETURN-CODE
           MOVE RL-CYC-RECORD-COUNT TO CC-RECORD-COUNT
           MOVE RL-CYC-OVERRIDE-BY  TO CC-OVERRIDE-BY
           WRITE CC-CYCLE-RECORD
           CLOSE CYCLE-CONTROL.

      *****************************************************************
      * A STEP THAT WOULD BE REFUSED STARTS ONLY ON A SUPERVISOR'S
      * OVERRIDE FOR THIS BATCH AND STEP NOT ALREADY SPENT TODAY.
      *****************************************************************
       056-APPLY-CYCLE-OVERRIDE.
           IF RL-CYC-SIGNOFF-PRESENT AND NOT RL-CYC-SIGNOFF-USED
               MOVE RL-CYC-SIGNED-BY TO RL-CYC-OVERRIDE-BY
               DISPLAY "GL-RELEASE: BATCH " RL-CYC-BATCH-ID
                       " STEP " RL-CYC-REFUSAL
               DISPLAY "GL-RELEASE: STARTED ON OVERRIDE SIGNED BY "
                       RL-CYC-OVERRIDE-BY
           ELSE
               IF RL-CYC-SIGNOFF-USED
                   DISPLAY "GL-RELEASE: OVERRIDE SIGNED BY "
                           RL-CYC-SIGNED-BY " ALREADY USED TODAY"
               END-IF
               DISPLAY "GL-RELEASE: BATCH " RL-CYC-BATCH-ID
                       " REFUSED, STEP " RL-CYC-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-INITIALIZE.
           PERFORM 050-CHECK-CYCLE-STEP
           OPEN INPUT GL-HOLD-FILE
           IF RL-HOLD-STATUS NOT = "00"
               DISPLAY "GL-RELEASE: UNABLE TO OPEN GLHOLD, "
      * ONE HOLD RECORD: APPLY THE SIGN-OFF IF IT NAMES THIS HELD
      * RUN, CARRY THE RECORD TO GLHOLDN, LOG IT, AND REMEMBER THE
      * LATEST DISPOSITION - THE LAST RECORD ON THE FILE IS THE RUN
      * WHOSE GLPOST IS WAITING.  A RECV-APPLY DEPOSIT HOLD COVERS
      * ONLY ITS OWN POSTINGS AND IS NOT THE LATEST DISPOSITION; ONE
      * FOR THIS CYCLE IS NOTED FOR THE LATE PASS.
      *****************************************************************
       200-PROCESS-HOLD-RECORD.
           IF HD-RUN-IS-HELD
           MOVE HD-HOLD-RECORD TO HN-HOLD-RECORD
           WRITE HN-HOLD-RECORD
           PERFORM 210-WRITE-LOG-LINE
           IF HD-SOURCE-PROGRAM = "RECV-APPLY"
               IF HD-CYCLE-BATCH-ID = RL-CYC-BATCH-ID
                  AND HD-CYCLE-DATE = RL-CYC-CYCLE-DATE
                   PERFORM 220-NOTE-DEPOSIT-HOLD
               END-IF
           ELSE
               MOVE HD-HOLD-STATUS TO RL-LATEST-STATUS
           END-IF
           PERFORM 110-READ-HOLD-RECORD.

       210-WRITE-LOG-LINE.
           END-IF
           WRITE RL-LOG-PRINT-LINE FROM RL-LOG-DETAIL-LINE.

      *****************************************************************
      * A RECV-APPLY DEPOSIT HOLD FOR THIS CYCLE.  ONE STILL HELD
      * KEEPS THE LATE PASS FROM RELEASING ANYTHING; ONE REJECTED
      * NAMES THE GLPOST RECORDS THE LATE PASS IS TO PASS OVER.  A
      * RELEASED DEPOSIT GOES OUT WITH THE REST.
      *****************************************************************
       220-NOTE-DEPOSIT-HOLD.
           EVALUATE TRUE
               WHEN HD-RUN-IS-HELD
                   ADD 1 TO RL-DEPOSITS-HELD
               WHEN HD-HOLD-REJECTED
                AND HD-GL-POSTING-COUNT > ZERO
                   IF RL-REJ-COUNT NOT < RL-REJ-MAX
                       DISPLAY "GL-RELEASE: MORE THAN " RL-REJ-MAX
                               " REJECTED DEPOSITS FOR THE CYCLE"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO RL-REJ-COUNT
                   MOVE HD-GL-FIRST-POSTING
                       TO RL-REJ-FIRST (RL-REJ-COUNT)
                   COMPUTE RL-REJ-LAST (RL-REJ-COUNT) =
                       HD-GL-FIRST-POSTING + HD-GL-POSTING-COUNT - 1
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *****************************************************************
      * DECIDE WHETHER GLPOST GOES OUT.  ONLY A LATEST DISPOSITION
      * OF CLEAR OR RELEASED COPIES THE POSTING FILE TO GLPRELSD;
      * A RUN STILL HELD, OR REJECTED BY THE SUPERVISOR, LEAVES THE
      * PICKUP FILE UNWRITTEN AND THE LEDGER GETS NOTHING.  THE LATE
      * PASS (STEP 8) IS NOT DECIDED BY THE LATEST DISPOSITION - THE
      * FIRST PASS COULD NOT COMPLETE UNTIL TAX-CALCULATOR'S POSTINGS
      * WERE CLEAR OR RELEASED - BUT WAITS, RC 4 AND THE STEP LEFT
      * OPEN, WHILE A RECV-APPLY DEPOSIT FOR THE CYCLE IS STILL HELD.
      *****************************************************************
       700-DECIDE-RELEASE.
           IF RL-SIGNOFF-PRESENT AND NOT RL-SIGNOFF-APPLIED
               MOVE 8 TO RETURN-CODE
           ELSE
               EVALUATE TRUE
                   WHEN RL-CYC-STEP-NUMBER = 8
                    AND RL-DEPOSITS-HELD > ZERO
                       MOVE "DEPOSIT HELD - LATE POSTINGS NOT RELEASED"
                           TO RL-LOG-VERDICT
                       MOVE 4 TO RETURN-CODE
                   WHEN RL-CYC-STEP-NUMBER = 8
                       PERFORM 710-COPY-POSTING-FILE
                       MOVE "LATE POSTINGS ADDED TO GLPRELSD"
                           TO RL-LOG-VERDICT
                       MOVE 0 TO RETURN-CODE
                   WHEN RL-LATEST-STATUS = "C"
                    OR  RL-LATEST-STATUS = "R"
                       PERFORM 710-COPY-POSTING-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF RL-CYC-STEP-NUMBER = 8
               OPEN EXTEND GL-RELEASED
               IF RL-REL-STATUS = "35"
                   OPEN OUTPUT GL-RELEASED
               END-IF
           ELSE
               OPEN OUTPUT GL-RELEASED
           END-IF
           OPEN EXTEND SURTAX-POSTINGS
           IF RL-SRT-STATUS = "35"
               OPEN OUTPUT SURTAX-POSTINGS
           END-IF
           PERFORM 720-READ-POSTING-RECORD
           PERFORM 730-COPY-POSTING-RECORD
               UNTIL RL-GL-END-OF-FILE
           CLOSE GL-POSTING-FILE
           CLOSE GL-RELEASED
           CLOSE SURTAX-POSTINGS
           MOVE 'Y' TO RL-GL-COPIED-SW.

       720-READ-POSTING-RECORD.
           READ GL-POSTING-FILE
               AT END
                   MOVE 'Y' TO RL-GL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RL-POSTINGS-READ
           END-READ.

      *****************************************************************
      * ON THE LATE PASS THE POSTINGS AN EARLIER PASS ALREADY SENT
      * TO THE LEDGER ARE PASSED OVER; ONLY THOSE APPENDED SINCE ARE
      * COPIED, LESS THOSE OF A DEPOSIT THE SUPERVISOR REJECTED,
      * WHICH ARE COUNTED BUT NEVER SENT.  EACH SURTAX POSTING OR
      * REVERSAL COPIED IS KEPT ON SURTPOST AS WELL.  AN "R" AGAINST
      * THE TAX OR PENALTY ACCOUNT IS KEPT WITH THE REST;
      * LOCALITY-SETTLE TAKES ONLY THE LOCALITY ACCOUNTS ON LOCPARM.
      *****************************************************************
       730-COPY-POSTING-RECORD.
           IF RL-POSTINGS-READ > RL-CYC-SKIP-COUNT
               MOVE 'N' TO RL-REJECTED-SW
               PERFORM 740-TEST-REJECTED-DEPOSIT
                   VARYING RL-REJ-IDX FROM 1 BY 1
                   UNTIL RL-REJ-IDX > RL-REJ-COUNT
               IF RL-POSTING-REJECTED
                   ADD 1 TO RL-POSTINGS-REJECTED
               ELSE
                   MOVE GL-POSTING-RECORD TO GX-POSTING-RECORD
                   WRITE GX-POSTING-RECORD
                   ADD 1 TO RL-POSTINGS-RELEASED
                   ADD GL-TAK-AMOUNT TO RL-AMOUNT-RELEASED
                   IF GL-TYPE-SURTAX OR GL-TYPE-REVERSAL
                       MOVE GL-POSTING-RECORD TO SP-POSTING-RECORD
                       WRITE SP-POSTING-RECORD
                       ADD 1 TO RL-SURTAX-KEPT
                   END-IF
               END-IF
           END-IF
           PERFORM 720-READ-POSTING-RECORD.

       740-TEST-REJECTED-DEPOSIT.
           IF RL-POSTINGS-READ NOT < RL-REJ-FIRST (RL-REJ-IDX)
              AND RL-POSTINGS-READ NOT > RL-REJ-LAST (RL-REJ-IDX)
               MOVE 'Y' TO RL-REJECTED-SW
           END-IF.

       800-TERMINATE.
           CLOSE GL-HOLD-FILE
           CLOSE GL-HOLD-NEW
           CLOSE HOLD-LOG
           PERFORM 850-PRINT-CONTROL-REPORT
           IF RL-POSTINGS-COPIED
               PERFORM 870-STAMP-CYCLE-COMPLETE
           END-IF.

       850-PRINT-CONTROL-REPORT.
           MOVE RL-HOLDS-READ        TO RL-RPT-HOLDS-READ
           MOVE RL-HOLDS-PENDING     TO RL-RPT-HOLDS-PENDING
           MOVE RL-POSTINGS-READ     TO RL-RPT-POSTINGS-READ
           MOVE RL-CYC-SKIP-COUNT    TO RL-RPT-SKIPPED
           MOVE RL-POSTINGS-RELEASED TO RL-RPT-POSTINGS
           MOVE RL-SURTAX-KEPT       TO RL-RPT-SURTAX-KEPT
           MOVE RL-AMOUNT-RELEASED   TO RL-RPT-AMOUNT
           MOVE RL-DEPOSITS-HELD     TO RL-RPT-DEPOSITS-HELD
           MOVE RL-POSTINGS-REJECTED TO RL-RPT-REJECTED
           DISPLAY "==============================================="
           DISPLAY "      GL-RELEASE CONTROL TOTAL REPORT          "
           DISPLAY "==============================================="
           DISPLAY "HOLD RECORDS READ. . . . . . " RL-RPT-HOLDS-READ
           DISPLAY "RUNS STILL HELD. . . . . . . "
                   RL-RPT-HOLDS-PENDING
           DISPLAY "CYCLE STEP . . . . . . . . . " RL-CYC-STEP-NUMBER
           DISPLAY "POSTINGS ON GLPOST . . . . . "
                   RL-RPT-POSTINGS-READ
           DISPLAY "RELEASED ON EARLIER PASS . . " RL-RPT-SKIPPED
           DISPLAY "DEPOSITS STILL HELD. . . . . "
                   RL-RPT-DEPOSITS-HELD
           DISPLAY "REJECTED DEPOSIT POSTINGS. . " RL-RPT-REJECTED
           DISPLAY "POSTINGS RELEASED. . . . . . " RL-RPT-POSTINGS
           DISPLAY "AMOUNT RELEASED. . . . . . . " RL-RPT-AMOUNT
           DISPLAY "SURTAX ADDED TO SURTPOST . . " RL-RPT-SURTAX-KEPT
           DISPLAY "VERDICT. . . . . . . . . . . " RL-LOG-VERDICT
           DISPLAY "===============================================".

      *****************************************************************
      * STAMP THIS STEP COMPLETE FOR THE BATCH ON THE CYCLE-CONTROL
      * FILE, WITH THE RETURN CODE AND THE NUMBER OF GLPOST RECORDS
      * PASSED - NOT ONLY THOSE COPIED - SO THE NEXT STEP OF THE
      * CYCLE MAY START AND THE NEXT PASS KNOWS WHERE TO PICK UP.
      *****************************************************************
       870-STAMP-CYCLE-COMPLETE.
           ACCEPT RL-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT RL-CYC-NOW   FROM TIME
           MOVE "C"   TO RL-CYC-EVENT
           MOVE RL-POSTINGS-READ TO RL-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.
