      *                   TAXPAYER ID.  THE SEQUENTIAL MATCH AND THE
      *                   TOP-OF-FILE RESCANS FOR RECYCLED RETURNS
      *                   ARE GONE.
      *   10/15/2026  JH  NIGHTLY CYCLE STEP CONTROL: THE RUN IS
      *                   REFUSED UNLESS RECV-POST HAS COMPLETED FOR
      *                   THE BATCH ON TAXPYIN AND THIS STEP HAS NOT,
      *                   OR A SUPERVISOR OVERRIDE IS PRESENTED ON
      *                   CYCSIGN (SEE CYCSGREC).  THE START AND THE
      *                   COMPLETION ARE STAMPED ON THE CYCLE-CONTROL
      *                   FILE (SEE CYCLREC).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NP-EXC-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NP-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NP-CYC-STATUS.

           SELECT CYCLE-SIGNOFF ASSIGN TO "CYCSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NP-CSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXPAYER-OUT.
       FD  NOADDR-REPORT.
       01  NP-EXC-PRINT-LINE      PIC X(80).

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       FD  CYCLE-SIGNOFF.
       COPY CYCSGREC.

       WORKING-STORAGE SECTION.
       01  NP-FILE-STATUSES.
           05  NP-OUT-STATUS      PIC X(02) VALUE "00".
           05  NP-MST-STATUS      PIC X(02) VALUE "00".
           05  NP-NTC-STATUS      PIC X(02) VALUE "00".
           05  NP-EXC-STATUS      PIC X(02) VALUE "00".
           05  NP-IN-STATUS       PIC X(02) VALUE "00".
           05  NP-CYC-STATUS      PIC X(02) VALUE "00".
           05  NP-CSG-STATUS      PIC X(02) VALUE "00".

       01  NP-SWITCHES.
           05  NP-OUT-EOF-SWITCH  PIC X(01) VALUE 'N'.
           05  NP-EXC-MESSAGE     PIC X(20).
           05  FILLER             PIC X(14) VALUE SPACES.

      *****************************************************************
      * NIGHTLY CYCLE STEP CONTROL (SEE CYCLREC).  THE DONE FLAGS
      * SHOW WHICH STEPS OF THE CYCLE HAVE COMPLETED FOR THE BATCH;
      * THIS STEP WAITS ON THE PRIOR STEP.
      *****************************************************************
       01  NP-CYCLE-CONTROL.
           05  NP-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  NP-CYC-END-OF-FILE      VALUE 'Y'.
           05  NP-CSG-PRESENT-SW  PIC X(01) VALUE 'N'.
               88  NP-CYC-SIGNOFF-PRESENT  VALUE 'Y'.
           05  NP-CSG-USED-SW     PIC X(01) VALUE 'N'.
               88  NP-CYC-SIGNOFF-USED     VALUE 'Y'.
           05  NP-CYC-STEP-NUMBER PIC 9(02) VALUE 6.
           05  NP-CYC-PRIOR-STEP  PIC 9(02) VALUE 5.
           05  NP-CYC-STEP-NAME   PIC X(15) VALUE
               "NOTICE-PRINT".
           05  NP-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  NP-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  NP-CYC-TODAY       PIC 9(08) VALUE ZEROES.
           05  NP-CYC-NOW         PIC 9(08) VALUE ZEROES.
           05  NP-CYC-EVENT       PIC X(01) VALUE SPACE.
           05  NP-CYC-RECORD-COUNT PIC 9(08) VALUE ZERO.
           05  NP-CYC-SIGNED-BY   PIC X(20) VALUE SPACES.
           05  NP-CYC-OVERRIDE-BY PIC X(20) VALUE SPACES.
           05  NP-CYC-REFUSAL     PIC X(30) VALUE SPACES.
           05  NP-CYC-DONE-FLAGS.
               10  NP-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

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
      *****************************************************************
       050-CHECK-CYCLE-STEP.
           ACCEPT NP-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT NP-CYC-NOW   FROM TIME
           PERFORM 051-READ-CYCLE-BATCH-ID
           MOVE ALL 'N' TO NP-CYC-DONE-FLAGS
           PERFORM 052-READ-CYCLE-SIGNOFF
           OPEN INPUT CYCLE-CONTROL
           IF NP-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF NP-CYC-STATUS NOT = "00"
                   DISPLAY "NOTICE-PRINT: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " NP-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL NP-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           EVALUATE TRUE
               WHEN NP-CYC-STEP-DONE (NP-CYC-STEP-NUMBER) = 'Y'
                   MOVE "ALREADY COMPLETE FOR THE BATCH"
                       TO NP-CYC-REFUSAL
               WHEN NP-CYC-STEP-DONE (NP-CYC-PRIOR-STEP) NOT = 'Y'
                   MOVE "PRIOR STEP NOT COMPLETE"
                       TO NP-CYC-REFUSAL
               WHEN OTHER
                   MOVE SPACES TO NP-CYC-REFUSAL
           END-EVALUATE
           IF NP-CYC-REFUSAL NOT = SPACES
               PERFORM 056-APPLY-CYCLE-OVERRIDE
           END-IF
           MOVE "S"  TO NP-CYC-EVENT
           MOVE ZERO TO NP-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.

      *****************************************************************
      * THE BATCH ID AND CREATE DATE COME FROM THE BATCHHDR HEADER
      * ON TAXPYIN, THE FILE THE WHOLE CYCLE WAS RUN FROM.  A TAXPYIN
      * WITHOUT ITS HEADER, OR A HEADER WITHOUT A CREATE DATE, CANNOT
      * BE PLACED IN ANY CYCLE AND IS REFUSED.
      *****************************************************************
       051-READ-CYCLE-BATCH-ID.
           OPEN INPUT TAXPAYER-IN
           IF NP-IN-STATUS NOT = "00"
               DISPLAY "NOTICE-PRINT: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " NP-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "NOTICE-PRINT: TAXPYIN HAS NO BATCH HEADER, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID TO NP-CYC-BATCH-ID
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "NOTICE-PRINT: BATCH HEADER HAS NO CREATE DATE, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-CREATE-DATE TO NP-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

      *****************************************************************
      * PICK UP THE SUPERVISOR'S OVERRIDE, IF ONE WAS SUPPLIED.  A
      * SIGN-OFF FOR ANOTHER BATCH OR STEP IS NOT THIS STEP'S
      * BUSINESS; ONE FOR THIS BATCH AND STEP MUST CARRY THE
      * OVERRIDE DISPOSITION AND WHO SIGNED, OR IT IS REFUSED.
      *****************************************************************
       052-READ-CYCLE-SIGNOFF.
           OPEN INPUT CYCLE-SIGNOFF
           IF NP-CSG-STATUS = "35"
               CONTINUE
           ELSE
               IF NP-CSG-STATUS NOT = "00"
                   DISPLAY "NOTICE-PRINT: UNABLE TO OPEN CYCSIGN, "
                           "STATUS = " NP-CSG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CYCLE-SIGNOFF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-BATCH-ID = NP-CYC-BATCH-ID
                          AND CS-STEP-NAME = NP-CYC-STEP-NAME
                           IF NOT CS-DISP-OVERRIDE
                              OR CS-SIGNED-BY = SPACES
                               DISPLAY "NOTICE-PRINT: CYCLE SIGN-OFF "
                                       "MUST BE A SIGNED "
                                       "OVERRIDE, GOT " CS-DISPOSITION
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE CS-SIGNED-BY TO NP-CYC-SIGNED-BY
                           MOVE 'Y' TO NP-CSG-PRESENT-SW
                       END-IF
               END-READ
               CLOSE CYCLE-SIGNOFF
           END-IF.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO NP-CYC-EOF-SWITCH
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
           IF CC-RUN-DATE = NP-CYC-CYCLE-DATE
              AND CC-BATCH-ID = NP-CYC-BATCH-ID
               IF CC-STEP-COMPLETED
                  AND CC-STEP-NUMBER > ZERO
                  AND CC-STEP-NUMBER NOT > 8
                   MOVE 'Y' TO NP-CYC-STEP-DONE (CC-STEP-NUMBER)
               END-IF
               IF CC-STEP-STARTED
                  AND CC-STEP-NAME = NP-CYC-STEP-NAME
                  AND CC-STAMP-DATE = NP-CYC-TODAY
                  AND NP-CYC-SIGNOFF-PRESENT
                  AND CC-OVERRIDE-BY = NP-CYC-SIGNED-BY
                   MOVE 'Y' TO NP-CSG-USED-SW
               END-IF
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

      *****************************************************************
      * APPEND ONE RECORD TO THE CYCLE-CONTROL FILE.  THE FILE IS
      * NEVER REWRITTEN; THE FIRST STEP EVER RUN CREATES IT.
      *****************************************************************
       055-WRITE-CYCLE-RECORD.
           OPEN EXTEND CYCLE-CONTROL
           IF NP-CYC-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL
           END-IF
           MOVE SPACES               TO CC-CYCLE-RECORD
           MOVE NP-CYC-CYCLE-DATE   TO CC-RUN-DATE
           MOVE NP-CYC-BATCH-ID     TO CC-BATCH-ID
           MOVE NP-CYC-STEP-NUMBER  TO CC-STEP-NUMBER
           MOVE NP-CYC-STEP-NAME    TO CC-STEP-NAME
           MOVE NP-CYC-EVENT        TO CC-EVENT
           MOVE NP-CYC-TODAY        TO CC-STAMP-DATE
           MOVE NP-CYC-NOW          TO CC-STAMP-TIME
           MOVE RETURN-CODE          TO CC-RETURN-CODE
           MOVE NP-CYC-RECORD-COUNT TO CC-RECORD-COUNT
           MOVE NP-CYC-OVERRIDE-BY  TO CC-OVERRIDE-BY
           WRITE CC-CYCLE-RECORD
           CLOSE CYCLE-CONTROL.

      *****************************************************************
      * A STEP THAT WOULD BE REFUSED STARTS ONLY ON A SUPERVISOR'S
      * OVERRIDE FOR THIS BATCH AND STEP NOT ALREADY SPENT TODAY.
      *****************************************************************
       056-APPLY-CYCLE-OVERRIDE.
           IF NP-CYC-SIGNOFF-PRESENT AND NOT NP-CYC-SIGNOFF-USED
               MOVE NP-CYC-SIGNED-BY TO NP-CYC-OVERRIDE-BY
               DISPLAY "NOTICE-PRINT: BATCH " NP-CYC-BATCH-ID
                       " STEP " NP-CYC-REFUSAL
               DISPLAY "NOTICE-PRINT: STARTED ON OVERRIDE SIGNED BY "
                       NP-CYC-OVERRIDE-BY
           ELSE
               IF NP-CYC-SIGNOFF-USED
                   DISPLAY "NOTICE-PRINT: OVERRIDE SIGNED BY "
                           NP-CYC-SIGNED-BY " ALREADY USED TODAY"
               END-IF
               DISPLAY "NOTICE-PRINT: BATCH " NP-CYC-BATCH-ID
                       " REFUSED, STEP " NP-CYC-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-INITIALIZE.
           PERFORM 050-CHECK-CYCLE-STEP
           OPEN INPUT TAXPAYER-OUT
           IF NP-OUT-STATUS NOT = "00"
               DISPLAY "NOTICE-PRINT: UNABLE TO OPEN TAXPYOUT, "
           CLOSE TAXPAYER-MASTER
           CLOSE NOTICE-FILE
           CLOSE NOADDR-REPORT
           PERFORM 850-PRINT-CONTROL-REPORT
           PERFORM 870-STAMP-CYCLE-COMPLETE.

       850-PRINT-CONTROL-REPORT.
           MOVE NP-OUTS-READ        TO NP-RPT-OUTS-READ
           DISPLAY "NO MASTER RECORD . . . . . . " NP-RPT-NO-ADDRESS
           DISPLAY "SUPPRESSED, DO NOT MAIL. . . " NP-RPT-NO-MAIL
           DISPLAY "===============================================".

      *****************************************************************
      * STAMP THIS STEP COMPLETE FOR THE BATCH ON THE CYCLE-CONTROL
      * FILE, WITH THE RETURN CODE AND THE STEP'S RECORD COUNT, SO
      * THE NEXT STEP OF THE CYCLE MAY START.
      *****************************************************************
       870-STAMP-CYCLE-COMPLETE.
           ACCEPT NP-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT NP-CYC-NOW   FROM TIME
           MOVE "C"   TO NP-CYC-EVENT
           MOVE NP-NOTICES-PRINTED TO NP-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.
