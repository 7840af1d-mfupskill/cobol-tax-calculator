      *                   PAYMENT VOLUME IS UNBOUNDED.  UNMATCHED
      *                   PAYMENTS NOW GO TO THE UNMATPAY REPORT
      *                   FILE INSTEAD OF SYSOUT DISPLAY LINES.
      *   10/15/2026  JH  NIGHTLY CYCLE STEP CONTROL: THE RUN IS
      *                   REFUSED UNLESS BATCH-EDIT HAS COMPLETED FOR
      *                   THE BATCH ON TAXPYIN AND THIS STEP HAS NOT,
      *                   OR A SUPERVISOR OVERRIDE IS PRESENTED ON
      *                   CYCSIGN (SEE CYCSGREC).  THE START AND THE
      *                   COMPLETION ARE STAMPED ON THE CYCLE-CONTROL
      *                   FILE (SEE CYCLREC).  A CHECKPOINT RESTART IS
      *                   ALLOWED, SINCE THE STEP NEVER COMPLETED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-UNM-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-CYC-STATUS.

           SELECT CYCLE-SIGNOFF ASSIGN TO "CYCSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TX-CSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXPAYER-IN.
       FD  UNMATCHED-PAY-REPORT.
       01  TX-UNMAT-PRINT-LINE    PIC X(80).

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       FD  CYCLE-SIGNOFF.
       COPY CYCSGREC.

       WORKING-STORAGE SECTION.
       01  USER-INCOME PIC 999999    VALUE ZEROES.
       01  TAK         PIC 9(06)V99  VALUE ZEROES.
           05  TX-LOC-STATUS      PIC X(02) VALUE "00".
           05  TX-HOLD-STATUS     PIC X(02) VALUE "00".
           05  TX-UNM-STATUS      PIC X(02) VALUE "00".
           05  TX-CYC-STATUS      PIC X(02) VALUE "00".
           05  TX-CSG-STATUS      PIC X(02) VALUE "00".

      *****************************************************************
      * CONTROLS FOR LOADING TX-RATE-TABLE FROM RATE-PARM-FILE.
       01  TX-RPT-SURTAX           PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  TX-RPT-PAY-RESCANS      PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * NIGHTLY CYCLE STEP CONTROL (SEE CYCLREC).  THE DONE FLAGS
      * SHOW WHICH STEPS OF THE CYCLE HAVE COMPLETED FOR THE BATCH;
      * THIS STEP WAITS ON THE PRIOR STEP.
      *****************************************************************
       01  TX-CYCLE-CONTROL.
           05  TX-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  TX-CYC-END-OF-FILE      VALUE 'Y'.
           05  TX-CSG-PRESENT-SW  PIC X(01) VALUE 'N'.
               88  TX-CYC-SIGNOFF-PRESENT  VALUE 'Y'.
           05  TX-CSG-USED-SW     PIC X(01) VALUE 'N'.
               88  TX-CYC-SIGNOFF-USED     VALUE 'Y'.
           05  TX-CYC-STEP-NUMBER PIC 9(02) VALUE 2.
           05  TX-CYC-PRIOR-STEP  PIC 9(02) VALUE 1.
           05  TX-CYC-STEP-NAME   PIC X(15) VALUE
               "TAX-CALCULATOR".
           05  TX-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  TX-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  TX-CYC-TODAY       PIC 9(08) VALUE ZEROES.
           05  TX-CYC-NOW         PIC 9(08) VALUE ZEROES.
           05  TX-CYC-EVENT       PIC X(01) VALUE SPACE.
           05  TX-CYC-RECORD-COUNT PIC 9(08) VALUE ZERO.
           05  TX-CYC-SIGNED-BY   PIC X(20) VALUE SPACES.
           05  TX-CYC-OVERRIDE-BY PIC X(20) VALUE SPACES.
           05  TX-CYC-REFUSAL     PIC X(30) VALUE SPACES.
           05  TX-CYC-DONE-FLAGS.
               10  TX-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

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
           ACCEPT TX-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT TX-CYC-NOW   FROM TIME
           MOVE ALL 'N' TO TX-CYC-DONE-FLAGS
           PERFORM 052-READ-CYCLE-SIGNOFF
           OPEN INPUT CYCLE-CONTROL
           IF TX-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF TX-CYC-STATUS NOT = "00"
                   DISPLAY "TAX-CALCULATOR: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " TX-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL TX-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           EVALUATE TRUE
               WHEN TX-CYC-STEP-DONE (TX-CYC-STEP-NUMBER) = 'Y'
                   MOVE "ALREADY COMPLETE FOR THE BATCH"
                       TO TX-CYC-REFUSAL
               WHEN TX-CYC-STEP-DONE (TX-CYC-PRIOR-STEP) NOT = 'Y'
                   MOVE "PRIOR STEP NOT COMPLETE"
                       TO TX-CYC-REFUSAL
               WHEN OTHER
                   MOVE SPACES TO TX-CYC-REFUSAL
           END-EVALUATE
           IF TX-CYC-REFUSAL NOT = SPACES
               PERFORM 056-APPLY-CYCLE-OVERRIDE
           END-IF
           MOVE "S"  TO TX-CYC-EVENT
           MOVE ZERO TO TX-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.

      *****************************************************************
      * PICK UP THE SUPERVISOR'S OVERRIDE, IF ONE WAS SUPPLIED.  A
      * SIGN-OFF FOR ANOTHER BATCH OR STEP IS NOT THIS STEP'S
      * BUSINESS; ONE FOR THIS BATCH AND STEP MUST CARRY THE
      * OVERRIDE DISPOSITION AND WHO SIGNED, OR IT IS REFUSED.
      *****************************************************************
       052-READ-CYCLE-SIGNOFF.
           OPEN INPUT CYCLE-SIGNOFF
           IF TX-CSG-STATUS = "35"
               CONTINUE
           ELSE
               IF TX-CSG-STATUS NOT = "00"
                   DISPLAY "TAX-CALCULATOR: UNABLE TO OPEN CYCSIGN, "
                           "STATUS = " TX-CSG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CYCLE-SIGNOFF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-BATCH-ID = TX-CYC-BATCH-ID
                          AND CS-STEP-NAME = TX-CYC-STEP-NAME
                           IF NOT CS-DISP-OVERRIDE
                              OR CS-SIGNED-BY = SPACES
                               DISPLAY "TAX-CALCULATOR: CYCLE SIGN-OFF "
                                       "MUST BE A SIGNED "
                                       "OVERRIDE, GOT " CS-DISPOSITION
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE CS-SIGNED-BY TO TX-CYC-SIGNED-BY
                           MOVE 'Y' TO TX-CSG-PRESENT-SW
                       END-IF
               END-READ
               CLOSE CYCLE-SIGNOFF
           END-IF.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO TX-CYC-EOF-SWITCH
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
           IF CC-RUN-DATE = TX-CYC-CYCLE-DATE
              AND CC-BATCH-ID = TX-CYC-BATCH-ID
               IF CC-STEP-COMPLETED
                  AND CC-STEP-NUMBER > ZERO
                  AND CC-STEP-NUMBER NOT > 8
                   MOVE 'Y' TO TX-CYC-STEP-DONE (CC-STEP-NUMBER)
               END-IF
               IF CC-STEP-STARTED
                  AND CC-STEP-NAME = TX-CYC-STEP-NAME
                  AND CC-STAMP-DATE = TX-CYC-TODAY
                  AND TX-CYC-SIGNOFF-PRESENT
                  AND CC-OVERRIDE-BY = TX-CYC-SIGNED-BY
                   MOVE 'Y' TO TX-CSG-USED-SW
               END-IF
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

      *****************************************************************
      * APPEND ONE RECORD TO THE CYCLE-CONTROL FILE.  THE FILE IS
      * NEVER REWRITTEN; THE FIRST STEP EVER RUN CREATES IT.
      *****************************************************************
       055-WRITE-CYCLE-RECORD.
           OPEN EXTEND CYCLE-CONTROL
           IF TX-CYC-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL
           END-IF
           MOVE SPACES               TO CC-CYCLE-RECORD
           MOVE TX-CYC-CYCLE-DATE   TO CC-RUN-DATE
           MOVE TX-CYC-BATCH-ID     TO CC-BATCH-ID
           MOVE TX-CYC-STEP-NUMBER  TO CC-STEP-NUMBER
           MOVE TX-CYC-STEP-NAME    TO CC-STEP-NAME
           MOVE TX-CYC-EVENT        TO CC-EVENT
           MOVE TX-CYC-TODAY        TO CC-STAMP-DATE
           MOVE TX-CYC-NOW          TO CC-STAMP-TIME
           MOVE RETURN-CODE          TO CC-RETURN-CODE
           MOVE TX-CYC-RECORD-COUNT TO CC-RECORD-COUNT
           MOVE TX-CYC-OVERRIDE-BY  TO CC-OVERRIDE-BY
           WRITE CC-CYCLE-RECORD
           CLOSE CYCLE-CONTROL.

      *****************************************************************
      * A STEP THAT WOULD BE REFUSED STARTS ONLY ON A SUPERVISOR'S
      * OVERRIDE FOR THIS BATCH AND STEP NOT ALREADY SPENT TODAY.
      *****************************************************************
       056-APPLY-CYCLE-OVERRIDE.
           IF TX-CYC-SIGNOFF-PRESENT AND NOT TX-CYC-SIGNOFF-USED
               MOVE TX-CYC-SIGNED-BY TO TX-CYC-OVERRIDE-BY
               DISPLAY "TAX-CALCULATOR: BATCH " TX-CYC-BATCH-ID
                       " STEP " TX-CYC-REFUSAL
               DISPLAY "TAX-CALCULATOR: STARTED ON OVERRIDE SIGNED BY "
                       TX-CYC-OVERRIDE-BY
           ELSE
               IF TX-CYC-SIGNOFF-USED
                   DISPLAY "TAX-CALCULATOR: OVERRIDE SIGNED BY "
                           TX-CYC-SIGNED-BY " ALREADY USED TODAY"
               END-IF
               DISPLAY "TAX-CALCULATOR: BATCH " TX-CYC-BATCH-ID
                       " REFUSED, STEP " TX-CYC-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-INITIALIZE.
           OPEN INPUT  TAXPAYER-IN
           IF TX-IN-STATUS NOT = "00"
               STOP RUN
           END-IF
           PERFORM 112-VERIFY-BATCH-CONTROLS
           PERFORM 050-CHECK-CYCLE-STEP
           PERFORM 115-READ-CHECKPOINT
           IF TX-RESTART-REQUESTED
               OPEN EXTEND TAXPAYER-OUT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID TO TX-CYC-BATCH-ID
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "TAX-CALCULATOR: BATCH HEADER HAS NO "
                       "CREATE DATE, CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-CREATE-DATE TO TX-CYC-CYCLE-DATE
           PERFORM 114-READ-VERIFY-RECORD
               UNTIL TX-VFY-END-OF-FILE
           IF NOT TX-VFY-TRAILER-SEEN
           PERFORM 810-LIST-UNMATCHED-PAYMENTS
           PERFORM 850-PRINT-CONTROL-REPORT
           PERFORM 820-BALANCE-AGAINST-HISTORY
           PERFORM 830-APPEND-CONTROL-HISTORY
           PERFORM 870-STAMP-CYCLE-COMPLETE.

      *****************************************************************
      * BALANCE THIS RUN AGAINST THE PREVIOUS ONE ON THE CONTROL-
                       TX-LOC-NAME (TX-LOC-IDX) " "
                       TX-RPT-LOC-COUNT " " TX-RPT-LOC-AMOUNT
           END-IF.

      *****************************************************************
      * STAMP THIS STEP COMPLETE FOR THE BATCH ON THE CYCLE-CONTROL
      * FILE, WITH THE RETURN CODE AND THE STEP'S RECORD COUNT, SO
      * THE NEXT STEP OF THE CYCLE MAY START.
      *****************************************************************
       870-STAMP-CYCLE-COMPLETE.
           ACCEPT TX-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT TX-CYC-NOW   FROM TIME
           MOVE "C"   TO TX-CYC-EVENT
           MOVE TX-RECORDS-PROCESSED TO TX-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.
