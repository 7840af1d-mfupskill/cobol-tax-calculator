      *   08/22/2026  JH  ORIGINAL VERSION.  A TRANSFER THAT DROPPED
      *                   THE TAIL OF TAXPYIN PREVIOUSLY WENT
      *                   UNDETECTED AND THE SHORT BATCH WAS TAXED.
      *   10/15/2026  JH  A CLEAN BATCH NOW OPENS ITS NIGHTLY CYCLE ON
      *                   THE CYCLE-CONTROL FILE (SEE CYCLREC), AND A
      *                   BATCH ALREADY EDITED IS REFUSED UNLESS A
      *                   SUPERVISOR OVERRIDE IS PRESENTED ON CYCSIGN
      *                   (SEE CYCSGREC).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BE-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BE-CYC-STATUS.

           SELECT CYCLE-SIGNOFF ASSIGN TO "CYCSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BE-CSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       FD  CYCLE-SIGNOFF.
       COPY CYCSGREC.

       WORKING-STORAGE SECTION.
       01  BE-IN-STATUS           PIC X(02) VALUE "00".
       01  BE-CYC-STATUS          PIC X(02) VALUE "00".
       01  BE-CSG-STATUS          PIC X(02) VALUE "00".

       01  BE-SWITCHES.
           05  BE-EOF-SWITCH      PIC X(01) VALUE 'N'.
       01  BE-RPT-INCOME-HASH     PIC Z,ZZZ,ZZZ,ZZ9.
       01  BE-RPT-TRL-HASH        PIC Z,ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * NIGHTLY CYCLE STEP CONTROL (SEE CYCLREC).  THE DONE FLAGS
      * SHOW WHICH STEPS OF THE CYCLE HAVE COMPLETED FOR THE BATCH;
      * THIS IS THE FIRST STEP AND WAITS ON NOTHING.
      *****************************************************************
       01  BE-CYCLE-CONTROL.
           05  BE-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  BE-CYC-END-OF-FILE      VALUE 'Y'.
           05  BE-CSG-PRESENT-SW  PIC X(01) VALUE 'N'.
               88  BE-CYC-SIGNOFF-PRESENT  VALUE 'Y'.
           05  BE-CSG-USED-SW     PIC X(01) VALUE 'N'.
               88  BE-CYC-SIGNOFF-USED     VALUE 'Y'.
           05  BE-CYC-STEP-NUMBER PIC 9(02) VALUE 1.
           05  BE-CYC-STEP-NAME   PIC X(15) VALUE
               "BATCH-EDIT".
           05  BE-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  BE-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  BE-CYC-TODAY       PIC 9(08) VALUE ZEROES.
           05  BE-CYC-NOW         PIC 9(08) VALUE ZEROES.
           05  BE-CYC-EVENT       PIC X(01) VALUE SPACE.
           05  BE-CYC-RECORD-COUNT PIC 9(08) VALUE ZERO.
           05  BE-CYC-SIGNED-BY   PIC X(20) VALUE SPACES.
           05  BE-CYC-OVERRIDE-BY PIC X(20) VALUE SPACES.
           05  BE-CYC-REFUSAL     PIC X(30) VALUE SPACES.
           05  BE-CYC-DONE-FLAGS.
               10  BE-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 800-TERMINATE.
           STOP RUN.

      *****************************************************************
      * NIGHTLY CYCLE STEP CONTROL.  READ WHAT THE CYCLE-CONTROL FILE
      * SAYS HAS ALREADY HAPPENED TO THE BATCH ON TAXPYIN, AND REFUSE
      * TO START IF THIS STEP HAS ALREADY COMPLETED FOR THE BATCH,
      * UNLESS A SUPERVISOR'S OVERRIDE FOR THE BATCH AND STEP IS
      * PRESENTED ON CYCSIGN.  NO CYCLCTL FILE MEANS NOTHING HAS RUN
      * YET.  A STEP ALLOWED TO START STAMPS ITS "S" RECORD, WITH THE
      * OVERRIDE IF ONE WAS USED.
      *****************************************************************
       050-CHECK-CYCLE-STEP.
           ACCEPT BE-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT BE-CYC-NOW   FROM TIME
           MOVE ALL 'N' TO BE-CYC-DONE-FLAGS
           PERFORM 052-READ-CYCLE-SIGNOFF
           OPEN INPUT CYCLE-CONTROL
           IF BE-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF BE-CYC-STATUS NOT = "00"
                   DISPLAY "BATCH-EDIT: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " BE-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL BE-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           EVALUATE TRUE
               WHEN BE-CYC-STEP-DONE (BE-CYC-STEP-NUMBER) = 'Y'
                   MOVE "ALREADY COMPLETE FOR THE BATCH"
                       TO BE-CYC-REFUSAL
               WHEN OTHER
                   MOVE SPACES TO BE-CYC-REFUSAL
           END-EVALUATE
           IF BE-CYC-REFUSAL NOT = SPACES
               PERFORM 056-APPLY-CYCLE-OVERRIDE
           END-IF
           MOVE "S"  TO BE-CYC-EVENT
           MOVE ZERO TO BE-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.

      *****************************************************************
      * PICK UP THE SUPERVISOR'S OVERRIDE, IF ONE WAS SUPPLIED.  A
      * SIGN-OFF FOR ANOTHER BATCH OR STEP IS NOT THIS STEP'S
      * BUSINESS; ONE FOR THIS BATCH AND STEP MUST CARRY THE
      * OVERRIDE DISPOSITION AND WHO SIGNED, OR IT IS REFUSED.
      *****************************************************************
       052-READ-CYCLE-SIGNOFF.
           OPEN INPUT CYCLE-SIGNOFF
           IF BE-CSG-STATUS = "35"
               CONTINUE
           ELSE
               IF BE-CSG-STATUS NOT = "00"
                   DISPLAY "BATCH-EDIT: UNABLE TO OPEN CYCSIGN, "
                           "STATUS = " BE-CSG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CYCLE-SIGNOFF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-BATCH-ID = BE-CYC-BATCH-ID
                          AND CS-STEP-NAME = BE-CYC-STEP-NAME
                           IF NOT CS-DISP-OVERRIDE
                              OR CS-SIGNED-BY = SPACES
                               DISPLAY "BATCH-EDIT: CYCLE SIGN-OFF "
                                       "MUST BE A SIGNED "
                                       "OVERRIDE, GOT " CS-DISPOSITION
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE CS-SIGNED-BY TO BE-CYC-SIGNED-BY
                           MOVE 'Y' TO BE-CSG-PRESENT-SW
                       END-IF
               END-READ
               CLOSE CYCLE-SIGNOFF
           END-IF.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO BE-CYC-EOF-SWITCH
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
           IF CC-RUN-DATE = BE-CYC-CYCLE-DATE
              AND CC-BATCH-ID = BE-CYC-BATCH-ID
               IF CC-STEP-COMPLETED
                  AND CC-STEP-NUMBER > ZERO
                  AND CC-STEP-NUMBER NOT > 8
                   MOVE 'Y' TO BE-CYC-STEP-DONE (CC-STEP-NUMBER)
               END-IF
               IF CC-STEP-STARTED
                  AND CC-STEP-NAME = BE-CYC-STEP-NAME
                  AND CC-STAMP-DATE = BE-CYC-TODAY
                  AND BE-CYC-SIGNOFF-PRESENT
                  AND CC-OVERRIDE-BY = BE-CYC-SIGNED-BY
                   MOVE 'Y' TO BE-CSG-USED-SW
               END-IF
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

      *****************************************************************
      * APPEND ONE RECORD TO THE CYCLE-CONTROL FILE.  THE FILE IS
      * NEVER REWRITTEN; THE FIRST STEP EVER RUN CREATES IT.
      *****************************************************************
       055-WRITE-CYCLE-RECORD.
           OPEN EXTEND CYCLE-CONTROL
           IF BE-CYC-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL
           END-IF
           MOVE SPACES               TO CC-CYCLE-RECORD
           MOVE BE-CYC-CYCLE-DATE   TO CC-RUN-DATE
           MOVE BE-CYC-BATCH-ID     TO CC-BATCH-ID
           MOVE BE-CYC-STEP-NUMBER  TO CC-STEP-NUMBER
           MOVE BE-CYC-STEP-NAME    TO CC-STEP-NAME
           MOVE BE-CYC-EVENT        TO CC-EVENT
           MOVE BE-CYC-TODAY        TO CC-STAMP-DATE
           MOVE BE-CYC-NOW          TO CC-STAMP-TIME
           MOVE RETURN-CODE          TO CC-RETURN-CODE
           MOVE BE-CYC-RECORD-COUNT TO CC-RECORD-COUNT
           MOVE BE-CYC-OVERRIDE-BY  TO CC-OVERRIDE-BY
           WRITE CC-CYCLE-RECORD
           CLOSE CYCLE-CONTROL.

      *****************************************************************
      * A STEP THAT WOULD BE REFUSED STARTS ONLY ON A SUPERVISOR'S
      * OVERRIDE FOR THIS BATCH AND STEP NOT ALREADY SPENT TODAY.
      *****************************************************************
       056-APPLY-CYCLE-OVERRIDE.
           IF BE-CYC-SIGNOFF-PRESENT AND NOT BE-CYC-SIGNOFF-USED
               MOVE BE-CYC-SIGNED-BY TO BE-CYC-OVERRIDE-BY
               DISPLAY "BATCH-EDIT: BATCH " BE-CYC-BATCH-ID
                       " STEP " BE-CYC-REFUSAL
               DISPLAY "BATCH-EDIT: STARTED ON OVERRIDE SIGNED BY "
                       BE-CYC-OVERRIDE-BY
           ELSE
               IF BE-CYC-SIGNOFF-USED
                   DISPLAY "BATCH-EDIT: OVERRIDE SIGNED BY "
                           BE-CYC-SIGNED-BY " ALREADY USED TODAY"
               END-IF
               DISPLAY "BATCH-EDIT: BATCH " BE-CYC-BATCH-ID
                       " REFUSED, STEP " BE-CYC-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-INITIALIZE.
           OPEN INPUT TAXPAYER-IN
           IF BE-IN-STATUS NOT = "00"
                   MOVE BH-BATCH-ID    TO BE-BATCH-ID
                   MOVE BH-CREATE-DATE TO BE-CREATE-DATE
                   MOVE BH-SOURCE      TO BE-SOURCE
                   MOVE BH-BATCH-ID    TO BE-CYC-BATCH-ID
                   IF BH-CREATE-DATE IS NOT NUMERIC
                       DISPLAY "BATCH-EDIT: BATCH HEADER HAS NO CREATE "
                               "DATE, CYCLE STEP CANNOT BE CHECKED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE BH-CREATE-DATE TO BE-CYC-CYCLE-DATE
                   PERFORM 050-CHECK-CYCLE-STEP
                   PERFORM 110-READ-INPUT-RECORD
               ELSE
                   DISPLAY "BATCH-EDIT: FIRST RECORD IS NOT A "
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               PERFORM 870-STAMP-CYCLE-COMPLETE
           END-IF.

       850-PRINT-EDIT-REPORT.
               DISPLAY "VERDICT. . . . . . . . . . . BATCH RELEASED"
           END-IF
           DISPLAY "===============================================".

      *****************************************************************
      * STAMP THIS STEP COMPLETE FOR THE BATCH ON THE CYCLE-CONTROL
      * FILE, WITH THE RETURN CODE AND THE STEP'S RECORD COUNT, SO
      * THE NEXT STEP OF THE CYCLE MAY START.
      *****************************************************************
       870-STAMP-CYCLE-COMPLETE.
           ACCEPT BE-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT BE-CYC-NOW   FROM TIME
           MOVE "C"   TO BE-CYC-EVENT
           MOVE BE-DETAIL-COUNT TO BE-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.
