      *                   PREVIOUSLY STOPPED AT THE TAXPYOUT FILE
      *                   AND THE CONTROL REPORT; NOTHING TRACKED
      *                   WHETHER ANYONE PAID.
      *   10/15/2026  JH  NEW ITEMS START WITH A ZERO LAST-ACCRUAL
      *                   DATE FOR THE MONTHLY INTEREST ACCRUAL.
      *   10/15/2026  JH  NIGHTLY CYCLE STEP CONTROL: THE RUN IS
      *                   REFUSED UNLESS GL-RELEASE HAS RELEASED THE
      *                   BATCH ON TAXPYIN AND THIS STEP HAS NOT
      *                   COMPLETED FOR IT, OR A SUPERVISOR OVERRIDE
      *                   IS PRESENTED ON CYCSIGN (SEE CYCSGREC).  A
      *                   SECOND RUN AGAINST THE SAME TAXPYOUT NO
      *                   LONGER POSTS EVERY ITEM TWICE.  THE START
      *                   AND THE COMPLETION ARE STAMPED ON THE
      *                   CYCLE-CONTROL FILE (SEE CYCLREC).
      *   10/15/2026  JH  THE RUN IS REFUSED WHILE RECVNEW DIFFERS
      *                   FROM RECVFILE.  AN EARLIER RUN'S RECVNEW
      *                   NOT YET COPIED ACROSS WAS OVERWRITTEN AND
      *                   ITS ITEMS LOST.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           SELECT SORT-WORK     ASSIGN TO "SORTWORK".

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-CYC-STATUS.

           SELECT CYCLE-SIGNOFF ASSIGN TO "CYCSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RP-CSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXPAYER-OUT.
       SD  SORT-WORK.
       COPY RECVREC REPLACING LEADING ==RV== BY ==SW==.

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       FD  CYCLE-SIGNOFF.
       COPY CYCSGREC.

       WORKING-STORAGE SECTION.
       01  RP-OUT-STATUS          PIC X(02) VALUE "00".
       01  RP-RCV-STATUS          PIC X(02) VALUE "00".
       01  RP-NEW-STATUS          PIC X(02) VALUE "00".
       01  RP-IN-STATUS           PIC X(02) VALUE "00".
       01  RP-CYC-STATUS          PIC X(02) VALUE "00".
       01  RP-CSG-STATUS          PIC X(02) VALUE "00".

       01  RP-OUT-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  RP-OUT-END-OF-FILE         VALUE 'Y'.
       01  RP-SORT-EOF-SWITCH     PIC X(01) VALUE 'N'.
           88  RP-SORT-END-OF-FILE        VALUE 'Y'.

      *****************************************************************
      * SWITCHES FOR THE RECVFILE/RECVNEW COMPARE MADE AT START-UP.
      *****************************************************************
       01  RP-CMP-RCV-EOF-SW    PIC X(01) VALUE 'N'.
           88  RP-CMP-RCV-END           VALUE 'Y'.
       01  RP-CMP-NEW-EOF-SW    PIC X(01) VALUE 'N'.
           88  RP-CMP-NEW-END           VALUE 'Y'.
       01  RP-CMP-DIFFERS-SW    PIC X(01) VALUE 'N'.
           88  RP-RECVNEW-DIFFERS       VALUE 'Y'.

       01  RP-RUN-DATE            PIC 9(08) VALUE ZEROES.

       01  RP-CONTROL-TOTALS.
       01  RP-RPT-AMOUNT-POSTED    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RP-RPT-OPEN-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * NIGHTLY CYCLE STEP CONTROL (SEE CYCLREC).  THE DONE FLAGS
      * SHOW WHICH STEPS OF THE CYCLE HAVE COMPLETED FOR THE BATCH;
      * THIS STEP WAITS ON THE PRIOR STEP.
      *****************************************************************
       01  RP-CYCLE-CONTROL.
           05  RP-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RP-CYC-END-OF-FILE      VALUE 'Y'.
           05  RP-CSG-PRESENT-SW  PIC X(01) VALUE 'N'.
               88  RP-CYC-SIGNOFF-PRESENT  VALUE 'Y'.
           05  RP-CSG-USED-SW     PIC X(01) VALUE 'N'.
               88  RP-CYC-SIGNOFF-USED     VALUE 'Y'.
           05  RP-CYC-STEP-NUMBER PIC 9(02) VALUE 5.
           05  RP-CYC-PRIOR-STEP  PIC 9(02) VALUE 4.
           05  RP-CYC-STEP-NAME   PIC X(15) VALUE
               "RECV-POST".
           05  RP-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  RP-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  RP-CYC-TODAY       PIC 9(08) VALUE ZEROES.
           05  RP-CYC-NOW         PIC 9(08) VALUE ZEROES.
           05  RP-CYC-EVENT       PIC X(01) VALUE SPACE.
           05  RP-CYC-RECORD-COUNT PIC 9(08) VALUE ZERO.
           05  RP-CYC-SIGNED-BY   PIC X(20) VALUE SPACES.
           05  RP-CYC-OVERRIDE-BY PIC X(20) VALUE SPACES.
           05  RP-CYC-REFUSAL     PIC X(30) VALUE SPACES.
           05  RP-CYC-DONE-FLAGS.
               10  RP-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           ACCEPT RP-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 060-CHECK-RECVNEW-COPIED
           PERFORM 050-CHECK-CYCLE-STEP
           SORT SORT-WORK
               ON ASCENDING KEY SW-KEY
               INPUT PROCEDURE IS 100-GATHER-OPEN-ITEMS
               OUTPUT PROCEDURE IS 500-WRITE-NEW-FILE
           PERFORM 850-PRINT-CONTROL-REPORT
           PERFORM 870-STAMP-CYCLE-COMPLETE
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
           ACCEPT RP-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT RP-CYC-NOW   FROM TIME
           PERFORM 051-READ-CYCLE-BATCH-ID
           MOVE ALL 'N' TO RP-CYC-DONE-FLAGS
           PERFORM 052-READ-CYCLE-SIGNOFF
           OPEN INPUT CYCLE-CONTROL
           IF RP-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF RP-CYC-STATUS NOT = "00"
                   DISPLAY "RECV-POST: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " RP-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL RP-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           EVALUATE TRUE
               WHEN RP-CYC-STEP-DONE (RP-CYC-STEP-NUMBER) = 'Y'
                   MOVE "ALREADY COMPLETE FOR THE BATCH"
                       TO RP-CYC-REFUSAL
               WHEN RP-CYC-STEP-DONE (RP-CYC-PRIOR-STEP) NOT = 'Y'
                   MOVE "PRIOR STEP NOT COMPLETE"
                       TO RP-CYC-REFUSAL
               WHEN OTHER
                   MOVE SPACES TO RP-CYC-REFUSAL
           END-EVALUATE
           IF RP-CYC-REFUSAL NOT = SPACES
               PERFORM 056-APPLY-CYCLE-OVERRIDE
           END-IF
           MOVE "S"  TO RP-CYC-EVENT
           MOVE ZERO TO RP-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.

      *****************************************************************
      * THE BATCH ID AND CREATE DATE COME FROM THE BATCHHDR HEADER
      * ON TAXPYIN, THE FILE THE WHOLE CYCLE WAS RUN FROM.  A TAXPYIN
      * WITHOUT ITS HEADER, OR A HEADER WITHOUT A CREATE DATE, CANNOT
      * BE PLACED IN ANY CYCLE AND IS REFUSED.
      *****************************************************************
       051-READ-CYCLE-BATCH-ID.
           OPEN INPUT TAXPAYER-IN
           IF RP-IN-STATUS NOT = "00"
               DISPLAY "RECV-POST: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " RP-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "RECV-POST: TAXPYIN HAS NO BATCH HEADER, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID TO RP-CYC-BATCH-ID
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "RECV-POST: BATCH HEADER HAS NO CREATE DATE, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-CREATE-DATE TO RP-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

      *****************************************************************
      * PICK UP THE SUPERVISOR'S OVERRIDE, IF ONE WAS SUPPLIED.  A
      * SIGN-OFF FOR ANOTHER BATCH OR STEP IS NOT THIS STEP'S
      * BUSINESS; ONE FOR THIS BATCH AND STEP MUST CARRY THE
      * OVERRIDE DISPOSITION AND WHO SIGNED, OR IT IS REFUSED.
      *****************************************************************
       052-READ-CYCLE-SIGNOFF.
           OPEN INPUT CYCLE-SIGNOFF
           IF RP-CSG-STATUS = "35"
               CONTINUE
           ELSE
               IF RP-CSG-STATUS NOT = "00"
                   DISPLAY "RECV-POST: UNABLE TO OPEN CYCSIGN, "
                           "STATUS = " RP-CSG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CYCLE-SIGNOFF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-BATCH-ID = RP-CYC-BATCH-ID
                          AND CS-STEP-NAME = RP-CYC-STEP-NAME
                           IF NOT CS-DISP-OVERRIDE
                              OR CS-SIGNED-BY = SPACES
                               DISPLAY "RECV-POST: CYCLE SIGN-OFF "
                                       "MUST BE A SIGNED "
                                       "OVERRIDE, GOT " CS-DISPOSITION
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE CS-SIGNED-BY TO RP-CYC-SIGNED-BY
                           MOVE 'Y' TO RP-CSG-PRESENT-SW
                       END-IF
               END-READ
               CLOSE CYCLE-SIGNOFF
           END-IF.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO RP-CYC-EOF-SWITCH
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
           IF CC-RUN-DATE = RP-CYC-CYCLE-DATE
              AND CC-BATCH-ID = RP-CYC-BATCH-ID
               IF CC-STEP-COMPLETED
                  AND CC-STEP-NUMBER > ZERO
                  AND CC-STEP-NUMBER NOT > 8
                   MOVE 'Y' TO RP-CYC-STEP-DONE (CC-STEP-NUMBER)
               END-IF
               IF CC-STEP-STARTED
                  AND CC-STEP-NAME = RP-CYC-STEP-NAME
                  AND CC-STAMP-DATE = RP-CYC-TODAY
                  AND RP-CYC-SIGNOFF-PRESENT
                  AND CC-OVERRIDE-BY = RP-CYC-SIGNED-BY
                   MOVE 'Y' TO RP-CSG-USED-SW
               END-IF
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

      *****************************************************************
      * APPEND ONE RECORD TO THE CYCLE-CONTROL FILE.  THE FILE IS
      * NEVER REWRITTEN; THE FIRST STEP EVER RUN CREATES IT.
      *****************************************************************
       055-WRITE-CYCLE-RECORD.
           OPEN EXTEND CYCLE-CONTROL
           IF RP-CYC-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL
           END-IF
           MOVE SPACES               TO CC-CYCLE-RECORD
           MOVE RP-CYC-CYCLE-DATE   TO CC-RUN-DATE
           MOVE RP-CYC-BATCH-ID     TO CC-BATCH-ID
           MOVE RP-CYC-STEP-NUMBER  TO CC-STEP-NUMBER
           MOVE RP-CYC-STEP-NAME    TO CC-STEP-NAME
           MOVE RP-CYC-EVENT        TO CC-EVENT
           MOVE RP-CYC-TODAY        TO CC-STAMP-DATE
           MOVE RP-CYC-NOW          TO CC-STAMP-TIME
           MOVE RETURN-CODE          TO CC-RETURN-CODE
           MOVE RP-CYC-RECORD-COUNT TO CC-RECORD-COUNT
           MOVE RP-CYC-OVERRIDE-BY  TO CC-OVERRIDE-BY
           WRITE CC-CYCLE-RECORD
           CLOSE CYCLE-CONTROL.

      *****************************************************************
      * A STEP THAT WOULD BE REFUSED STARTS ONLY ON A SUPERVISOR'S
      * OVERRIDE FOR THIS BATCH AND STEP NOT ALREADY SPENT TODAY.
      *****************************************************************
       056-APPLY-CYCLE-OVERRIDE.
           IF RP-CYC-SIGNOFF-PRESENT AND NOT RP-CYC-SIGNOFF-USED
               MOVE RP-CYC-SIGNED-BY TO RP-CYC-OVERRIDE-BY
               DISPLAY "RECV-POST: BATCH " RP-CYC-BATCH-ID
                       " STEP " RP-CYC-REFUSAL
               DISPLAY "RECV-POST: STARTED ON OVERRIDE SIGNED BY "
                       RP-CYC-OVERRIDE-BY
           ELSE
               IF RP-CYC-SIGNOFF-USED
                   DISPLAY "RECV-POST: OVERRIDE SIGNED BY "
                           RP-CYC-SIGNED-BY " ALREADY USED TODAY"
               END-IF
               DISPLAY "RECV-POST: BATCH " RP-CYC-BATCH-ID
                       " REFUSED, STEP " RP-CYC-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * RECVNEW IS REBUILT FROM RECVFILE BY EVERY PROGRAM THAT MOVES
      * AN OPEN ITEM, AND THE DESK COPIES IT OVER RECVFILE ONCE THE
      * RUN IS AGREED.  A RECVNEW THAT DIFFERS FROM RECVFILE IS AN
      * EARLIER RUN'S WORK NOT YET COPIED ACROSS, AND REBUILDING IT
      * FROM THE OLD RECVFILE WOULD LOSE IT, SO THE RUN IS REFUSED
      * UNTIL THE DESK COPIES IT OVER OR REMOVES IT.  NO RECVNEW
      * MEANS NOTHING IS WAITING.
      *****************************************************************
       060-CHECK-RECVNEW-COPIED.
           OPEN INPUT RECEIVABLE-NEW
           IF RP-NEW-STATUS = "35"
               CONTINUE
           ELSE
               IF RP-NEW-STATUS NOT = "00"
                   DISPLAY "RECV-POST: UNABLE TO OPEN RECVNEW, "
                           "STATUS = " RP-NEW-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT RECEIVABLE-FILE
               IF RP-RCV-STATUS = "35"
                   MOVE 'Y' TO RP-CMP-RCV-EOF-SW
               ELSE
                   IF RP-RCV-STATUS NOT = "00"
                       DISPLAY "RECV-POST: UNABLE TO OPEN RECVFILE, "
                               "STATUS = " RP-RCV-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 061-READ-COMPARE-PAIR
               PERFORM 062-COMPARE-RECEIVABLE-PAIR
                   UNTIL RP-RECVNEW-DIFFERS
                      OR (RP-CMP-RCV-END AND RP-CMP-NEW-END)
               IF RP-RCV-STATUS NOT = "35"
                   CLOSE RECEIVABLE-FILE
               END-IF
               CLOSE RECEIVABLE-NEW
               IF RP-RECVNEW-DIFFERS
                   DISPLAY "RECV-POST: RECVNEW HAS NOT BEEN COPIED "
                           "OVER RECVFILE, RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       061-READ-COMPARE-PAIR.
           IF NOT RP-CMP-RCV-END
               READ RECEIVABLE-FILE
                   AT END
                       MOVE 'Y' TO RP-CMP-RCV-EOF-SW
               END-READ
           END-IF
           IF NOT RP-CMP-NEW-END
               READ RECEIVABLE-NEW
                   AT END
                       MOVE 'Y' TO RP-CMP-NEW-EOF-SW
               END-READ
           END-IF.

       062-COMPARE-RECEIVABLE-PAIR.
           IF RP-CMP-RCV-END OR RP-CMP-NEW-END
               MOVE 'Y' TO RP-CMP-DIFFERS-SW
           ELSE
               IF RV-OPEN-ITEM NOT = RN-OPEN-ITEM
                   MOVE 'Y' TO RP-CMP-DIFFERS-SW
               ELSE
                   PERFORM 061-READ-COMPARE-PAIR
               END-IF
           END-IF.

      *****************************************************************
      * RELEASE EVERY ITEM ALREADY ON THE RECEIVABLE FILE, THEN ONE
      * NEW OPEN ITEM PER BALANCE-DUE RECORD ON TAXPYOUT, TO THE
               MOVE TO-BALANCE-AMOUNT TO SW-ORIGINAL-AMOUNT
               MOVE TO-BALANCE-AMOUNT TO SW-OPEN-AMOUNT
               MOVE ZEROES            TO SW-LAST-PAID-DATE
               MOVE ZEROES            TO SW-LAST-ACCRUAL-DATE
               MOVE "O"               TO SW-ITEM-STATUS
               RELEASE SW-OPEN-ITEM
               ADD 1 TO RP-ITEMS-POSTED
                   RP-RPT-ITEMS-WRITTEN
           DISPLAY "TOTAL OPEN AMOUNT ON FILE. . " RP-RPT-OPEN-TOTAL
           DISPLAY "===============================================".

      *****************************************************************
      * STAMP THIS STEP COMPLETE FOR THE BATCH ON THE CYCLE-CONTROL
      * FILE, WITH THE RETURN CODE AND THE STEP'S RECORD COUNT, SO
      * THE NEXT STEP OF THE CYCLE MAY START.
      *****************************************************************
       870-STAMP-CYCLE-COMPLETE.
           ACCEPT RP-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT RP-CYC-NOW   FROM TIME
           MOVE "C"   TO RP-CYC-EVENT
           MOVE RP-ITEMS-POSTED TO RP-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.
