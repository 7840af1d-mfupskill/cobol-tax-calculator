      *                   (SEE GLHOLDREC), SO GL-RELEASE PHYSICALLY
      *                   KEEPS GLPOST FROM THE LEDGER UNTIL A
      *                   SUPERVISOR SIGNS OFF.
      *   10/15/2026  JH  REFUND OFFSET POSTINGS (TYPE "O") FROM
      *                   REFUND-EXTRACT ARE PASSED OVER AND TOTALED
      *                   ON THEIR OWN LINE.
      *   10/15/2026  JH  CASH RECEIPT (TYPE "C") AND UNAPPLIED CASH
      *                   (TYPE "U") POSTINGS FROM RECV-APPLY ARE
      *                   PASSED OVER AND TOTALED ON THEIR OWN LINES.
      *   10/15/2026  JH  RECEIVABLE ADJUSTMENT POSTINGS (TYPES "I",
      *                   "D", AND "W") FROM RECV-ADJUST ARE PASSED
      *                   OVER AND TOTALED ON ONE LINE.
      *   10/15/2026  JH  INTEREST ACCRUAL POSTINGS (TYPE "N") FROM
      *                   RECV-ACCRUE ARE PASSED OVER AND TOTALED ON
      *                   THEIR OWN LINE.
      *   10/15/2026  JH  CHECK VOID POSTINGS (TYPE "V") FROM
      *                   CHECK-RECONCILE ARE PASSED OVER AND TOTALED
      *                   ON THEIR OWN LINE.
      *   10/15/2026  JH  NIGHTLY CYCLE STEP CONTROL: THE RUN IS
      *                   REFUSED UNLESS TAX-CALCULATOR HAS COMPLETED
      *                   FOR THE BATCH ON TAXPYIN AND THIS STEP HAS
      *                   NOT, OR A SUPERVISOR OVERRIDE IS PRESENTED
      *                   ON CYCSIGN (SEE CYCSGREC).  THE START AND
      *                   THE COMPLETION ARE STAMPED ON THE
      *                   CYCLE-CONTROL FILE (SEE CYCLREC).  AN
      *                   OUT-OF-BALANCE RUN STILL COMPLETES THE STEP;
      *                   ITS HOLD RECORD IS WHAT STOPS GL-RELEASE.
      *   10/15/2026  JH  LOCALITY SURTAX SETTLEMENT POSTINGS (TYPES
      *                   "S" AND "T") FROM LOCALITY-SETTLE ARE PASSED
      *                   OVER AND TOTALED ON ONE LINE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-HOLD-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-CYC-STATUS.

           SELECT CYCLE-SIGNOFF ASSIGN TO "CYCSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GR-CSG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-LOG.
       FD  GL-HOLD-FILE.
       COPY GLHOLDREC.

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       FD  CYCLE-SIGNOFF.
       COPY CYCSGREC.

       WORKING-STORAGE SECTION.
       01  GR-FILE-STATUSES.
           05  GR-AUD-STATUS      PIC X(02) VALUE "00".
           05  GR-GL-STATUS       PIC X(02) VALUE "00".
           05  GR-RPT-STATUS      PIC X(02) VALUE "00".
           05  GR-HOLD-STATUS     PIC X(02) VALUE "00".
           05  GR-IN-STATUS       PIC X(02) VALUE "00".
           05  GR-CYC-STATUS      PIC X(02) VALUE "00".
           05  GR-CSG-STATUS      PIC X(02) VALUE "00".

       01  GR-SWITCHES.
           05  GR-AUD-EOF-SWITCH  PIC X(01) VALUE 'N'.
           05  GR-REFUNDS-PASSED         PIC 9(08) VALUE ZERO.
           05  GR-PENALTIES-PASSED       PIC 9(08) VALUE ZERO.
           05  GR-SURTAXES-PASSED        PIC 9(08) VALUE ZERO.
           05  GR-OFFSETS-PASSED         PIC 9(08) VALUE ZERO.
           05  GR-RECEIPTS-PASSED        PIC 9(08) VALUE ZERO.
           05  GR-UNAPPLIED-PASSED       PIC 9(08) VALUE ZERO.
           05  GR-ADJUSTMENTS-PASSED     PIC 9(08) VALUE ZERO.
           05  GR-ACCRUALS-PASSED        PIC 9(08) VALUE ZERO.
           05  GR-VOIDS-PASSED           PIC 9(08) VALUE ZERO.
           05  GR-SETTLEMENTS-PASSED     PIC 9(08) VALUE ZERO.
           05  GR-MATCHED-COUNT          PIC 9(08) VALUE ZERO.
           05  GR-NO-POSTING-COUNT       PIC 9(08) VALUE ZERO.
           05  GR-NO-AUDIT-COUNT         PIC 9(08) VALUE ZERO.
           05  GR-REFUNDED-TAK-TOTAL     PIC 9(10)V99 VALUE ZERO.
           05  GR-PENALTY-TAK-TOTAL      PIC 9(10)V99 VALUE ZERO.
           05  GR-SURTAX-TAK-TOTAL       PIC 9(10)V99 VALUE ZERO.
           05  GR-OFFSET-TAK-TOTAL       PIC 9(10)V99 VALUE ZERO.
           05  GR-RECEIPT-TAK-TOTAL      PIC 9(10)V99 VALUE ZERO.
           05  GR-UNAPPLIED-TAK-TOTAL    PIC 9(10)V99 VALUE ZERO.
           05  GR-ADJUSTMENT-TAK-TOTAL   PIC 9(10)V99 VALUE ZERO.
           05  GR-ACCRUAL-TAK-TOTAL      PIC 9(10)V99 VALUE ZERO.
           05  GR-VOID-TAK-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  GR-SETTLEMENT-TAK-TOTAL   PIC 9(10)V99 VALUE ZERO.

       01  GR-EXCEPTION-TOTAL     PIC 9(08) VALUE ZERO.

       01  GR-RPT-REFUNDS          PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-PENALTIES        PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-SURTAXES         PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-OFFSETS          PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-RECEIPTS         PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-UNAPPLIED        PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-ADJUSTMENTS      PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-ACCRUALS         PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-VOIDS            PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-SETTLEMENTS      PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-MATCHED          PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-EXCEPTIONS       PIC ZZZ,ZZZ,ZZ9.
       01  GR-RPT-AUDIT-TOTAL      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-REFUNDED-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-PENALTY-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-SURTAX-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-OFFSET-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-RECEIPT-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-UNAPPLIED-TOTAL  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-ADJUSTMENT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-ACCRUAL-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-VOID-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  GR-RPT-SETTLEMENT-TOTAL PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * REPORT LINE LAYOUTS.
           05  GR-VERDICT-TEXT    PIC X(20).
           05  FILLER             PIC X(69) VALUE SPACES.

      *****************************************************************
      * NIGHTLY CYCLE STEP CONTROL (SEE CYCLREC).  THE DONE FLAGS
      * SHOW WHICH STEPS OF THE CYCLE HAVE COMPLETED FOR THE BATCH;
      * THIS STEP WAITS ON THE PRIOR STEP.
      *****************************************************************
       01  GR-CYCLE-CONTROL.
           05  GR-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  GR-CYC-END-OF-FILE      VALUE 'Y'.
           05  GR-CSG-PRESENT-SW  PIC X(01) VALUE 'N'.
               88  GR-CYC-SIGNOFF-PRESENT  VALUE 'Y'.
           05  GR-CSG-USED-SW     PIC X(01) VALUE 'N'.
               88  GR-CYC-SIGNOFF-USED     VALUE 'Y'.
           05  GR-CYC-STEP-NUMBER PIC 9(02) VALUE 3.
           05  GR-CYC-PRIOR-STEP  PIC 9(02) VALUE 2.
           05  GR-CYC-STEP-NAME   PIC X(15) VALUE
               "GL-RECONCILE".
           05  GR-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  GR-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  GR-CYC-TODAY       PIC 9(08) VALUE ZEROES.
           05  GR-CYC-NOW         PIC 9(08) VALUE ZEROES.
           05  GR-CYC-EVENT       PIC X(01) VALUE SPACE.
           05  GR-CYC-RECORD-COUNT PIC 9(08) VALUE ZERO.
           05  GR-CYC-SIGNED-BY   PIC X(20) VALUE SPACES.
           05  GR-CYC-OVERRIDE-BY PIC X(20) VALUE SPACES.
           05  GR-CYC-REFUSAL     PIC X(30) VALUE SPACES.
           05  GR-CYC-DONE-FLAGS.
               10  GR-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

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
           ACCEPT GR-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT GR-CYC-NOW   FROM TIME
           PERFORM 051-READ-CYCLE-BATCH-ID
           MOVE ALL 'N' TO GR-CYC-DONE-FLAGS
           PERFORM 052-READ-CYCLE-SIGNOFF
           OPEN INPUT CYCLE-CONTROL
           IF GR-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF GR-CYC-STATUS NOT = "00"
                   DISPLAY "GL-RECONCILE: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " GR-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL GR-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           EVALUATE TRUE
               WHEN GR-CYC-STEP-DONE (GR-CYC-STEP-NUMBER) = 'Y'
                   MOVE "ALREADY COMPLETE FOR THE BATCH"
                       TO GR-CYC-REFUSAL
               WHEN GR-CYC-STEP-DONE (GR-CYC-PRIOR-STEP) NOT = 'Y'
                   MOVE "PRIOR STEP NOT COMPLETE"
                       TO GR-CYC-REFUSAL
               WHEN OTHER
                   MOVE SPACES TO GR-CYC-REFUSAL
           END-EVALUATE
           IF GR-CYC-REFUSAL NOT = SPACES
               PERFORM 056-APPLY-CYCLE-OVERRIDE
           END-IF
           MOVE "S"  TO GR-CYC-EVENT
           MOVE ZERO TO GR-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.

      *****************************************************************
      * THE BATCH ID AND CREATE DATE COME FROM THE BATCHHDR HEADER
      * ON TAXPYIN, THE FILE THE WHOLE CYCLE WAS RUN FROM.  A TAXPYIN
      * WITHOUT ITS HEADER, OR A HEADER WITHOUT A CREATE DATE, CANNOT
      * BE PLACED IN ANY CYCLE AND IS REFUSED.
      *****************************************************************
       051-READ-CYCLE-BATCH-ID.
           OPEN INPUT TAXPAYER-IN
           IF GR-IN-STATUS NOT = "00"
               DISPLAY "GL-RECONCILE: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " GR-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "GL-RECONCILE: TAXPYIN HAS NO BATCH HEADER, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID TO GR-CYC-BATCH-ID
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "GL-RECONCILE: BATCH HEADER HAS NO CREATE DATE, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-CREATE-DATE TO GR-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

      *****************************************************************
      * PICK UP THE SUPERVISOR'S OVERRIDE, IF ONE WAS SUPPLIED.  A
      * SIGN-OFF FOR ANOTHER BATCH OR STEP IS NOT THIS STEP'S
      * BUSINESS; ONE FOR THIS BATCH AND STEP MUST CARRY THE
      * OVERRIDE DISPOSITION AND WHO SIGNED, OR IT IS REFUSED.
      *****************************************************************
       052-READ-CYCLE-SIGNOFF.
           OPEN INPUT CYCLE-SIGNOFF
           IF GR-CSG-STATUS = "35"
               CONTINUE
           ELSE
               IF GR-CSG-STATUS NOT = "00"
                   DISPLAY "GL-RECONCILE: UNABLE TO OPEN CYCSIGN, "
                           "STATUS = " GR-CSG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CYCLE-SIGNOFF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-BATCH-ID = GR-CYC-BATCH-ID
                          AND CS-STEP-NAME = GR-CYC-STEP-NAME
                           IF NOT CS-DISP-OVERRIDE
                              OR CS-SIGNED-BY = SPACES
                               DISPLAY "GL-RECONCILE: CYCLE SIGN-OFF "
                                       "MUST BE A SIGNED "
                                       "OVERRIDE, GOT " CS-DISPOSITION
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE CS-SIGNED-BY TO GR-CYC-SIGNED-BY
                           MOVE 'Y' TO GR-CSG-PRESENT-SW
                       END-IF
               END-READ
               CLOSE CYCLE-SIGNOFF
           END-IF.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO GR-CYC-EOF-SWITCH
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
           IF CC-RUN-DATE = GR-CYC-CYCLE-DATE
              AND CC-BATCH-ID = GR-CYC-BATCH-ID
               IF CC-STEP-COMPLETED
                  AND CC-STEP-NUMBER > ZERO
                  AND CC-STEP-NUMBER NOT > 8
                   MOVE 'Y' TO GR-CYC-STEP-DONE (CC-STEP-NUMBER)
               END-IF
               IF CC-STEP-STARTED
                  AND CC-STEP-NAME = GR-CYC-STEP-NAME
                  AND CC-STAMP-DATE = GR-CYC-TODAY
                  AND GR-CYC-SIGNOFF-PRESENT
                  AND CC-OVERRIDE-BY = GR-CYC-SIGNED-BY
                   MOVE 'Y' TO GR-CSG-USED-SW
               END-IF
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

      *****************************************************************
      * APPEND ONE RECORD TO THE CYCLE-CONTROL FILE.  THE FILE IS
      * NEVER REWRITTEN; THE FIRST STEP EVER RUN CREATES IT.
      *****************************************************************
       055-WRITE-CYCLE-RECORD.
           OPEN EXTEND CYCLE-CONTROL
           IF GR-CYC-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL
           END-IF
           MOVE SPACES               TO CC-CYCLE-RECORD
           MOVE GR-CYC-CYCLE-DATE   TO CC-RUN-DATE
           MOVE GR-CYC-BATCH-ID     TO CC-BATCH-ID
           MOVE GR-CYC-STEP-NUMBER  TO CC-STEP-NUMBER
           MOVE GR-CYC-STEP-NAME    TO CC-STEP-NAME
           MOVE GR-CYC-EVENT        TO CC-EVENT
           MOVE GR-CYC-TODAY        TO CC-STAMP-DATE
           MOVE GR-CYC-NOW          TO CC-STAMP-TIME
           MOVE RETURN-CODE          TO CC-RETURN-CODE
           MOVE GR-CYC-RECORD-COUNT TO CC-RECORD-COUNT
           MOVE GR-CYC-OVERRIDE-BY  TO CC-OVERRIDE-BY
           WRITE CC-CYCLE-RECORD
           CLOSE CYCLE-CONTROL.

      *****************************************************************
      * A STEP THAT WOULD BE REFUSED STARTS ONLY ON A SUPERVISOR'S
      * OVERRIDE FOR THIS BATCH AND STEP NOT ALREADY SPENT TODAY.
      *****************************************************************
       056-APPLY-CYCLE-OVERRIDE.
           IF GR-CYC-SIGNOFF-PRESENT AND NOT GR-CYC-SIGNOFF-USED
               MOVE GR-CYC-SIGNED-BY TO GR-CYC-OVERRIDE-BY
               DISPLAY "GL-RECONCILE: BATCH " GR-CYC-BATCH-ID
                       " STEP " GR-CYC-REFUSAL
               DISPLAY "GL-RECONCILE: STARTED ON OVERRIDE SIGNED BY "
                       GR-CYC-OVERRIDE-BY
           ELSE
               IF GR-CYC-SIGNOFF-USED
                   DISPLAY "GL-RECONCILE: OVERRIDE SIGNED BY "
                           GR-CYC-SIGNED-BY " ALREADY USED TODAY"
               END-IF
               DISPLAY "GL-RECONCILE: BATCH " GR-CYC-BATCH-ID
                       " REFUSED, STEP " GR-CYC-REFUSAL
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       100-INITIALIZE.
           PERFORM 050-CHECK-CYCLE-STEP
           OPEN INPUT AUDIT-LOG
           IF GR-AUD-STATUS NOT = "00"
               DISPLAY "GL-RECONCILE: UNABLE TO OPEN AUDITLOG, "
                       WHEN GL-TYPE-SURTAX
                           ADD 1 TO GR-SURTAXES-PASSED
                           ADD GL-TAK-AMOUNT TO GR-SURTAX-TAK-TOTAL
                       WHEN GL-TYPE-OFFSET
                           ADD 1 TO GR-OFFSETS-PASSED
                           ADD GL-TAK-AMOUNT TO GR-OFFSET-TAK-TOTAL
                       WHEN GL-TYPE-CASH-RECEIPT
                           ADD 1 TO GR-RECEIPTS-PASSED
                           ADD GL-TAK-AMOUNT TO GR-RECEIPT-TAK-TOTAL
                       WHEN GL-TYPE-UNAPPLIED-CASH
                           ADD 1 TO GR-UNAPPLIED-PASSED
                           ADD GL-TAK-AMOUNT TO GR-UNAPPLIED-TAK-TOTAL
                       WHEN GL-TYPE-ADJ-INCREASE
                         OR GL-TYPE-ADJ-DECREASE
                         OR GL-TYPE-WRITE-OFF
                           ADD 1 TO GR-ADJUSTMENTS-PASSED
                           ADD GL-TAK-AMOUNT TO GR-ADJUSTMENT-TAK-TOTAL
                       WHEN GL-TYPE-INTEREST-ACCRUAL
                           ADD 1 TO GR-ACCRUALS-PASSED
                           ADD GL-TAK-AMOUNT TO GR-ACCRUAL-TAK-TOTAL
                       WHEN GL-TYPE-CHECK-VOID
                           ADD 1 TO GR-VOIDS-PASSED
                           ADD GL-TAK-AMOUNT TO GR-VOID-TAK-TOTAL
                       WHEN GL-TYPE-SURTAX-SETTLEMENT
                         OR GL-TYPE-SURTAX-RECOVERY
                           ADD 1 TO GR-SETTLEMENTS-PASSED
                           ADD GL-TAK-AMOUNT TO GR-SETTLEMENT-TAK-TOTAL
                       WHEN OTHER
                           ADD 1 TO GR-REVERSALS-PASSED
                           ADD GL-TAK-AMOUNT TO GR-REVERSED-TAK-TOTAL
           CLOSE AUDIT-LOG
           CLOSE GL-POSTING-FILE
           CLOSE RECON-REPORT
           PERFORM 850-PRINT-CONTROL-REPORT
           PERFORM 870-STAMP-CYCLE-COMPLETE.

      *****************************************************************
      * APPEND A HELD DISPOSITION TO THE GL-HOLD-FILE SO GL-RELEASE
           MOVE GR-REFUNDS-PASSED     TO GR-RPT-REFUNDS
           MOVE GR-PENALTIES-PASSED   TO GR-RPT-PENALTIES
           MOVE GR-SURTAXES-PASSED    TO GR-RPT-SURTAXES
           MOVE GR-OFFSETS-PASSED     TO GR-RPT-OFFSETS
           MOVE GR-RECEIPTS-PASSED    TO GR-RPT-RECEIPTS
           MOVE GR-UNAPPLIED-PASSED   TO GR-RPT-UNAPPLIED
           MOVE GR-ADJUSTMENTS-PASSED TO GR-RPT-ADJUSTMENTS
           MOVE GR-ACCRUALS-PASSED    TO GR-RPT-ACCRUALS
           MOVE GR-VOIDS-PASSED       TO GR-RPT-VOIDS
           MOVE GR-SETTLEMENTS-PASSED TO GR-RPT-SETTLEMENTS
           MOVE GR-MATCHED-COUNT      TO GR-RPT-MATCHED
           MOVE GR-EXCEPTION-TOTAL    TO GR-RPT-EXCEPTIONS
           MOVE GR-AUDIT-TAK-TOTAL    TO GR-RPT-AUDIT-TOTAL
           MOVE GR-REFUNDED-TAK-TOTAL TO GR-RPT-REFUNDED-TOTAL
           MOVE GR-PENALTY-TAK-TOTAL  TO GR-RPT-PENALTY-TOTAL
           MOVE GR-SURTAX-TAK-TOTAL   TO GR-RPT-SURTAX-TOTAL
           MOVE GR-OFFSET-TAK-TOTAL   TO GR-RPT-OFFSET-TOTAL
           MOVE GR-RECEIPT-TAK-TOTAL  TO GR-RPT-RECEIPT-TOTAL
           MOVE GR-UNAPPLIED-TAK-TOTAL TO GR-RPT-UNAPPLIED-TOTAL
           MOVE GR-ADJUSTMENT-TAK-TOTAL TO GR-RPT-ADJUSTMENT-TOTAL
           MOVE GR-ACCRUAL-TAK-TOTAL  TO GR-RPT-ACCRUAL-TOTAL
           MOVE GR-VOID-TAK-TOTAL     TO GR-RPT-VOID-TOTAL
           MOVE GR-SETTLEMENT-TAK-TOTAL TO GR-RPT-SETTLEMENT-TOTAL
           DISPLAY "==============================================="
           DISPLAY "     GL-RECONCILE CONTROL TOTAL REPORT         "
           DISPLAY "==============================================="
           DISPLAY "REFUND POSTINGS PASSED . . . " GR-RPT-REFUNDS
           DISPLAY "PENALTY POSTINGS PASSED. . . " GR-RPT-PENALTIES
           DISPLAY "SURTAX POSTINGS PASSED . . . " GR-RPT-SURTAXES
           DISPLAY "OFFSET POSTINGS PASSED . . . " GR-RPT-OFFSETS
           DISPLAY "CASH RECEIPT POSTINGS PASSED " GR-RPT-RECEIPTS
           DISPLAY "UNAPPLIED CASH POSTINGS. . . " GR-RPT-UNAPPLIED
           DISPLAY "ADJUSTMENT POSTINGS PASSED . " GR-RPT-ADJUSTMENTS
           DISPLAY "ACCRUAL POSTINGS PASSED. . . " GR-RPT-ACCRUALS
           DISPLAY "VOID POSTINGS PASSED . . . . " GR-RPT-VOIDS
           DISPLAY "SETTLEMENT POSTINGS PASSED . " GR-RPT-SETTLEMENTS
           DISPLAY "PAIRS MATCHED. . . . . . . . " GR-RPT-MATCHED
           DISPLAY "EXCEPTIONS . . . . . . . . . " GR-RPT-EXCEPTIONS
           DISPLAY "TOTAL TAK ON AUDIT LOG . . . " GR-RPT-AUDIT-TOTAL
                   GR-RPT-PENALTY-TOTAL
           DISPLAY "TOTAL LOCALITY SURTAX. . . . "
                   GR-RPT-SURTAX-TOTAL
           DISPLAY "TOTAL REFUNDS OFFSET . . . . "
                   GR-RPT-OFFSET-TOTAL
           DISPLAY "TOTAL CASH RECEIPTS. . . . . "
                   GR-RPT-RECEIPT-TOTAL
           DISPLAY "TOTAL UNAPPLIED CASH . . . . "
                   GR-RPT-UNAPPLIED-TOTAL
           DISPLAY "TOTAL RECEIVABLE ADJUSTMENTS "
                   GR-RPT-ADJUSTMENT-TOTAL
           DISPLAY "TOTAL INTEREST ACCRUED . . . "
                   GR-RPT-ACCRUAL-TOTAL
           DISPLAY "TOTAL CHECKS VOIDED. . . . . "
                   GR-RPT-VOID-TOTAL
           DISPLAY "TOTAL SURTAX SETTLEMENTS . . "
                   GR-RPT-SETTLEMENT-TOTAL
           IF GR-EXCEPTION-TOTAL = ZERO
              AND GR-AUDIT-TAK-TOTAL = GR-POSTED-TAK-TOTAL
               DISPLAY "VERDICT. . . . . . . . . . . BALANCED"
               DISPLAY "VERDICT. . . . . . . . . . . OUT OF BALANCE"
           END-IF
           DISPLAY "===============================================".

      *****************************************************************
      * STAMP THIS STEP COMPLETE FOR THE BATCH ON THE CYCLE-CONTROL
      * FILE, WITH THE RETURN CODE AND THE STEP'S RECORD COUNT, SO
      * THE NEXT STEP OF THE CYCLE MAY START.
      *****************************************************************
       870-STAMP-CYCLE-COMPLETE.
           ACCEPT GR-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT GR-CYC-NOW   FROM TIME
           MOVE "C"   TO GR-CYC-EVENT
           MOVE GR-POSTINGS-READ TO GR-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.
