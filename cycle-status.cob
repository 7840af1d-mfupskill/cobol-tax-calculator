      *****************************************************************
      * CYCLE-STATUS
      *
      * Where every batch stands in the nightly cycle, from the
      * CYCLE-CONTROL file the steps stamp as they start and finish
      * (see CYCLREC).  One line per batch on the file, a batch
      * being its cycle date and batch ID together: the last step
      * completed, the step it is waiting for, whether that step has
      * started without completing - running now, or abended and
      * waiting to be rerun - the number of supervisor overrides
      * used on the batch, and when the batch last moved.  A second
      * section lists every override taken: batch, step, when, and
      * who signed.
      *
      * The steps of the cycle, in order: 1 BATCH-EDIT,
      * 2 TAX-CALCULATOR, 3 GL-RECONCILE, 4 GL-RELEASE, 5 RECV-POST,
      * 6 NOTICE-PRINT, 7 REFUND-EXTRACT, and 8 the late GL-RELEASE
      * pass that carries the postings appended to GLPOST after the
      * first release.  A step is complete once any "C" record for
      * it is on the file, the same rule the steps themselves apply.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CYCLE-STATUS.
       AUTHOR. J-HALVERSON.
       INSTALLATION. TAX-DESK.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  JH  ORIGINAL VERSION.  NOTHING PREVIOUSLY
      *                   RECORDED WHICH STEPS HAD RUN FOR A BATCH;
      *                   A RERUN OF RECV-POST POSTED EVERY
      *                   BALANCE-DUE ITEM TWICE.
      *   10/15/2026  JH  THE SCAN FOR THE NEXT STEP TESTS THE STEP
      *                   NUMBER BEFORE THE STEP TABLE; A COMPLETE
      *                   CYCLE LOOKED AT A NINTH STEP.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-CYC-STATUS.

           SELECT CYCLE-REPORT  ASSIGN TO "CYCLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SC-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       FD  CYCLE-REPORT.
       01  SC-PRINT-LINE          PIC X(132).

       WORKING-STORAGE SECTION.
       01  SC-CYC-STATUS          PIC X(02) VALUE "00".
       01  SC-RPT-STATUS          PIC X(02) VALUE "00".

       01  SC-SWITCHES.
           05  SC-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  SC-CYC-END-OF-FILE      VALUE 'Y'.
           05  SC-BAT-FOUND-SW    PIC X(01) VALUE 'N'.
               88  SC-BATCH-FOUND          VALUE 'Y'.
           05  SC-STEP-SCAN-SW    PIC X(01) VALUE 'N'.
               88  SC-STEP-SCAN-DONE       VALUE 'Y'.

       01  SC-RUN-DATE            PIC 9(08) VALUE ZEROES.

      *****************************************************************
      * ONE ENTRY PER BATCH ON THE CYCLE-CONTROL FILE, IN THE ORDER
      * THE BATCHES FIRST APPEAR.  EACH STEP'S STATE IS SPACE WHEN
      * IT HAS NOT RUN, "S" WHEN IT STARTED WITHOUT COMPLETING, AND
      * "C" ONCE IT HAS COMPLETED.  A FILE WITH MORE BATCHES THAN
      * THE TABLE ABENDS RATHER THAN PRINTING A SHORT REPORT.
      *****************************************************************
       01  SC-BATCH-TABLE.
           05  SC-BATCH-ENTRY OCCURS 5000 TIMES.
               10  SC-BAT-ID          PIC X(08).
               10  SC-BAT-CYCLE-DATE  PIC 9(08).
               10  SC-BAT-LAST-DATE   PIC 9(08).
               10  SC-BAT-LAST-TIME   PIC 9(08).
               10  SC-BAT-OVERRIDES   PIC 9(04).
               10  SC-BAT-STEP-STATE  PIC X(01) OCCURS 8 TIMES.
       01  SC-BAT-MAX             PIC 9(08) COMP VALUE 5000.
       01  SC-BAT-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  SC-BAT-IDX             PIC 9(08) COMP VALUE ZERO.
       01  SC-STEP-IDX            PIC 9(02) COMP VALUE ZERO.
       01  SC-NEXT-STEP           PIC 9(02) COMP VALUE ZERO.
       01  SC-LAST-STEP           PIC 9(02) COMP VALUE ZERO.
       01  SC-NAME-STEP           PIC 9(02) COMP VALUE ZERO.
       01  SC-STEP-NAME           PIC X(15) VALUE SPACES.

       01  SC-CONTROL-TOTALS.
           05  SC-RECORDS-READ           PIC 9(08) VALUE ZERO.
           05  SC-CYCLES-COMPLETE        PIC 9(08) VALUE ZERO.
           05  SC-STEPS-STARTED          PIC 9(08) VALUE ZERO.
           05  SC-BATCHES-WAITING        PIC 9(08) VALUE ZERO.
           05  SC-OVERRIDES-USED         PIC 9(08) VALUE ZERO.

       01  SC-RPT-RECORDS-READ     PIC ZZZ,ZZZ,ZZ9.
       01  SC-RPT-BATCHES          PIC ZZZ,ZZZ,ZZ9.
       01  SC-RPT-COMPLETE         PIC ZZZ,ZZZ,ZZ9.
       01  SC-RPT-STARTED          PIC ZZZ,ZZZ,ZZ9.
       01  SC-RPT-WAITING          PIC ZZZ,ZZZ,ZZ9.
       01  SC-RPT-OVERRIDES        PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * REPORT LINE LAYOUTS.
      *****************************************************************
       01  SC-HEADING-LINE-1.
           05  FILLER             PIC X(50) VALUE SPACES.
           05  FILLER             PIC X(32) VALUE
               "NIGHTLY CYCLE STATUS REPORT".
           05  FILLER             PIC X(50) VALUE SPACES.

       01  SC-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "AS OF".
           05  SC-DTE-RUN-DATE    PIC 9(08).
           05  FILLER             PIC X(113) VALUE SPACES.

       01  SC-HEADING-LINE-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "BATCH".
           05  FILLER             PIC X(10) VALUE "CYCLE".
           05  FILLER             PIC X(17) VALUE "LAST COMPLETED".
           05  FILLER             PIC X(17) VALUE "NEXT STEP".
           05  FILLER             PIC X(24) VALUE "STATE".
           05  FILLER             PIC X(11) VALUE "OVERRIDES".
           05  FILLER             PIC X(20) VALUE "LAST ACTIVITY".
           05  FILLER             PIC X(22) VALUE SPACES.

       01  SC-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SC-DTL-BATCH-ID    PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SC-DTL-CYCLE-DATE  PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SC-DTL-LAST-STEP   PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SC-DTL-NEXT-STEP   PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SC-DTL-STATE       PIC X(22).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SC-DTL-OVERRIDES   PIC Z,ZZ9.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  SC-DTL-LAST-DATE   PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SC-DTL-LAST-TIME   PIC 9(08).
           05  FILLER             PIC X(25) VALUE SPACES.

       01  SC-OVR-HEADING-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(30) VALUE
               "OVERRIDES TAKEN".
           05  FILLER             PIC X(101) VALUE SPACES.

       01  SC-OVR-HEADING-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "BATCH".
           05  FILLER             PIC X(10) VALUE "CYCLE".
           05  FILLER             PIC X(05) VALUE "STEP".
           05  FILLER             PIC X(17) VALUE "PROGRAM".
           05  FILLER             PIC X(19) VALUE "STARTED".
           05  FILLER             PIC X(20) VALUE "SIGNED BY".
           05  FILLER             PIC X(50) VALUE SPACES.

       01  SC-OVR-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SC-OVR-BATCH-ID    PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SC-OVR-CYCLE-DATE  PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SC-OVR-STEP-NUMBER PIC Z9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  SC-OVR-STEP-NAME   PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SC-OVR-DATE        PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  SC-OVR-TIME        PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  SC-OVR-SIGNED-BY   PIC X(20).
           05  FILLER             PIC X(50) VALUE SPACES.

       01  SC-NONE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(40) VALUE
               "NO BATCHES ON THE CYCLE-CONTROL FILE".
           05  FILLER             PIC X(91) VALUE SPACES.

       01  SC-BLANK-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-TAKE-CYCLE-RECORD UNTIL SC-CYC-END-OF-FILE.
           PERFORM 500-PRINT-BATCHES.
           PERFORM 600-PRINT-OVERRIDES.
           PERFORM 800-TERMINATE.
           STOP RUN.

      *****************************************************************
      * NO CYCLE-CONTROL FILE YET MEANS NO STEP HAS EVER RUN; THE
      * REPORT SAYS SO RATHER THAN FAILING.
      *****************************************************************
       100-INITIALIZE.
           OPEN OUTPUT CYCLE-REPORT
           ACCEPT SC-RUN-DATE FROM DATE YYYYMMDD
           WRITE SC-PRINT-LINE FROM SC-HEADING-LINE-1
           MOVE SC-RUN-DATE TO SC-DTE-RUN-DATE
           WRITE SC-PRINT-LINE FROM SC-DATE-LINE
           WRITE SC-PRINT-LINE FROM SC-HEADING-LINE-2
           PERFORM 105-OPEN-CYCLE-CONTROL
           IF NOT SC-CYC-END-OF-FILE
               PERFORM 110-READ-CYCLE-RECORD
           END-IF.

       105-OPEN-CYCLE-CONTROL.
           MOVE 'N' TO SC-CYC-EOF-SWITCH
           OPEN INPUT CYCLE-CONTROL
           IF SC-CYC-STATUS = "35"
               MOVE 'Y' TO SC-CYC-EOF-SWITCH
           ELSE
               IF SC-CYC-STATUS NOT = "00"
                   DISPLAY "CYCLE-STATUS: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " SC-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       110-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO SC-CYC-EOF-SWITCH
               NOT AT END
                   ADD 1 TO SC-RECORDS-READ
           END-READ.

      *****************************************************************
      * ONE CYCLE-CONTROL RECORD: FIND OR ADD ITS BATCH - A BATCH IS
      * ITS CYCLE DATE AND BATCH ID TOGETHER, SO A BATCH ID REUSED ON
      * A LATER NIGHT IS A BATCH OF ITS OWN - MARK THE
      * STEP STARTED OR COMPLETE, COUNT AN OVERRIDE, AND NOTE WHEN
      * THE BATCH LAST MOVED.  A COMPLETED STEP STAYS COMPLETE
      * THROUGH A LATER OVERRIDDEN RERUN, AS IT DOES FOR THE STEPS.
      *****************************************************************
       200-TAKE-CYCLE-RECORD.
           PERFORM 210-FIND-BATCH
           IF NOT SC-BATCH-FOUND
               PERFORM 220-ADD-BATCH
           END-IF
           IF CC-STEP-NUMBER > ZERO AND CC-STEP-NUMBER NOT > 8
               EVALUATE TRUE
                   WHEN CC-STEP-COMPLETED
                       MOVE "C" TO SC-BAT-STEP-STATE
                                   (SC-BAT-IDX, CC-STEP-NUMBER)
                   WHEN CC-STEP-STARTED
                    AND SC-BAT-STEP-STATE
                            (SC-BAT-IDX, CC-STEP-NUMBER) = SPACE
                       MOVE "S" TO SC-BAT-STEP-STATE
                                   (SC-BAT-IDX, CC-STEP-NUMBER)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF CC-STEP-STARTED AND CC-OVERRIDE-BY NOT = SPACES
               ADD 1 TO SC-BAT-OVERRIDES (SC-BAT-IDX)
               ADD 1 TO SC-OVERRIDES-USED
           END-IF
           MOVE CC-STAMP-DATE TO SC-BAT-LAST-DATE (SC-BAT-IDX)
           MOVE CC-STAMP-TIME TO SC-BAT-LAST-TIME (SC-BAT-IDX)
           PERFORM 110-READ-CYCLE-RECORD.

       210-FIND-BATCH.
           MOVE 'N' TO SC-BAT-FOUND-SW
           PERFORM 211-TEST-BATCH-ENTRY
               VARYING SC-BAT-IDX FROM 1 BY 1
               UNTIL SC-BAT-IDX > SC-BAT-COUNT
                  OR SC-BATCH-FOUND
           IF SC-BATCH-FOUND
               SUBTRACT 1 FROM SC-BAT-IDX
           END-IF.

       211-TEST-BATCH-ENTRY.
           IF SC-BAT-CYCLE-DATE (SC-BAT-IDX) = CC-RUN-DATE
              AND SC-BAT-ID (SC-BAT-IDX) = CC-BATCH-ID
               MOVE 'Y' TO SC-BAT-FOUND-SW
           END-IF.

       220-ADD-BATCH.
           IF SC-BAT-COUNT >= SC-BAT-MAX
               DISPLAY "CYCLE-STATUS: MORE THAN " SC-BAT-MAX
                       " BATCHES ON CYCLCTL, TABLE FULL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO SC-BAT-COUNT
           MOVE SC-BAT-COUNT TO SC-BAT-IDX
           MOVE SPACES        TO SC-BATCH-ENTRY (SC-BAT-IDX)
           MOVE CC-BATCH-ID   TO SC-BAT-ID (SC-BAT-IDX)
           MOVE CC-RUN-DATE   TO SC-BAT-CYCLE-DATE (SC-BAT-IDX)
           MOVE ZERO          TO SC-BAT-OVERRIDES (SC-BAT-IDX).

      *****************************************************************
      * ONE LINE PER BATCH.  THE NEXT STEP IS THE FIRST ONE NOT YET
      * COMPLETE; THE STEP BEFORE IT IS THE LAST ONE COMPLETED.
      *****************************************************************
       500-PRINT-BATCHES.
           IF SC-BAT-COUNT = ZERO
               WRITE SC-PRINT-LINE FROM SC-NONE-LINE
           END-IF
           PERFORM 510-PRINT-ONE-BATCH
               VARYING SC-BAT-IDX FROM 1 BY 1
               UNTIL SC-BAT-IDX > SC-BAT-COUNT.

       510-PRINT-ONE-BATCH.
           MOVE 1 TO SC-NEXT-STEP
           MOVE 'N' TO SC-STEP-SCAN-SW
           PERFORM 520-PASS-COMPLETE-STEP
               UNTIL SC-STEP-SCAN-DONE
           COMPUTE SC-LAST-STEP = SC-NEXT-STEP - 1
           MOVE SPACES TO SC-DETAIL-LINE
           MOVE SC-BAT-ID (SC-BAT-IDX)         TO SC-DTL-BATCH-ID
           MOVE SC-BAT-CYCLE-DATE (SC-BAT-IDX) TO SC-DTL-CYCLE-DATE
           IF SC-LAST-STEP = ZERO
               MOVE "NONE" TO SC-DTL-LAST-STEP
           ELSE
               MOVE SC-LAST-STEP TO SC-NAME-STEP
               PERFORM 530-NAME-STEP
               MOVE SC-STEP-NAME TO SC-DTL-LAST-STEP
           END-IF
           EVALUATE TRUE
               WHEN SC-NEXT-STEP > 8
                   MOVE "CYCLE COMPLETE" TO SC-DTL-STATE
                   ADD 1 TO SC-CYCLES-COMPLETE
               WHEN SC-BAT-STEP-STATE (SC-BAT-IDX, SC-NEXT-STEP)
                        = "S"
                   MOVE SC-NEXT-STEP TO SC-NAME-STEP
                   PERFORM 530-NAME-STEP
                   MOVE SC-STEP-NAME TO SC-DTL-NEXT-STEP
                   MOVE "STARTED, NOT COMPLETE" TO SC-DTL-STATE
                   ADD 1 TO SC-STEPS-STARTED
               WHEN OTHER
                   MOVE SC-NEXT-STEP TO SC-NAME-STEP
                   PERFORM 530-NAME-STEP
                   MOVE SC-STEP-NAME TO SC-DTL-NEXT-STEP
                   MOVE "WAITING" TO SC-DTL-STATE
                   ADD 1 TO SC-BATCHES-WAITING
           END-EVALUATE
           MOVE SC-BAT-OVERRIDES (SC-BAT-IDX) TO SC-DTL-OVERRIDES
           MOVE SC-BAT-LAST-DATE (SC-BAT-IDX) TO SC-DTL-LAST-DATE
           MOVE SC-BAT-LAST-TIME (SC-BAT-IDX) TO SC-DTL-LAST-TIME
           WRITE SC-PRINT-LINE FROM SC-DETAIL-LINE.

      *****************************************************************
      * STOP AT THE FIRST STEP NOT COMPLETE, OR PAST THE LAST STEP.
      * THE STEP NUMBER IS TESTED FIRST SO THE STEP TABLE IS NEVER
      * LOOKED AT PAST STEP 8.
      *****************************************************************
       520-PASS-COMPLETE-STEP.
           IF SC-NEXT-STEP > 8
               MOVE 'Y' TO SC-STEP-SCAN-SW
           ELSE
               IF SC-BAT-STEP-STATE (SC-BAT-IDX, SC-NEXT-STEP)
                      NOT = "C"
                   MOVE 'Y' TO SC-STEP-SCAN-SW
               ELSE
                   ADD 1 TO SC-NEXT-STEP
               END-IF
           END-IF.

       530-NAME-STEP.
           EVALUATE SC-NAME-STEP
               WHEN 1
                   MOVE "BATCH-EDIT"      TO SC-STEP-NAME
               WHEN 2
                   MOVE "TAX-CALCULATOR"  TO SC-STEP-NAME
               WHEN 3
                   MOVE "GL-RECONCILE"    TO SC-STEP-NAME
               WHEN 4
                   MOVE "GL-RELEASE"      TO SC-STEP-NAME
               WHEN 5
                   MOVE "RECV-POST"       TO SC-STEP-NAME
               WHEN 6
                   MOVE "NOTICE-PRINT"    TO SC-STEP-NAME
               WHEN 7
                   MOVE "REFUND-EXTRACT"  TO SC-STEP-NAME
               WHEN 8
                   MOVE "GL-RELEASE LATE" TO SC-STEP-NAME
               WHEN OTHER
                   MOVE SPACES            TO SC-STEP-NAME
           END-EVALUATE.

      *****************************************************************
      * SECOND PASS OF THE CYCLE-CONTROL FILE FOR THE OVERRIDES, IN
      * THE ORDER THEY WERE TAKEN.
      *****************************************************************
       600-PRINT-OVERRIDES.
           WRITE SC-PRINT-LINE FROM SC-BLANK-LINE
           WRITE SC-PRINT-LINE FROM SC-OVR-HEADING-LINE
           WRITE SC-PRINT-LINE FROM SC-OVR-HEADING-2
           IF SC-CYC-STATUS NOT = "35"
               CLOSE CYCLE-CONTROL
               PERFORM 105-OPEN-CYCLE-CONTROL
               PERFORM 610-READ-OVERRIDE-RECORD
               PERFORM 620-PRINT-OVERRIDE
                   UNTIL SC-CYC-END-OF-FILE
           END-IF.

       610-READ-OVERRIDE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO SC-CYC-EOF-SWITCH
           END-READ.

       620-PRINT-OVERRIDE.
           IF CC-STEP-STARTED AND CC-OVERRIDE-BY NOT = SPACES
               MOVE SPACES         TO SC-OVR-DETAIL-LINE
               MOVE CC-BATCH-ID    TO SC-OVR-BATCH-ID
               MOVE CC-RUN-DATE    TO SC-OVR-CYCLE-DATE
               MOVE CC-STEP-NUMBER TO SC-OVR-STEP-NUMBER
               MOVE CC-STEP-NAME   TO SC-OVR-STEP-NAME
               MOVE CC-STAMP-DATE  TO SC-OVR-DATE
               MOVE CC-STAMP-TIME  TO SC-OVR-TIME
               MOVE CC-OVERRIDE-BY TO SC-OVR-SIGNED-BY
               WRITE SC-PRINT-LINE FROM SC-OVR-DETAIL-LINE
           END-IF
           PERFORM 610-READ-OVERRIDE-RECORD.

       800-TERMINATE.
           IF SC-CYC-STATUS NOT = "35"
               CLOSE CYCLE-CONTROL
           END-IF
           CLOSE CYCLE-REPORT
           PERFORM 850-PRINT-CONTROL-REPORT.

       850-PRINT-CONTROL-REPORT.
           MOVE SC-RECORDS-READ     TO SC-RPT-RECORDS-READ
           MOVE SC-BAT-COUNT        TO SC-RPT-BATCHES
           MOVE SC-CYCLES-COMPLETE  TO SC-RPT-COMPLETE
           MOVE SC-STEPS-STARTED    TO SC-RPT-STARTED
           MOVE SC-BATCHES-WAITING  TO SC-RPT-WAITING
           MOVE SC-OVERRIDES-USED   TO SC-RPT-OVERRIDES
           DISPLAY "==============================================="
           DISPLAY "     CYCLE-STATUS CONTROL TOTAL REPORT         "
           DISPLAY "==============================================="
           DISPLAY "CYCLE RECORDS READ . . . . . " SC-RPT-RECORDS-READ
           DISPLAY "BATCHES ON FILE. . . . . . . " SC-RPT-BATCHES
           DISPLAY "CYCLES COMPLETE. . . . . . . " SC-RPT-COMPLETE
           DISPLAY "STEPS STARTED, NOT COMPLETE. " SC-RPT-STARTED
           DISPLAY "BATCHES WAITING. . . . . . . " SC-RPT-WAITING
           DISPLAY "OVERRIDES TAKEN. . . . . . . " SC-RPT-OVERRIDES
           DISPLAY "===============================================".
