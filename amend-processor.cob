      * Amendments with no prior assessment on the audit log, or that
      * fail the same edits TAX-CALCULATOR applies to original
      * returns, are listed on the report and post nothing.
      *
      * Every amendment that changes the tax also appends an
      * increase or decrease for the difference, reason "AM", to the
      * ADJTRAN adjustment file, so RECV-ADJUST moves any open
      * receivable item for the return to the corrected figure.
      *
      * The locality surtax is recomputed with the tax, off the same
      * locality parameter file TAX-CALCULATOR uses: the prior
      * surtax is reversed ("R") against its locality's account and
      * the recomputed surtax posted ("L") against the amended
      * return's locality, and the audit record carries the locality
      * and surtax so LOCALITY-SETTLE can net the amendment out of
      * the county settlements.
      *
      * GLPOST is recreated by TAX-CALCULATOR every night and reaches
      * the ledger only through GL-RELEASE, so this program runs in
      * the posting window of the nightly cycle: after
      * REFUND-EXTRACT has completed for the batch on TAXPYIN and
      * before the late GL-RELEASE pass that carries what it posts
      * to the ledger (see CYCLREC).  Run at any other time it is
      * refused before anything is written.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMEND-PROCESSOR.
      *                   THE YEAR-END ASSESSMENT ROLL SHOWS THE
      *                   AMENDED TAXPAYER'S FINAL POSITION INSTEAD
      *                   OF ZEROS.
      *   10/15/2026  JH  THE TAX DELTA ON EVERY AMENDMENT NOW GOES TO
      *                   THE ADJTRAN ADJUSTMENT FILE FOR RECV-ADJUST.
      *                   THE RECEIVABLE PREVIOUSLY KEPT THE OLD
      *                   FIGURE AND KEPT BEING DUNNED.
      *   10/15/2026  JH  THE LOCALITY SURTAX IS NOW RECOMPUTED ON AN
      *                   AMENDMENT FROM LOCPARM, THE PRIOR SURTAX
      *                   REVERSED AND THE NEW ONE POSTED, AND BOTH
      *                   CARRIED INTO THE BALANCE, THE ADJTRAN DELTA,
      *                   AND THE AUDIT RECORD.  THE AMENDED AUDIT
      *                   RECORD PREVIOUSLY DROPPED THE SURTAX.
      *   10/15/2026  JH  THE RUN IS REFUSED OUTSIDE THE GLPOST
      *                   POSTING WINDOW (SEE CYCLREC).
      *   10/15/2026  JH  EVERY ABEND NOW SETS RETURN CODE 8.  A RUN
      *                   THAT STOPPED ON A BAD PARAMETER FILE
      *                   PREVIOUSLY ENDED WITH 0 AND THE NIGHT'S
      *                   SCHEDULE CARRIED ON.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-DED-STATUS.

           SELECT ADJUST-TRANS  ASSIGN TO "ADJTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-ADJ-STATUS.

           SELECT LOCALITY-PARM-FILE ASSIGN TO "LOCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-LOC-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AP-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AMENDED-IN.
       FD  DEDUCTION-PARM-FILE.
       COPY DEDPRMREC.

       FD  ADJUST-TRANS.
       COPY ADJREC.

       FD  LOCALITY-PARM-FILE.
       COPY LOCPRMREC.

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       WORKING-STORAGE SECTION.
       01  AP-USER-INCOME PIC 999999    VALUE ZEROES.
       01  AP-TAK         PIC 9(06)V99  VALUE ZEROES.
           05  AP-RATE-STATUS     PIC X(02) VALUE "00".
           05  AP-RPT-STATUS      PIC X(02) VALUE "00".
           05  AP-DED-STATUS      PIC X(02) VALUE "00".
           05  AP-ADJ-STATUS      PIC X(02) VALUE "00".
           05  AP-LOC-STATUS      PIC X(02) VALUE "00".
           05  AP-IN-STATUS       PIC X(02) VALUE "00".
           05  AP-CYC-STATUS      PIC X(02) VALUE "00".

      *****************************************************************
      * CONTROLS FOR LOADING AP-RATE-TABLE FROM RATE-PARM-FILE.
       01  AP-YEAR-FOUND-SWITCH   PIC X(01) VALUE 'N'.
           88  AP-YEAR-IS-FOUND           VALUE 'Y'.

      *****************************************************************
      * LOCALITY SURTAX PARAMETER TABLE, LOADED FROM LOCPARM EXACTLY
      * AS TAX-CALCULATOR LOADS IT.  NO LOCPARM MEANS NO SURTAX, AND
      * AN AMENDMENT NAMING A LOCALITY NOT ON FILE FOR ITS YEAR IS
      * INVALID, AS THE ORIGINAL RETURN WOULD BE SUSPENDED.
      *****************************************************************
       01  AP-LOC-TABLE.
           05  AP-LOC-ENTRY OCCURS 50 TIMES.
               10  AP-LOC-CODE        PIC X(03) VALUE SPACES.
               10  AP-LOC-YEAR        PIC 9(04) VALUE ZERO.
               10  AP-LOC-RATE        PIC 9V999 VALUE ZERO.
               10  AP-LOC-GL-ACCOUNT  PIC X(06) VALUE SPACES.
       01  AP-LOC-MAX             PIC 9(04) COMP VALUE 50.
       01  AP-LOC-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  AP-LOC-IDX             PIC 9(04) COMP VALUE ZERO.
       01  AP-LOC-IDX-SAVE        PIC 9(04) COMP VALUE ZERO.
       01  AP-NEW-LOC-IDX         PIC 9(04) COMP VALUE ZERO.
       01  AP-PRIOR-LOC-IDX       PIC 9(04) COMP VALUE ZERO.
       01  AP-LOC-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  AP-LOC-END-OF-FILE         VALUE 'Y'.
       01  AP-LOC-FOUND-SWITCH    PIC X(01) VALUE 'N'.
           88  AP-LOCALITY-IS-FOUND       VALUE 'Y'.
       01  AP-LOC-WANTED          PIC X(03) VALUE SPACES.

       01  AP-SURTAX-AMOUNT       PIC 9(07)V99 VALUE ZEROES.
       01  AP-PRIOR-LOCALITY      PIC X(03) VALUE SPACES.
       01  AP-PRIOR-SURTAX        PIC 9(07)V99 VALUE ZEROES.
       01  AP-LIABILITY-AMOUNT    PIC 9(07)V99 VALUE ZEROES.
       01  AP-PRIOR-LIABILITY     PIC 9(07)V99 VALUE ZEROES.

      *****************************************************************
      * END-OF-RUN CONTROL TOTALS.
      *****************************************************************
           05  AP-INVALID-COUNT          PIC 9(08) VALUE ZERO.
           05  AP-TOTAL-REVERSED         PIC 9(10)V99 VALUE ZERO.
           05  AP-TOTAL-REASSESSED       PIC 9(10)V99 VALUE ZERO.
           05  AP-ADJUSTMENTS-WRITTEN    PIC 9(08) VALUE ZERO.
           05  AP-NO-LOCALITY-COUNT      PIC 9(08) VALUE ZERO.
           05  AP-SURTAX-REVERSED        PIC 9(10)V99 VALUE ZERO.
           05  AP-SURTAX-REASSESSED      PIC 9(10)V99 VALUE ZERO.

       01  AP-RPT-AMENDS-READ      PIC ZZZ,ZZZ,ZZ9.
       01  AP-RPT-AMENDS-PROCESSED PIC ZZZ,ZZZ,ZZ9.
       01  AP-RPT-INVALID-COUNT    PIC ZZZ,ZZZ,ZZ9.
       01  AP-RPT-TOTAL-REVERSED   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  AP-RPT-TOTAL-REASSESSED PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  AP-RPT-ADJUSTMENTS      PIC ZZZ,ZZZ,ZZ9.
       01  AP-RPT-NO-LOCALITY      PIC ZZZ,ZZZ,ZZ9.
       01  AP-RPT-SURTAX-REVERSED  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  AP-RPT-SURTAX-REASSESSED PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * REPORT LINE LAYOUTS.
           05  AP-EXC-REASON      PIC X(20).
           05  FILLER             PIC X(32) VALUE SPACES.

      *****************************************************************
      * GLPOST POSTING WINDOW (SEE CYCLREC).  THE DONE FLAGS SHOW
      * WHICH STEPS OF THE NIGHTLY CYCLE HAVE COMPLETED FOR THE
      * BATCH ON TAXPYIN.
      *****************************************************************
       01  AP-CYCLE-CONTROL.
           05  AP-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  AP-CYC-END-OF-FILE      VALUE 'Y'.
           05  AP-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  AP-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  AP-CYC-DONE-FLAGS.
               10  AP-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 800-TERMINATE.
           STOP RUN.

      *****************************************************************
      * GLPOST POSTING WINDOW.  WHAT THIS PROGRAM APPENDS TO GLPOST
      * REACHES THE LEDGER ONLY ON THE LATE GL-RELEASE PASS, AND IS
      * LOST WHEN THE NEXT NIGHT'S TAX-CALCULATOR RECREATES GLPOST,
      * SO IT RUNS ONLY WHILE THE BATCH ON TAXPYIN - BY ITS CREATE
      * DATE AND BATCH ID - HAS COMPLETED REFUND-EXTRACT (STEP 7)
      * AND NOT YET THE LATE PASS (STEP 8).  ANY OTHER TIME IS
      * REFUSED BEFORE ANY OUTPUT IS OPENED.  NO CYCLCTL FILE MEANS
      * NO CYCLE HAS RUN, SO NO WINDOW IS OPEN.
      *****************************************************************
       050-CHECK-POSTING-WINDOW.
           MOVE ALL 'N' TO AP-CYC-DONE-FLAGS
           PERFORM 051-READ-CYCLE-BATCH-ID
           OPEN INPUT CYCLE-CONTROL
           IF AP-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF AP-CYC-STATUS NOT = "00"
                   DISPLAY "AMEND-PROCESSOR: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " AP-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL AP-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           IF AP-CYC-STEP-DONE (7) NOT = 'Y'
              OR AP-CYC-STEP-DONE (8) = 'Y'
               DISPLAY "AMEND-PROCESSOR: BATCH " AP-CYC-BATCH-ID
                       " OF " AP-CYC-CYCLE-DATE
                       " IS NOT IN ITS GLPOST POSTING WINDOW"
               DISPLAY "AMEND-PROCESSOR: RUN AFTER REFUND-EXTRACT AND "
                       "BEFORE THE LATE GL-RELEASE PASS, RUN "
                       "REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *****************************************************************
      * THE BATCH ID AND CREATE DATE COME FROM THE BATCHHDR HEADER
      * ON TAXPYIN, THE FILE THE NIGHT'S CYCLE WAS RUN FROM.  A
      * TAXPYIN WITHOUT ITS HEADER, OR A HEADER WITHOUT A CREATE
      * DATE, CANNOT BE PLACED IN ANY CYCLE AND IS REFUSED.
      *****************************************************************
       051-READ-CYCLE-BATCH-ID.
           OPEN INPUT TAXPAYER-IN
           IF AP-IN-STATUS NOT = "00"
               DISPLAY "AMEND-PROCESSOR: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " AP-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "AMEND-PROCESSOR: TAXPYIN HAS NO BATCH HEADER, "
                       "POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "AMEND-PROCESSOR: BATCH HEADER HAS NO CREATE "
                       "DATE, POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID    TO AP-CYC-BATCH-ID
           MOVE BH-CREATE-DATE TO AP-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO AP-CYC-EOF-SWITCH
           END-READ.

      *****************************************************************
      * ONE CYCLE-CONTROL RECORD.  A "C" RECORD FOR THE BATCH ON
      * TAXPYIN MARKS THAT STEP DONE.
      *****************************************************************
       054-TEST-CYCLE-RECORD.
           IF CC-RUN-DATE = AP-CYC-CYCLE-DATE
              AND CC-BATCH-ID = AP-CYC-BATCH-ID
              AND CC-STEP-COMPLETED
              AND CC-STEP-NUMBER > ZERO
              AND CC-STEP-NUMBER NOT > 8
               MOVE 'Y' TO AP-CYC-STEP-DONE (CC-STEP-NUMBER)
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

       100-INITIALIZE.
           PERFORM 050-CHECK-POSTING-WINDOW
           OPEN INPUT AMENDED-IN
           IF AP-AMD-STATUS NOT = "00"
               DISPLAY "AMEND-PROCESSOR: UNABLE TO OPEN AMENDIN, "
                       "STATUS = " AP-AMD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT AMEND-REPORT
           IF AP-GL-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF
           OPEN EXTEND ADJUST-TRANS
           IF AP-ADJ-STATUS = "35"
               OPEN OUTPUT ADJUST-TRANS
           END-IF
           ACCEPT AP-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AP-RUN-TIME FROM TIME
           PERFORM 105-LOAD-RATE-TABLE
           PERFORM 117-LOAD-DEDUCTION-TABLE
           PERFORM 134-LOAD-LOCALITY-TABLE
           WRITE AR-PRINT-LINE FROM AP-HEADING-LINE-1
           WRITE AR-PRINT-LINE FROM AP-HEADING-LINE-2
           PERFORM 110-READ-AMEND-RECORD.
           IF AP-RATE-STATUS NOT = "00"
               DISPLAY "AMEND-PROCESSOR: UNABLE TO OPEN RATEPARM, "
                       "STATUS = " AP-RATE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 106-READ-RATE-RECORD
               IF AP-YEAR-COUNT > AP-YEAR-MAX
                   DISPLAY "AMEND-PROCESSOR: RATEPARM HAS MORE THAN "
                           AP-YEAR-MAX " TAX YEARS"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE RP-TAX-YEAR TO AP-YEAR-KEY (AP-YEAR-COUNT)
                   DISPLAY "AMEND-PROCESSOR: INVALID STATUS CODE IN "
                           "RATEPARM, YEAR = " RP-TAX-YEAR
                           " STATUS = " RP-STATUS-CODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           IF RP-BRACKET-NUM < 1 OR RP-BRACKET-NUM > AP-BRACKET-COUNT
                       "RATEPARM, YEAR = " RP-TAX-YEAR
                       " STATUS = " RP-STATUS-CODE
                       " BRACKET = " RP-BRACKET-NUM
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RP-BRACKET-CEILING TO
           IF AP-DED-STATUS NOT = "00"
               DISPLAY "AMEND-PROCESSOR: UNABLE TO OPEN DEDPARM, "
                       "STATUS = " AP-DED-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 118-READ-DEDUCTION-RECORD
           IF NOT AP-YEAR-IS-FOUND
               DISPLAY "AMEND-PROCESSOR: DEDPARM YEAR " DD-TAX-YEAR
                       " IS NOT ON THE RATE TABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           EVALUATE DD-STATUS-CODE
                   DISPLAY "AMEND-PROCESSOR: INVALID STATUS CODE IN "
                           "DEDPARM, YEAR = " DD-TAX-YEAR
                           " STATUS = " DD-STATUS-CODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           MOVE DD-STD-DEDUCTION TO
               AP-EXEMPTION-AMT (AP-YEAR-IDX-SAVE AP-STATUS-IDX)
           PERFORM 118-READ-DEDUCTION-RECORD.

      *****************************************************************
      * LOAD THE LOCALITY SURTAX TABLE FROM LOCPARM, MIRRORING
      * TAX-CALCULATOR: A MISSING FILE MEANS NO SURTAX, AND A FILE
      * LARGER THAN THE TABLE ABENDS THE RUN.
      *****************************************************************
       134-LOAD-LOCALITY-TABLE.
           OPEN INPUT LOCALITY-PARM-FILE
           IF AP-LOC-STATUS = "35"
               MOVE 'Y' TO AP-LOC-EOF-SWITCH
           ELSE
               IF AP-LOC-STATUS NOT = "00"
                   DISPLAY "AMEND-PROCESSOR: UNABLE TO OPEN LOCPARM, "
                           "STATUS = " AP-LOC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 136-READ-LOCALITY-RECORD
               PERFORM 137-STORE-LOCALITY-RECORD
                   UNTIL AP-LOC-END-OF-FILE
               CLOSE LOCALITY-PARM-FILE
           END-IF.

       136-READ-LOCALITY-RECORD.
           READ LOCALITY-PARM-FILE
               AT END
                   MOVE 'Y' TO AP-LOC-EOF-SWITCH
           END-READ.

       137-STORE-LOCALITY-RECORD.
           IF AP-LOC-COUNT >= AP-LOC-MAX
               DISPLAY "AMEND-PROCESSOR: LOCPARM HAS MORE THAN "
                       AP-LOC-MAX " ENTRIES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO AP-LOC-COUNT
           MOVE LO-LOCALITY      TO AP-LOC-CODE       (AP-LOC-COUNT)
           MOVE LO-TAX-YEAR      TO AP-LOC-YEAR       (AP-LOC-COUNT)
           MOVE LO-SURTAX-RATE   TO AP-LOC-RATE       (AP-LOC-COUNT)
           MOVE LO-GL-ACCOUNT    TO AP-LOC-GL-ACCOUNT (AP-LOC-COUNT)
           PERFORM 136-READ-LOCALITY-RECORD.

       110-READ-AMEND-RECORD.
           READ AMENDED-IN
               AT END
           PERFORM 210-VALIDATE-AMENDMENT.
           IF AP-AMEND-IS-VALID
               PERFORM 300-FIND-PRIOR-ASSESSMENT
               EVALUATE TRUE
                   WHEN NOT AP-PRIOR-IS-FOUND
                       PERFORM 460-WRITE-NO-PRIOR-LINE
                       ADD 1 TO AP-NO-PRIOR-COUNT
                   WHEN AP-PRIOR-SURTAX > ZERO
                    AND AP-PRIOR-LOC-IDX = ZERO
                       PERFORM 465-WRITE-NO-LOCALITY-LINE
                       ADD 1 TO AP-NO-LOCALITY-COUNT
                   WHEN OTHER
                       PERFORM 200-CALCULATE-TAK
                       PERFORM 400-WRITE-REVERSAL-POSTING
                       PERFORM 410-WRITE-NEW-POSTING
                       PERFORM 420-WRITE-AUDIT-RECORD
                       PERFORM 430-WRITE-ADJUSTMENT
                       PERFORM 450-WRITE-DETAIL-LINE
                       ADD 1 TO AP-AMENDS-PROCESSED
                       ADD AP-PRIOR-TAK TO AP-TOTAL-REVERSED
                       ADD AP-TAK       TO AP-TOTAL-REASSESSED
                       ADD AP-PRIOR-SURTAX  TO AP-SURTAX-REVERSED
                       ADD AP-SURTAX-AMOUNT TO AP-SURTAX-REASSESSED
               END-EVALUATE
           ELSE
               PERFORM 470-WRITE-INVALID-LINE
               ADD 1 TO AP-INVALID-COUNT
                   MOVE 'N' TO AP-VALIDATION-SWITCH
               WHEN OTHER
                   MOVE AM-DEPENDENTS TO AP-DEPENDENTS-NUM
           END-EVALUATE
           MOVE ZERO TO AP-NEW-LOC-IDX
           IF AM-LOCALITY NOT = SPACES
               MOVE AM-LOCALITY TO AP-LOC-WANTED
               PERFORM 217-LOOKUP-LOCALITY
               IF AP-LOCALITY-IS-FOUND
                   MOVE AP-LOC-IDX-SAVE TO AP-NEW-LOC-IDX
               ELSE
                   MOVE 'N' TO AP-VALIDATION-SWITCH
               END-IF
           END-IF.

       215-LOOKUP-TAX-YEAR.
           MOVE 'N' TO AP-YEAR-FOUND-SWITCH
               MOVE AP-YEAR-IDX TO AP-YEAR-IDX-SAVE
           END-IF.

      *****************************************************************
      * RESOLVE AP-LOC-WANTED AND THE AMENDMENT'S TAX YEAR TO THEIR
      * ENTRY ON THE LOCALITY SURTAX TABLE, AS 217-LOOKUP-LOCALITY
      * DOES IN TAX-CALCULATOR.
      *****************************************************************
       217-LOOKUP-LOCALITY.
           MOVE 'N' TO AP-LOC-FOUND-SWITCH
           MOVE ZERO TO AP-LOC-IDX-SAVE
           PERFORM 218-TEST-LOCALITY-ENTRY
               VARYING AP-LOC-IDX FROM 1 BY 1
               UNTIL AP-LOC-IDX > AP-LOC-COUNT
                  OR AP-LOCALITY-IS-FOUND.

       218-TEST-LOCALITY-ENTRY.
           IF AP-LOC-CODE (AP-LOC-IDX) = AP-LOC-WANTED
              AND AP-LOC-YEAR (AP-LOC-IDX) = AP-TAX-YEAR-NUM
               MOVE 'Y' TO AP-LOC-FOUND-SWITCH
               MOVE AP-LOC-IDX TO AP-LOC-IDX-SAVE
           END-IF.

      *****************************************************************
      * SCAN THE AUDIT LOG FRONT TO BACK FOR THE LATEST ASSESSMENT OF
      * THIS TAXPAYER AND TAX YEAR.  THE LOG IS APPEND-ONLY IN RUN
      * ORDER, SO THE LAST MATCHING RECORD IS THE ASSESSMENT CURRENTLY
      * ON THE LEDGER, INCLUDING ONE WRITTEN EARLIER IN THIS SAME RUN
      * BY A PRIOR AMENDMENT FOR THE SAME TAXPAYER.  A PRIOR SURTAX
      * MUST STILL RESOLVE TO ITS LOCALITY'S ACCOUNT ON LOCPARM TO
      * BE REVERSED.
      *****************************************************************
       300-FIND-PRIOR-ASSESSMENT.
           MOVE 'N' TO AP-PRIOR-SWITCH
           MOVE 'N' TO AP-AUD-EOF-SWITCH
           MOVE ZEROES TO AP-PRIOR-TAK
           MOVE ZEROES TO AP-PRIOR-CREDITS
           MOVE SPACES TO AP-PRIOR-LOCALITY
           MOVE ZEROES TO AP-PRIOR-SURTAX
           MOVE ZERO   TO AP-PRIOR-LOC-IDX
           OPEN INPUT AUDIT-LOG
           IF AP-AUD-STATUS NOT = "00"
               DISPLAY "AMEND-PROCESSOR: UNABLE TO OPEN AUDITLOG, "
                       "STATUS = " AP-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 310-SCAN-AUDIT-RECORD
               UNTIL AP-AUD-END-OF-FILE
           CLOSE AUDIT-LOG
           IF AP-PRIOR-SURTAX > ZERO
               MOVE AP-PRIOR-LOCALITY TO AP-LOC-WANTED
               PERFORM 217-LOOKUP-LOCALITY
               IF AP-LOCALITY-IS-FOUND
                   MOVE AP-LOC-IDX-SAVE TO AP-PRIOR-LOC-IDX
               END-IF
           END-IF.

       310-SCAN-AUDIT-RECORD.
           READ AUDIT-LOG
                       ELSE
                           MOVE ZEROES TO AP-PRIOR-CREDITS
                       END-IF
                       IF AUD-SURTAX IS NUMERIC
                           MOVE AUD-LOCALITY TO AP-PRIOR-LOCALITY
                           MOVE AUD-SURTAX   TO AP-PRIOR-SURTAX
                       ELSE
                           MOVE SPACES TO AP-PRIOR-LOCALITY
                           MOVE ZEROES TO AP-PRIOR-SURTAX
                       END-IF
                       MOVE 'Y' TO AP-PRIOR-SWITCH
                   END-IF
           END-READ.
           PERFORM 220-APPLY-BRACKET
               VARYING AP-BRACKET-IDX FROM 1 BY 1
               UNTIL AP-BRACKET-IDX > AP-BRACKET-COUNT
                  OR AP-TAXABLE-INCOME <= AP-BRACKET-LOWER
           PERFORM 208-COMPUTE-LOCALITY-SURTAX.

      *****************************************************************
      * LOCALITY SURTAX ON THE RECOMPUTED TAXABLE INCOME, AS
      * TAX-CALCULATOR ASSESSES IT ON AN ORIGINAL RETURN.
      *****************************************************************
       208-COMPUTE-LOCALITY-SURTAX.
           MOVE ZEROES TO AP-SURTAX-AMOUNT
           IF AP-NEW-LOC-IDX > ZERO
               COMPUTE AP-SURTAX-AMOUNT ROUNDED =
                   AP-TAXABLE-INCOME * AP-LOC-RATE (AP-NEW-LOC-IDX)
           END-IF.

      *****************************************************************
      * REDUCE GROSS INCOME TO TAXABLE INCOME EXACTLY AS
      *****************************************************************
      * BACK THE PRIOR ASSESSMENT OFF THE LEDGER.  THE REVERSAL
      * CARRIES THE OLD AMOUNT WITH POSTING TYPE "R" AGAINST THE SAME
      * ACCOUNT THE ASSESSMENT WENT TO.  A PRIOR SURTAX IS BACKED
      * OFF ITS OWN LOCALITY'S ACCOUNT THE SAME WAY.
      *****************************************************************
       400-WRITE-REVERSAL-POSTING.
           MOVE SPACES            TO GL-POSTING-RECORD
           MOVE AP-PRIOR-TAK      TO GL-TAK-AMOUNT
           MOVE AP-RUN-DATE       TO GL-POSTING-DATE
           MOVE "R"               TO GL-POSTING-TYPE
           WRITE GL-POSTING-RECORD
           IF AP-PRIOR-SURTAX > ZERO
               MOVE SPACES            TO GL-POSTING-RECORD
               MOVE AM-ID             TO GL-TAXPAYER-ID
               MOVE AP-LOC-GL-ACCOUNT (AP-PRIOR-LOC-IDX)
                                      TO GL-ACCOUNT-CODE
               MOVE AP-PRIOR-SURTAX   TO GL-TAK-AMOUNT
               MOVE AP-RUN-DATE       TO GL-POSTING-DATE
               MOVE "R"               TO GL-POSTING-TYPE
               WRITE GL-POSTING-RECORD
           END-IF.

       410-WRITE-NEW-POSTING.
           MOVE SPACES            TO GL-POSTING-RECORD
           MOVE AP-TAK            TO GL-TAK-AMOUNT
           MOVE AP-RUN-DATE       TO GL-POSTING-DATE
           MOVE "A"               TO GL-POSTING-TYPE
           WRITE GL-POSTING-RECORD
           IF AP-SURTAX-AMOUNT > ZERO
               MOVE SPACES            TO GL-POSTING-RECORD
               MOVE AM-ID             TO GL-TAXPAYER-ID
               MOVE AP-LOC-GL-ACCOUNT (AP-NEW-LOC-IDX)
                                      TO GL-ACCOUNT-CODE
               MOVE AP-SURTAX-AMOUNT  TO GL-TAK-AMOUNT
               MOVE AP-RUN-DATE       TO GL-POSTING-DATE
               MOVE "L"               TO GL-POSTING-TYPE
               WRITE GL-POSTING-RECORD
           END-IF.

      *****************************************************************
      * APPEND AN AUDIT RECORD FOR THE RECOMPUTED ASSESSMENT SO THE
           IF AP-AUD-STATUS NOT = "00"
               DISPLAY "AMEND-PROCESSOR: UNABLE TO EXTEND AUDITLOG, "
                       "STATUS = " AP-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AM-ID            TO AUD-TAXPAYER-ID
           MOVE ZEROES               TO AUD-MONTHS-LATE
           MOVE ZEROES               TO AUD-PENALTY
           MOVE ZEROES               TO AUD-INTEREST
           MOVE AM-LOCALITY          TO AUD-LOCALITY
           MOVE AP-SURTAX-AMOUNT     TO AUD-SURTAX
           COMPUTE AP-LIABILITY-AMOUNT = AP-TAK + AP-SURTAX-AMOUNT
           IF AP-LIABILITY-AMOUNT >= AP-PRIOR-CREDITS
               COMPUTE AP-BALANCE-AMOUNT =
                   AP-LIABILITY-AMOUNT - AP-PRIOR-CREDITS
               IF AP-BALANCE-AMOUNT > ZEROES
                   MOVE "D" TO AP-BALANCE-TYPE
               ELSE
               END-IF
           ELSE
               COMPUTE AP-BALANCE-AMOUNT =
                   AP-PRIOR-CREDITS - AP-LIABILITY-AMOUNT
               MOVE "R" TO AP-BALANCE-TYPE
           END-IF
           MOVE AP-PRIOR-CREDITS     TO AUD-CREDITS
           WRITE AUD-RECORD
           CLOSE AUDIT-LOG.

      *****************************************************************
      * HAND THE CHANGE IN TAX AND SURTAX TO RECV-ADJUST AS AN
      * INCREASE OR DECREASE, REASON "AM", SO AN OPEN RECEIVABLE ITEM
      * FOR THE RETURN FOLLOWS THE CORRECTED ASSESSMENT.  NO CHANGE,
      * NO ADJUSTMENT.  THE LEDGER SIDE IS ALREADY COVERED BY THE
      * REVERSAL AND NEW POSTINGS ABOVE.
      *****************************************************************
       430-WRITE-ADJUSTMENT.
           COMPUTE AP-PRIOR-LIABILITY = AP-PRIOR-TAK + AP-PRIOR-SURTAX
           IF AP-LIABILITY-AMOUNT NOT = AP-PRIOR-LIABILITY
               MOVE SPACES            TO AD-ADJ-RECORD
               MOVE AM-ID             TO AD-TAXPAYER-ID
               MOVE AP-TAX-YEAR-NUM   TO AD-TAX-YEAR
               MOVE AP-RUN-DATE       TO AD-ENTRY-DATE
               IF AP-LIABILITY-AMOUNT > AP-PRIOR-LIABILITY
                   MOVE "I"           TO AD-ADJ-TYPE
                   COMPUTE AD-AMOUNT =
                       AP-LIABILITY-AMOUNT - AP-PRIOR-LIABILITY
               ELSE
                   MOVE "D"           TO AD-ADJ-TYPE
                   COMPUTE AD-AMOUNT =
                       AP-PRIOR-LIABILITY - AP-LIABILITY-AMOUNT
               END-IF
               MOVE "AM"              TO AD-REASON-CODE
               MOVE "AMEND-PROCESSOR" TO AD-AUTH-USER
               WRITE AD-ADJ-RECORD
               ADD 1 TO AP-ADJUSTMENTS-WRITTEN
           END-IF.

       450-WRITE-DETAIL-LINE.
           MOVE AM-ID           TO AP-DTL-ID
           MOVE AP-TAX-YEAR-NUM TO AP-DTL-YEAR
           MOVE AM-AMEND-REASON TO AP-EXC-REASON
           WRITE AR-PRINT-LINE FROM AP-EXCEPTION-LINE.

       465-WRITE-NO-LOCALITY-LINE.
           MOVE SPACES          TO AP-EXCEPTION-LINE
           MOVE AM-ID           TO AP-EXC-ID
           MOVE AM-TAX-YEAR     TO AP-EXC-YEAR
           MOVE "PRIOR LOCALITY NOT ON LOCPARM"
                                TO AP-EXC-MESSAGE
           MOVE AM-AMEND-REASON TO AP-EXC-REASON
           WRITE AR-PRINT-LINE FROM AP-EXCEPTION-LINE.

       470-WRITE-INVALID-LINE.
           MOVE SPACES          TO AP-EXCEPTION-LINE
           MOVE AM-ID           TO AP-EXC-ID
       800-TERMINATE.
           CLOSE AMENDED-IN
           CLOSE GL-POSTING-FILE
           CLOSE ADJUST-TRANS
           CLOSE AMEND-REPORT
           PERFORM 850-PRINT-CONTROL-REPORT.

           MOVE AP-INVALID-COUNT    TO AP-RPT-INVALID-COUNT
           MOVE AP-TOTAL-REVERSED   TO AP-RPT-TOTAL-REVERSED
           MOVE AP-TOTAL-REASSESSED TO AP-RPT-TOTAL-REASSESSED
           MOVE AP-ADJUSTMENTS-WRITTEN TO AP-RPT-ADJUSTMENTS
           MOVE AP-NO-LOCALITY-COUNT TO AP-RPT-NO-LOCALITY
           MOVE AP-SURTAX-REVERSED  TO AP-RPT-SURTAX-REVERSED
           MOVE AP-SURTAX-REASSESSED TO AP-RPT-SURTAX-REASSESSED
           DISPLAY "==============================================="
           DISPLAY "    AMEND-PROCESSOR CONTROL TOTAL REPORT       "
           DISPLAY "==============================================="
                   AP-RPT-NO-PRIOR-COUNT
           DISPLAY "REJECTED AS INVALID. . . . . "
                   AP-RPT-INVALID-COUNT
           DISPLAY "PRIOR LOCALITY NOT ON FILE . "
                   AP-RPT-NO-LOCALITY
           DISPLAY "TOTAL TAX REVERSED . . . . . "
                   AP-RPT-TOTAL-REVERSED
           DISPLAY "TOTAL TAX REASSESSED . . . . "
                   AP-RPT-TOTAL-REASSESSED
           DISPLAY "TOTAL SURTAX REVERSED. . . . "
                   AP-RPT-SURTAX-REVERSED
           DISPLAY "TOTAL SURTAX REASSESSED. . . "
                   AP-RPT-SURTAX-REASSESSED
           DISPLAY "ADJUSTMENTS TO ADJTRAN . . . "
                   AP-RPT-ADJUSTMENTS
           DISPLAY "===============================================".
