      *****************************************************************
      * RECV-ACCRUE
      *
      * Month-end interest accrual on the RECEIVABLE-FILE for the
      * month named on ACCRMON, which must be over before it can be
      * accrued.  Every open or partially paid item is charged
      * interest at the PI-INTEREST-RATE carried on PENPARM for its
      * tax year, once for every month-end from the later of the
      * date the item was posted and the date it was last accrued
      * through the end of the accrual month - the same rate and
      * per-month arithmetic TAX-CALCULATOR uses for the interest
      * assessed on a late return.  The interest is added to the
      * open amount and the item is stamped with the last day of the
      * accrual month as its last accrual date.  The result is
      * written to RECEIVABLE-NEW, which the desk copies over
      * RECVFILE once the accrual register has been reviewed.  The
      * run is refused while a RECVNEW from an earlier run is still
      * waiting to be copied across.
      *
      * Every charge is posted to GLPOST as type "N", once against
      * the receivable control account and once against the penalty
      * and interest account, and appended to RCVHIST (see RCVHREC)
      * against the item it was added to.  The accrual register
      * prints the open amount before and after every charge.  The
      * postings and RCVHIST records are held on work files for the
      * run, and the run is proved from what it wrote: RECVNEW,
      * read back, must carry every item read and an open amount
      * equal to the open amount in plus the interest charged, and
      * the work files must carry a posting pair and a charge for
      * every item charged, totalling the interest.  Only a run that
      * proves copies its postings to GLPOST and its charges to
      * RCVHIST and then appends its month to ACCRHIST; a run that
      * does not prove, or abends part way, leaves nothing behind.
      * A second run for a month already on ACCRHIST is refused
      * before anything is written, so a rerun never charges or
      * posts the interest twice.
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
       PROGRAM-ID. RECV-ACCRUE.
       AUTHOR. J-HALVERSON.
       INSTALLATION. TAX-DESK.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  JH  ORIGINAL VERSION.  INTEREST STOPPED AT THE
      *                   DATE A RETURN WAS ASSESSED; A BALANCE LEFT
      *                   UNPAID FOR A YEAR OWED NO MORE THAN ONE
      *                   PAID THE NEXT WEEK.
      *   10/15/2026  JH  RUN ONLY IN THE GLPOST POSTING WINDOW.  THE
      *                   MONTH NOW COMES FROM ACCRMON AND ITEMS ARE
      *                   CHARGED THROUGH ITS LAST DAY; A RUN ON THE
      *                   FIRST OF THE MONTH HAD ACCRUED AND RECORDED
      *                   THE NEW MONTH, NOT THE ONE JUST ENDED.  AN
      *                   OUT-OF-BALANCE RUN IS HELD ON GLHOLD, AND
      *                   EVERY CHARGE IS APPENDED TO RCVHIST.
      *   10/15/2026  JH  INTEREST POSTINGS AND RCVHIST RECORDS ARE
      *                   HELD ON RIGLWORK AND RIRHWORK, AND GLPOST,
      *                   RCVHIST, AND ACCRHIST ARE WRITTEN ONLY AT
      *                   THE END OF A RUN THAT PROVES.  A RUN THAT
      *                   ABENDED ON AN OUT-OF-SEQUENCE RECVFILE LEFT
      *                   ITS POSTINGS ON GLPOST BUT NO ACCRHIST
      *                   RECORD, AND ITS RERUN CHARGED THE MONTH
      *                   AGAIN.  THE RUN IS NOW PROVED FROM RECVNEW
      *                   AND THE WORK FILES READ BACK, NOT FROM ITS
      *                   OWN RUNNING TOTALS; NO GLHOLD RECORD IS
      *                   NEEDED NOW.  THE RUN IS REFUSED WHILE
      *                   RECVNEW DIFFERS FROM RECVFILE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCRUAL-MONTH-FILE ASSIGN TO "ACCRMON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-MON-STATUS.

           SELECT PENALTY-PARM-FILE ASSIGN TO "PENPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-PI-STATUS.

           SELECT ACCRUAL-HISTORY ASSIGN TO "ACCRHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-HST-STATUS.

           SELECT RECEIVABLE-FILE ASSIGN TO "RECVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-RCV-STATUS.

           SELECT RECEIVABLE-NEW ASSIGN TO "RECVNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-NEW-STATUS.

           SELECT ACCRUAL-REGISTER ASSIGN TO "ACCRREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-REG-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-GL-STATUS.

           SELECT ACCRUAL-POST-WORK ASSIGN TO "RIGLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-GLW-STATUS.

           SELECT ACCRUAL-HIST-WORK ASSIGN TO "RIRHWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-RHW-STATUS.

           SELECT RECEIVABLE-HISTORY ASSIGN TO "RCVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-RCH-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RI-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACCRUAL-MONTH-FILE.
       01  ACCRUAL-MONTH-RECORD.
           05  AM-ACCRUAL-MONTH   PIC 9(06).
           05  FILLER             PIC X(14).

       FD  PENALTY-PARM-FILE.
       COPY PENPRMREC.

       FD  ACCRUAL-HISTORY.
       COPY ACCRHREC.

       FD  RECEIVABLE-FILE.
       COPY RECVREC.

       FD  RECEIVABLE-NEW.
       COPY RECVREC REPLACING LEADING ==RV== BY ==RN==.

       FD  ACCRUAL-REGISTER.
       01  RI-PRINT-LINE          PIC X(132).

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

      *****************************************************************
      * THE RUN'S INTEREST POSTINGS AND RECEIVABLE HISTORY ARE HELD ON
      * THESE TWO WORK FILES UNTIL THE RUN PROVES, AND ONLY THEN
      * COPIED ONTO GLPOST AND RCVHIST.
      *****************************************************************
       FD  ACCRUAL-POST-WORK.
       COPY GLPOSTREC REPLACING LEADING ==GL== BY ==GW==.

       FD  ACCRUAL-HIST-WORK.
       COPY RCVHREC REPLACING LEADING ==RH== BY ==RW==.

       FD  RECEIVABLE-HISTORY.
       COPY RCVHREC.

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       WORKING-STORAGE SECTION.
       01  RI-FILE-STATUSES.
           05  RI-PI-STATUS       PIC X(02) VALUE "00".
           05  RI-HST-STATUS      PIC X(02) VALUE "00".
           05  RI-RCV-STATUS      PIC X(02) VALUE "00".
           05  RI-NEW-STATUS      PIC X(02) VALUE "00".
           05  RI-REG-STATUS      PIC X(02) VALUE "00".
           05  RI-GL-STATUS       PIC X(02) VALUE "00".
           05  RI-IN-STATUS       PIC X(02) VALUE "00".
           05  RI-CYC-STATUS      PIC X(02) VALUE "00".
           05  RI-MON-STATUS      PIC X(02) VALUE "00".
           05  RI-GLW-STATUS      PIC X(02) VALUE "00".
           05  RI-RHW-STATUS      PIC X(02) VALUE "00".
           05  RI-RCH-STATUS      PIC X(02) VALUE "00".

       01  RI-SWITCHES.
           05  RI-PI-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  RI-PI-END-OF-FILE       VALUE 'Y'.
           05  RI-HST-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RI-HST-END-OF-FILE      VALUE 'Y'.
           05  RI-RCV-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RI-RCV-END-OF-FILE      VALUE 'Y'.
           05  RI-ACCRUED-SWITCH  PIC X(01) VALUE 'N'.
               88  RI-MONTH-ALREADY-ACCRUED VALUE 'Y'.
           05  RI-RATE-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  RI-RATE-IS-FOUND        VALUE 'Y'.
           05  RI-NEW-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RI-NEW-END-OF-FILE      VALUE 'Y'.
           05  RI-GLW-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RI-GLW-END-OF-FILE      VALUE 'Y'.
           05  RI-RHW-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RI-RHW-END-OF-FILE      VALUE 'Y'.

      *****************************************************************
      * SWITCHES FOR THE RECVFILE/RECVNEW COMPARE MADE AT START-UP.
      *****************************************************************
       01  RI-CMP-RCV-EOF-SW    PIC X(01) VALUE 'N'.
           88  RI-CMP-RCV-END           VALUE 'Y'.
       01  RI-CMP-NEW-EOF-SW    PIC X(01) VALUE 'N'.
           88  RI-CMP-NEW-END           VALUE 'Y'.
       01  RI-CMP-DIFFERS-SW    PIC X(01) VALUE 'N'.
           88  RI-RECVNEW-DIFFERS       VALUE 'Y'.

       01  RI-RUN-DATE-TIME.
           05  RI-RUN-DATE        PIC 9(08) VALUE ZEROES.
           05  RI-RUN-TIME        PIC 9(08) VALUE ZEROES.

       01  RI-RUN-DATE-PARTS REDEFINES RI-RUN-DATE-TIME.
           05  RI-RUN-YEAR        PIC 9(04).
           05  RI-RUN-MONTH       PIC 9(02).
           05  RI-RUN-DAY         PIC 9(02).
           05  FILLER             PIC 9(08).

       01  RI-RUN-PERIOD          PIC 9(06) VALUE ZEROES.

      *****************************************************************
      * THE MONTH BEING ACCRUED, OFF ACCRMON, AND THE LAST DAY OF IT
      * - THE MONTH-END THE INTEREST IS CHARGED THROUGH AND THE DATE
      * EVERY ITEM CHARGED IS STAMPED WITH.
      *****************************************************************
       01  RI-ACCRUAL-MONTH       PIC 9(06) VALUE ZEROES.
       01  RI-ACCRUAL-MONTH-PARTS REDEFINES RI-ACCRUAL-MONTH.
           05  RI-ACCRUAL-YEAR    PIC 9(04).
           05  RI-ACCRUAL-MM      PIC 9(02).

       01  RI-THROUGH-DATE        PIC 9(08) VALUE ZEROES.
       01  RI-THROUGH-DATE-PARTS REDEFINES RI-THROUGH-DATE.
           05  RI-THROUGH-YEAR    PIC 9(04).
           05  RI-THROUGH-MONTH   PIC 9(02).
           05  RI-THROUGH-DAY     PIC 9(02).

      *****************************************************************
      * DAYS IN EACH MONTH, FEBRUARY TAKEN AS 28 AND LENGTHENED IN A
      * LEAP YEAR, FOR FINDING THE LAST DAY OF A MONTH.
      *****************************************************************
       01  RI-MONTH-LENGTH-VALUES.
           05  FILLER             PIC X(24) VALUE
               "312831303130313130313031".
       01  RI-MONTH-LENGTH-TABLE REDEFINES RI-MONTH-LENGTH-VALUES.
           05  RI-MONTH-LENGTH    PIC 9(02) OCCURS 12 TIMES.

       01  RI-END-YEAR            PIC 9(04) VALUE ZERO.
       01  RI-END-MONTH           PIC 9(02) VALUE ZERO.
       01  RI-END-DAY             PIC 9(02) VALUE ZERO.
       01  RI-LEAP-QUOTIENT       PIC 9(04) VALUE ZERO.
       01  RI-LEAP-REMAINDER      PIC 9(04) VALUE ZERO.

      *****************************************************************
      * GL ACCOUNTS AN ACCRUAL MOVES.
      *****************************************************************
       01  RI-GL-RECV-ACCOUNT     PIC X(06) VALUE "130100".
       01  RI-GL-PI-ACCOUNT       PIC X(06) VALUE "400300".

      *****************************************************************
      * INTEREST RATE BY TAX YEAR, LOADED FROM PENPARM.  A YEAR WITH
      * NO RECORD ON FILE ACCRUES NO INTEREST, THE SAME WAY IT IS
      * ASSESSED NONE BY TAX-CALCULATOR.
      *****************************************************************
       01  RI-RATE-TABLE.
           05  RI-RATE-ENTRY OCCURS 10 TIMES.
               10  RI-RATE-YEAR       PIC 9(04) VALUE ZERO.
               10  RI-RATE-INTEREST   PIC 9V999 VALUE ZERO.
       01  RI-RATE-MAX            PIC 9(08) COMP VALUE 10.
       01  RI-RATE-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  RI-RATE-IDX            PIC 9(08) COMP VALUE ZERO.
       01  RI-RATE-IDX-SAVE       PIC 9(08) COMP VALUE ZERO.

      *****************************************************************
      * THE DATE THE ITEM IN HAND ACCRUES FROM, SPLIT FOR THE MONTH
      * ARITHMETIC.
      *****************************************************************
       01  RI-FROM-DATE           PIC 9(08) VALUE ZEROES.
       01  RI-FROM-DATE-PARTS REDEFINES RI-FROM-DATE.
           05  RI-FROM-YEAR       PIC 9(04).
           05  RI-FROM-MONTH      PIC 9(02).
           05  RI-FROM-DAY        PIC 9(02).

       01  RI-PREV-ITEM-KEY       PIC X(21) VALUE LOW-VALUES.

       01  RI-MONTHS-ACCRUED      PIC S9(05) VALUE ZERO.
       01  RI-INTEREST-AMOUNT     PIC 9(07)V99 VALUE ZERO.
       01  RI-OPEN-BEFORE         PIC 9(07)V99 VALUE ZERO.
       01  RI-BALANCE-CHECK       PIC S9(11)V99 VALUE ZERO.

       01  RI-CONTROL-TOTALS.
           05  RI-ITEMS-READ             PIC 9(08) VALUE ZERO.
           05  RI-ITEMS-ACCRUED          PIC 9(08) VALUE ZERO.
           05  RI-ITEMS-NOT-DUE          PIC 9(08) VALUE ZERO.
           05  RI-ITEMS-NO-RATE          PIC 9(08) VALUE ZERO.
           05  RI-ITEMS-WRITTEN          PIC 9(08) VALUE ZERO.
           05  RI-POSTINGS-WRITTEN       PIC 9(08) VALUE ZERO.
           05  RI-HISTORY-WRITTEN        PIC 9(08) VALUE ZERO.
           05  RI-OPEN-IN-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05  RI-INTEREST-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  RI-OPEN-OUT-TOTAL         PIC 9(10)V99 VALUE ZERO.

      *****************************************************************
      * WHAT THE RUN ACTUALLY WROTE, COUNTED BACK OFF RIGLWORK AND
      * RIRHWORK BEFORE THE VERDICT: EACH SIDE OF THE "N" POSTINGS,
      * ANY POSTING TO NEITHER ACCOUNT, AND THE RCVHIST CHARGES.
      *****************************************************************
       01  RI-WORK-TOTALS.
           05  RI-WORK-RECV-COUNT        PIC 9(08) VALUE ZERO.
           05  RI-WORK-RECV-TOTAL        PIC 9(10)V99 VALUE ZERO.
           05  RI-WORK-PI-COUNT          PIC 9(08) VALUE ZERO.
           05  RI-WORK-PI-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05  RI-WORK-OTHER-COUNT       PIC 9(08) VALUE ZERO.
           05  RI-WORK-HIST-COUNT        PIC 9(08) VALUE ZERO.
           05  RI-WORK-HIST-TOTAL        PIC 9(10)V99 VALUE ZERO.

       01  RI-RPT-ITEMS-READ       PIC ZZZ,ZZZ,ZZ9.
       01  RI-RPT-ITEMS-ACCRUED    PIC ZZZ,ZZZ,ZZ9.
       01  RI-RPT-ITEMS-NOT-DUE    PIC ZZZ,ZZZ,ZZ9.
       01  RI-RPT-ITEMS-NO-RATE    PIC ZZZ,ZZZ,ZZ9.
       01  RI-RPT-ITEMS-WRITTEN    PIC ZZZ,ZZZ,ZZ9.
       01  RI-RPT-POSTINGS         PIC ZZZ,ZZZ,ZZ9.
       01  RI-RPT-HISTORY          PIC ZZZ,ZZZ,ZZ9.
       01  RI-RPT-OPEN-IN          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RI-RPT-INTEREST-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RI-RPT-OPEN-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * ACCRUAL REGISTER LINE LAYOUTS.
      *****************************************************************
       01  RI-HEADING-LINE-1.
           05  FILLER             PIC X(46) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "RECEIVABLE INTEREST ACCRUAL REGISTER".
           05  FILLER             PIC X(46) VALUE SPACES.

       01  RI-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "RUN DATE ".
           05  RI-HDG-RUN-DATE    PIC 9(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(15) VALUE "ACCRUAL MONTH ".
           05  RI-HDG-MONTH       PIC 9(06).
           05  FILLER             PIC X(87) VALUE SPACES.

       01  RI-HEADING-LINE-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "TAXPAYER".
           05  FILLER             PIC X(06) VALUE "YEAR".
           05  FILLER             PIC X(10) VALUE "POSTED".
           05  FILLER             PIC X(10) VALUE "FROM".
           05  FILLER             PIC X(08) VALUE "MONTHS".
           05  FILLER             PIC X(07) VALUE "RATE".
           05  FILLER             PIC X(15) VALUE "  OPEN BEFORE".
           05  FILLER             PIC X(15) VALUE "     INTEREST".
           05  FILLER             PIC X(15) VALUE "   OPEN AFTER".
           05  FILLER             PIC X(34) VALUE SPACES.

       01  RI-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RI-DTL-ID          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RI-DTL-YEAR        PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RI-DTL-POSTED      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RI-DTL-FROM        PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RI-DTL-MONTHS      PIC ZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RI-DTL-RATE        PIC 9.999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RI-DTL-BEFORE      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RI-DTL-INTEREST    PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RI-DTL-AFTER       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(37) VALUE SPACES.

       01  RI-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RI-TOT-LABEL       PIC X(30).
           05  RI-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RI-TOT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(71) VALUE SPACES.

       01  RI-VERDICT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "VERDICT:".
           05  RI-VERDICT         PIC X(40).
           05  FILLER             PIC X(81) VALUE SPACES.

      *****************************************************************
      * GLPOST POSTING WINDOW (SEE CYCLREC).  THE DONE FLAGS SHOW
      * WHICH STEPS OF THE NIGHTLY CYCLE HAVE COMPLETED FOR THE
      * BATCH ON TAXPYIN.
      *****************************************************************
       01  RI-CYCLE-CONTROL.
           05  RI-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RI-CYC-END-OF-FILE      VALUE 'Y'.
           05  RI-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  RI-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  RI-CYC-DONE-FLAGS.
               10  RI-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-ACCRUE-ITEM
               UNTIL RI-RCV-END-OF-FILE
           PERFORM 700-BALANCE-REGISTER.
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
           MOVE ALL 'N' TO RI-CYC-DONE-FLAGS
           PERFORM 051-READ-CYCLE-BATCH-ID
           OPEN INPUT CYCLE-CONTROL
           IF RI-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF RI-CYC-STATUS NOT = "00"
                   DISPLAY "RECV-ACCRUE: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " RI-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL RI-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           IF RI-CYC-STEP-DONE (7) NOT = 'Y'
              OR RI-CYC-STEP-DONE (8) = 'Y'
               DISPLAY "RECV-ACCRUE: BATCH " RI-CYC-BATCH-ID
                       " OF " RI-CYC-CYCLE-DATE
                       " IS NOT IN ITS GLPOST POSTING WINDOW"
               DISPLAY "RECV-ACCRUE: RUN AFTER REFUND-EXTRACT AND "
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
           IF RI-IN-STATUS NOT = "00"
               DISPLAY "RECV-ACCRUE: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " RI-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "RECV-ACCRUE: TAXPYIN HAS NO BATCH HEADER, "
                       "POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "RECV-ACCRUE: BATCH HEADER HAS NO CREATE "
                       "DATE, POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID    TO RI-CYC-BATCH-ID
           MOVE BH-CREATE-DATE TO RI-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO RI-CYC-EOF-SWITCH
           END-READ.

      *****************************************************************
      * ONE CYCLE-CONTROL RECORD.  A "C" RECORD FOR THE BATCH ON
      * TAXPYIN MARKS THAT STEP DONE.
      *****************************************************************
       054-TEST-CYCLE-RECORD.
           IF CC-RUN-DATE = RI-CYC-CYCLE-DATE
              AND CC-BATCH-ID = RI-CYC-BATCH-ID
              AND CC-STEP-COMPLETED
              AND CC-STEP-NUMBER > ZERO
              AND CC-STEP-NUMBER NOT > 8
               MOVE 'Y' TO RI-CYC-STEP-DONE (CC-STEP-NUMBER)
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

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
           IF RI-NEW-STATUS = "35"
               CONTINUE
           ELSE
               IF RI-NEW-STATUS NOT = "00"
                   DISPLAY "RECV-ACCRUE: UNABLE TO OPEN RECVNEW, "
                           "STATUS = " RI-NEW-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT RECEIVABLE-FILE
               IF RI-RCV-STATUS = "35"
                   MOVE 'Y' TO RI-CMP-RCV-EOF-SW
               ELSE
                   IF RI-RCV-STATUS NOT = "00"
                       DISPLAY "RECV-ACCRUE: UNABLE TO OPEN RECVFILE, "
                               "STATUS = " RI-RCV-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 061-READ-COMPARE-PAIR
               PERFORM 062-COMPARE-RECEIVABLE-PAIR
                   UNTIL RI-RECVNEW-DIFFERS
                      OR (RI-CMP-RCV-END AND RI-CMP-NEW-END)
               IF RI-RCV-STATUS NOT = "35"
                   CLOSE RECEIVABLE-FILE
               END-IF
               CLOSE RECEIVABLE-NEW
               IF RI-RECVNEW-DIFFERS
                   DISPLAY "RECV-ACCRUE: RECVNEW HAS NOT BEEN COPIED "
                           "OVER RECVFILE, RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       061-READ-COMPARE-PAIR.
           IF NOT RI-CMP-RCV-END
               READ RECEIVABLE-FILE
                   AT END
                       MOVE 'Y' TO RI-CMP-RCV-EOF-SW
               END-READ
           END-IF
           IF NOT RI-CMP-NEW-END
               READ RECEIVABLE-NEW
                   AT END
                       MOVE 'Y' TO RI-CMP-NEW-EOF-SW
               END-READ
           END-IF.

       062-COMPARE-RECEIVABLE-PAIR.
           IF RI-CMP-RCV-END OR RI-CMP-NEW-END
               MOVE 'Y' TO RI-CMP-DIFFERS-SW
           ELSE
               IF RV-OPEN-ITEM NOT = RN-OPEN-ITEM
                   MOVE 'Y' TO RI-CMP-DIFFERS-SW
               ELSE
                   PERFORM 061-READ-COMPARE-PAIR
               END-IF
           END-IF.

       100-INITIALIZE.
           PERFORM 060-CHECK-RECVNEW-COPIED
           PERFORM 050-CHECK-POSTING-WINDOW
           ACCEPT RI-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RI-RUN-TIME FROM TIME
           PERFORM 105-READ-ACCRUAL-MONTH
           PERFORM 110-CHECK-ACCRUAL-HISTORY
           PERFORM 120-LOAD-RATE-TABLE
           OPEN INPUT RECEIVABLE-FILE
           IF RI-RCV-STATUS = "35"
               MOVE 'Y' TO RI-RCV-EOF-SWITCH
           ELSE
               IF RI-RCV-STATUS NOT = "00"
                   DISPLAY "RECV-ACCRUE: UNABLE TO OPEN RECVFILE, "
                           "STATUS = " RI-RCV-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT RECEIVABLE-NEW
           IF RI-NEW-STATUS NOT = "00"
               DISPLAY "RECV-ACCRUE: UNABLE TO OPEN RECVNEW, "
                       "STATUS = " RI-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACCRUAL-REGISTER
           OPEN OUTPUT ACCRUAL-POST-WORK
           OPEN OUTPUT ACCRUAL-HIST-WORK
           WRITE RI-PRINT-LINE FROM RI-HEADING-LINE-1
           MOVE RI-RUN-DATE      TO RI-HDG-RUN-DATE
           MOVE RI-ACCRUAL-MONTH TO RI-HDG-MONTH
           WRITE RI-PRINT-LINE FROM RI-DATE-LINE
           WRITE RI-PRINT-LINE FROM RI-HEADING-LINE-2
           IF NOT RI-RCV-END-OF-FILE
               PERFORM 130-READ-RECEIVABLE-ITEM
           END-IF.

      *****************************************************************
      * THE MONTH TO ACCRUE IS NAMED ON ACCRMON, THE WAY STLMONTH
      * NAMES THE MONTH LOCALITY-SETTLE SETTLES, SO A RUN MADE ON THE
      * FIRST OF THE NEXT MONTH, OR A DAY LATE, STILL CHARGES AND
      * RECORDS THE MONTH JUST ENDED.  A MISSING, EMPTY, OR
      * NON-NUMERIC ACCRMON, A MONTH NUMBER OUTSIDE 01-12, OR A
      * MONTH NOT YET OVER IS REFUSED BEFORE ANYTHING IS WRITTEN.
      *****************************************************************
       105-READ-ACCRUAL-MONTH.
           OPEN INPUT ACCRUAL-MONTH-FILE
           IF RI-MON-STATUS NOT = "00"
               DISPLAY "RECV-ACCRUE: UNABLE TO OPEN ACCRMON, "
                       "STATUS = " RI-MON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ACCRUAL-MONTH-FILE
               AT END
                   DISPLAY "RECV-ACCRUE: ACCRMON IS EMPTY, NO "
                           "MONTH TO ACCRUE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF AM-ACCRUAL-MONTH IS NOT NUMERIC
               DISPLAY "RECV-ACCRUE: ACCRMON MONTH IS NOT NUMERIC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AM-ACCRUAL-MONTH TO RI-ACCRUAL-MONTH
           CLOSE ACCRUAL-MONTH-FILE
           IF RI-ACCRUAL-MM < 1 OR RI-ACCRUAL-MM > 12
               DISPLAY "RECV-ACCRUE: ACCRMON MONTH " RI-ACCRUAL-MONTH
                       " IS NOT A MONTH, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE RI-RUN-PERIOD = RI-RUN-YEAR * 100 + RI-RUN-MONTH
           IF RI-RUN-PERIOD NOT > RI-ACCRUAL-MONTH
               DISPLAY "RECV-ACCRUE: MONTH " RI-ACCRUAL-MONTH
                       " IS NOT OVER, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE RI-ACCRUAL-YEAR TO RI-END-YEAR
           MOVE RI-ACCRUAL-MM   TO RI-END-MONTH
           PERFORM 240-FIND-MONTH-END
           MOVE RI-ACCRUAL-YEAR TO RI-THROUGH-YEAR
           MOVE RI-ACCRUAL-MM   TO RI-THROUGH-MONTH
           MOVE RI-END-DAY      TO RI-THROUGH-DAY.

      *****************************************************************
      * REFUSE THE RUN IF THIS MONTH IS ALREADY ON ACCRHIST.  THIS
      * IS CHECKED BEFORE ANY FILE IS OPENED FOR OUTPUT, SO A REFUSED
      * RERUN LEAVES RECVNEW, THE WORK FILES, AND THE REGISTER
      * UNTOUCHED.
      * NO ACCRHIST YET MEANS NO MONTH HAS BEEN ACCRUED.
      *****************************************************************
       110-CHECK-ACCRUAL-HISTORY.
           OPEN INPUT ACCRUAL-HISTORY
           IF RI-HST-STATUS = "35"
               MOVE 'Y' TO RI-HST-EOF-SWITCH
           ELSE
               IF RI-HST-STATUS NOT = "00"
                   DISPLAY "RECV-ACCRUE: UNABLE TO OPEN ACCRHIST, "
                           "STATUS = " RI-HST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 111-READ-HISTORY-RECORD
               PERFORM 112-TEST-HISTORY-RECORD
                   UNTIL RI-HST-END-OF-FILE
               CLOSE ACCRUAL-HISTORY
           END-IF
           IF RI-MONTH-ALREADY-ACCRUED
               DISPLAY "RECV-ACCRUE: INTEREST ALREADY ACCRUED FOR "
                       "MONTH " RI-ACCRUAL-MONTH ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       111-READ-HISTORY-RECORD.
           READ ACCRUAL-HISTORY
               AT END
                   MOVE 'Y' TO RI-HST-EOF-SWITCH
           END-READ.

       112-TEST-HISTORY-RECORD.
           IF AH-ACCRUAL-MONTH = RI-ACCRUAL-MONTH
               MOVE 'Y' TO RI-ACCRUED-SWITCH
           END-IF
           PERFORM 111-READ-HISTORY-RECORD.

      *****************************************************************
      * LOAD THE INTEREST RATE FOR EACH TAX YEAR FROM PENPARM.  A
      * MISSING PENPARM ABENDS THE RUN, AS IT DOES IN TAX-CALCULATOR:
      * A MONTH'S INTEREST SILENTLY WAIVED BECAUSE THE PARAMETER FILE
      * WAS LEFT OFF THE JOB WOULD NEVER BE CHARGED AGAIN.
      *****************************************************************
       120-LOAD-RATE-TABLE.
           OPEN INPUT PENALTY-PARM-FILE
           IF RI-PI-STATUS NOT = "00"
               DISPLAY "RECV-ACCRUE: UNABLE TO OPEN PENPARM, "
                       "STATUS = " RI-PI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 121-READ-PENALTY-RECORD
           PERFORM 122-STORE-PENALTY-RECORD
               UNTIL RI-PI-END-OF-FILE
           CLOSE PENALTY-PARM-FILE.

       121-READ-PENALTY-RECORD.
           READ PENALTY-PARM-FILE
               AT END
                   MOVE 'Y' TO RI-PI-EOF-SWITCH
           END-READ.

       122-STORE-PENALTY-RECORD.
           IF RI-RATE-COUNT >= RI-RATE-MAX
               DISPLAY "RECV-ACCRUE: MORE THAN " RI-RATE-MAX
                       " TAX YEARS ON PENPARM, RATE TABLE FULL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RI-RATE-COUNT
           MOVE PI-TAX-YEAR      TO RI-RATE-YEAR     (RI-RATE-COUNT)
           MOVE PI-INTEREST-RATE TO RI-RATE-INTEREST (RI-RATE-COUNT)
           PERFORM 121-READ-PENALTY-RECORD.

      *****************************************************************
      * READ THE NEXT OPEN ITEM AND PROVE THE FILE IS STILL IN
      * ASCENDING KEY ORDER, ABENDING IF NOT, AS RECV-APPLY DOES.
      *****************************************************************
       130-READ-RECEIVABLE-ITEM.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'Y' TO RI-RCV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RI-ITEMS-READ
                   ADD RV-OPEN-AMOUNT TO RI-OPEN-IN-TOTAL
                   IF RV-KEY < RI-PREV-ITEM-KEY
                       DISPLAY "RECV-ACCRUE: RECVFILE OUT OF "
                               "SEQUENCE AT ID " RV-TAXPAYER-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RV-KEY TO RI-PREV-ITEM-KEY
           END-READ.

      *****************************************************************
      * ACCRUE ONE ITEM.  THE ITEM ACCRUES FROM ITS LAST ACCRUAL DATE,
      * OR FROM THE DATE IT WAS POSTED IF IT HAS NEVER BEEN ACCRUED,
      * FOR EVERY MONTH-END AFTER THAT DATE UP TO AND INCLUDING THE
      * END OF THE ACCRUAL MONTH: ONE FOR EACH MONTH BETWEEN, PLUS
      * THE END OF THE FROM MONTH ITSELF UNLESS THE FROM DATE IS
      * THAT DAY.  AN ITEM POSTED AFTER THE ACCRUAL MONTH, OR
      * ALREADY ACCRUED THROUGH IT, IS NOT DUE.  A YEAR WITH NO RATE
      * ON PENPARM CHARGES NOTHING AND KEEPS ITS DATE.  EVERY ITEM
      * GOES TO RECVNEW WHETHER IT WAS CHARGED OR NOT.
      *****************************************************************
       200-ACCRUE-ITEM.
           MOVE RV-POSTED-DATE TO RI-FROM-DATE
           IF RV-LAST-ACCRUAL-DATE IS NUMERIC
              AND RV-LAST-ACCRUAL-DATE > RV-POSTED-DATE
               MOVE RV-LAST-ACCRUAL-DATE TO RI-FROM-DATE
           END-IF
           COMPUTE RI-MONTHS-ACCRUED =
               (RI-ACCRUAL-YEAR * 12 + RI-ACCRUAL-MM)
               - (RI-FROM-YEAR * 12 + RI-FROM-MONTH)
           IF RI-FROM-MONTH > ZERO AND RI-FROM-MONTH < 13
               MOVE RI-FROM-YEAR  TO RI-END-YEAR
               MOVE RI-FROM-MONTH TO RI-END-MONTH
               PERFORM 240-FIND-MONTH-END
               IF RI-FROM-DAY < RI-END-DAY
                   ADD 1 TO RI-MONTHS-ACCRUED
               END-IF
           END-IF
           MOVE 'N' TO RI-RATE-FOUND-SWITCH
           PERFORM 210-TEST-RATE-YEAR
               VARYING RI-RATE-IDX FROM 1 BY 1
               UNTIL RI-RATE-IDX > RI-RATE-COUNT OR RI-RATE-IS-FOUND
           EVALUATE TRUE
               WHEN RI-MONTHS-ACCRUED < 1
                   ADD 1 TO RI-ITEMS-NOT-DUE
               WHEN NOT RI-RATE-IS-FOUND
                   ADD 1 TO RI-ITEMS-NO-RATE
               WHEN RI-RATE-INTEREST (RI-RATE-IDX-SAVE) = ZERO
                   ADD 1 TO RI-ITEMS-NO-RATE
               WHEN OTHER
                   PERFORM 220-CHARGE-INTEREST
           END-EVALUATE
           MOVE RV-OPEN-ITEM TO RN-OPEN-ITEM
           WRITE RN-OPEN-ITEM
           PERFORM 130-READ-RECEIVABLE-ITEM.

       210-TEST-RATE-YEAR.
           IF RI-RATE-YEAR (RI-RATE-IDX) = RV-TAX-YEAR
               MOVE 'Y' TO RI-RATE-FOUND-SWITCH
               MOVE RI-RATE-IDX TO RI-RATE-IDX-SAVE
           END-IF.

      *****************************************************************
      * CHARGE THE ITEM IN HAND: OPEN AMOUNT TIMES THE MONTHLY RATE
      * TIMES THE MONTHS ACCRUED, ROUNDED TO THE CENT, ADDED TO THE
      * OPEN AMOUNT, PRINTED, POSTED, AND RECORDED ON RCVHIST.  THE
      * ITEM IS STAMPED AS ACCRUED THROUGH THE LAST DAY OF THE
      * ACCRUAL MONTH.  A CHARGE THAT ROUNDS TO NOTHING STILL MOVES
      * THE ACCRUAL DATE, SO A SMALL BALANCE IS NOT CHARGED FOR THE
      * SAME MONTHS LATER.
      *****************************************************************
       220-CHARGE-INTEREST.
           MOVE RV-OPEN-AMOUNT TO RI-OPEN-BEFORE
           COMPUTE RI-INTEREST-AMOUNT ROUNDED =
               RV-OPEN-AMOUNT * RI-RATE-INTEREST (RI-RATE-IDX-SAVE)
               * RI-MONTHS-ACCRUED
           ADD RI-INTEREST-AMOUNT TO RV-OPEN-AMOUNT
           MOVE RI-THROUGH-DATE TO RV-LAST-ACCRUAL-DATE
           IF RI-INTEREST-AMOUNT > ZERO
               ADD 1 TO RI-ITEMS-ACCRUED
               ADD RI-INTEREST-AMOUNT TO RI-INTEREST-TOTAL
               MOVE SPACES             TO RI-DETAIL-LINE
               MOVE RV-TAXPAYER-ID     TO RI-DTL-ID
               MOVE RV-TAX-YEAR        TO RI-DTL-YEAR
               MOVE RV-POSTED-DATE     TO RI-DTL-POSTED
               MOVE RI-FROM-DATE       TO RI-DTL-FROM
               MOVE RI-MONTHS-ACCRUED  TO RI-DTL-MONTHS
               MOVE RI-RATE-INTEREST (RI-RATE-IDX-SAVE)
                                       TO RI-DTL-RATE
               MOVE RI-OPEN-BEFORE     TO RI-DTL-BEFORE
               MOVE RI-INTEREST-AMOUNT TO RI-DTL-INTEREST
               MOVE RV-OPEN-AMOUNT     TO RI-DTL-AFTER
               WRITE RI-PRINT-LINE FROM RI-DETAIL-LINE
               PERFORM 230-WRITE-ACCRUAL-POSTINGS
               PERFORM 235-WRITE-RECEIVABLE-HISTORY
           END-IF.

      *****************************************************************
      * POST THE CHARGE AS TYPE "N", ONCE TO THE RECEIVABLE CONTROL
      * ACCOUNT AND ONCE TO THE PENALTY AND INTEREST ACCOUNT.  THE
      * PAIR WAITS ON RIGLWORK UNTIL THE RUN PROVES.
      *****************************************************************
       230-WRITE-ACCRUAL-POSTINGS.
           MOVE SPACES             TO GW-POSTING-RECORD
           MOVE RV-TAXPAYER-ID     TO GW-TAXPAYER-ID
           MOVE RI-GL-RECV-ACCOUNT TO GW-ACCOUNT-CODE
           MOVE RI-INTEREST-AMOUNT TO GW-TAK-AMOUNT
           MOVE RI-RUN-DATE        TO GW-POSTING-DATE
           MOVE "N"                TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD
           MOVE SPACES             TO GW-POSTING-RECORD
           MOVE RV-TAXPAYER-ID     TO GW-TAXPAYER-ID
           MOVE RI-GL-PI-ACCOUNT   TO GW-ACCOUNT-CODE
           MOVE RI-INTEREST-AMOUNT TO GW-TAK-AMOUNT
           MOVE RI-RUN-DATE        TO GW-POSTING-DATE
           MOVE "N"                TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD.

      *****************************************************************
      * RECORD THE CHARGE ON THE RECEIVABLE HISTORY AGAINST THE ITEM
      * IT WAS ADDED TO, TYPE "N", SO THE TAXPAYER'S TRANSCRIPT
      * SHOWS WHERE THE OPEN BALANCE GREW.  THE RECORD WAITS ON
      * RIRHWORK WITH THE POSTINGS.
      *****************************************************************
       235-WRITE-RECEIVABLE-HISTORY.
           MOVE SPACES             TO RW-RECEIVABLE-HISTORY
           MOVE RV-KEY             TO RW-KEY
           MOVE RI-RUN-DATE        TO RW-ENTRY-DATE
           MOVE "N"                TO RW-ENTRY-TYPE
           MOVE RI-INTEREST-AMOUNT TO RW-AMOUNT
           WRITE RW-RECEIVABLE-HISTORY.

      *****************************************************************
      * LAST DAY OF THE MONTH IN RI-END-YEAR / RI-END-MONTH, RETURNED
      * IN RI-END-DAY.  FEBRUARY HAS 29 DAYS IN A YEAR DIVISIBLE BY
      * 4, EXCEPT A CENTURY YEAR NOT DIVISIBLE BY 400.
      *****************************************************************
       240-FIND-MONTH-END.
           MOVE RI-MONTH-LENGTH (RI-END-MONTH) TO RI-END-DAY
           IF RI-END-MONTH = 2
               DIVIDE RI-END-YEAR BY 4 GIVING RI-LEAP-QUOTIENT
                   REMAINDER RI-LEAP-REMAINDER
               IF RI-LEAP-REMAINDER = ZERO
                   MOVE 29 TO RI-END-DAY
                   DIVIDE RI-END-YEAR BY 100 GIVING RI-LEAP-QUOTIENT
                       REMAINDER RI-LEAP-REMAINDER
                   IF RI-LEAP-REMAINDER = ZERO
                       DIVIDE RI-END-YEAR BY 400
                           GIVING RI-LEAP-QUOTIENT
                           REMAINDER RI-LEAP-REMAINDER
                       IF RI-LEAP-REMAINDER NOT = ZERO
                           MOVE 28 TO RI-END-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************************
      * PROVE THE RUN FROM WHAT IT WROTE, NOT FROM ITS OWN RUNNING
      * TOTALS.  RECVNEW, RIGLWORK, AND RIRHWORK ARE CLOSED AND READ
      * BACK: RECVNEW MUST CARRY EVERY ITEM READ, AND ITS OPEN
      * AMOUNT MUST EQUAL THE OPEN AMOUNT IN PLUS THE INTEREST
      * CHARGED; RIGLWORK MUST CARRY ONE RECEIVABLE AND ONE PENALTY
      * AND INTEREST POSTING FOR EVERY ITEM CHARGED, EACH SIDE
      * TOTALLING THE INTEREST, AND NOTHING ELSE; RIRHWORK MUST
      * CARRY ONE CHARGE PER ITEM CHARGED, TOTALLING THE INTEREST.
      * A RUN THAT DOES NOT PROVE ENDS WITH RETURN CODE 8, RECVNEW IS
      * NOT TO BE COPIED OVER RECVFILE, AND NOTHING LEAVES THE WORK
      * FILES - NOT TO GLPOST, NOT TO RCVHIST, AND NO ACCRHIST
      * RECORD - SO THE MONTH CAN BE RUN AGAIN ONCE IT IS PUT RIGHT.
      *****************************************************************
       700-BALANCE-REGISTER.
           PERFORM 705-READ-BACK-RUN
           MOVE SPACES TO RI-PRINT-LINE
           WRITE RI-PRINT-LINE
           MOVE SPACES                 TO RI-TOTAL-LINE
           MOVE "OPEN AMOUNT IN"       TO RI-TOT-LABEL
           MOVE RI-ITEMS-READ          TO RI-TOT-COUNT
           MOVE RI-OPEN-IN-TOTAL       TO RI-TOT-AMOUNT
           WRITE RI-PRINT-LINE FROM RI-TOTAL-LINE
           MOVE "INTEREST ACCRUED"     TO RI-TOT-LABEL
           MOVE RI-ITEMS-ACCRUED       TO RI-TOT-COUNT
           MOVE RI-INTEREST-TOTAL      TO RI-TOT-AMOUNT
           WRITE RI-PRINT-LINE FROM RI-TOTAL-LINE
           MOVE "OPEN AMOUNT OUT"      TO RI-TOT-LABEL
           MOVE RI-ITEMS-WRITTEN       TO RI-TOT-COUNT
           MOVE RI-OPEN-OUT-TOTAL      TO RI-TOT-AMOUNT
           WRITE RI-PRINT-LINE FROM RI-TOTAL-LINE
           MOVE "POSTED TO RECEIVABLE"  TO RI-TOT-LABEL
           MOVE RI-WORK-RECV-COUNT     TO RI-TOT-COUNT
           MOVE RI-WORK-RECV-TOTAL     TO RI-TOT-AMOUNT
           WRITE RI-PRINT-LINE FROM RI-TOTAL-LINE
           MOVE "POSTED TO PENALTY/INTEREST" TO RI-TOT-LABEL
           MOVE RI-WORK-PI-COUNT       TO RI-TOT-COUNT
           MOVE RI-WORK-PI-TOTAL       TO RI-TOT-AMOUNT
           WRITE RI-PRINT-LINE FROM RI-TOTAL-LINE
           MOVE "CHARGES FOR RCVHIST"  TO RI-TOT-LABEL
           MOVE RI-WORK-HIST-COUNT     TO RI-TOT-COUNT
           MOVE RI-WORK-HIST-TOTAL     TO RI-TOT-AMOUNT
           WRITE RI-PRINT-LINE FROM RI-TOTAL-LINE
           COMPUTE RI-BALANCE-CHECK =
               RI-OPEN-IN-TOTAL + RI-INTEREST-TOTAL
               - RI-OPEN-OUT-TOTAL
           EVALUATE TRUE
               WHEN RI-BALANCE-CHECK NOT = ZERO
                  OR RI-ITEMS-WRITTEN NOT = RI-ITEMS-READ
                   MOVE "OUT OF BALANCE - DO NOT COPY RECVNEW"
                                   TO RI-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN RI-WORK-RECV-COUNT NOT = RI-ITEMS-ACCRUED
                  OR RI-WORK-PI-COUNT NOT = RI-ITEMS-ACCRUED
                  OR RI-WORK-OTHER-COUNT NOT = ZERO
                  OR RI-WORK-RECV-TOTAL NOT = RI-INTEREST-TOTAL
                  OR RI-WORK-PI-TOTAL NOT = RI-INTEREST-TOTAL
                   MOVE "POSTINGS DO NOT AGREE - DO NOT COPY"
                                   TO RI-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN RI-WORK-HIST-COUNT NOT = RI-ITEMS-ACCRUED
                  OR RI-WORK-HIST-TOTAL NOT = RI-INTEREST-TOTAL
                   MOVE "RCVHIST DOES NOT AGREE - DO NOT COPY"
                                   TO RI-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "BALANCED" TO RI-VERDICT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE RI-PRINT-LINE FROM RI-VERDICT-LINE.

       705-READ-BACK-RUN.
           CLOSE RECEIVABLE-NEW
           CLOSE ACCRUAL-POST-WORK
           CLOSE ACCRUAL-HIST-WORK
           OPEN INPUT RECEIVABLE-NEW
           IF RI-NEW-STATUS NOT = "00"
               DISPLAY "RECV-ACCRUE: UNABLE TO REOPEN RECVNEW, "
                       "STATUS = " RI-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCRUAL-POST-WORK
           IF RI-GLW-STATUS NOT = "00"
               DISPLAY "RECV-ACCRUE: UNABLE TO REOPEN RIGLWORK, "
                       "STATUS = " RI-GLW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCRUAL-HIST-WORK
           IF RI-RHW-STATUS NOT = "00"
               DISPLAY "RECV-ACCRUE: UNABLE TO REOPEN RIRHWORK, "
                       "STATUS = " RI-RHW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 706-READ-RECEIVABLE-NEW
           PERFORM 707-COUNT-RECEIVABLE-NEW
               UNTIL RI-NEW-END-OF-FILE
           PERFORM 712-READ-POSTING-WORK
           PERFORM 708-COUNT-POSTING-WORK
               UNTIL RI-GLW-END-OF-FILE
           PERFORM 716-READ-HISTORY-WORK
           PERFORM 709-COUNT-HISTORY-WORK
               UNTIL RI-RHW-END-OF-FILE
           CLOSE RECEIVABLE-NEW
           CLOSE ACCRUAL-POST-WORK
           CLOSE ACCRUAL-HIST-WORK.

       706-READ-RECEIVABLE-NEW.
           READ RECEIVABLE-NEW
               AT END
                   MOVE 'Y' TO RI-NEW-EOF-SWITCH
           END-READ.

       707-COUNT-RECEIVABLE-NEW.
           ADD 1 TO RI-ITEMS-WRITTEN
           ADD RN-OPEN-AMOUNT TO RI-OPEN-OUT-TOTAL
           PERFORM 706-READ-RECEIVABLE-NEW.

       708-COUNT-POSTING-WORK.
           EVALUATE TRUE
               WHEN GW-ACCOUNT-CODE = RI-GL-RECV-ACCOUNT
                   ADD 1 TO RI-WORK-RECV-COUNT
                   ADD GW-TAK-AMOUNT TO RI-WORK-RECV-TOTAL
               WHEN GW-ACCOUNT-CODE = RI-GL-PI-ACCOUNT
                   ADD 1 TO RI-WORK-PI-COUNT
                   ADD GW-TAK-AMOUNT TO RI-WORK-PI-TOTAL
               WHEN OTHER
                   ADD 1 TO RI-WORK-OTHER-COUNT
           END-EVALUATE
           PERFORM 712-READ-POSTING-WORK.

       709-COUNT-HISTORY-WORK.
           ADD 1 TO RI-WORK-HIST-COUNT
           ADD RW-AMOUNT TO RI-WORK-HIST-TOTAL
           PERFORM 716-READ-HISTORY-WORK.

      *****************************************************************
      * A RUN THAT PROVED GOES ONTO THE LEDGER AND THE RECEIVABLE
      * HISTORY: EVERY POSTING ON RIGLWORK IS APPENDED TO GLPOST AND
      * EVERY RECORD ON RIRHWORK TO RCVHIST.  THE MONTH IS RECORDED
      * ON ACCRHIST ONLY AFTER BOTH ARE WRITTEN.
      *****************************************************************
       710-POST-ACCRUALS.
           MOVE 'N' TO RI-GLW-EOF-SWITCH
           MOVE 'N' TO RI-RHW-EOF-SWITCH
           OPEN INPUT ACCRUAL-POST-WORK
           IF RI-GLW-STATUS NOT = "00"
               DISPLAY "RECV-ACCRUE: UNABLE TO REOPEN RIGLWORK, "
                       "STATUS = " RI-GLW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ACCRUAL-HIST-WORK
           IF RI-RHW-STATUS NOT = "00"
               DISPLAY "RECV-ACCRUE: UNABLE TO REOPEN RIRHWORK, "
                       "STATUS = " RI-RHW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           IF RI-GL-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF
           OPEN EXTEND RECEIVABLE-HISTORY
           IF RI-RCH-STATUS = "35"
               OPEN OUTPUT RECEIVABLE-HISTORY
           END-IF
           PERFORM 712-READ-POSTING-WORK
           PERFORM 714-COPY-ACCRUAL-POSTING
               UNTIL RI-GLW-END-OF-FILE
           PERFORM 716-READ-HISTORY-WORK
           PERFORM 718-COPY-RECEIVABLE-HISTORY
               UNTIL RI-RHW-END-OF-FILE
           CLOSE ACCRUAL-POST-WORK
           CLOSE ACCRUAL-HIST-WORK
           CLOSE GL-POSTING-FILE
           CLOSE RECEIVABLE-HISTORY
           PERFORM 720-WRITE-ACCRUAL-HISTORY.

       712-READ-POSTING-WORK.
           READ ACCRUAL-POST-WORK
               AT END
                   MOVE 'Y' TO RI-GLW-EOF-SWITCH
           END-READ.

       714-COPY-ACCRUAL-POSTING.
           WRITE GL-POSTING-RECORD FROM GW-POSTING-RECORD
           ADD 1 TO RI-POSTINGS-WRITTEN
           PERFORM 712-READ-POSTING-WORK.

       716-READ-HISTORY-WORK.
           READ ACCRUAL-HIST-WORK
               AT END
                   MOVE 'Y' TO RI-RHW-EOF-SWITCH
           END-READ.

       718-COPY-RECEIVABLE-HISTORY.
           WRITE RH-RECEIVABLE-HISTORY FROM RW-RECEIVABLE-HISTORY
           ADD 1 TO RI-HISTORY-WRITTEN
           PERFORM 716-READ-HISTORY-WORK.

       720-WRITE-ACCRUAL-HISTORY.
           OPEN EXTEND ACCRUAL-HISTORY
           IF RI-HST-STATUS = "35"
               OPEN OUTPUT ACCRUAL-HISTORY
           END-IF
           MOVE SPACES            TO AH-ACCRUAL-RECORD
           MOVE RI-ACCRUAL-MONTH  TO AH-ACCRUAL-MONTH
           MOVE RI-RUN-DATE       TO AH-RUN-DATE
           MOVE RI-RUN-TIME       TO AH-RUN-TIME
           MOVE RI-ITEMS-ACCRUED  TO AH-ITEMS-ACCRUED
           MOVE RI-INTEREST-TOTAL TO AH-INTEREST-TOTAL
           WRITE AH-ACCRUAL-RECORD
           CLOSE ACCRUAL-HISTORY.

       800-TERMINATE.
           IF RI-RCV-STATUS NOT = "35"
               CLOSE RECEIVABLE-FILE
           END-IF
           CLOSE ACCRUAL-REGISTER
           IF RETURN-CODE = 0
               PERFORM 710-POST-ACCRUALS
           END-IF
           PERFORM 850-PRINT-CONTROL-REPORT.

       850-PRINT-CONTROL-REPORT.
           MOVE RI-ITEMS-READ       TO RI-RPT-ITEMS-READ
           MOVE RI-ITEMS-ACCRUED    TO RI-RPT-ITEMS-ACCRUED
           MOVE RI-ITEMS-NOT-DUE    TO RI-RPT-ITEMS-NOT-DUE
           MOVE RI-ITEMS-NO-RATE    TO RI-RPT-ITEMS-NO-RATE
           MOVE RI-ITEMS-WRITTEN    TO RI-RPT-ITEMS-WRITTEN
           MOVE RI-POSTINGS-WRITTEN TO RI-RPT-POSTINGS
           MOVE RI-HISTORY-WRITTEN  TO RI-RPT-HISTORY
           MOVE RI-OPEN-IN-TOTAL    TO RI-RPT-OPEN-IN
           MOVE RI-INTEREST-TOTAL   TO RI-RPT-INTEREST-TOTAL
           MOVE RI-OPEN-OUT-TOTAL   TO RI-RPT-OPEN-OUT
           DISPLAY "==============================================="
           DISPLAY "     RECV-ACCRUE CONTROL TOTAL REPORT          "
           DISPLAY "==============================================="
           DISPLAY "ACCRUAL MONTH. . . . . . . . " RI-ACCRUAL-MONTH
           DISPLAY "OPEN ITEMS READ. . . . . . . " RI-RPT-ITEMS-READ
           DISPLAY "ITEMS CHARGED INTEREST . . . "
                   RI-RPT-ITEMS-ACCRUED
           DISPLAY "ITEMS NOT YET DUE. . . . . . "
                   RI-RPT-ITEMS-NOT-DUE
           DISPLAY "ITEMS WITH NO RATE ON FILE . "
                   RI-RPT-ITEMS-NO-RATE
           DISPLAY "ITEMS WRITTEN TO RECVNEW . . "
                   RI-RPT-ITEMS-WRITTEN
           DISPLAY "ACCRUAL POSTINGS WRITTEN . . " RI-RPT-POSTINGS
           DISPLAY "CHARGES ADDED TO RCVHIST . . " RI-RPT-HISTORY
           DISPLAY "OPEN AMOUNT ON RECVFILE. . . " RI-RPT-OPEN-IN
           DISPLAY "TOTAL INTEREST ACCRUED . . . "
                   RI-RPT-INTEREST-TOTAL
           DISPLAY "OPEN AMOUNT ON RECVNEW . . . " RI-RPT-OPEN-OUT
           IF RETURN-CODE = 0
               DISPLAY "VERDICT. . . . . . . . . . . BALANCED"
           ELSE
               DISPLAY "VERDICT. . . . . . . . . . . OUT OF BALANCE"
           END-IF
           DISPLAY "===============================================".
