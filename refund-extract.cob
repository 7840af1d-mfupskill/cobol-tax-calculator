      * missing-payee exception list and writes nothing, since a
      * check with no address goes nowhere good.
      *
      * Before any check is cut the refund is offset against the
      * taxpayer's open and partial items on the RECEIVABLE-FILE,
      * oldest first, and only what is left over goes to DISBEXT.
      * Each offset prints on the offset register, posts type "O"
      * to the refund account and the receivable control account on
      * GLPOST, is recorded on PAYHIST as a payment against the item
      * it paid, and is explained to the taxpayer on an offset
      * notice.  The receivable file is held in a table for the run
      * and written back out to RECEIVABLE-NEW, which the desk
      * copies over RECVFILE after review, the same way RECV-APPLY
      * updates it.  The run is refused while a RECVNEW from an
      * earlier run is still waiting to be copied across.
      *
      * Before the extract is released the registers are balanced
      * against the TOTAL REFUNDS figure the run wrote to the
      * CONTROL-HISTORY file: check register total plus offset
      * register total plus the exception total must equal it
      * exactly, or the run ends with RETURN CODE 8 and the
      * scheduler holds DISBEXT.  The offset postings and payment
      * history are held on work files for the run and reach
      * GLPOST and PAYHIST only when the registers balance.  A
      * released extract is copied onto the NEW-CHECKS intake file as
      * new checks, which CHECK-RECONCILE takes onto the cumulative
      * outstanding-check file and matches against what treasury
      * reports paid or returned.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFUND-EXTRACT.
      *                   DISBURSEMENT SYSTEM OFF THE TAXPYOUT
      *                   PRINTOUT, THE LAST HAND-KEYING LEFT IN
      *                   THE FLOW.
      *   10/15/2026  JH  REFUNDS ARE NOW OFFSET AGAINST THE
      *                   TAXPAYER'S OPEN RECEIVABLE ITEMS, OLDEST
      *                   FIRST, BEFORE A CHECK IS CUT.  TREASURY WAS
      *                   MAILING REFUNDS TO TAXPAYERS COLLECTIONS WAS
      *                   DUNNING.  OFFSETS PRINT ON THE OFFSETREG
      *                   REGISTER, POST TYPE "O" TO GLPOST, UPDATE
      *                   THE RECEIVABLE FILE THROUGH RECVNEW, AND
      *                   MAIL AN OFFSET NOTICE.
      *   10/15/2026  JH  CARRY THE LAST-ACCRUAL DATE THROUGH THE
      *                   ITEM TABLE TO RECVNEW.
      *   10/15/2026  JH  A RELEASED EXTRACT IS APPENDED TO OUTCHK SO
      *                   EVERY CHECK CUT CAN BE RECONCILED.
      *   10/15/2026  JH  NIGHTLY CYCLE STEP CONTROL: THE RUN IS
      *                   REFUSED UNLESS NOTICE-PRINT HAS COMPLETED
      *                   FOR THE BATCH ON TAXPYIN AND THIS STEP HAS
      *                   NOT, OR A SUPERVISOR OVERRIDE IS PRESENTED
      *                   ON CYCSIGN (SEE CYCSGREC), SO NO EXTRACT
      *                   RUNS AGAINST A TAXPYOUT WHOSE GLPOST IS
      *                   STILL HELD.  THE START, AND THE COMPLETION
      *                   OF A RELEASED FILE, ARE STAMPED ON THE
      *                   CYCLE-CONTROL FILE (SEE CYCLREC).
      *   10/15/2026  JH  THE CYCLE STEP IS MATCHED ON THE BATCH
      *                   HEADER'S CREATE DATE AS WELL AS THE BATCH
      *                   ID, SO A REUSED BATCH ID STARTS A NEW
      *                   CYCLE.  EVERY OFFSET IS APPENDED TO PAYHIST
      *                   AS DISPOSITION "O"; THE TRANSCRIPT AND THE
      *                   SURTAX SETTLEMENT NEVER SAW OFFSET MONEY.
      *   10/15/2026  JH  OFFSET POSTINGS AND PAYHIST RECORDS ARE HELD
      *                   ON RFGLWORK AND RFPHWORK AND COPIED TO
      *                   GLPOST AND PAYHIST ONLY WHEN THE REGISTERS
      *                   BALANCE.  AN OUT-OF-BALANCE RUN HAD ALREADY
      *                   WRITTEN THEM, AND ITS RERUN POSTED EVERY
      *                   OFFSET TWICE; NO GLHOLD RECORD IS NEEDED
      *                   NOW.  THE RUN IS REFUSED WHILE RECVNEW
      *                   DIFFERS FROM RECVFILE.
      *   10/15/2026  JH  NEW CHECKS ARE APPENDED TO THE NEWCHK INTAKE
      *                   INSTEAD OF OUTCHK.  CHECKS APPENDED TO OUTCHK
      *                   AFTER CHECK-RECONCILE HAD READ IT WERE LOST
      *                   WHEN THE DESK COPIED OUTCHKN OVER IT.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-HIST-STATUS.

           SELECT RECEIVABLE-FILE ASSIGN TO "RECVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-RCV-STATUS.

           SELECT RECEIVABLE-NEW ASSIGN TO "RECVNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-NEW-STATUS.

           SELECT OFFSET-REGISTER ASSIGN TO "OFFSETREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-OFR-STATUS.

           SELECT OFFSET-NOTICES ASSIGN TO "OFFSNOTC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-NTC-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-GL-STATUS.

           SELECT OFFSET-POST-WORK ASSIGN TO "RFGLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-GLW-STATUS.

           SELECT OFFSET-HIST-WORK ASSIGN TO "RFPHWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-PHW-STATUS.

           SELECT NEW-CHECKS    ASSIGN TO "NEWCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-NCK-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-CYC-STATUS.

           SELECT CYCLE-SIGNOFF ASSIGN TO "CYCSIGN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-CSG-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RF-PAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TAXPAYER-OUT.
       FD  CONTROL-HISTORY.
       COPY CTLHREC.

       FD  RECEIVABLE-FILE.
       COPY RECVREC.

       FD  RECEIVABLE-NEW.
       COPY RECVREC REPLACING LEADING ==RV== BY ==RN==.

       FD  OFFSET-REGISTER.
       01  RF-OFR-PRINT-LINE      PIC X(100).

       FD  OFFSET-NOTICES.
       01  RF-NTC-LETTER-LINE     PIC X(80).

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

      *****************************************************************
      * THE RUN'S OFFSET POSTINGS AND PAYMENT HISTORY ARE HELD ON
      * THESE TWO WORK FILES UNTIL THE REGISTERS BALANCE, AND ONLY
      * THEN COPIED ONTO GLPOST AND PAYHIST.
      *****************************************************************
       FD  OFFSET-POST-WORK.
       COPY GLPOSTREC REPLACING LEADING ==GL== BY ==GW==.

       FD  OFFSET-HIST-WORK.
       COPY PAYHREC REPLACING LEADING ==PH== BY ==PW==.

       FD  NEW-CHECKS.
       COPY OCHKREC.

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       FD  CYCLE-SIGNOFF.
       COPY CYCSGREC.

       FD  PAYMENT-HISTORY.
       COPY PAYHREC.

       WORKING-STORAGE SECTION.
       01  RF-FILE-STATUSES.
           05  RF-OUT-STATUS      PIC X(02) VALUE "00".
           05  RF-REG-STATUS      PIC X(02) VALUE "00".
           05  RF-EXC-STATUS      PIC X(02) VALUE "00".
           05  RF-HIST-STATUS     PIC X(02) VALUE "00".
           05  RF-RCV-STATUS      PIC X(02) VALUE "00".
           05  RF-NEW-STATUS      PIC X(02) VALUE "00".
           05  RF-OFR-STATUS      PIC X(02) VALUE "00".
           05  RF-NTC-STATUS      PIC X(02) VALUE "00".
           05  RF-GL-STATUS       PIC X(02) VALUE "00".
           05  RF-GLW-STATUS      PIC X(02) VALUE "00".
           05  RF-PHW-STATUS      PIC X(02) VALUE "00".
           05  RF-NCK-STATUS      PIC X(02) VALUE "00".
           05  RF-IN-STATUS       PIC X(02) VALUE "00".
           05  RF-CYC-STATUS      PIC X(02) VALUE "00".
           05  RF-CSG-STATUS      PIC X(02) VALUE "00".
           05  RF-PAY-STATUS      PIC X(02) VALUE "00".

       01  RF-SWITCHES.
           05  RF-OUT-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RF-HIST-END-OF-FILE     VALUE 'Y'.
           05  RF-CTL-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  RF-CONTROL-FIGURE-FOUND VALUE 'Y'.
           05  RF-RCV-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RF-RCV-END-OF-FILE      VALUE 'Y'.
           05  RF-ITEM-FOUND-SW   PIC X(01) VALUE 'N'.
               88  RF-OPEN-ITEM-FOUND      VALUE 'Y'.
           05  RF-NOTICE-SWITCH   PIC X(01) VALUE 'N'.
               88  RF-NOTICE-IS-OPEN       VALUE 'Y'.
           05  RF-DSB-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RF-DSB-END-OF-FILE      VALUE 'Y'.
           05  RF-GLW-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RF-GLW-END-OF-FILE      VALUE 'Y'.
           05  RF-PHW-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RF-PHW-END-OF-FILE      VALUE 'Y'.

      *****************************************************************
      * SWITCHES FOR THE RECVFILE/RECVNEW COMPARE MADE AT START-UP.
      *****************************************************************
       01  RF-CMP-RCV-EOF-SW    PIC X(01) VALUE 'N'.
           88  RF-CMP-RCV-END           VALUE 'Y'.
       01  RF-CMP-NEW-EOF-SW    PIC X(01) VALUE 'N'.
           88  RF-CMP-NEW-END           VALUE 'Y'.
       01  RF-CMP-DIFFERS-SW    PIC X(01) VALUE 'N'.
           88  RF-RECVNEW-DIFFERS       VALUE 'Y'.

       01  RF-RUN-DATE            PIC 9(08) VALUE ZEROES.
       01  RF-CONTROL-REFUNDS     PIC 9(10)V99 VALUE ZERO.
       01  RF-ACCOUNTED-TOTAL     PIC 9(10)V99 VALUE ZERO.

      *****************************************************************
      * GL ACCOUNTS AN OFFSET MOVES.  THE REFUND ACCOUNT IS THE ONE
      * TAX-CALCULATOR POSTS THE "F" REFUND TO; THE RECEIVABLE
      * CONTROL ACCOUNT CARRIES THE OPEN ITEMS ON RECVFILE.
      *****************************************************************
       01  RF-GL-REFUND-ACCOUNT   PIC X(06) VALUE "400200".
       01  RF-GL-RECV-ACCOUNT     PIC X(06) VALUE "130100".

      *****************************************************************
      * THE REFUND IN HAND AS IT IS OFFSET: WHAT IS STILL TO BE PAID
      * OUT, WHAT WENT AGAINST OPEN ITEMS, AND THE PIECE APPLIED TO
      * THE ITEM BEING WORKED.
      *****************************************************************
       01  RF-REFUND-REMAINING    PIC 9(07)V99 VALUE ZERO.
       01  RF-REFUND-OFFSET       PIC 9(07)V99 VALUE ZERO.
       01  RF-OFFSET-APPLIED      PIC 9(07)V99 VALUE ZERO.

      *****************************************************************
      * THE RECEIVABLE FILE, HELD FOR THE RUN.  TAXPYOUT IS NOT IN
      * TAXPAYER-ID ORDER - RECYCLED SUSPENSE RETURNS ARE APPENDED
      * AT THE END - SO THE OPEN ITEMS CANNOT BE MATCHED
      * SEQUENTIALLY.  RECVFILE IS IN KEY ORDER, SO A TAXPAYER'S
      * ITEMS SIT TOGETHER IN THE TABLE, OLDEST FIRST.  A FILE
      * LARGER THAN THE TABLE ABENDS THE RUN RATHER THAN OFFSETTING
      * AGAINST PART OF IT.
      *****************************************************************
       01  RF-ITEM-TABLE.
           05  RF-ITEM-ENTRY OCCURS 20000 TIMES.
               10  RF-ITEM-KEY.
                   15  RF-ITEM-ID         PIC X(09).
                   15  RF-ITEM-YEAR       PIC 9(04).
                   15  RF-ITEM-POSTED     PIC 9(08).
               10  RF-ITEM-ORIGINAL   PIC 9(07)V99.
               10  RF-ITEM-OPEN-AMT   PIC 9(07)V99.
               10  RF-ITEM-LAST-PAID  PIC 9(08).
               10  RF-ITEM-STATUS     PIC X(01).
               10  RF-ITEM-ACCRUED    PIC 9(08).
       01  RF-ITEM-MAX            PIC 9(08) COMP VALUE 20000.
       01  RF-ITEM-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  RF-ITEM-IDX            PIC 9(08) COMP VALUE ZERO.
       01  RF-ITEM-IDX-SAVE       PIC 9(08) COMP VALUE ZERO.

       01  RF-PREV-ITEM-KEY       PIC X(21) VALUE LOW-VALUES.

       01  RF-CONTROL-TOTALS.
           05  RF-OUTS-READ              PIC 9(08) VALUE ZERO.
           05  RF-REFUNDS-READ           PIC 9(08) VALUE ZERO.
           05  RF-NO-PAYEE-COUNT         PIC 9(08) VALUE ZERO.
           05  RF-REGISTER-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  RF-EXCEPTION-TOTAL        PIC 9(10)V99 VALUE ZERO.
           05  RF-ITEMS-READ             PIC 9(08) VALUE ZERO.
           05  RF-REFUNDS-OFFSET         PIC 9(08) VALUE ZERO.
           05  RF-FULLY-OFFSET           PIC 9(08) VALUE ZERO.
           05  RF-OFFSETS-APPLIED        PIC 9(08) VALUE ZERO.
           05  RF-ITEMS-CLOSED           PIC 9(08) VALUE ZERO.
           05  RF-ITEMS-PART-PAID        PIC 9(08) VALUE ZERO.
           05  RF-OFFSET-TOTAL           PIC 9(10)V99 VALUE ZERO.
           05  RF-NOTICES-PRINTED        PIC 9(08) VALUE ZERO.
           05  RF-NOTICES-NO-MAIL        PIC 9(08) VALUE ZERO.
           05  RF-NOTICES-NO-MASTER      PIC 9(08) VALUE ZERO.
           05  RF-POSTINGS-WRITTEN       PIC 9(08) VALUE ZERO.
           05  RF-ITEMS-WRITTEN          PIC 9(08) VALUE ZERO.
           05  RF-OPEN-AMOUNT-TOTAL      PIC 9(10)V99 VALUE ZERO.
           05  RF-CHECKS-RECORDED        PIC 9(08) VALUE ZERO.
           05  RF-HISTORY-WRITTEN        PIC 9(08) VALUE ZERO.

       01  RF-RPT-OUTS-READ        PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-REFUNDS-READ     PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-CHECKS           PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-CHECKS-RECORDED  PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-NO-PAYEE         PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-REGISTER-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RF-RPT-EXCEPTION-TOTAL  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RF-RPT-CONTROL-REFUNDS  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RF-RPT-ITEMS-READ       PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-REFUNDS-OFFSET   PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-FULLY-OFFSET     PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-ITEMS-CLOSED     PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-ITEMS-PART-PAID  PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-OFFSET-TOTAL     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RF-RPT-NOTICES          PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-NOTICES-NO-MAIL  PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-NOTICES-NO-MST   PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-POSTINGS         PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-HISTORY          PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-ITEMS-WRITTEN    PIC ZZZ,ZZZ,ZZ9.
       01  RF-RPT-OPEN-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * CHECK REGISTER LINE LAYOUTS.

       01  RF-REG-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RF-REG-TOTAL-LABEL PIC X(22) VALUE
               "REGISTER TOTAL".
           05  RF-REG-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(60) VALUE SPACES.
           05  RF-REG-VERDICT     PIC X(40).
           05  FILLER             PIC X(49) VALUE SPACES.

      *****************************************************************
      * OFFSET REGISTER LINE LAYOUTS.  ONE LINE PER OPEN ITEM A
      * REFUND WAS APPLIED TO, SHOWING THE REFUND YEAR IT CAME FROM
      * AND WHAT THE ITEM STILL OWES AFTERWARD.  THE TOTAL AND
      * VERDICT LINES ARE THE SAME ONES THE CHECK REGISTER PRINTS.
      *****************************************************************
       01  RF-OFR-HEADING-1.
           05  FILLER             PIC X(36) VALUE SPACES.
           05  FILLER             PIC X(28) VALUE
               "REFUND OFFSET REGISTER".
           05  FILLER             PIC X(36) VALUE SPACES.

       01  RF-OFR-HEADING-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "TAXPAYER".
           05  FILLER             PIC X(08) VALUE "REFUND".
           05  FILLER             PIC X(06) VALUE "ITEM".
           05  FILLER             PIC X(10) VALUE "POSTED".
           05  FILLER             PIC X(15) VALUE "   OFFSET AMT".
           05  FILLER             PIC X(15) VALUE "   STILL OPEN".
           05  FILLER             PIC X(34) VALUE SPACES.

       01  RF-OFR-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RF-OFR-ID          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RF-OFR-REFUND-YEAR PIC 9(04).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  RF-OFR-ITEM-YEAR   PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RF-OFR-POSTED      PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RF-OFR-APPLIED     PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RF-OFR-STILL-OPEN  PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(37) VALUE SPACES.

      *****************************************************************
      * OFFSET NOTICE LAYOUTS, ON THE SAME LETTER FRAME DUNNING-PRINT
      * USES.  ONE NOTICE PER REFUND OFFSET, LISTING EVERY ITEM THE
      * REFUND WAS APPLIED TO AND WHAT, IF ANYTHING, IS COMING BY
      * CHECK.
      *****************************************************************
       01  RF-NTC-RULE-LINE.
           05  FILLER             PIC X(80) VALUE ALL "-".

       01  RF-NTC-TITLE-LINE.
           05  FILLER             PIC X(25) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
               "NOTICE OF REFUND OFFSET".
           05  FILLER             PIC X(25) VALUE SPACES.

       01  RF-NTC-NAME-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  RF-NTC-NAME        PIC X(20).
           05  FILLER             PIC X(55) VALUE SPACES.

       01  RF-NTC-ADDR-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  RF-NTC-ADDRESS     PIC X(25).
           05  FILLER             PIC X(50) VALUE SPACES.

       01  RF-NTC-CITY-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  RF-NTC-CITY        PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RF-NTC-STATE       PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RF-NTC-ZIP         PIC X(09).
           05  FILLER             PIC X(47) VALUE SPACES.

       01  RF-NTC-REFUND-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(21) VALUE
               "YOUR REFUND FOR YEAR ".
           05  RF-NTC-REFUND-YEAR PIC 9(04).
           05  FILLER             PIC X(04) VALUE " OF ".
           05  RF-NTC-REFUND-AMT  PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(34) VALUE
               " WAS APPLIED TO BALANCES YOU OWE:".

       01  RF-NTC-ITEM-HEADING.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE "YEAR".
           05  FILLER             PIC X(10) VALUE "BILLED".
           05  FILLER             PIC X(15) VALUE "    APPLIED".
           05  FILLER             PIC X(15) VALUE "  STILL DUE".
           05  FILLER             PIC X(29) VALUE SPACES.

       01  RF-NTC-ITEM-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  RF-NTC-ITM-YEAR    PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RF-NTC-ITM-POSTED  PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RF-NTC-ITM-APPLIED PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RF-NTC-ITM-OPEN    PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(32) VALUE SPACES.

       01  RF-NTC-TOTAL-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(22) VALUE
               "TOTAL APPLIED".
           05  RF-NTC-TOT-APPLIED PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(36) VALUE SPACES.

       01  RF-NTC-CHECK-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(22) VALUE
               "MAILED TO YOU BY CHECK".
           05  RF-NTC-CHECK-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(36) VALUE SPACES.

       01  RF-NTC-NO-CHECK-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(75) VALUE
               "NO CHECK WILL BE ISSUED; THE WHOLE REFUND WAS APPLIED.".

      *****************************************************************
      * MISSING-PAYEE EXCEPTION LINE.
      *****************************************************************
           05  RF-EXC-MESSAGE     PIC X(20).
           05  FILLER             PIC X(12) VALUE SPACES.

      *****************************************************************
      * NIGHTLY CYCLE STEP CONTROL (SEE CYCLREC).  THE DONE FLAGS
      * SHOW WHICH STEPS OF THE CYCLE HAVE COMPLETED FOR THE BATCH;
      * THIS STEP WAITS ON THE PRIOR STEP.
      *****************************************************************
       01  RF-CYCLE-CONTROL.
           05  RF-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RF-CYC-END-OF-FILE      VALUE 'Y'.
           05  RF-CSG-PRESENT-SW  PIC X(01) VALUE 'N'.
               88  RF-CYC-SIGNOFF-PRESENT  VALUE 'Y'.
           05  RF-CSG-USED-SW     PIC X(01) VALUE 'N'.
               88  RF-CYC-SIGNOFF-USED     VALUE 'Y'.
           05  RF-CYC-STEP-NUMBER PIC 9(02) VALUE 7.
           05  RF-CYC-PRIOR-STEP  PIC 9(02) VALUE 6.
           05  RF-CYC-STEP-NAME   PIC X(15) VALUE
               "REFUND-EXTRACT".
           05  RF-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  RF-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  RF-CYC-TODAY       PIC 9(08) VALUE ZEROES.
           05  RF-CYC-NOW         PIC 9(08) VALUE ZEROES.
           05  RF-CYC-EVENT       PIC X(01) VALUE SPACE.
           05  RF-CYC-RECORD-COUNT PIC 9(08) VALUE ZERO.
           05  RF-CYC-SIGNED-BY   PIC X(20) VALUE SPACES.
           05  RF-CYC-OVERRIDE-BY PIC X(20) VALUE SPACES.
           05  RF-CYC-REFUSAL     PIC X(30) VALUE SPACES.
           05  RF-CYC-DONE-FLAGS.
               10  RF-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-EXTRACT-REFUNDS UNTIL RF-OUT-END-OF-FILE.
           PERFORM 500-WRITE-RECEIVABLE-NEW.
           PERFORM 700-BALANCE-REGISTER.
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
           ACCEPT RF-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT RF-CYC-NOW   FROM TIME
           PERFORM 051-READ-CYCLE-BATCH-ID
           MOVE ALL 'N' TO RF-CYC-DONE-FLAGS
           PERFORM 052-READ-CYCLE-SIGNOFF
           OPEN INPUT CYCLE-CONTROL
           IF RF-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF RF-CYC-STATUS NOT = "00"
                   DISPLAY "REFUND-EXTRACT: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " RF-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL RF-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           EVALUATE TRUE
               WHEN RF-CYC-STEP-DONE (RF-CYC-STEP-NUMBER) = 'Y'
                   MOVE "ALREADY COMPLETE FOR THE BATCH"
                       TO RF-CYC-REFUSAL
               WHEN RF-CYC-STEP-DONE (RF-CYC-PRIOR-STEP) NOT = 'Y'
                   MOVE "PRIOR STEP NOT COMPLETE"
                       TO RF-CYC-REFUSAL
               WHEN OTHER
                   MOVE SPACES TO RF-CYC-REFUSAL
           END-EVALUATE
           IF RF-CYC-REFUSAL NOT = SPACES
               PERFORM 056-APPLY-CYCLE-OVERRIDE
           END-IF
           MOVE "S"  TO RF-CYC-EVENT
           MOVE ZERO TO RF-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.

      *****************************************************************
      * THE BATCH ID AND CREATE DATE COME FROM THE BATCHHDR HEADER
      * ON TAXPYIN, THE FILE THE WHOLE CYCLE WAS RUN FROM.  A TAXPYIN
      * WITHOUT ITS HEADER, OR A HEADER WITHOUT A CREATE DATE, CANNOT
      * BE PLACED IN ANY CYCLE AND IS REFUSED.
      *****************************************************************
       051-READ-CYCLE-BATCH-ID.
           OPEN INPUT TAXPAYER-IN
           IF RF-IN-STATUS NOT = "00"
               DISPLAY "REFUND-EXTRACT: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " RF-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "REFUND-EXTRACT: TAXPYIN HAS NO BATCH HEADER, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID TO RF-CYC-BATCH-ID
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "REFUND-EXTRACT: BATCH HEADER HAS NO "
                       "CREATE DATE, "
                       "CYCLE STEP CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-CREATE-DATE TO RF-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

      *****************************************************************
      * PICK UP THE SUPERVISOR'S OVERRIDE, IF ONE WAS SUPPLIED.  A
      * SIGN-OFF FOR ANOTHER BATCH OR STEP IS NOT THIS STEP'S
      * BUSINESS; ONE FOR THIS BATCH AND STEP MUST CARRY THE
      * OVERRIDE DISPOSITION AND WHO SIGNED, OR IT IS REFUSED.
      *****************************************************************
       052-READ-CYCLE-SIGNOFF.
           OPEN INPUT CYCLE-SIGNOFF
           IF RF-CSG-STATUS = "35"
               CONTINUE
           ELSE
               IF RF-CSG-STATUS NOT = "00"
                   DISPLAY "REFUND-EXTRACT: UNABLE TO OPEN CYCSIGN, "
                           "STATUS = " RF-CSG-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ CYCLE-SIGNOFF
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CS-BATCH-ID = RF-CYC-BATCH-ID
                          AND CS-STEP-NAME = RF-CYC-STEP-NAME
                           IF NOT CS-DISP-OVERRIDE
                              OR CS-SIGNED-BY = SPACES
                               DISPLAY "REFUND-EXTRACT: CYCLE SIGN-OFF "
                                       "MUST BE A SIGNED "
                                       "OVERRIDE, GOT " CS-DISPOSITION
                               MOVE 8 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE CS-SIGNED-BY TO RF-CYC-SIGNED-BY
                           MOVE 'Y' TO RF-CSG-PRESENT-SW
                       END-IF
               END-READ
               CLOSE CYCLE-SIGNOFF
           END-IF.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO RF-CYC-EOF-SWITCH
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
           IF CC-RUN-DATE = RF-CYC-CYCLE-DATE
              AND CC-BATCH-ID = RF-CYC-BATCH-ID
               IF CC-STEP-COMPLETED
                  AND CC-STEP-NUMBER > ZERO
                  AND CC-STEP-NUMBER NOT > 8
                   MOVE 'Y' TO RF-CYC-STEP-DONE (CC-STEP-NUMBER)
               END-IF
               IF CC-STEP-STARTED
                  AND CC-STEP-NAME = RF-CYC-STEP-NAME
                  AND CC-STAMP-DATE = RF-CYC-TODAY
                  AND RF-CYC-SIGNOFF-PRESENT
                  AND CC-OVERRIDE-BY = RF-CYC-SIGNED-BY
                   MOVE 'Y' TO RF-CSG-USED-SW
               END-IF
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

      *****************************************************************
      * APPEND ONE RECORD TO THE CYCLE-CONTROL FILE.  THE FILE IS
      * NEVER REWRITTEN; THE FIRST STEP EVER RUN CREATES IT.
      *****************************************************************
       055-WRITE-CYCLE-RECORD.
           OPEN EXTEND CYCLE-CONTROL
           IF RF-CYC-STATUS = "35"
               OPEN OUTPUT CYCLE-CONTROL
           END-IF
           MOVE SPACES               TO CC-CYCLE-RECORD
           MOVE RF-CYC-CYCLE-DATE   TO CC-RUN-DATE
           MOVE RF-CYC-BATCH-ID     TO CC-BATCH-ID
           MOVE RF-CYC-STEP-NUMBER  TO CC-STEP-NUMBER
           MOVE RF-CYC-STEP-NAME    TO CC-STEP-NAME
           MOVE RF-CYC-EVENT        TO CC-EVENT
           MOVE RF-CYC-TODAY        TO CC-STAMP-DATE
           MOVE RF-CYC-NOW          TO CC-STAMP-TIME
           MOVE RETURN-CODE          TO CC-RETURN-CODE
           MOVE RF-CYC-RECORD-COUNT TO CC-RECORD-COUNT
           MOVE RF-CYC-OVERRIDE-BY  TO CC-OVERRIDE-BY
           WRITE CC-CYCLE-RECORD
           CLOSE CYCLE-CONTROL.

      *****************************************************************
      * A STEP THAT WOULD BE REFUSED STARTS ONLY ON A SUPERVISOR'S
      * OVERRIDE FOR THIS BATCH AND STEP NOT ALREADY SPENT TODAY.
      *****************************************************************
       056-APPLY-CYCLE-OVERRIDE.
           IF RF-CYC-SIGNOFF-PRESENT AND NOT RF-CYC-SIGNOFF-USED
               MOVE RF-CYC-SIGNED-BY TO RF-CYC-OVERRIDE-BY
               DISPLAY "REFUND-EXTRACT: BATCH " RF-CYC-BATCH-ID
                       " STEP " RF-CYC-REFUSAL
               DISPLAY "REFUND-EXTRACT: STARTED ON OVERRIDE SIGNED BY "
                       RF-CYC-OVERRIDE-BY
           ELSE
               IF RF-CYC-SIGNOFF-USED
                   DISPLAY "REFUND-EXTRACT: OVERRIDE SIGNED BY "
                           RF-CYC-SIGNED-BY " ALREADY USED TODAY"
               END-IF
               DISPLAY "REFUND-EXTRACT: BATCH " RF-CYC-BATCH-ID
                       " REFUSED, STEP " RF-CYC-REFUSAL
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
           IF RF-NEW-STATUS = "35"
               CONTINUE
           ELSE
               IF RF-NEW-STATUS NOT = "00"
                   DISPLAY "REFUND-EXTRACT: UNABLE TO OPEN RECVNEW, "
                           "STATUS = " RF-NEW-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT RECEIVABLE-FILE
               IF RF-RCV-STATUS = "35"
                   MOVE 'Y' TO RF-CMP-RCV-EOF-SW
               ELSE
                   IF RF-RCV-STATUS NOT = "00"
                       DISPLAY "REFUND-EXTRACT: UNABLE TO OPEN "
                               "RECVFILE, STATUS = " RF-RCV-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 061-READ-COMPARE-PAIR
               PERFORM 062-COMPARE-RECEIVABLE-PAIR
                   UNTIL RF-RECVNEW-DIFFERS
                      OR (RF-CMP-RCV-END AND RF-CMP-NEW-END)
               IF RF-RCV-STATUS NOT = "35"
                   CLOSE RECEIVABLE-FILE
               END-IF
               CLOSE RECEIVABLE-NEW
               IF RF-RECVNEW-DIFFERS
                   DISPLAY "REFUND-EXTRACT: RECVNEW HAS NOT BEEN "
                           "COPIED OVER RECVFILE, RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       061-READ-COMPARE-PAIR.
           IF NOT RF-CMP-RCV-END
               READ RECEIVABLE-FILE
                   AT END
                       MOVE 'Y' TO RF-CMP-RCV-EOF-SW
               END-READ
           END-IF
           IF NOT RF-CMP-NEW-END
               READ RECEIVABLE-NEW
                   AT END
                       MOVE 'Y' TO RF-CMP-NEW-EOF-SW
               END-READ
           END-IF.

       062-COMPARE-RECEIVABLE-PAIR.
           IF RF-CMP-RCV-END OR RF-CMP-NEW-END
               MOVE 'Y' TO RF-CMP-DIFFERS-SW
           ELSE
               IF RV-OPEN-ITEM NOT = RN-OPEN-ITEM
                   MOVE 'Y' TO RF-CMP-DIFFERS-SW
               ELSE
                   PERFORM 061-READ-COMPARE-PAIR
               END-IF
           END-IF.

       100-INITIALIZE.
           PERFORM 060-CHECK-RECVNEW-COPIED
           PERFORM 050-CHECK-CYCLE-STEP
           OPEN INPUT TAXPAYER-OUT
           IF RF-OUT-STATUS NOT = "00"
               DISPLAY "REFUND-EXTRACT: UNABLE TO OPEN TAXPYOUT, "
           OPEN OUTPUT DISBURSE-EXTRACT
           OPEN OUTPUT CHECK-REGISTER
           OPEN OUTPUT NOPAYEE-REPORT
           OPEN OUTPUT OFFSET-REGISTER
           OPEN OUTPUT OFFSET-NOTICES
           OPEN OUTPUT OFFSET-POST-WORK
           OPEN OUTPUT OFFSET-HIST-WORK
           ACCEPT RF-RUN-DATE FROM DATE YYYYMMDD
           WRITE RF-REG-PRINT-LINE FROM RF-REG-HEADING-1
           MOVE RF-RUN-DATE TO RF-REG-RUN-DATE
           WRITE RF-REG-PRINT-LINE FROM RF-REG-DATE-LINE
           WRITE RF-REG-PRINT-LINE FROM RF-REG-HEADING-2
           WRITE RF-OFR-PRINT-LINE FROM RF-OFR-HEADING-1
           WRITE RF-OFR-PRINT-LINE FROM RF-REG-DATE-LINE
           WRITE RF-OFR-PRINT-LINE FROM RF-OFR-HEADING-2
           WRITE RF-EXC-PRINT-LINE FROM RF-EXC-HEADING-LINE
           PERFORM 105-READ-CONTROL-FIGURE
           PERFORM 120-LOAD-RECEIVABLE-TABLE
           PERFORM 110-READ-TAXPAYER-OUT.

      *****************************************************************
           END-READ.

      *****************************************************************
      * LOAD THE RECEIVABLE FILE INTO THE ITEM TABLE.  NO RECVFILE
      * YET MEANS NOTHING IS OWED AND EVERY REFUND GOES TO A CHECK,
      * THE SAME WAY RECV-POST TREATS A FIRST RUN.  AN OUT-OF-
      * SEQUENCE FILE ABENDS THE RUN, AS IT DOES IN RECV-APPLY.
      *****************************************************************
       120-LOAD-RECEIVABLE-TABLE.
           OPEN INPUT RECEIVABLE-FILE
           IF RF-RCV-STATUS = "35"
               MOVE 'Y' TO RF-RCV-EOF-SWITCH
           ELSE
               IF RF-RCV-STATUS NOT = "00"
                   DISPLAY "REFUND-EXTRACT: UNABLE TO OPEN RECVFILE, "
                           "STATUS = " RF-RCV-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 125-READ-RECEIVABLE-ITEM
               PERFORM 130-STORE-RECEIVABLE-ITEM
                   UNTIL RF-RCV-END-OF-FILE
               CLOSE RECEIVABLE-FILE
           END-IF.

       125-READ-RECEIVABLE-ITEM.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'Y' TO RF-RCV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RF-ITEMS-READ
                   IF RV-KEY < RF-PREV-ITEM-KEY
                       DISPLAY "REFUND-EXTRACT: RECVFILE OUT OF "
                               "SEQUENCE AT ID " RV-TAXPAYER-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RV-KEY TO RF-PREV-ITEM-KEY
           END-READ.

       130-STORE-RECEIVABLE-ITEM.
           IF RF-ITEM-COUNT >= RF-ITEM-MAX
               DISPLAY "REFUND-EXTRACT: MORE THAN " RF-ITEM-MAX
                       " OPEN ITEMS ON RECVFILE, ITEM TABLE FULL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO RF-ITEM-COUNT
           MOVE RV-KEY             TO RF-ITEM-KEY       (RF-ITEM-COUNT)
           MOVE RV-ORIGINAL-AMOUNT TO RF-ITEM-ORIGINAL  (RF-ITEM-COUNT)
           MOVE RV-OPEN-AMOUNT     TO RF-ITEM-OPEN-AMT  (RF-ITEM-COUNT)
           MOVE RV-LAST-PAID-DATE  TO RF-ITEM-LAST-PAID (RF-ITEM-COUNT)
           MOVE RV-ITEM-STATUS     TO RF-ITEM-STATUS    (RF-ITEM-COUNT)
           MOVE RV-LAST-ACCRUAL-DATE
                                   TO RF-ITEM-ACCRUED   (RF-ITEM-COUNT)
           PERFORM 125-READ-RECEIVABLE-ITEM.

      *****************************************************************
      * ONE REFUND RECORD: OFFSET IT AGAINST WHATEVER THE TAXPAYER
      * STILL OWES, THEN WRITE THE EXTRACT RECORD AND THE REGISTER
      * LINE FOR WHAT IS LEFT, OR THE EXCEPTION LINE IF THERE IS NO
      * MASTER TO MAIL A CHECK TO.  A REFUND SWALLOWED WHOLE BY THE
      * OFFSET CUTS NO CHECK AT ALL.
      *****************************************************************
       200-EXTRACT-REFUNDS.
           IF TO-BALANCE-TYPE = "R"
               ADD 1 TO RF-REFUNDS-READ
               MOVE TO-BALANCE-AMOUNT TO RF-REFUND-REMAINING
               PERFORM 220-READ-MASTER-BY-ID
               PERFORM 230-OFFSET-REFUND
               IF RF-REFUND-REMAINING > ZERO
                   IF RF-MASTER-IS-FOUND
                       PERFORM 300-WRITE-DISBURSEMENT
                   ELSE
                       PERFORM 400-WRITE-NO-PAYEE-LINE
                   END-IF
               END-IF
               IF RF-NOTICE-IS-OPEN
                   PERFORM 330-FINISH-OFFSET-NOTICE
               END-IF
           END-IF
           PERFORM 110-READ-TAXPAYER-OUT.
                   MOVE 'Y' TO RF-MST-FOUND-SWITCH
           END-READ.

      *****************************************************************
      * OFFSET THE REFUND IN HAND AGAINST THE TAXPAYER'S OPEN AND
      * PARTIAL ITEMS, OLDEST FIRST, UNTIL THE ITEMS OR THE REFUND
      * RUN OUT.  AN ITEM ALREADY CLEARED BY AN EARLIER REFUND THIS
      * RUN CARRIES ZERO AND IS PASSED OVER.  THE NOTICE IS OPENED
      * ONLY WHEN THERE IS SOMETHING TO OFFSET AND THE TAXPAYER IS
      * MAILABLE; NO MASTER OR DO-NOT-MAIL STILL OFFSETS, SINCE THE
      * DEBT IS OWED EITHER WAY, AND IS COUNTED.
      *****************************************************************
       230-OFFSET-REFUND.
           MOVE ZEROES TO RF-REFUND-OFFSET
           MOVE 'N'    TO RF-NOTICE-SWITCH
           MOVE 'N'    TO RF-ITEM-FOUND-SW
           MOVE ZERO   TO RF-ITEM-IDX-SAVE
           PERFORM 235-TEST-FIRST-ITEM
               VARYING RF-ITEM-IDX FROM 1 BY 1
               UNTIL RF-ITEM-IDX > RF-ITEM-COUNT
                  OR RF-OPEN-ITEM-FOUND
           IF RF-OPEN-ITEM-FOUND
               ADD 1 TO RF-REFUNDS-OFFSET
               EVALUATE TRUE
                   WHEN NOT RF-MASTER-IS-FOUND
                       ADD 1 TO RF-NOTICES-NO-MASTER
                   WHEN TM-NO-MAIL
                       ADD 1 TO RF-NOTICES-NO-MAIL
                   WHEN OTHER
                       MOVE 'Y' TO RF-NOTICE-SWITCH
                       PERFORM 320-START-OFFSET-NOTICE
               END-EVALUATE
               PERFORM 240-APPLY-REFUND-TO-ITEM
                   VARYING RF-ITEM-IDX FROM RF-ITEM-IDX-SAVE BY 1
                   UNTIL RF-ITEM-IDX > RF-ITEM-COUNT
                      OR RF-REFUND-REMAINING = ZERO
                      OR RF-ITEM-ID (RF-ITEM-IDX) NOT = TO-ID
               IF RF-REFUND-REMAINING = ZERO
                   ADD 1 TO RF-FULLY-OFFSET
               END-IF
           END-IF.

       235-TEST-FIRST-ITEM.
           IF RF-ITEM-ID (RF-ITEM-IDX) = TO-ID
              AND RF-ITEM-OPEN-AMT (RF-ITEM-IDX) > ZERO
               MOVE 'Y' TO RF-ITEM-FOUND-SW
               MOVE RF-ITEM-IDX TO RF-ITEM-IDX-SAVE
           END-IF.

      *****************************************************************
      * APPLY WHAT IS LEFT OF THE REFUND TO ONE ITEM.  COVERING THE
      * WHOLE OPEN AMOUNT CLEARS THE ITEM, WHICH COMES OFF THE FILE
      * WHEN RECVNEW IS WRITTEN; LESS THAN THAT LEAVES IT PARTIALLY
      * PAID, THE SAME TWO OUTCOMES RECV-APPLY GIVES A REMITTANCE.
      *****************************************************************
       240-APPLY-REFUND-TO-ITEM.
           IF RF-ITEM-OPEN-AMT (RF-ITEM-IDX) > ZERO
               IF RF-REFUND-REMAINING >= RF-ITEM-OPEN-AMT (RF-ITEM-IDX)
                   MOVE RF-ITEM-OPEN-AMT (RF-ITEM-IDX)
                                         TO RF-OFFSET-APPLIED
                   MOVE ZEROES TO RF-ITEM-OPEN-AMT (RF-ITEM-IDX)
                   ADD 1 TO RF-ITEMS-CLOSED
               ELSE
                   MOVE RF-REFUND-REMAINING TO RF-OFFSET-APPLIED
                   SUBTRACT RF-REFUND-REMAINING
                       FROM RF-ITEM-OPEN-AMT (RF-ITEM-IDX)
                   MOVE "P" TO RF-ITEM-STATUS (RF-ITEM-IDX)
                   ADD 1 TO RF-ITEMS-PART-PAID
               END-IF
               MOVE RF-RUN-DATE TO RF-ITEM-LAST-PAID (RF-ITEM-IDX)
               SUBTRACT RF-OFFSET-APPLIED FROM RF-REFUND-REMAINING
               ADD RF-OFFSET-APPLIED TO RF-REFUND-OFFSET
               ADD RF-OFFSET-APPLIED TO RF-OFFSET-TOTAL
               ADD 1 TO RF-OFFSETS-APPLIED
               PERFORM 250-WRITE-OFFSET-LINE
               PERFORM 260-WRITE-OFFSET-POSTINGS
               PERFORM 270-WRITE-PAYMENT-HISTORY
               IF RF-NOTICE-IS-OPEN
                   MOVE RF-ITEM-YEAR (RF-ITEM-IDX)
                                         TO RF-NTC-ITM-YEAR
                   MOVE RF-ITEM-POSTED (RF-ITEM-IDX)
                                         TO RF-NTC-ITM-POSTED
                   MOVE RF-OFFSET-APPLIED TO RF-NTC-ITM-APPLIED
                   MOVE RF-ITEM-OPEN-AMT (RF-ITEM-IDX)
                                         TO RF-NTC-ITM-OPEN
                   WRITE RF-NTC-LETTER-LINE FROM RF-NTC-ITEM-LINE
               END-IF
           END-IF.

       250-WRITE-OFFSET-LINE.
           MOVE SPACES                    TO RF-OFR-DETAIL-LINE
           MOVE TO-ID                     TO RF-OFR-ID
           MOVE TO-TAX-YEAR               TO RF-OFR-REFUND-YEAR
           MOVE RF-ITEM-YEAR (RF-ITEM-IDX) TO RF-OFR-ITEM-YEAR
           MOVE RF-ITEM-POSTED (RF-ITEM-IDX)
                                          TO RF-OFR-POSTED
           MOVE RF-OFFSET-APPLIED         TO RF-OFR-APPLIED
           MOVE RF-ITEM-OPEN-AMT (RF-ITEM-IDX)
                                          TO RF-OFR-STILL-OPEN
           WRITE RF-OFR-PRINT-LINE FROM RF-OFR-DETAIL-LINE.

      *****************************************************************
      * POST THE OFFSET TWICE WITH TYPE "O": ONCE AGAINST THE REFUND
      * ACCOUNT THE "F" POSTING WENT TO AND ONCE AGAINST THE
      * RECEIVABLE CONTROL ACCOUNT, SO THE LEDGER SEES THE REFUND
      * REDUCED AND THE RECEIVABLE PAID DOWN BY THE SAME AMOUNT.
      * THE PAIR WAITS ON RFGLWORK UNTIL THE REGISTERS BALANCE.
      *****************************************************************
       260-WRITE-OFFSET-POSTINGS.
           MOVE SPACES               TO GW-POSTING-RECORD
           MOVE TO-ID                TO GW-TAXPAYER-ID
           MOVE RF-GL-REFUND-ACCOUNT TO GW-ACCOUNT-CODE
           MOVE RF-OFFSET-APPLIED    TO GW-TAK-AMOUNT
           MOVE RF-RUN-DATE          TO GW-POSTING-DATE
           MOVE "O"                  TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD
           MOVE SPACES               TO GW-POSTING-RECORD
           MOVE TO-ID                TO GW-TAXPAYER-ID
           MOVE RF-GL-RECV-ACCOUNT   TO GW-ACCOUNT-CODE
           MOVE RF-OFFSET-APPLIED    TO GW-TAK-AMOUNT
           MOVE RF-RUN-DATE          TO GW-POSTING-DATE
           MOVE "O"                  TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD.

      *****************************************************************
      * RECORD THE OFFSET ON THE PAYMENT HISTORY AGAINST THE ITEM IT
      * PAID, DISPOSITION "O", THE WAY RECV-APPLY RECORDS A
      * REMITTANCE, SO THE TAXPAYER'S PAYMENTS - AND THE SURTAX
      * LOCALITY-SETTLE FINDS COLLECTED - INCLUDE WHAT A REFUND PAID.
      * THE RECORD WAITS ON RFPHWORK WITH THE POSTINGS.
      *****************************************************************
       270-WRITE-PAYMENT-HISTORY.
           MOVE SPACES            TO PW-PAYMENT-HISTORY
           MOVE RF-ITEM-KEY (RF-ITEM-IDX) TO PW-KEY
           MOVE RF-RUN-DATE       TO PW-REMIT-DATE
           MOVE RF-RUN-DATE       TO PW-APPLY-DATE
           MOVE RF-OFFSET-APPLIED TO PW-AMOUNT
           MOVE "O"               TO PW-DISPOSITION
           WRITE PW-PAYMENT-HISTORY.

       300-WRITE-DISBURSEMENT.
           MOVE SPACES            TO DB-DISBURSE-RECORD
           MOVE TO-ID             TO DB-TAXPAYER-ID
           MOVE TM-STATE          TO DB-STATE
           MOVE TM-ZIP            TO DB-ZIP
           MOVE TO-TAX-YEAR       TO DB-TAX-YEAR
           MOVE RF-REFUND-REMAINING TO DB-REFUND-AMOUNT
           MOVE RF-RUN-DATE       TO DB-EXTRACT-DATE
           WRITE DB-DISBURSE-RECORD
           ADD 1 TO RF-CHECKS-WRITTEN
           ADD RF-REFUND-REMAINING TO RF-REGISTER-TOTAL
           MOVE SPACES            TO RF-REG-DETAIL-LINE
           MOVE RF-CHECKS-WRITTEN TO RF-REG-SEQ
           MOVE TO-ID             TO RF-REG-ID
           MOVE TM-NAME           TO RF-REG-PAYEE
           MOVE TO-TAX-YEAR       TO RF-REG-YEAR
           MOVE RF-REFUND-REMAINING TO RF-REG-AMOUNT
           WRITE RF-REG-PRINT-LINE FROM RF-REG-DETAIL-LINE.

      *****************************************************************
      * OPEN THE OFFSET NOTICE: NAME AND ADDRESS OFF THE MASTER, THE
      * REFUND BEING OFFSET, AND THE ITEM HEADING.  THE ITEM LINES
      * ARE WRITTEN AS EACH OFFSET IS APPLIED.
      *****************************************************************
       320-START-OFFSET-NOTICE.
           WRITE RF-NTC-LETTER-LINE FROM RF-NTC-RULE-LINE
           WRITE RF-NTC-LETTER-LINE FROM RF-NTC-TITLE-LINE
           MOVE SPACES TO RF-NTC-LETTER-LINE
           WRITE RF-NTC-LETTER-LINE
           MOVE TM-NAME        TO RF-NTC-NAME
           WRITE RF-NTC-LETTER-LINE FROM RF-NTC-NAME-LINE
           MOVE TM-ADDR-LINE-1 TO RF-NTC-ADDRESS
           WRITE RF-NTC-LETTER-LINE FROM RF-NTC-ADDR-LINE
           IF TM-ADDR-LINE-2 NOT = SPACES
               MOVE TM-ADDR-LINE-2 TO RF-NTC-ADDRESS
               WRITE RF-NTC-LETTER-LINE FROM RF-NTC-ADDR-LINE
           END-IF
           MOVE TM-CITY        TO RF-NTC-CITY
           MOVE TM-STATE       TO RF-NTC-STATE
           MOVE TM-ZIP         TO RF-NTC-ZIP
           WRITE RF-NTC-LETTER-LINE FROM RF-NTC-CITY-LINE
           MOVE SPACES TO RF-NTC-LETTER-LINE
           WRITE RF-NTC-LETTER-LINE
           MOVE TO-TAX-YEAR       TO RF-NTC-REFUND-YEAR
           MOVE TO-BALANCE-AMOUNT TO RF-NTC-REFUND-AMT
           WRITE RF-NTC-LETTER-LINE FROM RF-NTC-REFUND-LINE
           MOVE SPACES TO RF-NTC-LETTER-LINE
           WRITE RF-NTC-LETTER-LINE
           WRITE RF-NTC-LETTER-LINE FROM RF-NTC-ITEM-HEADING.

       330-FINISH-OFFSET-NOTICE.
           MOVE SPACES TO RF-NTC-LETTER-LINE
           WRITE RF-NTC-LETTER-LINE
           MOVE RF-REFUND-OFFSET TO RF-NTC-TOT-APPLIED
           WRITE RF-NTC-LETTER-LINE FROM RF-NTC-TOTAL-LINE
           IF RF-REFUND-REMAINING > ZERO
               MOVE RF-REFUND-REMAINING TO RF-NTC-CHECK-AMT
               WRITE RF-NTC-LETTER-LINE FROM RF-NTC-CHECK-LINE
           ELSE
               WRITE RF-NTC-LETTER-LINE FROM RF-NTC-NO-CHECK-LINE
           END-IF
           MOVE SPACES TO RF-NTC-LETTER-LINE
           WRITE RF-NTC-LETTER-LINE
           MOVE 'N' TO RF-NOTICE-SWITCH
           ADD 1 TO RF-NOTICES-PRINTED.

       400-WRITE-NO-PAYEE-LINE.
           ADD 1 TO RF-NO-PAYEE-COUNT
           ADD RF-REFUND-REMAINING TO RF-EXCEPTION-TOTAL
           MOVE SPACES            TO RF-EXCEPTION-LINE
           MOVE TO-ID             TO RF-EXC-ID
           MOVE TO-NAME           TO RF-EXC-NAME
           MOVE RF-REFUND-REMAINING TO RF-EXC-AMOUNT
           MOVE "NO MASTER RECORD"
                                  TO RF-EXC-MESSAGE
           WRITE RF-EXC-PRINT-LINE FROM RF-EXCEPTION-LINE.

      *****************************************************************
      * WRITE THE RECEIVABLE FILE BACK OUT TO RECVNEW IN THE SAME KEY
      * ORDER IT CAME IN.  AN ITEM THE OFFSETS CLEARED COMES OFF THE
      * FILE; EVERY OTHER ITEM IS CARRIED, PARTIALLY PAID OR NOT.
      *****************************************************************
       500-WRITE-RECEIVABLE-NEW.
           OPEN OUTPUT RECEIVABLE-NEW
           IF RF-NEW-STATUS NOT = "00"
               DISPLAY "REFUND-EXTRACT: UNABLE TO OPEN RECVNEW, "
                       "STATUS = " RF-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 510-WRITE-RECEIVABLE-ITEM
               VARYING RF-ITEM-IDX FROM 1 BY 1
               UNTIL RF-ITEM-IDX > RF-ITEM-COUNT
           CLOSE RECEIVABLE-NEW.

       510-WRITE-RECEIVABLE-ITEM.
           IF RF-ITEM-OPEN-AMT (RF-ITEM-IDX) > ZERO
               MOVE SPACES TO RN-OPEN-ITEM
               MOVE RF-ITEM-KEY       (RF-ITEM-IDX) TO RN-KEY
               MOVE RF-ITEM-ORIGINAL  (RF-ITEM-IDX)
                                          TO RN-ORIGINAL-AMOUNT
               MOVE RF-ITEM-OPEN-AMT  (RF-ITEM-IDX) TO RN-OPEN-AMOUNT
               MOVE RF-ITEM-LAST-PAID (RF-ITEM-IDX)
                                          TO RN-LAST-PAID-DATE
               MOVE RF-ITEM-STATUS    (RF-ITEM-IDX) TO RN-ITEM-STATUS
               MOVE RF-ITEM-ACCRUED   (RF-ITEM-IDX)
                                          TO RN-LAST-ACCRUAL-DATE
               WRITE RN-OPEN-ITEM
               ADD 1 TO RF-ITEMS-WRITTEN
               ADD RF-ITEM-OPEN-AMT (RF-ITEM-IDX)
                   TO RF-OPEN-AMOUNT-TOTAL
           END-IF.

      *****************************************************************
      * BALANCE THE REGISTERS BEFORE RELEASE: EVERY REFUND DOLLAR THE
      * RUN REPORTED MUST BE ON THE CHECK REGISTER, ON THE OFFSET
      * REGISTER, OR ON THE EXCEPTION LIST.  ANYTHING ELSE, OR NO
      * CONTROL FIGURE TO PROVE AGAINST, ENDS WITH RETURN CODE 8 SO
      * THE SCHEDULER HOLDS DISBEXT, AND THE OFFSET POSTINGS AND
      * PAYMENT HISTORY NEVER LEAVE THEIR WORK FILES.  A RERUN
      * AFTER THE DESK PUTS IT RIGHT THEREFORE POSTS EACH OFFSET
      * ONCE.
      *****************************************************************
       700-BALANCE-REGISTER.
           MOVE SPACES TO RF-REG-PRINT-LINE
           WRITE RF-REG-PRINT-LINE
           MOVE "REGISTER TOTAL"  TO RF-REG-TOTAL-LABEL
           MOVE RF-REGISTER-TOTAL TO RF-REG-TOTAL
           WRITE RF-REG-PRINT-LINE FROM RF-REG-TOTAL-LINE
           MOVE "OFFSET TOTAL"    TO RF-REG-TOTAL-LABEL
           MOVE RF-OFFSET-TOTAL   TO RF-REG-TOTAL
           WRITE RF-REG-PRINT-LINE FROM RF-REG-TOTAL-LINE
           MOVE SPACES TO RF-OFR-PRINT-LINE
           WRITE RF-OFR-PRINT-LINE
           MOVE "REGISTER TOTAL"  TO RF-REG-TOTAL-LABEL
           MOVE RF-OFFSET-TOTAL   TO RF-REG-TOTAL
           WRITE RF-OFR-PRINT-LINE FROM RF-REG-TOTAL-LINE
           MOVE "CHECK TOTAL"     TO RF-REG-TOTAL-LABEL
           MOVE RF-REGISTER-TOTAL TO RF-REG-TOTAL
           WRITE RF-OFR-PRINT-LINE FROM RF-REG-TOTAL-LINE
           COMPUTE RF-ACCOUNTED-TOTAL =
               RF-REGISTER-TOTAL + RF-OFFSET-TOTAL
               + RF-EXCEPTION-TOTAL
           EVALUATE TRUE
               WHEN NOT RF-CONTROL-FIGURE-FOUND
                   MOVE "NO CONTROL FIGURE - FILE NOT RELEASED"
                       TO RF-REG-VERDICT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE RF-REG-PRINT-LINE FROM RF-REG-VERDICT-LINE
           WRITE RF-OFR-PRINT-LINE FROM RF-REG-VERDICT-LINE.

      *****************************************************************
      * A RELEASED RUN'S OFFSETS GO ONTO THE LEDGER AND THE PAYMENT
      * HISTORY: EVERY POSTING ON RFGLWORK IS APPENDED TO GLPOST AND
      * EVERY RECORD ON RFPHWORK TO PAYHIST.
      *****************************************************************
       710-POST-OFFSETS.
           OPEN INPUT OFFSET-POST-WORK
           IF RF-GLW-STATUS NOT = "00"
               DISPLAY "REFUND-EXTRACT: UNABLE TO REOPEN RFGLWORK, "
                       "STATUS = " RF-GLW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OFFSET-HIST-WORK
           IF RF-PHW-STATUS NOT = "00"
               DISPLAY "REFUND-EXTRACT: UNABLE TO REOPEN RFPHWORK, "
                       "STATUS = " RF-PHW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           IF RF-GL-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF
           OPEN EXTEND PAYMENT-HISTORY
           IF RF-PAY-STATUS = "35"
               OPEN OUTPUT PAYMENT-HISTORY
           END-IF
           PERFORM 712-READ-POSTING-WORK
           PERFORM 714-COPY-OFFSET-POSTING
               UNTIL RF-GLW-END-OF-FILE
           PERFORM 716-READ-HISTORY-WORK
           PERFORM 718-COPY-PAYMENT-HISTORY
               UNTIL RF-PHW-END-OF-FILE
           CLOSE OFFSET-POST-WORK
           CLOSE OFFSET-HIST-WORK
           CLOSE GL-POSTING-FILE
           CLOSE PAYMENT-HISTORY.

       712-READ-POSTING-WORK.
           READ OFFSET-POST-WORK
               AT END
                   MOVE 'Y' TO RF-GLW-EOF-SWITCH
           END-READ.

       714-COPY-OFFSET-POSTING.
           WRITE GL-POSTING-RECORD FROM GW-POSTING-RECORD
           ADD 1 TO RF-POSTINGS-WRITTEN
           PERFORM 712-READ-POSTING-WORK.

       716-READ-HISTORY-WORK.
           READ OFFSET-HIST-WORK
               AT END
                   MOVE 'Y' TO RF-PHW-EOF-SWITCH
           END-READ.

       718-COPY-PAYMENT-HISTORY.
           WRITE PH-PAYMENT-HISTORY FROM PW-PAYMENT-HISTORY
           ADD 1 TO RF-HISTORY-WRITTEN
           PERFORM 716-READ-HISTORY-WORK.

      *****************************************************************
      * A RELEASED EXTRACT GOES ONTO THE NEWCHK INTAKE FILE, ONE
      * NEW CHECK PER DISBEXT RECORD, KEYED BY TAXPAYER, TAX YEAR,
      * AND EXTRACT DATE - THE SAME THREE FIELDS TREASURY ECHOES
      * BACK ON ITS PAID/RETURNED FILE.  A HELD EXTRACT NEVER
      * REACHES TREASURY AND IS NOT RECORDED.  CHECK-RECONCILE
      * EMPTIES NEWCHK ONCE IT HAS TAKEN THE CHECKS ONTO OUTCHKN.
      *****************************************************************
       720-RECORD-OUTSTANDING-CHECKS.
           OPEN INPUT DISBURSE-EXTRACT
           IF RF-DSB-STATUS NOT = "00"
               DISPLAY "REFUND-EXTRACT: UNABLE TO REOPEN DISBEXT, "
                       "STATUS = " RF-DSB-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND NEW-CHECKS
           IF RF-NCK-STATUS = "35"
               OPEN OUTPUT NEW-CHECKS
           END-IF
           PERFORM 725-READ-DISBURSEMENT
           PERFORM 730-WRITE-OUTSTANDING-CHECK
               UNTIL RF-DSB-END-OF-FILE
           CLOSE DISBURSE-EXTRACT
           CLOSE NEW-CHECKS.

       725-READ-DISBURSEMENT.
           READ DISBURSE-EXTRACT
               AT END
                   MOVE 'Y' TO RF-DSB-EOF-SWITCH
           END-READ.

       730-WRITE-OUTSTANDING-CHECK.
           MOVE SPACES            TO OC-CHECK-RECORD
           MOVE DB-TAXPAYER-ID    TO OC-TAXPAYER-ID
           MOVE DB-TAX-YEAR       TO OC-TAX-YEAR
           MOVE DB-EXTRACT-DATE   TO OC-ISSUE-DATE
           MOVE DB-REFUND-AMOUNT  TO OC-CHECK-AMOUNT
           MOVE DB-PAYEE-NAME     TO OC-PAYEE-NAME
           MOVE DB-ADDR-LINE-1    TO OC-ADDR-LINE-1
           MOVE DB-ADDR-LINE-2    TO OC-ADDR-LINE-2
           MOVE DB-CITY           TO OC-CITY
           MOVE DB-STATE          TO OC-STATE
           MOVE DB-ZIP            TO OC-ZIP
           MOVE "N"               TO OC-CHECK-STATUS
           MOVE ZEROES            TO OC-STATUS-DATE
           WRITE OC-CHECK-RECORD
           ADD 1 TO RF-CHECKS-RECORDED
           PERFORM 725-READ-DISBURSEMENT.

       800-TERMINATE.
           CLOSE TAXPAYER-OUT
           CLOSE TAXPAYER-MASTER
           CLOSE DISBURSE-EXTRACT
           CLOSE OFFSET-POST-WORK
           CLOSE OFFSET-HIST-WORK
           IF RETURN-CODE = 0 AND RF-CHECKS-WRITTEN > ZERO
               PERFORM 720-RECORD-OUTSTANDING-CHECKS
           END-IF
           IF RETURN-CODE = 0 AND RF-OFFSETS-APPLIED > ZERO
               PERFORM 710-POST-OFFSETS
           END-IF
           CLOSE CHECK-REGISTER
           CLOSE NOPAYEE-REPORT
           CLOSE OFFSET-REGISTER
           CLOSE OFFSET-NOTICES
           PERFORM 850-PRINT-CONTROL-REPORT
           IF RETURN-CODE = 0
               PERFORM 870-STAMP-CYCLE-COMPLETE
           END-IF.

       850-PRINT-CONTROL-REPORT.
           MOVE RF-OUTS-READ       TO RF-RPT-OUTS-READ
           MOVE RF-REFUNDS-READ    TO RF-RPT-REFUNDS-READ
           MOVE RF-CHECKS-WRITTEN  TO RF-RPT-CHECKS
           MOVE RF-CHECKS-RECORDED TO RF-RPT-CHECKS-RECORDED
           MOVE RF-NO-PAYEE-COUNT  TO RF-RPT-NO-PAYEE
           MOVE RF-REGISTER-TOTAL  TO RF-RPT-REGISTER-TOTAL
           MOVE RF-EXCEPTION-TOTAL TO RF-RPT-EXCEPTION-TOTAL
           MOVE RF-CONTROL-REFUNDS TO RF-RPT-CONTROL-REFUNDS
           MOVE RF-ITEMS-READ      TO RF-RPT-ITEMS-READ
           MOVE RF-REFUNDS-OFFSET  TO RF-RPT-REFUNDS-OFFSET
           MOVE RF-FULLY-OFFSET    TO RF-RPT-FULLY-OFFSET
           MOVE RF-ITEMS-CLOSED    TO RF-RPT-ITEMS-CLOSED
           MOVE RF-ITEMS-PART-PAID TO RF-RPT-ITEMS-PART-PAID
           MOVE RF-OFFSET-TOTAL    TO RF-RPT-OFFSET-TOTAL
           MOVE RF-NOTICES-PRINTED TO RF-RPT-NOTICES
           MOVE RF-NOTICES-NO-MAIL TO RF-RPT-NOTICES-NO-MAIL
           MOVE RF-NOTICES-NO-MASTER TO RF-RPT-NOTICES-NO-MST
           MOVE RF-POSTINGS-WRITTEN TO RF-RPT-POSTINGS
           MOVE RF-HISTORY-WRITTEN TO RF-RPT-HISTORY
           MOVE RF-ITEMS-WRITTEN   TO RF-RPT-ITEMS-WRITTEN
           MOVE RF-OPEN-AMOUNT-TOTAL TO RF-RPT-OPEN-TOTAL
           DISPLAY "==============================================="
           DISPLAY "   REFUND-EXTRACT CONTROL TOTAL REPORT         "
           DISPLAY "==============================================="
           DISPLAY "TAXPAYER-OUT RECORDS READ. . " RF-RPT-OUTS-READ
           DISPLAY "REFUND RECORDS READ. . . . . " RF-RPT-REFUNDS-READ
           DISPLAY "CHECKS EXTRACTED . . . . . . " RF-RPT-CHECKS
           DISPLAY "CHECKS RECORDED ON NEWCHK. . "
                   RF-RPT-CHECKS-RECORDED
           DISPLAY "NO MASTER RECORD . . . . . . " RF-RPT-NO-PAYEE
           DISPLAY "OPEN ITEMS READ. . . . . . . " RF-RPT-ITEMS-READ
           DISPLAY "REFUNDS OFFSET . . . . . . . "
                   RF-RPT-REFUNDS-OFFSET
           DISPLAY "REFUNDS FULLY OFFSET . . . . "
                   RF-RPT-FULLY-OFFSET
           DISPLAY "ITEMS CLEARED BY OFFSET. . . " RF-RPT-ITEMS-CLOSED
           DISPLAY "ITEMS PARTIALLY OFFSET . . . "
                   RF-RPT-ITEMS-PART-PAID
           DISPLAY "OFFSET NOTICES PRINTED . . . " RF-RPT-NOTICES
           DISPLAY "NOTICES SUPPRESSED, NO MAIL. "
                   RF-RPT-NOTICES-NO-MAIL
           DISPLAY "NOTICES NOT SENT, NO MASTER. "
                   RF-RPT-NOTICES-NO-MST
           DISPLAY "OFFSET POSTINGS WRITTEN. . . " RF-RPT-POSTINGS
           DISPLAY "OFFSETS ADDED TO PAYHIST . . " RF-RPT-HISTORY
           DISPLAY "ITEMS WRITTEN TO RECVNEW . . "
                   RF-RPT-ITEMS-WRITTEN
           DISPLAY "OPEN AMOUNT ON RECVNEW . . . " RF-RPT-OPEN-TOTAL
           DISPLAY "REGISTER TOTAL . . . . . . . "
                   RF-RPT-REGISTER-TOTAL
           DISPLAY "OFFSET TOTAL . . . . . . . . "
                   RF-RPT-OFFSET-TOTAL
           DISPLAY "EXCEPTION TOTAL. . . . . . . "
                   RF-RPT-EXCEPTION-TOTAL
           DISPLAY "CONTROL REPORT REFUNDS . . . "
                       "RELEASED"
           END-IF
           DISPLAY "===============================================".

      *****************************************************************
      * STAMP THIS STEP COMPLETE FOR THE BATCH ON THE CYCLE-CONTROL
      * FILE, WITH THE RETURN CODE AND THE STEP'S RECORD COUNT, SO
      * THE NEXT STEP OF THE CYCLE MAY START.
      *****************************************************************
       870-STAMP-CYCLE-COMPLETE.
           ACCEPT RF-CYC-TODAY FROM DATE YYYYMMDD
           ACCEPT RF-CYC-NOW   FROM TIME
           MOVE "C"   TO RF-CYC-EVENT
           MOVE RF-OUTS-READ TO RF-CYC-RECORD-COUNT
           PERFORM 055-WRITE-CYCLE-RECORD.
