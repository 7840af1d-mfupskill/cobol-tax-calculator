      * partial payment reduces the open amount and marks the item
      * "P".  The result is written to RECEIVABLE-NEW, which the
      * desk copies over RECVFILE once the application report has
      * been reviewed.  The run is refused while a RECVNEW from an
      * earlier run is still waiting to be copied across.
      *
      * Every application, partial payment, unapplied remainder, and
      * remittance with no open item goes to the printed application
      * report.  An out-of-sequence receivable file abends the run;
      * an out-of-sequence remittance is rejected, not applied, and
      * its money waits in suspense with the other unapplied cash.
      *
      * Every dollar applied is posted to GLPOST as a type "C" cash
      * receipt against the receivable control account and the cash
      * account; money that paid nothing - a remainder, a remittance
      * with no open item, or a rejected remittance - is posted as
      * type "U" to the unapplied-cash suspense account instead.
      * REMITIN opens with a DEPOSHDR deposit header carrying the
      * count and total off the bank deposit ticket, and every
      * remittance keyed, applied or not, is balanced back to it.
      * The postings, and the payment history below, are held on
      * work files until the deposit has been balanced, so a run that
      * abends part way posts nothing.  Then they are copied onto
      * GLPOST and PAYHIST.  A run that does not agree with the
      * deposit ends with RETURN-CODE 8 and appends a held
      * disposition to the GL-HOLD-FILE, naming where on GLPOST its
      * postings sit, so the late GL-RELEASE pass keeps them from the
      * ledger until a supervisor signs off.  RECVNEW from a held run
      * is copied over RECVFILE only when the sign-off releases it;
      * on a rejection RECVNEW is removed and the corrected deposit
      * run again, and GL-RELEASE passes over the rejected postings.
      *
      * Every amount applied to an item is also appended to the
      * PAYMENT-HISTORY file, the running record of what each
      * taxpayer has paid against each year, which INSTALL-MONITOR
      * works installment agreements from.
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
       PROGRAM-ID. RECV-APPLY.
      *                   BALANCES WERE PREVIOUSLY CROSSED OFF A
      *                   PRINTOUT BY HAND AND NEVER CAME BACK OFF
      *                   THE BILLED FIGURES.
      *   10/15/2026  JH  CASH RECEIPTS NOW POST TO GLPOST (TYPE "C",
      *                   UNAPPLIED MONEY TYPE "U" TO SUSPENSE) AND
      *                   THE RUN IS BALANCED TO THE DEPOSIT HEADER
      *                   ON REMITIN, HELD ON THE GL-HOLD-FILE WHEN IT
      *                   DOES NOT AGREE.  THE LEDGER PREVIOUSLY
      *                   SHOWED PAID RETURNS AS STILL OWED.
      *   10/15/2026  JH  EVERY AMOUNT APPLIED IS APPENDED TO THE
      *                   PAYMENT-HISTORY FILE (SEE PAYHREC) SO
      *                   INSTALLMENT AGREEMENTS CAN BE CHECKED
      *                   AGAINST WHAT WAS ACTUALLY PAID.
      *   10/15/2026  JH  RUN ONLY IN THE GLPOST POSTING WINDOW
      *                   (SEE CYCLREC).  A REJECTED OUT-OF-SEQUENCE
      *                   REMITTANCE NOW POSTS TYPE "U" TO SUSPENSE;
      *                   ITS CASH WAS DEPOSITED BUT NEVER REACHED
      *                   THE LEDGER.
      *   10/15/2026  JH  CASH POSTINGS AND PAYHIST RECORDS ARE HELD
      *                   ON RAGLWORK AND RAPHWORK UNTIL THE DEPOSIT
      *                   IS BALANCED, SO AN ABENDED RUN POSTS
      *                   NOTHING.  THE GLHOLD RECORD OF AN
      *                   OUT-OF-BALANCE DEPOSIT NOW CARRIES THE CYCLE
      *                   AND WHERE ITS POSTINGS SIT ON GLPOST, SO THE
      *                   LATE GL-RELEASE PASS HOLDS JUST THOSE.  THE
      *                   RUN IS REFUSED WHILE RECVNEW DIFFERS FROM
      *                   RECVFILE.  THE DEPOSIT DATE PRINTS ON THE
      *                   DEPOSIT TICKET LINE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-RPT-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-GL-STATUS.

           SELECT CASH-POST-WORK ASSIGN TO "RAGLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-GLW-STATUS.

           SELECT CASH-HIST-WORK ASSIGN TO "RAPHWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-PHW-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-HIST-STATUS.

           SELECT GL-HOLD-FILE  ASSIGN TO "GLHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-HOLD-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RA-CYC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECEIVABLE-FILE.

       FD  REMIT-IN.
       COPY REMITREC.
       COPY DEPOSREC.

       FD  RECEIVABLE-NEW.
       COPY RECVREC REPLACING LEADING ==RV== BY ==RN==.
       FD  APPLY-REPORT.
       01  RA-PRINT-LINE          PIC X(100).

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

      *****************************************************************
      * THE RUN'S CASH POSTINGS AND PAYMENT HISTORY ARE HELD ON THESE
      * TWO WORK FILES UNTIL THE DEPOSIT HAS BEEN BALANCED, AND ONLY
      * THEN COPIED ONTO GLPOST AND PAYHIST.
      *****************************************************************
       FD  CASH-POST-WORK.
       COPY GLPOSTREC REPLACING LEADING ==GL== BY ==GW==.

       FD  CASH-HIST-WORK.
       COPY PAYHREC REPLACING LEADING ==PH== BY ==PW==.

       FD  PAYMENT-HISTORY.
       COPY PAYHREC.

       FD  GL-HOLD-FILE.
       COPY GLHOLDREC.

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       WORKING-STORAGE SECTION.
       01  RA-RCV-STATUS          PIC X(02) VALUE "00".
       01  RA-REM-STATUS          PIC X(02) VALUE "00".
       01  RA-NEW-STATUS          PIC X(02) VALUE "00".
       01  RA-RPT-STATUS          PIC X(02) VALUE "00".
       01  RA-GL-STATUS           PIC X(02) VALUE "00".
       01  RA-GLW-STATUS          PIC X(02) VALUE "00".
       01  RA-PHW-STATUS          PIC X(02) VALUE "00".
       01  RA-HIST-STATUS         PIC X(02) VALUE "00".
       01  RA-HOLD-STATUS         PIC X(02) VALUE "00".
       01  RA-IN-STATUS           PIC X(02) VALUE "00".
       01  RA-CYC-STATUS          PIC X(02) VALUE "00".

       01  RA-RCV-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  RA-RCV-END-OF-FILE         VALUE 'Y'.
           88  RA-REM-ACCEPTED            VALUE 'Y'.
       01  RA-APPLIED-SWITCH      PIC X(01) VALUE 'N'.
           88  RA-REMIT-TOUCHED-AN-ITEM   VALUE 'Y'.
       01  RA-GLW-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  RA-GLW-END-OF-FILE         VALUE 'Y'.
       01  RA-PHW-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  RA-PHW-END-OF-FILE         VALUE 'Y'.
       01  RA-GL-EOF-SWITCH       PIC X(01) VALUE 'N'.
           88  RA-GL-END-OF-FILE          VALUE 'Y'.
       01  RA-HELD-SWITCH         PIC X(01) VALUE 'N'.
           88  RA-DEPOSIT-HELD            VALUE 'Y'.

      *****************************************************************
      * GROUP KEY OF THE OPEN ITEM IN HAND, TAXPAYER ID PLUS TAX

       01  RA-REMIT-REMAINING     PIC 9(07)V99 VALUE ZERO.

      *****************************************************************
      * SWITCHES FOR THE RECVFILE/RECVNEW COMPARE MADE AT START-UP.
      *****************************************************************
       01  RA-CMP-RCV-EOF-SW    PIC X(01) VALUE 'N'.
           88  RA-CMP-RCV-END           VALUE 'Y'.
       01  RA-CMP-NEW-EOF-SW    PIC X(01) VALUE 'N'.
           88  RA-CMP-NEW-END           VALUE 'Y'.
       01  RA-CMP-DIFFERS-SW    PIC X(01) VALUE 'N'.
           88  RA-RECVNEW-DIFFERS       VALUE 'Y'.

       01  RA-RUN-DATE            PIC 9(08) VALUE ZEROES.
       01  RA-RUN-TIME            PIC 9(08) VALUE ZEROES.

      *****************************************************************
      * GL ACCOUNTS A CASH RECEIPT MOVES, AND THE PIECE OF A
      * REMITTANCE BEING POSTED.
      *****************************************************************
       01  RA-GL-RECV-ACCOUNT     PIC X(06) VALUE "130100".
       01  RA-GL-CASH-ACCOUNT     PIC X(06) VALUE "100100".
       01  RA-GL-SUSPENSE-ACCOUNT PIC X(06) VALUE "210100".
       01  RA-POSTING-ID          PIC X(09) VALUE SPACES.
       01  RA-POSTING-AMOUNT      PIC 9(07)V99 VALUE ZERO.
       01  RA-DISPOSITION         PIC X(01) VALUE SPACE.

      *****************************************************************
      * THE BANK DEPOSIT TICKET FIGURES OFF THE DEPOSHDR HEADER.
      *****************************************************************
       01  RA-DEPOSIT-DATE        PIC 9(08) VALUE ZEROES.
       01  RA-DEPOSIT-COUNT       PIC 9(08) VALUE ZERO.
       01  RA-DEPOSIT-TOTAL       PIC 9(10)V99 VALUE ZERO.

       01  RA-CONTROL-TOTALS.
           05  RA-ITEMS-READ             PIC 9(08) VALUE ZERO.
           05  RA-REMITS-READ            PIC 9(08) VALUE ZERO.
           05  RA-AMOUNT-APPLIED         PIC 9(10)V99 VALUE ZERO.
           05  RA-AMOUNT-UNAPPLIED       PIC 9(10)V99 VALUE ZERO.
           05  RA-OPEN-AMOUNT-TOTAL      PIC 9(10)V99 VALUE ZERO.
           05  RA-AMOUNT-KEYED           PIC 9(10)V99 VALUE ZERO.
           05  RA-AMOUNT-REJECTED        PIC 9(10)V99 VALUE ZERO.
           05  RA-POSTINGS-WRITTEN       PIC 9(08) VALUE ZERO.
           05  RA-HISTORY-WRITTEN        PIC 9(08) VALUE ZERO.
           05  RA-GL-RECORDS-BEFORE      PIC 9(08) VALUE ZERO.

       01  RA-RPT-ITEMS-READ       PIC ZZZ,ZZZ,ZZ9.
       01  RA-RPT-REMITS-READ      PIC ZZZ,ZZZ,ZZ9.
       01  RA-RPT-AMOUNT-APPLIED   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RA-RPT-AMOUNT-UNAPPLIED PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RA-RPT-OPEN-TOTAL       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RA-RPT-DEPOSIT-COUNT    PIC ZZZ,ZZZ,ZZ9.
       01  RA-RPT-DEPOSIT-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RA-RPT-AMOUNT-KEYED     PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RA-RPT-AMOUNT-REJECTED  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RA-RPT-POSTINGS         PIC ZZZ,ZZZ,ZZ9.
       01  RA-RPT-HISTORY          PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * APPLICATION REPORT LINE LAYOUTS.
           05  RA-DTL-OPEN        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(25) VALUE SPACES.

      *****************************************************************
      * DEPOSIT BALANCING LINES PRINTED AT THE FOOT OF THE REPORT.
      *****************************************************************
       01  RA-DEPOSIT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RA-DEP-LABEL       PIC X(30).
           05  RA-DEP-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RA-DEP-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RA-DEP-DATE        PIC X(08).
           05  FILLER             PIC X(29) VALUE SPACES.

       01  RA-VERDICT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "VERDICT:".
           05  RA-VERDICT         PIC X(40).
           05  FILLER             PIC X(49) VALUE SPACES.

      *****************************************************************
      * GLPOST POSTING WINDOW (SEE CYCLREC).  THE DONE FLAGS SHOW
      * WHICH STEPS OF THE NIGHTLY CYCLE HAVE COMPLETED FOR THE
      * BATCH ON TAXPYIN.
      *****************************************************************
       01  RA-CYCLE-CONTROL.
           05  RA-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RA-CYC-END-OF-FILE      VALUE 'Y'.
           05  RA-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  RA-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  RA-CYC-DONE-FLAGS.
               10  RA-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

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
           MOVE ALL 'N' TO RA-CYC-DONE-FLAGS
           PERFORM 051-READ-CYCLE-BATCH-ID
           OPEN INPUT CYCLE-CONTROL
           IF RA-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF RA-CYC-STATUS NOT = "00"
                   DISPLAY "RECV-APPLY: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " RA-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL RA-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           IF RA-CYC-STEP-DONE (7) NOT = 'Y'
              OR RA-CYC-STEP-DONE (8) = 'Y'
               DISPLAY "RECV-APPLY: BATCH " RA-CYC-BATCH-ID
                       " OF " RA-CYC-CYCLE-DATE
                       " IS NOT IN ITS GLPOST POSTING WINDOW"
               DISPLAY "RECV-APPLY: RUN AFTER REFUND-EXTRACT AND "
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
           IF RA-IN-STATUS NOT = "00"
               DISPLAY "RECV-APPLY: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " RA-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "RECV-APPLY: TAXPYIN HAS NO BATCH HEADER, "
                       "POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "RECV-APPLY: BATCH HEADER HAS NO CREATE "
                       "DATE, POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID    TO RA-CYC-BATCH-ID
           MOVE BH-CREATE-DATE TO RA-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO RA-CYC-EOF-SWITCH
           END-READ.

      *****************************************************************
      * ONE CYCLE-CONTROL RECORD.  A "C" RECORD FOR THE BATCH ON
      * TAXPYIN MARKS THAT STEP DONE.
      *****************************************************************
       054-TEST-CYCLE-RECORD.
           IF CC-RUN-DATE = RA-CYC-CYCLE-DATE
              AND CC-BATCH-ID = RA-CYC-BATCH-ID
              AND CC-STEP-COMPLETED
              AND CC-STEP-NUMBER > ZERO
              AND CC-STEP-NUMBER NOT > 8
               MOVE 'Y' TO RA-CYC-STEP-DONE (CC-STEP-NUMBER)
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
           IF RA-NEW-STATUS = "35"
               CONTINUE
           ELSE
               IF RA-NEW-STATUS NOT = "00"
                   DISPLAY "RECV-APPLY: UNABLE TO OPEN RECVNEW, "
                           "STATUS = " RA-NEW-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT RECEIVABLE-FILE
               IF RA-RCV-STATUS = "35"
                   MOVE 'Y' TO RA-CMP-RCV-EOF-SW
               ELSE
                   IF RA-RCV-STATUS NOT = "00"
                       DISPLAY "RECV-APPLY: UNABLE TO OPEN RECVFILE, "
                               "STATUS = " RA-RCV-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 061-READ-COMPARE-PAIR
               PERFORM 062-COMPARE-RECEIVABLE-PAIR
                   UNTIL RA-RECVNEW-DIFFERS
                      OR (RA-CMP-RCV-END AND RA-CMP-NEW-END)
               IF RA-RCV-STATUS NOT = "35"
                   CLOSE RECEIVABLE-FILE
               END-IF
               CLOSE RECEIVABLE-NEW
               IF RA-RECVNEW-DIFFERS
                   DISPLAY "RECV-APPLY: RECVNEW HAS NOT BEEN COPIED "
                           "OVER RECVFILE, RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       061-READ-COMPARE-PAIR.
           IF NOT RA-CMP-RCV-END
               READ RECEIVABLE-FILE
                   AT END
                       MOVE 'Y' TO RA-CMP-RCV-EOF-SW
               END-READ
           END-IF
           IF NOT RA-CMP-NEW-END
               READ RECEIVABLE-NEW
                   AT END
                       MOVE 'Y' TO RA-CMP-NEW-EOF-SW
               END-READ
           END-IF.

       062-COMPARE-RECEIVABLE-PAIR.
           IF RA-CMP-RCV-END OR RA-CMP-NEW-END
               MOVE 'Y' TO RA-CMP-DIFFERS-SW
           ELSE
               IF RV-OPEN-ITEM NOT = RN-OPEN-ITEM
                   MOVE 'Y' TO RA-CMP-DIFFERS-SW
               ELSE
                   PERFORM 061-READ-COMPARE-PAIR
               END-IF
           END-IF.

       100-INITIALIZE.
           PERFORM 060-CHECK-RECVNEW-COPIED
           PERFORM 050-CHECK-POSTING-WINDOW
           OPEN INPUT RECEIVABLE-FILE
           IF RA-RCV-STATUS NOT = "00"
               DISPLAY "RECV-APPLY: UNABLE TO OPEN RECVFILE, "
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 115-READ-DEPOSIT-HEADER
           OPEN OUTPUT RECEIVABLE-NEW
           OPEN OUTPUT APPLY-REPORT
           OPEN OUTPUT CASH-POST-WORK
           OPEN OUTPUT CASH-HIST-WORK
           ACCEPT RA-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RA-RUN-TIME FROM TIME
           WRITE RA-PRINT-LINE FROM RA-HEADING-LINE-1
           WRITE RA-PRINT-LINE FROM RA-HEADING-LINE-2
           PERFORM 110-READ-RECEIVABLE-ITEM
                   MOVE RV-TAX-YEAR    TO RA-ITEM-YEAR
           END-READ.

      *****************************************************************
      * THE FIRST RECORD ON REMITIN MUST BE THE DEPOSHDR HEADER.  A
      * FILE WITHOUT ONE HAS NOTHING TO PROVE THE REMITTANCES
      * AGAINST, SO IT IS REFUSED BEFORE ANYTHING IS APPLIED, THE
      * SAME WAY TAX-CALCULATOR REFUSES A TAXPYIN WITH NO BATCHHDR.
      *****************************************************************
       115-READ-DEPOSIT-HEADER.
           READ REMIT-IN
               AT END
                   DISPLAY "RECV-APPLY: REMITIN IS EMPTY"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NOT DH-IS-DEPOSIT-HEADER
               DISPLAY "RECV-APPLY: REMITIN HAS NO DEPOSIT "
                       "HEADER, BATCH REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE DH-DEPOSIT-DATE  TO RA-DEPOSIT-DATE
           MOVE DH-DEPOSIT-COUNT TO RA-DEPOSIT-COUNT
           MOVE DH-DEPOSIT-TOTAL TO RA-DEPOSIT-TOTAL.

      *****************************************************************
      * READ REMITTANCES UNTIL ONE PASSES THE SEQUENCE EDIT.  EQUAL
      * KEYS ARE FINE - A TAXPAYER MAY SEND SEVERAL PAYMENTS FOR THE
      * SAME YEAR - BUT A KEY STEPPING BACKWARD IS REJECTED TO THE
      * APPLICATION REPORT AND NEVER APPLIED.  THE MONEY WAS STILL
      * DEPOSITED, SO IT COUNTS AGAINST THE DEPOSIT IT WAS KEYED
      * FROM AND IS POSTED TYPE "U" TO SUSPENSE LIKE ANY OTHER CASH
      * THAT PAID NOTHING.  ONE DEPOSIT PER REMITIN: A SECOND HEADER
      * ABENDS THE RUN.
      *****************************************************************
       120-READ-REMIT-RECORD.
           MOVE 'N' TO RA-REM-ACCEPT-SWITCH
                   MOVE HIGH-VALUES TO RE-KEY
                   MOVE ZEROES      TO RA-REMIT-REMAINING
               NOT AT END
                   IF DH-IS-DEPOSIT-HEADER
                       DISPLAY "RECV-APPLY: MORE THAN ONE DEPOSIT "
                               "HEADER ON REMITIN"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO RA-REMITS-READ
                   ADD RE-AMOUNT TO RA-AMOUNT-KEYED
                   IF RE-KEY < RA-PREV-REMIT-KEY
                       ADD 1 TO RA-REMITS-REJECTED
                       ADD RE-AMOUNT TO RA-AMOUNT-REJECTED
                       MOVE SPACES TO RA-DETAIL-LINE
                       MOVE "REJECTED OUT OF SEQ" TO RA-DTL-ACTION
                       MOVE RE-TAXPAYER-ID TO RA-DTL-ID
                       MOVE RE-TAX-YEAR    TO RA-DTL-YEAR
                       MOVE RE-AMOUNT      TO RA-DTL-APPLIED
                       WRITE RA-PRINT-LINE FROM RA-DETAIL-LINE
                       MOVE RE-TAXPAYER-ID TO RA-POSTING-ID
                       MOVE RE-AMOUNT      TO RA-POSTING-AMOUNT
                       PERFORM 250-WRITE-UNAPPLIED-POSTINGS
                   ELSE
                       MOVE RE-KEY    TO RA-PREV-REMIT-KEY
                       MOVE RE-AMOUNT TO RA-REMIT-REMAINING
                   MOVE RV-OPEN-AMOUNT TO RA-DTL-APPLIED
                   MOVE ZEROES         TO RA-DTL-OPEN
                   WRITE RA-PRINT-LINE FROM RA-DETAIL-LINE
                   MOVE RV-TAXPAYER-ID TO RA-POSTING-ID
                   MOVE RV-OPEN-AMOUNT TO RA-POSTING-AMOUNT
                   PERFORM 240-WRITE-CASH-POSTINGS
                   MOVE "F"            TO RA-DISPOSITION
                   PERFORM 260-WRITE-PAYMENT-HISTORY
                   PERFORM 110-READ-RECEIVABLE-ITEM
               WHEN OTHER
                   SUBTRACT RA-REMIT-REMAINING FROM RV-OPEN-AMOUNT
                   MOVE RA-REMIT-REMAINING TO RA-DTL-APPLIED
                   MOVE RV-OPEN-AMOUNT TO RA-DTL-OPEN
                   WRITE RA-PRINT-LINE FROM RA-DETAIL-LINE
                   MOVE RV-TAXPAYER-ID TO RA-POSTING-ID
                   MOVE RA-REMIT-REMAINING TO RA-POSTING-AMOUNT
                   PERFORM 240-WRITE-CASH-POSTINGS
                   MOVE "P"            TO RA-DISPOSITION
                   PERFORM 260-WRITE-PAYMENT-HISTORY
                   MOVE ZEROES TO RA-REMIT-REMAINING
                   PERFORM 230-FINISH-REMITTANCE
           END-EVALUATE.
      * ITEM TO TAKE IT GOES TO THE REPORT: AS AN UNAPPLIED
      * REMAINDER IF PART OF IT PAID SOMETHING, OR AS A REMITTANCE
      * WITH NO OPEN ITEM AT ALL IF NONE OF IT DID.  EITHER WAY THE
      * CASHIER DESK SEES EVERY DOLLAR THAT DID NOT LAND, AND THE
      * MONEY IS POSTED TO THE UNAPPLIED-CASH SUSPENSE ACCOUNT.
      *****************************************************************
       230-FINISH-REMITTANCE.
           IF RA-REMIT-REMAINING > ZERO
               MOVE RE-TAX-YEAR        TO RA-DTL-YEAR
               MOVE RA-REMIT-REMAINING TO RA-DTL-APPLIED
               WRITE RA-PRINT-LINE FROM RA-DETAIL-LINE
               MOVE RE-TAXPAYER-ID     TO RA-POSTING-ID
               MOVE RA-REMIT-REMAINING TO RA-POSTING-AMOUNT
               PERFORM 250-WRITE-UNAPPLIED-POSTINGS
           END-IF
           PERFORM 120-READ-REMIT-RECORD.

      *****************************************************************
      * POST AN APPLIED AMOUNT TWICE WITH TYPE "C": ONCE AGAINST THE
      * RECEIVABLE CONTROL ACCOUNT THE ITEM WAS CARRIED ON AND ONCE
      * AGAINST THE CASH ACCOUNT THE DEPOSIT WENT TO.  THE POSTINGS
      * WAIT ON RAGLWORK UNTIL THE RUN BALANCES TO THE DEPOSIT.
      *****************************************************************
       240-WRITE-CASH-POSTINGS.
           MOVE SPACES             TO GW-POSTING-RECORD
           MOVE RA-POSTING-ID      TO GW-TAXPAYER-ID
           MOVE RA-GL-RECV-ACCOUNT TO GW-ACCOUNT-CODE
           MOVE RA-POSTING-AMOUNT  TO GW-TAK-AMOUNT
           MOVE RA-RUN-DATE        TO GW-POSTING-DATE
           MOVE "C"                TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD
           MOVE SPACES             TO GW-POSTING-RECORD
           MOVE RA-POSTING-ID      TO GW-TAXPAYER-ID
           MOVE RA-GL-CASH-ACCOUNT TO GW-ACCOUNT-CODE
           MOVE RA-POSTING-AMOUNT  TO GW-TAK-AMOUNT
           MOVE RA-RUN-DATE        TO GW-POSTING-DATE
           MOVE "C"                TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD.

      *****************************************************************
      * POST UNAPPLIED MONEY TWICE WITH TYPE "U": ONCE AGAINST THE
      * SUSPENSE ACCOUNT IT WAITS IN AND ONCE AGAINST CASH.
      *****************************************************************
       250-WRITE-UNAPPLIED-POSTINGS.
           MOVE SPACES                 TO GW-POSTING-RECORD
           MOVE RA-POSTING-ID          TO GW-TAXPAYER-ID
           MOVE RA-GL-SUSPENSE-ACCOUNT TO GW-ACCOUNT-CODE
           MOVE RA-POSTING-AMOUNT      TO GW-TAK-AMOUNT
           MOVE RA-RUN-DATE            TO GW-POSTING-DATE
           MOVE "U"                    TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD
           MOVE SPACES                 TO GW-POSTING-RECORD
           MOVE RA-POSTING-ID          TO GW-TAXPAYER-ID
           MOVE RA-GL-CASH-ACCOUNT     TO GW-ACCOUNT-CODE
           MOVE RA-POSTING-AMOUNT      TO GW-TAK-AMOUNT
           MOVE RA-RUN-DATE            TO GW-POSTING-DATE
           MOVE "U"                    TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD.

      *****************************************************************
      * RECORD AN AMOUNT APPLIED ON THE PAYMENT HISTORY AGAINST THE
      * ITEM IT PAID, DATED BY THE REMITTANCE.  THE RECORD WAITS ON
      * RAPHWORK WITH THE POSTINGS.
      *****************************************************************
       260-WRITE-PAYMENT-HISTORY.
           MOVE SPACES            TO PW-PAYMENT-HISTORY
           MOVE RV-KEY            TO PW-KEY
           MOVE RE-REMIT-DATE     TO PW-REMIT-DATE
           MOVE RA-RUN-DATE       TO PW-APPLY-DATE
           MOVE RA-POSTING-AMOUNT TO PW-AMOUNT
           MOVE RA-DISPOSITION    TO PW-DISPOSITION
           WRITE PW-PAYMENT-HISTORY.

      *****************************************************************
      * BALANCE THE REMITTANCES KEYED TO THE BANK DEPOSIT TICKET:
      * COUNT AND TOTAL OF EVERY REMITTANCE READ, APPLIED, UNAPPLIED,
      * OR REJECTED, MUST EQUAL THE DEPOSHDR FIGURES.  A MISMATCH
      * ENDS WITH RETURN CODE 8 AND HOLDS THE DEPOSIT: ITS POSTINGS
      * GO ONTO GLPOST AS ON A BALANCED RUN, AND A HELD DISPOSITION
      * GOES ONTO THE GL-HOLD-FILE FOR THE SUPERVISOR'S SIGN-OFF.
      *****************************************************************
       700-BALANCE-DEPOSIT.
           MOVE SPACES TO RA-PRINT-LINE
           WRITE RA-PRINT-LINE
           MOVE SPACES                TO RA-DEPOSIT-LINE
           MOVE "BANK DEPOSIT TICKET"  TO RA-DEP-LABEL
           MOVE RA-DEPOSIT-COUNT      TO RA-DEP-COUNT
           MOVE RA-DEPOSIT-TOTAL      TO RA-DEP-AMOUNT
           MOVE RA-DEPOSIT-DATE       TO RA-DEP-DATE
           WRITE RA-PRINT-LINE FROM RA-DEPOSIT-LINE
           MOVE SPACES                TO RA-DEPOSIT-LINE
           MOVE "REMITTANCES KEYED"    TO RA-DEP-LABEL
           MOVE RA-REMITS-READ        TO RA-DEP-COUNT
           MOVE RA-AMOUNT-KEYED       TO RA-DEP-AMOUNT
           WRITE RA-PRINT-LINE FROM RA-DEPOSIT-LINE
           IF RA-REMITS-READ = RA-DEPOSIT-COUNT
              AND RA-AMOUNT-KEYED = RA-DEPOSIT-TOTAL
               MOVE "BALANCED TO DEPOSIT" TO RA-VERDICT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "OUT OF BALANCE - HELD ON GLHOLD" TO RA-VERDICT
               MOVE 'Y' TO RA-HELD-SWITCH
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RA-PRINT-LINE FROM RA-VERDICT-LINE.

      *****************************************************************
      * COUNT THE POSTINGS ALREADY ON GLPOST.  NO GLPOST YET MEANS
      * NONE.
      *****************************************************************
       705-COUNT-GLPOST-RECORDS.
           MOVE ZERO TO RA-GL-RECORDS-BEFORE
           OPEN INPUT GL-POSTING-FILE
           IF RA-GL-STATUS = "35"
               MOVE 'Y' TO RA-GL-EOF-SWITCH
           ELSE
               IF RA-GL-STATUS NOT = "00"
                   DISPLAY "RECV-APPLY: UNABLE TO OPEN GLPOST, "
                           "STATUS = " RA-GL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 706-READ-GLPOST-RECORD
                   UNTIL RA-GL-END-OF-FILE
               CLOSE GL-POSTING-FILE
           END-IF.

       706-READ-GLPOST-RECORD.
           READ GL-POSTING-FILE
               AT END
                   MOVE 'Y' TO RA-GL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RA-GL-RECORDS-BEFORE
           END-READ.

      *****************************************************************
      * THE DEPOSIT HAS BEEN BALANCED, OR HELD: EVERY POSTING ON
      * RAGLWORK IS APPENDED TO GLPOST AND EVERY RECORD ON RAPHWORK
      * TO PAYHIST.  GLPOST IS COUNTED FIRST SO A HOLD CAN SAY WHERE
      * THE RUN'S POSTINGS BEGIN.
      *****************************************************************
       710-POST-CASH-RECEIPTS.
           PERFORM 705-COUNT-GLPOST-RECORDS
           OPEN INPUT CASH-POST-WORK
           IF RA-GLW-STATUS NOT = "00"
               DISPLAY "RECV-APPLY: UNABLE TO REOPEN RAGLWORK, "
                       "STATUS = " RA-GLW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CASH-HIST-WORK
           IF RA-PHW-STATUS NOT = "00"
               DISPLAY "RECV-APPLY: UNABLE TO REOPEN RAPHWORK, "
                       "STATUS = " RA-PHW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           IF RA-GL-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF
           IF RA-GL-STATUS NOT = "00"
               DISPLAY "RECV-APPLY: UNABLE TO OPEN GLPOST, "
                       "STATUS = " RA-GL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND PAYMENT-HISTORY
           IF RA-HIST-STATUS = "35"
               OPEN OUTPUT PAYMENT-HISTORY
           END-IF
           PERFORM 712-READ-POSTING-WORK
           PERFORM 714-COPY-CASH-POSTING
               UNTIL RA-GLW-END-OF-FILE
           PERFORM 716-READ-HISTORY-WORK
           PERFORM 718-COPY-PAYMENT-HISTORY
               UNTIL RA-PHW-END-OF-FILE
           CLOSE CASH-POST-WORK
           CLOSE CASH-HIST-WORK
           CLOSE GL-POSTING-FILE
           CLOSE PAYMENT-HISTORY.

       712-READ-POSTING-WORK.
           READ CASH-POST-WORK
               AT END
                   MOVE 'Y' TO RA-GLW-EOF-SWITCH
           END-READ.

       714-COPY-CASH-POSTING.
           WRITE GL-POSTING-RECORD FROM GW-POSTING-RECORD
           ADD 1 TO RA-POSTINGS-WRITTEN
           PERFORM 712-READ-POSTING-WORK.

       716-READ-HISTORY-WORK.
           READ CASH-HIST-WORK
               AT END
                   MOVE 'Y' TO RA-PHW-EOF-SWITCH
           END-READ.

       718-COPY-PAYMENT-HISTORY.
           WRITE PH-PAYMENT-HISTORY FROM PW-PAYMENT-HISTORY
           ADD 1 TO RA-HISTORY-WRITTEN
           PERFORM 716-READ-HISTORY-WORK.

      *****************************************************************
      * HOLD AN OUT-OF-BALANCE DEPOSIT THE WAY GL-RECONCILE HOLDS AN
      * OUT-OF-BALANCE POSTING FILE, NAMING THE CYCLE AND WHERE ON
      * GLPOST THIS RUN'S POSTINGS SIT FOR THE LATE GL-RELEASE PASS.
      *****************************************************************
       720-WRITE-HOLD-RECORD.
           OPEN EXTEND GL-HOLD-FILE
           IF RA-HOLD-STATUS = "35"
               OPEN OUTPUT GL-HOLD-FILE
           END-IF
           IF RA-HOLD-STATUS NOT = "00"
               DISPLAY "RECV-APPLY: UNABLE TO OPEN GLHOLD, "
                       "STATUS = " RA-HOLD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES              TO HD-HOLD-RECORD
           MOVE RA-RUN-DATE         TO HD-RUN-DATE
           MOVE RA-RUN-TIME         TO HD-RUN-TIME
           MOVE "RECV-APPLY"        TO HD-SOURCE-PROGRAM
           MOVE "DEPOSIT OUT OF BALANCE"
                                    TO HD-HOLD-REASON
           MOVE "H"                 TO HD-HOLD-STATUS
           MOVE ZEROES              TO HD-SIGNOFF-DATE
           MOVE ZEROES              TO HD-SIGNOFF-TIME
           MOVE RA-CYC-BATCH-ID     TO HD-CYCLE-BATCH-ID
           MOVE RA-CYC-CYCLE-DATE   TO HD-CYCLE-DATE
           COMPUTE HD-GL-FIRST-POSTING = RA-GL-RECORDS-BEFORE + 1
           MOVE RA-POSTINGS-WRITTEN TO HD-GL-POSTING-COUNT
           WRITE HD-HOLD-RECORD
           CLOSE GL-HOLD-FILE.

       800-TERMINATE.
           PERFORM 700-BALANCE-DEPOSIT
           CLOSE RECEIVABLE-FILE
           CLOSE REMIT-IN
           CLOSE RECEIVABLE-NEW
           CLOSE APPLY-REPORT
           CLOSE CASH-POST-WORK
           CLOSE CASH-HIST-WORK
           PERFORM 710-POST-CASH-RECEIPTS
           IF RA-DEPOSIT-HELD
               PERFORM 720-WRITE-HOLD-RECORD
           END-IF
           PERFORM 850-PRINT-CONTROL-REPORT.

       850-PRINT-CONTROL-REPORT.
           MOVE RA-AMOUNT-APPLIED   TO RA-RPT-AMOUNT-APPLIED
           MOVE RA-AMOUNT-UNAPPLIED TO RA-RPT-AMOUNT-UNAPPLIED
           MOVE RA-OPEN-AMOUNT-TOTAL TO RA-RPT-OPEN-TOTAL
           MOVE RA-DEPOSIT-COUNT    TO RA-RPT-DEPOSIT-COUNT
           MOVE RA-DEPOSIT-TOTAL    TO RA-RPT-DEPOSIT-TOTAL
           MOVE RA-AMOUNT-KEYED     TO RA-RPT-AMOUNT-KEYED
           MOVE RA-AMOUNT-REJECTED  TO RA-RPT-AMOUNT-REJECTED
           MOVE RA-POSTINGS-WRITTEN TO RA-RPT-POSTINGS
           MOVE RA-HISTORY-WRITTEN  TO RA-RPT-HISTORY
           DISPLAY "==============================================="
           DISPLAY "      RECV-APPLY CONTROL TOTAL REPORT          "
           DISPLAY "==============================================="
           DISPLAY "AMOUNT UNAPPLIED . . . . . . "
                   RA-RPT-AMOUNT-UNAPPLIED
           DISPLAY "OPEN AMOUNT ON RECVNEW . . . " RA-RPT-OPEN-TOTAL
           DISPLAY "AMOUNT REJECTED. . . . . . . "
                   RA-RPT-AMOUNT-REJECTED
           DISPLAY "CASH POSTINGS WRITTEN. . . . " RA-RPT-POSTINGS
           DISPLAY "PAYMENT HISTORY WRITTEN. . . " RA-RPT-HISTORY
           DISPLAY "DEPOSIT TICKET COUNT . . . . "
                   RA-RPT-DEPOSIT-COUNT
           DISPLAY "DEPOSIT TICKET TOTAL . . . . "
                   RA-RPT-DEPOSIT-TOTAL
           DISPLAY "REMITTANCE TOTAL KEYED . . . "
                   RA-RPT-AMOUNT-KEYED
           IF RETURN-CODE = 0
               DISPLAY "VERDICT. . . . . . . . . . . BALANCED"
           ELSE
               DISPLAY "VERDICT. . . . . . . . . . . OUT OF BALANCE"
               DISPLAY "DEPOSIT HELD ON GLHOLD FOR SIGN-OFF"
           END-IF
           DISPLAY "===============================================".
