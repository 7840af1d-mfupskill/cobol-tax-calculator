      *****************************************************************
      * RECV-ADJUST
      *
      * Applies the receivable adjustments on ADJTRAN - penalty
      * abatements, desk corrections, write-offs, and the tax changes
      * AMEND-PROCESSOR appends for amended returns - to the open
      * items on the RECEIVABLE-FILE.  ADJTRAN is edited and sorted
      * on taxpayer ID, tax year, and entry date, then matched
      * against RECVFILE sequentially the same way RECV-APPLY
      * matches remittances: an increase adds to the taxpayer's
      * oldest open item for the year, or opens a new item when
      * nothing is open; a decrease or write-off takes the items down
      * oldest first, and an item taken to zero comes off the file.
      * The result is written to RECEIVABLE-NEW, which the desk
      * copies over RECVFILE once the register has been reviewed.
      * The run is refused while a RECVNEW from an earlier run is
      * still waiting to be copied across.
      *
      * Every adjustment is posted to GLPOST against the receivable
      * control account and the account it moves: the tax account,
      * the penalty and interest account for an abatement, or the
      * bad-debt account for a write-off.  An amendment-driven change
      * posts the receivable side only, since AMEND-PROCESSOR has
      * already reversed and reassessed the tax account.  The
      * adjustment register prints the open amount before and after
      * every adjustment, with the reason and authorizing user, and
      * the run proves open-in plus increases less decreases and
      * write-offs equals open-out.  Every adjustment is also
      * appended to RCVHIST (see RCVHREC) against the item it moved.
      * The postings and the RCVHIST records are held on work files
      * for the run and reach GLPOST and RCVHIST only when it
      * proves, so a run that does not prove leaves nothing behind
      * for its rerun to duplicate.
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
       PROGRAM-ID. RECV-ADJUST.
       AUTHOR. J-HALVERSON.
       INSTALLATION. TAX-DESK.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  JH  ORIGINAL VERSION.  ABATEMENTS, WRITE-OFFS,
      *                   AND AMENDED TAX NEVER REACHED THE RECEIVABLE
      *                   FILE, SO THE OLD FIGURE KEPT BEING DUNNED.
      *   10/15/2026  JH  NEW ITEMS START WITH A ZERO LAST-ACCRUAL
      *                   DATE FOR THE MONTHLY INTEREST ACCRUAL.
      *   10/15/2026  JH  RUN ONLY IN THE GLPOST POSTING WINDOW.  AN
      *                   OUT-OF-BALANCE RUN IS HELD ON GLHOLD; ITS
      *                   POSTINGS PREVIOUSLY REACHED THE LEDGER.
      *                   EVERY ADJUSTMENT IS APPENDED TO RCVHIST.
      *   10/15/2026  JH  ADJUSTMENT POSTINGS AND RCVHIST RECORDS ARE
      *                   HELD ON RJGLWORK AND RJRHWORK AND COPIED TO
      *                   GLPOST AND RCVHIST ONLY WHEN THE RUN
      *                   PROVES.  AN OUT-OF-BALANCE RUN HAD ALREADY
      *                   WRITTEN THEM, AND ITS RERUN POSTED EVERY
      *                   ADJUSTMENT TWICE; NO GLHOLD RECORD IS
      *                   NEEDED NOW.  THE RUN IS REFUSED WHILE
      *                   RECVNEW DIFFERS FROM RECVFILE.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUST-TRANS  ASSIGN TO "ADJTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-ADJ-STATUS.

           SELECT RECEIVABLE-FILE ASSIGN TO "RECVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-RCV-STATUS.

           SELECT RECEIVABLE-NEW ASSIGN TO "RECVNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-NEW-STATUS.

           SELECT ADJUST-REGISTER ASSIGN TO "ADJREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-REG-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-GL-STATUS.

           SELECT ADJ-POST-WORK ASSIGN TO "RJGLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-GLW-STATUS.

           SELECT ADJ-HIST-WORK ASSIGN TO "RJRHWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-RHW-STATUS.

           SELECT RECEIVABLE-HISTORY ASSIGN TO "RCVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-RCH-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RJ-CYC-STATUS.

           SELECT SORT-WORK     ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  ADJUST-TRANS.
       COPY ADJREC.

       FD  RECEIVABLE-FILE.
       COPY RECVREC.

       FD  RECEIVABLE-NEW.
       COPY RECVREC REPLACING LEADING ==RV== BY ==RN==.

       FD  ADJUST-REGISTER.
       01  RJ-PRINT-LINE          PIC X(132).

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

      *****************************************************************
      * THE RUN'S ADJUSTMENT POSTINGS AND RECEIVABLE HISTORY ARE HELD
      * ON THESE TWO WORK FILES UNTIL THE RUN PROVES, AND ONLY THEN
      * COPIED ONTO GLPOST AND RCVHIST.
      *****************************************************************
       FD  ADJ-POST-WORK.
       COPY GLPOSTREC REPLACING LEADING ==GL== BY ==GW==.

       FD  ADJ-HIST-WORK.
       COPY RCVHREC REPLACING LEADING ==RH== BY ==RW==.

       FD  RECEIVABLE-HISTORY.
       COPY RCVHREC.

       SD  SORT-WORK.
       COPY ADJREC REPLACING LEADING ==AD== BY ==SA==.

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       WORKING-STORAGE SECTION.
       01  RJ-FILE-STATUSES.
           05  RJ-ADJ-STATUS      PIC X(02) VALUE "00".
           05  RJ-RCV-STATUS      PIC X(02) VALUE "00".
           05  RJ-NEW-STATUS      PIC X(02) VALUE "00".
           05  RJ-REG-STATUS      PIC X(02) VALUE "00".
           05  RJ-GL-STATUS       PIC X(02) VALUE "00".
           05  RJ-GLW-STATUS      PIC X(02) VALUE "00".
           05  RJ-RHW-STATUS      PIC X(02) VALUE "00".
           05  RJ-RCH-STATUS      PIC X(02) VALUE "00".
           05  RJ-IN-STATUS       PIC X(02) VALUE "00".
           05  RJ-CYC-STATUS      PIC X(02) VALUE "00".

       01  RJ-SWITCHES.
           05  RJ-ADJ-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RJ-ADJ-END-OF-FILE      VALUE 'Y'.
           05  RJ-RCV-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RJ-RCV-END-OF-FILE      VALUE 'Y'.
           05  RJ-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  RJ-SORT-END-OF-FILE     VALUE 'Y'.
           05  RJ-VALID-SWITCH    PIC X(01) VALUE 'N'.
               88  RJ-ADJ-IS-VALID         VALUE 'Y'.
           05  RJ-TOUCHED-SWITCH  PIC X(01) VALUE 'N'.
               88  RJ-ADJ-TOUCHED-AN-ITEM  VALUE 'Y'.
           05  RJ-WRITE-ALL-SWITCH PIC X(01) VALUE 'N'.
               88  RJ-WRITE-OFF-ALL        VALUE 'Y'.
           05  RJ-GLW-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RJ-GLW-END-OF-FILE      VALUE 'Y'.
           05  RJ-RHW-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RJ-RHW-END-OF-FILE      VALUE 'Y'.

      *****************************************************************
      * SWITCHES FOR THE RECVFILE/RECVNEW COMPARE MADE AT START-UP.
      *****************************************************************
       01  RJ-CMP-RCV-EOF-SW    PIC X(01) VALUE 'N'.
           88  RJ-CMP-RCV-END           VALUE 'Y'.
       01  RJ-CMP-NEW-EOF-SW    PIC X(01) VALUE 'N'.
           88  RJ-CMP-NEW-END           VALUE 'Y'.
       01  RJ-CMP-DIFFERS-SW    PIC X(01) VALUE 'N'.
           88  RJ-RECVNEW-DIFFERS       VALUE 'Y'.

       01  RJ-RUN-DATE            PIC 9(08) VALUE ZEROES.

      *****************************************************************
      * GL ACCOUNTS AN ADJUSTMENT MOVES.  EVERY ADJUSTMENT POSTS TO
      * THE RECEIVABLE CONTROL ACCOUNT; THE OTHER SIDE IS THE TAX
      * ACCOUNT, THE PENALTY AND INTEREST ACCOUNT FOR AN ABATEMENT,
      * OR THE BAD-DEBT ACCOUNT FOR A WRITE-OFF.
      *****************************************************************
       01  RJ-GL-RECV-ACCOUNT     PIC X(06) VALUE "130100".
       01  RJ-GL-TAX-ACCOUNT      PIC X(06) VALUE "400100".
       01  RJ-GL-PI-ACCOUNT       PIC X(06) VALUE "400300".
       01  RJ-GL-BAD-DEBT-ACCOUNT PIC X(06) VALUE "500100".
       01  RJ-GL-OTHER-ACCOUNT    PIC X(06) VALUE SPACES.

      *****************************************************************
      * THE ADJUSTMENT IN HAND, RETURNED FROM THE SORT.  THE KEY IS
      * SET TO HIGH-VALUES AT END-OF-FILE TO DRIVE THE MATCH, THE
      * CONVENTION RECV-APPLY USES.
      *****************************************************************
       COPY ADJREC REPLACING LEADING ==AD== BY ==TR==.

      *****************************************************************
      * GROUP KEY OF THE OPEN ITEM IN HAND, TAXPAYER ID PLUS TAX
      * YEAR, COMPARED AGAINST TR-KEY TO DRIVE THE MATCH.
      *****************************************************************
       01  RJ-ITEM-GROUP-KEY.
           05  RJ-ITEM-ID         PIC X(09).
           05  RJ-ITEM-YEAR       PIC X(04).

       01  RJ-PREV-ITEM-KEY       PIC X(21) VALUE LOW-VALUES.
       01  RJ-HISTORY-KEY         PIC X(21) VALUE SPACES.

       01  RJ-ADJ-REMAINING       PIC 9(07)V99 VALUE ZERO.
       01  RJ-ADJ-APPLIED         PIC 9(07)V99 VALUE ZERO.
       01  RJ-OPEN-BEFORE         PIC 9(07)V99 VALUE ZERO.
       01  RJ-BALANCE-CHECK       PIC S9(11)V99 VALUE ZERO.
       01  RJ-REJECT-MESSAGE      PIC X(30) VALUE SPACES.

       01  RJ-CONTROL-TOTALS.
           05  RJ-ADJS-READ              PIC 9(08) VALUE ZERO.
           05  RJ-ADJS-REJECTED          PIC 9(08) VALUE ZERO.
           05  RJ-ADJS-RELEASED          PIC 9(08) VALUE ZERO.
           05  RJ-ITEMS-READ             PIC 9(08) VALUE ZERO.
           05  RJ-ITEMS-CLOSED           PIC 9(08) VALUE ZERO.
           05  RJ-ITEMS-OPENED           PIC 9(08) VALUE ZERO.
           05  RJ-ITEMS-WRITTEN          PIC 9(08) VALUE ZERO.
           05  RJ-INCREASE-COUNT         PIC 9(08) VALUE ZERO.
           05  RJ-DECREASE-COUNT         PIC 9(08) VALUE ZERO.
           05  RJ-WRITE-OFF-COUNT        PIC 9(08) VALUE ZERO.
           05  RJ-UNAPPLIED-COUNT        PIC 9(08) VALUE ZERO.
           05  RJ-POSTINGS-WRITTEN       PIC 9(08) VALUE ZERO.
           05  RJ-HISTORY-WRITTEN        PIC 9(08) VALUE ZERO.
           05  RJ-OPEN-IN-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05  RJ-INCREASE-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  RJ-DECREASE-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  RJ-WRITE-OFF-TOTAL        PIC 9(10)V99 VALUE ZERO.
           05  RJ-UNAPPLIED-TOTAL        PIC 9(10)V99 VALUE ZERO.
           05  RJ-OPEN-OUT-TOTAL         PIC 9(10)V99 VALUE ZERO.

       01  RJ-RPT-ADJS-READ        PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-ADJS-REJECTED    PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-ITEMS-READ       PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-ITEMS-CLOSED     PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-ITEMS-OPENED     PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-ITEMS-WRITTEN    PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-INCREASES        PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-DECREASES        PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-WRITE-OFFS       PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-UNAPPLIED        PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-POSTINGS         PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-HISTORY          PIC ZZZ,ZZZ,ZZ9.
       01  RJ-RPT-OPEN-IN          PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RJ-RPT-INCREASE-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RJ-RPT-DECREASE-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RJ-RPT-WRITE-OFF-TOTAL  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RJ-RPT-UNAPPLIED-TOTAL  PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  RJ-RPT-OPEN-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * ADJUSTMENT REGISTER LINE LAYOUTS.
      *****************************************************************
       01  RJ-HEADING-LINE-1.
           05  FILLER             PIC X(46) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "RECEIVABLE ADJUSTMENT REGISTER".
           05  FILLER             PIC X(46) VALUE SPACES.

       01  RJ-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "RUN DATE ".
           05  RJ-HDG-RUN-DATE    PIC 9(08).
           05  FILLER             PIC X(112) VALUE SPACES.

       01  RJ-HEADING-LINE-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "TAXPAYER".
           05  FILLER             PIC X(06) VALUE "YEAR".
           05  FILLER             PIC X(10) VALUE "POSTED".
           05  FILLER             PIC X(12) VALUE "ACTION".
           05  FILLER             PIC X(05) VALUE "RSN".
           05  FILLER             PIC X(22) VALUE "AUTHORIZED BY".
           05  FILLER             PIC X(15) VALUE "  OPEN BEFORE".
           05  FILLER             PIC X(15) VALUE "   ADJUSTMENT".
           05  FILLER             PIC X(15) VALUE "   OPEN AFTER".
           05  FILLER             PIC X(20) VALUE SPACES.

       01  RJ-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RJ-DTL-ID          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RJ-DTL-YEAR        PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RJ-DTL-POSTED      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RJ-DTL-ACTION      PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RJ-DTL-REASON      PIC X(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RJ-DTL-USER        PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RJ-DTL-BEFORE      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RJ-DTL-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RJ-DTL-AFTER       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(23) VALUE SPACES.

       01  RJ-EXCEPTION-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RJ-EXC-ID          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RJ-EXC-YEAR        PIC X(04).
           05  FILLER             PIC X(12) VALUE SPACES.
           05  RJ-EXC-ACTION      PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  RJ-EXC-REASON      PIC X(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RJ-EXC-USER        PIC X(20).
           05  FILLER             PIC X(17) VALUE SPACES.
           05  RJ-EXC-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RJ-EXC-MESSAGE     PIC X(30).
           05  FILLER             PIC X(05) VALUE SPACES.

       01  RJ-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  RJ-TOT-LABEL       PIC X(30).
           05  RJ-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  RJ-TOT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(71) VALUE SPACES.

       01  RJ-VERDICT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "VERDICT:".
           05  RJ-VERDICT         PIC X(40).
           05  FILLER             PIC X(81) VALUE SPACES.

      *****************************************************************
      * GLPOST POSTING WINDOW (SEE CYCLREC).  THE DONE FLAGS SHOW
      * WHICH STEPS OF THE NIGHTLY CYCLE HAVE COMPLETED FOR THE
      * BATCH ON TAXPYIN.
      *****************************************************************
       01  RJ-CYCLE-CONTROL.
           05  RJ-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  RJ-CYC-END-OF-FILE      VALUE 'Y'.
           05  RJ-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  RJ-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  RJ-CYC-DONE-FLAGS.
               10  RJ-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           SORT SORT-WORK
               ON ASCENDING KEY SA-KEY SA-ENTRY-DATE
               INPUT PROCEDURE IS 200-EDIT-ADJUSTMENTS
               OUTPUT PROCEDURE IS 300-APPLY-ADJUSTMENTS
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
           MOVE ALL 'N' TO RJ-CYC-DONE-FLAGS
           PERFORM 051-READ-CYCLE-BATCH-ID
           OPEN INPUT CYCLE-CONTROL
           IF RJ-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF RJ-CYC-STATUS NOT = "00"
                   DISPLAY "RECV-ADJUST: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " RJ-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL RJ-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           IF RJ-CYC-STEP-DONE (7) NOT = 'Y'
              OR RJ-CYC-STEP-DONE (8) = 'Y'
               DISPLAY "RECV-ADJUST: BATCH " RJ-CYC-BATCH-ID
                       " OF " RJ-CYC-CYCLE-DATE
                       " IS NOT IN ITS GLPOST POSTING WINDOW"
               DISPLAY "RECV-ADJUST: RUN AFTER REFUND-EXTRACT AND "
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
           IF RJ-IN-STATUS NOT = "00"
               DISPLAY "RECV-ADJUST: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " RJ-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "RECV-ADJUST: TAXPYIN HAS NO BATCH HEADER, "
                       "POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "RECV-ADJUST: BATCH HEADER HAS NO CREATE "
                       "DATE, POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID    TO RJ-CYC-BATCH-ID
           MOVE BH-CREATE-DATE TO RJ-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO RJ-CYC-EOF-SWITCH
           END-READ.

      *****************************************************************
      * ONE CYCLE-CONTROL RECORD.  A "C" RECORD FOR THE BATCH ON
      * TAXPYIN MARKS THAT STEP DONE.
      *****************************************************************
       054-TEST-CYCLE-RECORD.
           IF CC-RUN-DATE = RJ-CYC-CYCLE-DATE
              AND CC-BATCH-ID = RJ-CYC-BATCH-ID
              AND CC-STEP-COMPLETED
              AND CC-STEP-NUMBER > ZERO
              AND CC-STEP-NUMBER NOT > 8
               MOVE 'Y' TO RJ-CYC-STEP-DONE (CC-STEP-NUMBER)
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
           IF RJ-NEW-STATUS = "35"
               CONTINUE
           ELSE
               IF RJ-NEW-STATUS NOT = "00"
                   DISPLAY "RECV-ADJUST: UNABLE TO OPEN RECVNEW, "
                           "STATUS = " RJ-NEW-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               OPEN INPUT RECEIVABLE-FILE
               IF RJ-RCV-STATUS = "35"
                   MOVE 'Y' TO RJ-CMP-RCV-EOF-SW
               ELSE
                   IF RJ-RCV-STATUS NOT = "00"
                       DISPLAY "RECV-ADJUST: UNABLE TO OPEN RECVFILE, "
                               "STATUS = " RJ-RCV-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               PERFORM 061-READ-COMPARE-PAIR
               PERFORM 062-COMPARE-RECEIVABLE-PAIR
                   UNTIL RJ-RECVNEW-DIFFERS
                      OR (RJ-CMP-RCV-END AND RJ-CMP-NEW-END)
               IF RJ-RCV-STATUS NOT = "35"
                   CLOSE RECEIVABLE-FILE
               END-IF
               CLOSE RECEIVABLE-NEW
               IF RJ-RECVNEW-DIFFERS
                   DISPLAY "RECV-ADJUST: RECVNEW HAS NOT BEEN COPIED "
                           "OVER RECVFILE, RUN REFUSED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       061-READ-COMPARE-PAIR.
           IF NOT RJ-CMP-RCV-END
               READ RECEIVABLE-FILE
                   AT END
                       MOVE 'Y' TO RJ-CMP-RCV-EOF-SW
               END-READ
           END-IF
           IF NOT RJ-CMP-NEW-END
               READ RECEIVABLE-NEW
                   AT END
                       MOVE 'Y' TO RJ-CMP-NEW-EOF-SW
               END-READ
           END-IF.

       062-COMPARE-RECEIVABLE-PAIR.
           IF RJ-CMP-RCV-END OR RJ-CMP-NEW-END
               MOVE 'Y' TO RJ-CMP-DIFFERS-SW
           ELSE
               IF RV-OPEN-ITEM NOT = RN-OPEN-ITEM
                   MOVE 'Y' TO RJ-CMP-DIFFERS-SW
               ELSE
                   PERFORM 061-READ-COMPARE-PAIR
               END-IF
           END-IF.

       100-INITIALIZE.
           PERFORM 060-CHECK-RECVNEW-COPIED
           PERFORM 050-CHECK-POSTING-WINDOW
           ACCEPT RJ-RUN-DATE FROM DATE YYYYMMDD
           OPEN OUTPUT ADJUST-REGISTER
           OPEN OUTPUT ADJ-POST-WORK
           OPEN OUTPUT ADJ-HIST-WORK
           WRITE RJ-PRINT-LINE FROM RJ-HEADING-LINE-1
           MOVE RJ-RUN-DATE TO RJ-HDG-RUN-DATE
           WRITE RJ-PRINT-LINE FROM RJ-DATE-LINE
           WRITE RJ-PRINT-LINE FROM RJ-HEADING-LINE-2.

      *****************************************************************
      * EDIT EVERY ADJUSTMENT ON ADJTRAN AND RELEASE THE GOOD ONES TO
      * THE SORT.  NO ADJTRAN SIMPLY MEANS NOTHING TO ADJUST: THE
      * RECEIVABLE FILE IS STILL COPIED TO RECVNEW UNCHANGED.
      *****************************************************************
       200-EDIT-ADJUSTMENTS.
           OPEN INPUT ADJUST-TRANS
           IF RJ-ADJ-STATUS = "35"
               MOVE 'Y' TO RJ-ADJ-EOF-SWITCH
           ELSE
               IF RJ-ADJ-STATUS NOT = "00"
                   DISPLAY "RECV-ADJUST: UNABLE TO OPEN ADJTRAN, "
                           "STATUS = " RJ-ADJ-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 210-READ-ADJUSTMENT
               PERFORM 220-EDIT-ADJUSTMENT
                   UNTIL RJ-ADJ-END-OF-FILE
               CLOSE ADJUST-TRANS
           END-IF.

       210-READ-ADJUSTMENT.
           READ ADJUST-TRANS
               AT END
                   MOVE 'Y' TO RJ-ADJ-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RJ-ADJS-READ
           END-READ.

      *****************************************************************
      * AN ADJUSTMENT MUST NAME A TAX YEAR, A KNOWN KIND AND REASON,
      * AND THE USER WHO AUTHORIZED IT, AND MUST CARRY AN AMOUNT -
      * EXCEPT A WRITE-OFF, WHERE ZERO MEANS EVERYTHING STILL OPEN.
      * A BAD ONE IS REJECTED TO THE REGISTER AND NEVER APPLIED.
      *****************************************************************
       220-EDIT-ADJUSTMENT.
           MOVE 'Y' TO RJ-VALID-SWITCH
           EVALUATE TRUE
               WHEN AD-TAX-YEAR IS NOT NUMERIC
                   MOVE "INVALID TAX YEAR"     TO RJ-REJECT-MESSAGE
                   MOVE 'N' TO RJ-VALID-SWITCH
               WHEN NOT AD-TYPE-IS-VALID
                   MOVE "INVALID ADJUSTMENT TYPE"
                                               TO RJ-REJECT-MESSAGE
                   MOVE 'N' TO RJ-VALID-SWITCH
               WHEN NOT AD-REASON-IS-VALID
                   MOVE "INVALID REASON CODE"  TO RJ-REJECT-MESSAGE
                   MOVE 'N' TO RJ-VALID-SWITCH
               WHEN AD-AUTH-USER = SPACES
                   MOVE "NO AUTHORIZING USER"  TO RJ-REJECT-MESSAGE
                   MOVE 'N' TO RJ-VALID-SWITCH
               WHEN AD-AMOUNT IS NOT NUMERIC
                   MOVE "INVALID AMOUNT"       TO RJ-REJECT-MESSAGE
                   MOVE 'N' TO RJ-VALID-SWITCH
               WHEN AD-AMOUNT = ZERO AND NOT AD-WRITE-OFF
                   MOVE "ZERO AMOUNT"          TO RJ-REJECT-MESSAGE
                   MOVE 'N' TO RJ-VALID-SWITCH
           END-EVALUATE
           IF AD-ENTRY-DATE IS NOT NUMERIC
               MOVE ZEROES TO AD-ENTRY-DATE
           END-IF
           IF RJ-ADJ-IS-VALID
               RELEASE SA-ADJ-RECORD FROM AD-ADJ-RECORD
               ADD 1 TO RJ-ADJS-RELEASED
           ELSE
               ADD 1 TO RJ-ADJS-REJECTED
               MOVE SPACES         TO RJ-EXCEPTION-LINE
               MOVE AD-TAXPAYER-ID TO RJ-EXC-ID
               MOVE AD-TAX-YEAR    TO RJ-EXC-YEAR
               MOVE "REJECTED"     TO RJ-EXC-ACTION
               MOVE AD-REASON-CODE TO RJ-EXC-REASON
               MOVE AD-AUTH-USER   TO RJ-EXC-USER
               IF AD-AMOUNT IS NUMERIC
                   MOVE AD-AMOUNT  TO RJ-EXC-AMOUNT
               END-IF
               MOVE RJ-REJECT-MESSAGE TO RJ-EXC-MESSAGE
               WRITE RJ-PRINT-LINE FROM RJ-EXCEPTION-LINE
           END-IF
           PERFORM 210-READ-ADJUSTMENT.

      *****************************************************************
      * TAKE THE SORTED ADJUSTMENTS BACK AND MATCH THEM AGAINST THE
      * RECEIVABLE FILE, WRITING RECVNEW AS THE MATCH GOES.  NO
      * RECVFILE YET MEANS EVERY INCREASE OPENS A NEW ITEM AND EVERY
      * DECREASE OR WRITE-OFF HAS NOTHING TO REDUCE.
      *****************************************************************
       300-APPLY-ADJUSTMENTS.
           OPEN INPUT RECEIVABLE-FILE
           IF RJ-RCV-STATUS = "35"
               MOVE 'Y'         TO RJ-RCV-EOF-SWITCH
               MOVE HIGH-VALUES TO RJ-ITEM-GROUP-KEY
           ELSE
               IF RJ-RCV-STATUS NOT = "00"
                   DISPLAY "RECV-ADJUST: UNABLE TO OPEN RECVFILE, "
                           "STATUS = " RJ-RCV-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 310-READ-RECEIVABLE-ITEM
           END-IF
           OPEN OUTPUT RECEIVABLE-NEW
           IF RJ-NEW-STATUS NOT = "00"
               DISPLAY "RECV-ADJUST: UNABLE TO OPEN RECVNEW, "
                       "STATUS = " RJ-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 320-RETURN-ADJUSTMENT
           PERFORM 330-MATCH-ADJUSTMENTS
               UNTIL RJ-RCV-END-OF-FILE AND RJ-SORT-END-OF-FILE
           IF RJ-RCV-STATUS NOT = "35"
               CLOSE RECEIVABLE-FILE
           END-IF
           CLOSE RECEIVABLE-NEW.

      *****************************************************************
      * READ THE NEXT OPEN ITEM AND PROVE THE FILE IS STILL IN
      * ASCENDING KEY ORDER, ABENDING IF NOT, AS RECV-APPLY DOES.
      *****************************************************************
       310-READ-RECEIVABLE-ITEM.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'Y'         TO RJ-RCV-EOF-SWITCH
                   MOVE HIGH-VALUES TO RJ-ITEM-GROUP-KEY
               NOT AT END
                   ADD 1 TO RJ-ITEMS-READ
                   ADD RV-OPEN-AMOUNT TO RJ-OPEN-IN-TOTAL
                   IF RV-KEY < RJ-PREV-ITEM-KEY
                       DISPLAY "RECV-ADJUST: RECVFILE OUT OF "
                               "SEQUENCE AT ID " RV-TAXPAYER-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RV-KEY         TO RJ-PREV-ITEM-KEY
                   MOVE RV-TAXPAYER-ID TO RJ-ITEM-ID
                   MOVE RV-TAX-YEAR    TO RJ-ITEM-YEAR
           END-READ.

       320-RETURN-ADJUSTMENT.
           RETURN SORT-WORK INTO TR-ADJ-RECORD
               AT END
                   MOVE 'Y'         TO RJ-SORT-EOF-SWITCH
                   MOVE HIGH-VALUES TO TR-KEY
                   MOVE ZEROES      TO RJ-ADJ-REMAINING
               NOT AT END
                   MOVE TR-AMOUNT TO RJ-ADJ-REMAINING
                   MOVE 'N'       TO RJ-TOUCHED-SWITCH
                   MOVE 'N'       TO RJ-WRITE-ALL-SWITCH
                   IF TR-WRITE-OFF AND TR-AMOUNT = ZERO
                       MOVE 'Y'   TO RJ-WRITE-ALL-SWITCH
                   END-IF
           END-RETURN.

      *****************************************************************
      * DRIVE THE MATCH OFF THE LOWER KEY.  AN ITEM BELOW THE
      * ADJUSTMENT PASSES THROUGH; EQUAL KEYS ADJUST THE TAXPAYER'S
      * OLDEST OPEN ITEM FOR THE YEAR; AN ADJUSTMENT BELOW THE ITEM
      * HAS NO MORE ITEMS TO WORK AND IS FINISHED OFF.
      *****************************************************************
       330-MATCH-ADJUSTMENTS.
           EVALUATE TRUE
               WHEN RJ-ITEM-GROUP-KEY < TR-KEY
                   PERFORM 340-CARRY-ITEM-FORWARD
                   PERFORM 310-READ-RECEIVABLE-ITEM
               WHEN RJ-ITEM-GROUP-KEY = TR-KEY
                   PERFORM 350-ADJUST-ITEM
               WHEN OTHER
                   PERFORM 380-FINISH-ADJUSTMENT
           END-EVALUATE.

       340-CARRY-ITEM-FORWARD.
           MOVE RV-OPEN-ITEM TO RN-OPEN-ITEM
           WRITE RN-OPEN-ITEM
           ADD 1 TO RJ-ITEMS-WRITTEN
           ADD RV-OPEN-AMOUNT TO RJ-OPEN-OUT-TOTAL.

      *****************************************************************
      * ADJUST THE ITEM IN HAND.  AN INCREASE IS ADDED WHOLE TO THE
      * OLDEST ITEM AND THE ADJUSTMENT IS DONE.  A DECREASE OR
      * WRITE-OFF COVERING THE WHOLE OPEN AMOUNT TAKES THE ITEM OFF
      * THE FILE AND GOES ON TO THE NEXT ITEM; LESS THAN THAT
      * REDUCES THE ITEM AND THE ADJUSTMENT IS SPENT.  A WRITE-OFF
      * OF EVERYTHING CLEARS EACH ITEM FOR THE YEAR IN TURN.
      *****************************************************************
       350-ADJUST-ITEM.
           MOVE RV-OPEN-AMOUNT TO RJ-OPEN-BEFORE
           EVALUATE TRUE
               WHEN TR-INCREASE
                   MOVE RJ-ADJ-REMAINING TO RJ-ADJ-APPLIED
                   ADD RJ-ADJ-APPLIED TO RV-OPEN-AMOUNT
                   MOVE ZEROES TO RJ-ADJ-REMAINING
                   MOVE 'Y' TO RJ-TOUCHED-SWITCH
                   PERFORM 360-RECORD-ADJUSTMENT
                   PERFORM 380-FINISH-ADJUSTMENT
               WHEN RJ-ADJ-REMAINING = ZERO AND NOT RJ-WRITE-OFF-ALL
                   PERFORM 380-FINISH-ADJUSTMENT
               WHEN RJ-WRITE-OFF-ALL
                  OR RJ-ADJ-REMAINING >= RV-OPEN-AMOUNT
                   MOVE RV-OPEN-AMOUNT TO RJ-ADJ-APPLIED
                   IF NOT RJ-WRITE-OFF-ALL
                       SUBTRACT RJ-ADJ-APPLIED FROM RJ-ADJ-REMAINING
                   END-IF
                   MOVE ZEROES TO RV-OPEN-AMOUNT
                   MOVE 'Y' TO RJ-TOUCHED-SWITCH
                   ADD 1 TO RJ-ITEMS-CLOSED
                   PERFORM 360-RECORD-ADJUSTMENT
                   PERFORM 310-READ-RECEIVABLE-ITEM
               WHEN OTHER
                   MOVE RJ-ADJ-REMAINING TO RJ-ADJ-APPLIED
                   SUBTRACT RJ-ADJ-APPLIED FROM RV-OPEN-AMOUNT
                   MOVE ZEROES TO RJ-ADJ-REMAINING
                   MOVE 'Y' TO RJ-TOUCHED-SWITCH
                   PERFORM 360-RECORD-ADJUSTMENT
                   PERFORM 380-FINISH-ADJUSTMENT
           END-EVALUATE.

      *****************************************************************
      * ONE ADJUSTMENT APPLIED TO ONE ITEM: COUNT IT, PRINT IT WITH
      * THE OPEN AMOUNT BEFORE AND AFTER, POST IT, AND RECORD IT ON
      * RCVHIST.
      *****************************************************************
       360-RECORD-ADJUSTMENT.
           MOVE SPACES         TO RJ-DETAIL-LINE
           EVALUATE TRUE
               WHEN TR-INCREASE
                   ADD 1 TO RJ-INCREASE-COUNT
                   ADD RJ-ADJ-APPLIED TO RJ-INCREASE-TOTAL
                   MOVE "INCREASE"  TO RJ-DTL-ACTION
               WHEN TR-DECREASE
                   ADD 1 TO RJ-DECREASE-COUNT
                   ADD RJ-ADJ-APPLIED TO RJ-DECREASE-TOTAL
                   MOVE "DECREASE"  TO RJ-DTL-ACTION
               WHEN OTHER
                   ADD 1 TO RJ-WRITE-OFF-COUNT
                   ADD RJ-ADJ-APPLIED TO RJ-WRITE-OFF-TOTAL
                   MOVE "WRITE-OFF" TO RJ-DTL-ACTION
           END-EVALUATE
           MOVE RV-TAXPAYER-ID TO RJ-DTL-ID
           MOVE RV-TAX-YEAR    TO RJ-DTL-YEAR
           MOVE RV-POSTED-DATE TO RJ-DTL-POSTED
           MOVE TR-REASON-CODE TO RJ-DTL-REASON
           MOVE TR-AUTH-USER   TO RJ-DTL-USER
           MOVE RJ-OPEN-BEFORE TO RJ-DTL-BEFORE
           MOVE RJ-ADJ-APPLIED TO RJ-DTL-AMOUNT
           MOVE RV-OPEN-AMOUNT TO RJ-DTL-AFTER
           WRITE RJ-PRINT-LINE FROM RJ-DETAIL-LINE
           PERFORM 370-WRITE-ADJUSTMENT-POSTINGS
           MOVE RV-KEY TO RJ-HISTORY-KEY
           PERFORM 375-WRITE-RECEIVABLE-HISTORY.

      *****************************************************************
      * POST THE ADJUSTMENT WITH ITS OWN TYPE - "I", "D", OR "W" -
      * AGAINST THE RECEIVABLE CONTROL ACCOUNT, THEN AGAINST THE
      * ACCOUNT ON THE OTHER SIDE.  AN AMENDMENT-DRIVEN CHANGE POSTS
      * ONLY THE RECEIVABLE SIDE: AMEND-PROCESSOR'S "R" AND "A"
      * POSTINGS HAVE ALREADY MOVED THE TAX ACCOUNT BY THE SAME
      * AMOUNT.  THE POSTINGS WAIT ON RJGLWORK UNTIL THE RUN PROVES.
      *****************************************************************
       370-WRITE-ADJUSTMENT-POSTINGS.
           MOVE SPACES             TO GW-POSTING-RECORD
           MOVE TR-TAXPAYER-ID     TO GW-TAXPAYER-ID
           MOVE RJ-GL-RECV-ACCOUNT TO GW-ACCOUNT-CODE
           MOVE RJ-ADJ-APPLIED     TO GW-TAK-AMOUNT
           MOVE RJ-RUN-DATE        TO GW-POSTING-DATE
           MOVE TR-ADJ-TYPE        TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD
           IF NOT TR-REASON-AMENDMENT
               EVALUATE TRUE
                   WHEN TR-WRITE-OFF
                       MOVE RJ-GL-BAD-DEBT-ACCOUNT
                                          TO RJ-GL-OTHER-ACCOUNT
                   WHEN TR-REASON-PENALTY-ABATED
                       MOVE RJ-GL-PI-ACCOUNT TO RJ-GL-OTHER-ACCOUNT
                   WHEN OTHER
                       MOVE RJ-GL-TAX-ACCOUNT
                                          TO RJ-GL-OTHER-ACCOUNT
               END-EVALUATE
               MOVE SPACES              TO GW-POSTING-RECORD
               MOVE TR-TAXPAYER-ID      TO GW-TAXPAYER-ID
               MOVE RJ-GL-OTHER-ACCOUNT TO GW-ACCOUNT-CODE
               MOVE RJ-ADJ-APPLIED      TO GW-TAK-AMOUNT
               MOVE RJ-RUN-DATE         TO GW-POSTING-DATE
               MOVE TR-ADJ-TYPE         TO GW-POSTING-TYPE
               WRITE GW-POSTING-RECORD
           END-IF.

      *****************************************************************
      * RECORD THE ADJUSTMENT ON THE RECEIVABLE HISTORY AGAINST THE
      * ITEM IN RJ-HISTORY-KEY, WITH ITS OWN TYPE - "I", "D", OR
      * "W" - AND THE REASON AND AUTHORIZING USER OFF ADJTRAN.  THE
      * RECORD WAITS ON RJRHWORK WITH THE POSTINGS.
      *****************************************************************
       375-WRITE-RECEIVABLE-HISTORY.
           MOVE SPACES         TO RW-RECEIVABLE-HISTORY
           MOVE RJ-HISTORY-KEY TO RW-KEY
           MOVE RJ-RUN-DATE    TO RW-ENTRY-DATE
           MOVE TR-ADJ-TYPE    TO RW-ENTRY-TYPE
           MOVE RJ-ADJ-APPLIED TO RW-AMOUNT
           MOVE TR-REASON-CODE TO RW-REASON-CODE
           MOVE TR-AUTH-USER   TO RW-AUTH-USER
           WRITE RW-RECEIVABLE-HISTORY.

      *****************************************************************
      * FINISH THE ADJUSTMENT IN HAND.  AN INCREASE THAT FOUND NO
      * OPEN ITEM FOR THE YEAR OPENS ONE, WRITTEN HERE SO RECVNEW
      * STAYS IN KEY ORDER.  A DECREASE OR WRITE-OFF WITH MONEY LEFT
      * OVER GOES TO THE REGISTER UNAPPLIED - THE BALANCE WAS
      * ALREADY LOWER THAN THE ADJUSTMENT, WHICH IS A REFUND
      * QUESTION FOR THE DESK, NOT A RECEIVABLE ONE.
      *****************************************************************
       380-FINISH-ADJUSTMENT.
           EVALUATE TRUE
               WHEN TR-INCREASE AND RJ-ADJ-REMAINING > ZERO
                   PERFORM 390-OPEN-NEW-ITEM
               WHEN RJ-ADJ-REMAINING > ZERO AND NOT RJ-WRITE-OFF-ALL
                   ADD 1 TO RJ-UNAPPLIED-COUNT
                   ADD RJ-ADJ-REMAINING TO RJ-UNAPPLIED-TOTAL
                   MOVE SPACES         TO RJ-EXCEPTION-LINE
                   MOVE TR-TAXPAYER-ID TO RJ-EXC-ID
                   MOVE TR-TAX-YEAR    TO RJ-EXC-YEAR
                   IF TR-DECREASE
                       MOVE "DECREASE"  TO RJ-EXC-ACTION
                   ELSE
                       MOVE "WRITE-OFF" TO RJ-EXC-ACTION
                   END-IF
                   MOVE TR-REASON-CODE TO RJ-EXC-REASON
                   MOVE TR-AUTH-USER   TO RJ-EXC-USER
                   MOVE RJ-ADJ-REMAINING TO RJ-EXC-AMOUNT
                   IF RJ-ADJ-TOUCHED-AN-ITEM
                       MOVE "EXCEEDS OPEN AMOUNT, UNAPPLIED"
                                       TO RJ-EXC-MESSAGE
                   ELSE
                       MOVE "NO OPEN ITEM, NOT APPLIED"
                                       TO RJ-EXC-MESSAGE
                   END-IF
                   WRITE RJ-PRINT-LINE FROM RJ-EXCEPTION-LINE
               WHEN RJ-WRITE-OFF-ALL AND NOT RJ-ADJ-TOUCHED-AN-ITEM
                   ADD 1 TO RJ-UNAPPLIED-COUNT
                   MOVE SPACES         TO RJ-EXCEPTION-LINE
                   MOVE TR-TAXPAYER-ID TO RJ-EXC-ID
                   MOVE TR-TAX-YEAR    TO RJ-EXC-YEAR
                   MOVE "WRITE-OFF"    TO RJ-EXC-ACTION
                   MOVE TR-REASON-CODE TO RJ-EXC-REASON
                   MOVE TR-AUTH-USER   TO RJ-EXC-USER
                   MOVE "NO OPEN ITEM, NOT APPLIED"
                                       TO RJ-EXC-MESSAGE
                   WRITE RJ-PRINT-LINE FROM RJ-EXCEPTION-LINE
           END-EVALUATE
           PERFORM 320-RETURN-ADJUSTMENT.

       390-OPEN-NEW-ITEM.
           MOVE SPACES           TO RN-OPEN-ITEM
           MOVE TR-TAXPAYER-ID   TO RN-TAXPAYER-ID
           MOVE TR-TAX-YEAR      TO RN-TAX-YEAR
           MOVE RJ-RUN-DATE      TO RN-POSTED-DATE
           MOVE RJ-ADJ-REMAINING TO RN-ORIGINAL-AMOUNT
           MOVE RJ-ADJ-REMAINING TO RN-OPEN-AMOUNT
           MOVE ZEROES           TO RN-LAST-PAID-DATE
           MOVE ZEROES           TO RN-LAST-ACCRUAL-DATE
           MOVE "O"              TO RN-ITEM-STATUS
           WRITE RN-OPEN-ITEM
           ADD 1 TO RJ-ITEMS-OPENED
           ADD 1 TO RJ-ITEMS-WRITTEN
           ADD RJ-ADJ-REMAINING TO RJ-OPEN-OUT-TOTAL
           ADD 1 TO RJ-INCREASE-COUNT
           ADD RJ-ADJ-REMAINING TO RJ-INCREASE-TOTAL
           MOVE RJ-ADJ-REMAINING TO RJ-ADJ-APPLIED
           MOVE SPACES           TO RJ-DETAIL-LINE
           MOVE TR-TAXPAYER-ID   TO RJ-DTL-ID
           MOVE TR-TAX-YEAR      TO RJ-DTL-YEAR
           MOVE RJ-RUN-DATE      TO RJ-DTL-POSTED
           MOVE "NEW ITEM"       TO RJ-DTL-ACTION
           MOVE TR-REASON-CODE   TO RJ-DTL-REASON
           MOVE TR-AUTH-USER     TO RJ-DTL-USER
           MOVE ZEROES           TO RJ-DTL-BEFORE
           MOVE RJ-ADJ-APPLIED   TO RJ-DTL-AMOUNT
           MOVE RJ-ADJ-APPLIED   TO RJ-DTL-AFTER
           WRITE RJ-PRINT-LINE FROM RJ-DETAIL-LINE
           MOVE ZEROES           TO RJ-ADJ-REMAINING
           PERFORM 370-WRITE-ADJUSTMENT-POSTINGS
           MOVE RN-KEY           TO RJ-HISTORY-KEY
           PERFORM 375-WRITE-RECEIVABLE-HISTORY.

      *****************************************************************
      * PROVE THE RUN: OPEN AMOUNT IN, PLUS INCREASES, LESS DECREASES
      * AND WRITE-OFFS, MUST EQUAL THE OPEN AMOUNT WRITTEN TO
      * RECVNEW.  A RUN THAT DOES NOT PROVE ENDS WITH RETURN CODE 8
      * AND RECVNEW IS NOT TO BE COPIED OVER RECVFILE, AND ITS
      * POSTINGS AND RECEIVABLE HISTORY NEVER LEAVE THEIR WORK
      * FILES, SO A RERUN AFTER THE DESK PUTS IT RIGHT POSTS EACH
      * ADJUSTMENT ONCE.
      *****************************************************************
       700-BALANCE-REGISTER.
           MOVE SPACES TO RJ-PRINT-LINE
           WRITE RJ-PRINT-LINE
           MOVE SPACES                 TO RJ-TOTAL-LINE
           MOVE "OPEN AMOUNT IN"       TO RJ-TOT-LABEL
           MOVE RJ-ITEMS-READ          TO RJ-TOT-COUNT
           MOVE RJ-OPEN-IN-TOTAL       TO RJ-TOT-AMOUNT
           WRITE RJ-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "INCREASES"            TO RJ-TOT-LABEL
           MOVE RJ-INCREASE-COUNT      TO RJ-TOT-COUNT
           MOVE RJ-INCREASE-TOTAL      TO RJ-TOT-AMOUNT
           WRITE RJ-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "DECREASES"            TO RJ-TOT-LABEL
           MOVE RJ-DECREASE-COUNT      TO RJ-TOT-COUNT
           MOVE RJ-DECREASE-TOTAL      TO RJ-TOT-AMOUNT
           WRITE RJ-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "WRITE-OFFS"           TO RJ-TOT-LABEL
           MOVE RJ-WRITE-OFF-COUNT     TO RJ-TOT-COUNT
           MOVE RJ-WRITE-OFF-TOTAL     TO RJ-TOT-AMOUNT
           WRITE RJ-PRINT-LINE FROM RJ-TOTAL-LINE
           MOVE "OPEN AMOUNT OUT"      TO RJ-TOT-LABEL
           MOVE RJ-ITEMS-WRITTEN       TO RJ-TOT-COUNT
           MOVE RJ-OPEN-OUT-TOTAL      TO RJ-TOT-AMOUNT
           WRITE RJ-PRINT-LINE FROM RJ-TOTAL-LINE
           COMPUTE RJ-BALANCE-CHECK =
               RJ-OPEN-IN-TOTAL + RJ-INCREASE-TOTAL
               - RJ-DECREASE-TOTAL - RJ-WRITE-OFF-TOTAL
               - RJ-OPEN-OUT-TOTAL
           IF RJ-BALANCE-CHECK = ZERO
               MOVE "BALANCED" TO RJ-VERDICT
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE "OUT OF BALANCE - DO NOT COPY RECVNEW"
                               TO RJ-VERDICT
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE RJ-PRINT-LINE FROM RJ-VERDICT-LINE.

      *****************************************************************
      * A RUN THAT PROVED GOES ONTO THE LEDGER AND THE RECEIVABLE
      * HISTORY: EVERY POSTING ON RJGLWORK IS APPENDED TO GLPOST AND
      * EVERY RECORD ON RJRHWORK TO RCVHIST.
      *****************************************************************
       710-POST-ADJUSTMENTS.
           OPEN INPUT ADJ-POST-WORK
           IF RJ-GLW-STATUS NOT = "00"
               DISPLAY "RECV-ADJUST: UNABLE TO REOPEN RJGLWORK, "
                       "STATUS = " RJ-GLW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT ADJ-HIST-WORK
           IF RJ-RHW-STATUS NOT = "00"
               DISPLAY "RECV-ADJUST: UNABLE TO REOPEN RJRHWORK, "
                       "STATUS = " RJ-RHW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           IF RJ-GL-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF
           OPEN EXTEND RECEIVABLE-HISTORY
           IF RJ-RCH-STATUS = "35"
               OPEN OUTPUT RECEIVABLE-HISTORY
           END-IF
           PERFORM 712-READ-POSTING-WORK
           PERFORM 714-COPY-ADJUSTMENT-POSTING
               UNTIL RJ-GLW-END-OF-FILE
           PERFORM 716-READ-HISTORY-WORK
           PERFORM 718-COPY-RECEIVABLE-HISTORY
               UNTIL RJ-RHW-END-OF-FILE
           CLOSE ADJ-POST-WORK
           CLOSE ADJ-HIST-WORK
           CLOSE GL-POSTING-FILE
           CLOSE RECEIVABLE-HISTORY.

       712-READ-POSTING-WORK.
           READ ADJ-POST-WORK
               AT END
                   MOVE 'Y' TO RJ-GLW-EOF-SWITCH
           END-READ.

       714-COPY-ADJUSTMENT-POSTING.
           WRITE GL-POSTING-RECORD FROM GW-POSTING-RECORD
           ADD 1 TO RJ-POSTINGS-WRITTEN
           PERFORM 712-READ-POSTING-WORK.

       716-READ-HISTORY-WORK.
           READ ADJ-HIST-WORK
               AT END
                   MOVE 'Y' TO RJ-RHW-EOF-SWITCH
           END-READ.

       718-COPY-RECEIVABLE-HISTORY.
           WRITE RH-RECEIVABLE-HISTORY FROM RW-RECEIVABLE-HISTORY
           ADD 1 TO RJ-HISTORY-WRITTEN
           PERFORM 716-READ-HISTORY-WORK.

       800-TERMINATE.
           CLOSE ADJUST-REGISTER
           CLOSE ADJ-POST-WORK
           CLOSE ADJ-HIST-WORK
           IF RETURN-CODE = 0
               PERFORM 710-POST-ADJUSTMENTS
           END-IF
           PERFORM 850-PRINT-CONTROL-REPORT.

       850-PRINT-CONTROL-REPORT.
           MOVE RJ-ADJS-READ        TO RJ-RPT-ADJS-READ
           MOVE RJ-ADJS-REJECTED    TO RJ-RPT-ADJS-REJECTED
           MOVE RJ-ITEMS-READ       TO RJ-RPT-ITEMS-READ
           MOVE RJ-ITEMS-CLOSED     TO RJ-RPT-ITEMS-CLOSED
           MOVE RJ-ITEMS-OPENED     TO RJ-RPT-ITEMS-OPENED
           MOVE RJ-ITEMS-WRITTEN    TO RJ-RPT-ITEMS-WRITTEN
           MOVE RJ-INCREASE-COUNT   TO RJ-RPT-INCREASES
           MOVE RJ-DECREASE-COUNT   TO RJ-RPT-DECREASES
           MOVE RJ-WRITE-OFF-COUNT  TO RJ-RPT-WRITE-OFFS
           MOVE RJ-UNAPPLIED-COUNT  TO RJ-RPT-UNAPPLIED
           MOVE RJ-POSTINGS-WRITTEN TO RJ-RPT-POSTINGS
           MOVE RJ-HISTORY-WRITTEN  TO RJ-RPT-HISTORY
           MOVE RJ-OPEN-IN-TOTAL    TO RJ-RPT-OPEN-IN
           MOVE RJ-INCREASE-TOTAL   TO RJ-RPT-INCREASE-TOTAL
           MOVE RJ-DECREASE-TOTAL   TO RJ-RPT-DECREASE-TOTAL
           MOVE RJ-WRITE-OFF-TOTAL  TO RJ-RPT-WRITE-OFF-TOTAL
           MOVE RJ-UNAPPLIED-TOTAL  TO RJ-RPT-UNAPPLIED-TOTAL
           MOVE RJ-OPEN-OUT-TOTAL   TO RJ-RPT-OPEN-OUT
           DISPLAY "==============================================="
           DISPLAY "     RECV-ADJUST CONTROL TOTAL REPORT          "
           DISPLAY "==============================================="
           DISPLAY "ADJUSTMENTS READ . . . . . . " RJ-RPT-ADJS-READ
           DISPLAY "ADJUSTMENTS REJECTED . . . . "
                   RJ-RPT-ADJS-REJECTED
           DISPLAY "OPEN ITEMS READ. . . . . . . " RJ-RPT-ITEMS-READ
           DISPLAY "INCREASES APPLIED. . . . . . " RJ-RPT-INCREASES
           DISPLAY "DECREASES APPLIED. . . . . . " RJ-RPT-DECREASES
           DISPLAY "WRITE-OFFS APPLIED . . . . . " RJ-RPT-WRITE-OFFS
           DISPLAY "NOT APPLIED, NO BALANCE. . . " RJ-RPT-UNAPPLIED
           DISPLAY "ITEMS TAKEN TO ZERO. . . . . "
                   RJ-RPT-ITEMS-CLOSED
           DISPLAY "NEW ITEMS OPENED . . . . . . "
                   RJ-RPT-ITEMS-OPENED
           DISPLAY "ITEMS WRITTEN TO RECVNEW . . "
                   RJ-RPT-ITEMS-WRITTEN
           DISPLAY "ADJUSTMENT POSTINGS WRITTEN. " RJ-RPT-POSTINGS
           DISPLAY "ADJUSTMENTS ADDED TO RCVHIST " RJ-RPT-HISTORY
           DISPLAY "OPEN AMOUNT ON RECVFILE. . . " RJ-RPT-OPEN-IN
           DISPLAY "TOTAL INCREASES. . . . . . . "
                   RJ-RPT-INCREASE-TOTAL
           DISPLAY "TOTAL DECREASES. . . . . . . "
                   RJ-RPT-DECREASE-TOTAL
           DISPLAY "TOTAL WRITTEN OFF. . . . . . "
                   RJ-RPT-WRITE-OFF-TOTAL
           DISPLAY "TOTAL NOT APPLIED. . . . . . "
                   RJ-RPT-UNAPPLIED-TOTAL
           DISPLAY "OPEN AMOUNT ON RECVNEW . . . " RJ-RPT-OPEN-OUT
           IF RETURN-CODE = 0
               DISPLAY "VERDICT. . . . . . . . . . . BALANCED"
           ELSE
               DISPLAY "VERDICT. . . . . . . . . . . OUT OF BALANCE"
           END-IF
           DISPLAY "===============================================".
