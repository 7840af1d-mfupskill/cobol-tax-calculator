      *****************************************************************
      * CHECK-RECONCILE
      *
      * Reconciles the refund checks treasury has been asked to cut
      * against what treasury says happened to them.  Every released
      * DISBEXT is recorded on the cumulative OUTSTANDING-CHECKS file
      * by this program: REFUND-EXTRACT appends each night's new
      * checks to the NEW-CHECKS intake file, and this program takes
      * them in with the checks already on OUTCHK, sorts the lot into
      * taxpayer ID, tax year, and issue date order, and matches each
      * check against treasury's CHECK-PAID file of checks paid or
      * returned undeliverable:
      *
      *   - a paid check is cleared, and stays on the file as the
      *     taxpayer's refund check history;
      *   - a returned check, or one still unpaid after the stale-
      *     date limit, is voided, and the "F" refund posting it was
      *     cut from is reversed on GLPOST with a type "V" posting;
      *   - a voided check waits on the file until TAXMASTR-
      *     MAINTENANCE has put a different address on the master,
      *     when it is reissued: a DISBREIS record goes to treasury,
      *     a fresh "F" posting goes to GLPOST, and the new check
      *     goes back on the file as outstanding from today.
      *
      * Every action prints on the reconciliation register, and the
      * checks still outstanding print on the outstanding-check list
      * aged by issue date.  The list is rolled forward from the
      * last balanced run on CHKHIST - opening balance, plus new and
      * reissued checks, less cleared and voided checks - so no check
      * is gained or lost between runs.  The "V" and "F" postings are
      * held on a work file until the run has balanced.  A run that
      * does not roll forward ends with RETURN CODE 8 and posts
      * nothing; OUTCHKN and DISBREIS are not to be used, NEWCHK is
      * left as it was, and the run may simply be run again.  A
      * balanced run copies its postings to GLPOST, empties NEWCHK,
      * whose checks are now on OUTCHKN, and last records itself on
      * CHKHIST; a second run the same day is refused before anything is
      * written.  The desk copies OUTCHKN over OUTCHK once the run has
      * balanced.  Nothing else writes OUTCHK, so no check can be lost
      * by that copy.
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
       PROGRAM-ID. CHECK-RECONCILE.
       AUTHOR. J-HALVERSON.
       INSTALLATION. TAX-DESK.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  JH  ORIGINAL VERSION.  NOTHING CAME BACK FROM
      *                   TREASURY ONCE DISBEXT WENT OUT, SO NOBODY
      *                   KNEW WHICH REFUNDS HAD CLEARED, WHICH WERE
      *                   RETURNED, OR WHAT WAS STILL OUTSTANDING.
      *   10/15/2026  JH  CLEARED CHECKS NOW STAY ON OUTCHK, STATUS
      *                   "C" WITH THE DATE PAID, AND ARE CARRIED
      *                   THROUGH UNTOUCHED, SO THE ACCOUNT TRANSCRIPT
      *                   CAN SHOW EVERY REFUND EVER ISSUED.
      *   10/15/2026  JH  NEW CHECKS NOW COME FROM THEIR OWN NEWCHK
      *                   INTAKE, EMPTIED BY A BALANCED RUN.  CHECKS
      *                   REFUND-EXTRACT APPENDED TO OUTCHK AFTER THIS
      *                   RUN HAD READ IT WERE LOST WHEN THE DESK
      *                   COPIED OUTCHKN OVER OUTCHK.  THE "V" AND "F"
      *                   POSTINGS ARE HELD ON CKGLWORK AND COPIED TO
      *                   GLPOST ONLY WHEN THE RUN BALANCES; AN
      *                   OUT-OF-BALANCE RUN HAD ALREADY WRITTEN THEM,
      *                   AND ITS RERUN POSTED THEM TWICE.  NO GLHOLD
      *                   RECORD IS NEEDED NOW.  THE LIST NO LONGER
      *                   CLAIMS TO PROVE THE REFUND ACCOUNT, WHICH
      *                   TAKES NO POSTING WHEN A CHECK CLEARS.
      *   10/15/2026  JH  CHKHIST IS WRITTEN LAST, AFTER THE POSTINGS
      *                   ARE ON GLPOST AND NEWCHK IS EMPTIED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTSTANDING-CHECKS ASSIGN TO "OUTCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-OCK-STATUS.

           SELECT NEW-CHECKS    ASSIGN TO "NEWCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-NCK-STATUS.

           SELECT CHECK-PAID    ASSIGN TO "CHKPAID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-PAID-STATUS.

           SELECT CHECK-HISTORY ASSIGN TO "CHKHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-HIST-STATUS.

           SELECT TAXPAYER-MASTER ASSIGN TO "TAXMIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ID
               FILE STATUS IS CK-MST-STATUS.

           SELECT OUTSTANDING-NEW ASSIGN TO "OUTCHKN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-NEW-STATUS.

           SELECT REISSUE-EXTRACT ASSIGN TO "DISBREIS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-REI-STATUS.

           SELECT RECON-REGISTER ASSIGN TO "CHKRECRG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-REG-STATUS.

           SELECT OUTSTANDING-LIST ASSIGN TO "CHKOUTST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-LST-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-GL-STATUS.

           SELECT CHECK-POST-WORK ASSIGN TO "CKGLWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-GLW-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-CYC-STATUS.

           SELECT SORT-WORK     ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  OUTSTANDING-CHECKS.
       COPY OCHKREC.

       FD  NEW-CHECKS.
       COPY OCHKREC REPLACING LEADING ==OC== BY ==NC==.

       FD  CHECK-PAID.
       COPY CHKPDREC.

       FD  CHECK-HISTORY.
       COPY CHKHREC.

       FD  TAXPAYER-MASTER.
       COPY TAXMREC.

       FD  OUTSTANDING-NEW.
       COPY OCHKREC REPLACING LEADING ==OC== BY ==ON==.

       FD  REISSUE-EXTRACT.
       COPY DISBREC.

       FD  RECON-REGISTER.
       01  CK-REG-PRINT-LINE      PIC X(132).

       FD  OUTSTANDING-LIST.
       01  CK-LST-PRINT-LINE      PIC X(132).

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

      *****************************************************************
      * THE RUN'S "V" AND "F" POSTINGS ARE HELD ON THIS WORK FILE
      * UNTIL THE RUN HAS BALANCED, AND ONLY THEN COPIED ONTO GLPOST.
      *****************************************************************
       FD  CHECK-POST-WORK.
       COPY GLPOSTREC REPLACING LEADING ==GL== BY ==GW==.

       SD  SORT-WORK.
       COPY OCHKREC REPLACING LEADING ==OC== BY ==SK==.

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       WORKING-STORAGE SECTION.
       01  CK-FILE-STATUSES.
           05  CK-OCK-STATUS      PIC X(02) VALUE "00".
           05  CK-NCK-STATUS      PIC X(02) VALUE "00".
           05  CK-PAID-STATUS     PIC X(02) VALUE "00".
           05  CK-HIST-STATUS     PIC X(02) VALUE "00".
           05  CK-MST-STATUS      PIC X(02) VALUE "00".
           05  CK-NEW-STATUS      PIC X(02) VALUE "00".
           05  CK-REI-STATUS      PIC X(02) VALUE "00".
           05  CK-REG-STATUS      PIC X(02) VALUE "00".
           05  CK-LST-STATUS      PIC X(02) VALUE "00".
           05  CK-GL-STATUS       PIC X(02) VALUE "00".
           05  CK-GLW-STATUS      PIC X(02) VALUE "00".
           05  CK-IN-STATUS       PIC X(02) VALUE "00".
           05  CK-CYC-STATUS      PIC X(02) VALUE "00".

       01  CK-SWITCHES.
           05  CK-OCK-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CK-OCK-END-OF-FILE      VALUE 'Y'.
           05  CK-NCK-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CK-NCK-END-OF-FILE      VALUE 'Y'.
           05  CK-GLW-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CK-GLW-END-OF-FILE      VALUE 'Y'.
           05  CK-PAID-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  CK-PAID-END-OF-FILE     VALUE 'Y'.
           05  CK-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  CK-HIST-END-OF-FILE     VALUE 'Y'.
           05  CK-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  CK-SORT-END-OF-FILE     VALUE 'Y'.
           05  CK-MST-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  CK-MASTER-IS-FOUND      VALUE 'Y'.
           05  CK-PAID-FOUND-SW   PIC X(01) VALUE 'N'.
               88  CK-TREASURY-ACTION-FOUND VALUE 'Y'.
           05  CK-RUN-DONE-SWITCH PIC X(01) VALUE 'N'.
               88  CK-ALREADY-RECONCILED   VALUE 'Y'.

       01  CK-RUN-DATE            PIC 9(08) VALUE ZEROES.
       01  CK-RUN-DATE-PARTS REDEFINES CK-RUN-DATE.
           05  CK-RUN-YEAR        PIC 9(04).
           05  CK-RUN-MONTH       PIC 9(02).
           05  CK-RUN-DAY         PIC 9(02).
       01  CK-RUN-TIME            PIC 9(08) VALUE ZEROES.
       01  CK-ISSUE-DATE          PIC 9(08) VALUE ZEROES.
       01  CK-ISSUE-PARTS REDEFINES CK-ISSUE-DATE.
           05  CK-ISS-YEAR        PIC 9(04).
           05  CK-ISS-MONTH       PIC 9(02).
           05  CK-ISS-DAY         PIC 9(02).
       01  CK-AGE-DAYS            PIC S9(07) COMP VALUE ZERO.
       01  CK-BUCKET-IDX          PIC 9(02) COMP VALUE ZERO.

      *****************************************************************
      * STALE-DATE LIMIT.  A CHECK STILL UNPAID THIS MANY DAYS AFTER
      * ISSUE IS VOIDED; THE DAYS ARE COUNTED IN THIRTY-DAY MONTHS,
      * THE SAME ARITHMETIC RECV-AGING USES, SO 180 IS SIX MONTHS.
      *****************************************************************
       01  CK-STALE-DAYS          PIC 9(04) VALUE 180.

      *****************************************************************
      * THE REFUND ACCOUNT TAX-CALCULATOR POSTS THE "F" REFUND TO.
      * A VOID REVERSES IT THERE AND A REISSUE POSTS IT AGAIN.
      *****************************************************************
       01  CK-GL-REFUND-ACCOUNT   PIC X(06) VALUE "400200".

      *****************************************************************
      * ADDRESS THE VOIDED CHECK WAS MAILED TO, AND THE ADDRESS ON
      * THE MASTER NOW.  A DIFFERENCE MEANS THE ADDRESS HAS BEEN
      * CORRECTED AND THE CHECK CAN GO OUT AGAIN.
      *****************************************************************
       01  CK-CHECK-ADDRESS.
           05  CK-CHK-ADDR-LINE-1 PIC X(25).
           05  CK-CHK-ADDR-LINE-2 PIC X(25).
           05  CK-CHK-CITY        PIC X(15).
           05  CK-CHK-STATE       PIC X(02).
           05  CK-CHK-ZIP         PIC X(09).
       01  CK-MASTER-ADDRESS.
           05  CK-MST-ADDR-LINE-1 PIC X(25).
           05  CK-MST-ADDR-LINE-2 PIC X(25).
           05  CK-MST-CITY        PIC X(15).
           05  CK-MST-STATE       PIC X(02).
           05  CK-MST-ZIP         PIC X(09).

      *****************************************************************
      * TREASURY PAID/RETURNED TABLE.  CHKPAID IS IN TREASURY'S
      * ORDER, SO IT IS HELD HERE AND SEARCHED FOR EACH CHECK.  AN
      * ENTRY IS MARKED WHEN A CHECK TAKES IT; WHATEVER IS NOT TAKEN
      * BY THE END OF THE RUN MATCHED NO CHECK AND IS LISTED.
      *****************************************************************
       01  CK-PAID-TABLE.
           05  CK-PAID-ENTRY OCCURS 20000 TIMES.
               10  CK-PD-KEY.
                   15  CK-PD-TAXPAYER-ID  PIC X(09).
                   15  CK-PD-TAX-YEAR     PIC 9(04).
                   15  CK-PD-ISSUE-DATE   PIC 9(08).
               10  CK-PD-AMOUNT       PIC 9(07)V99.
               10  CK-PD-CHECK-NUMBER PIC X(10).
               10  CK-PD-ACTION       PIC X(01).
                   88  CK-PD-PAID              VALUE "P".
               10  CK-PD-ACTION-DATE  PIC 9(08).
               10  CK-PD-TAKEN-SW     PIC X(01).
                   88  CK-PD-TAKEN             VALUE 'Y'.
       01  CK-PAID-MAX            PIC 9(08) COMP VALUE 20000.
       01  CK-PAID-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  CK-PAID-IDX            PIC 9(08) COMP VALUE ZERO.
       01  CK-PAID-IDX-SAVE       PIC 9(08) COMP VALUE ZERO.
       01  CK-TREASURY-ACTION     PIC X(01) VALUE SPACE.
           88  CK-TREASURY-PAID            VALUE "P".

      *****************************************************************
      * AGE BUCKETS FOR THE OUTSTANDING LIST.  1 = THROUGH 30 DAYS,
      * 2 = 31-60, 3 = 61-90, 4 = 91 TO THE STALE-DATE LIMIT.
      *****************************************************************
       01  CK-BUCKET-TABLE.
           05  CK-BUCKET-ENTRY OCCURS 4 TIMES.
               10  CK-BUCKET-COUNT    PIC 9(08) VALUE ZERO.
               10  CK-BUCKET-AMOUNT   PIC 9(10)V99 VALUE ZERO.

       01  CK-CONTROL-TOTALS.
           05  CK-CHECKS-READ            PIC 9(08) VALUE ZERO.
           05  CK-NEW-CHECKS-READ        PIC 9(08) VALUE ZERO.
           05  CK-PAID-READ              PIC 9(08) VALUE ZERO.
           05  CK-HIST-OUT-COUNT         PIC 9(08) VALUE ZERO.
           05  CK-HIST-OUT-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  CK-HIST-VOID-COUNT        PIC 9(08) VALUE ZERO.
           05  CK-HIST-VOID-TOTAL        PIC 9(10)V99 VALUE ZERO.
           05  CK-OPENING-COUNT          PIC 9(08) VALUE ZERO.
           05  CK-OPENING-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05  CK-NEW-COUNT              PIC 9(08) VALUE ZERO.
           05  CK-NEW-TOTAL              PIC 9(10)V99 VALUE ZERO.
           05  CK-VOID-IN-COUNT          PIC 9(08) VALUE ZERO.
           05  CK-VOID-IN-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05  CK-CLEARED-COUNT          PIC 9(08) VALUE ZERO.
           05  CK-CLEARED-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05  CK-RETURNED-COUNT         PIC 9(08) VALUE ZERO.
           05  CK-RETURNED-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  CK-STALE-COUNT            PIC 9(08) VALUE ZERO.
           05  CK-STALE-TOTAL            PIC 9(10)V99 VALUE ZERO.
           05  CK-REISSUED-COUNT         PIC 9(08) VALUE ZERO.
           05  CK-REISSUED-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  CK-VOID-OUT-COUNT         PIC 9(08) VALUE ZERO.
           05  CK-VOID-OUT-TOTAL         PIC 9(10)V99 VALUE ZERO.
           05  CK-CLOSING-COUNT          PIC 9(08) VALUE ZERO.
           05  CK-CLOSING-TOTAL          PIC 9(10)V99 VALUE ZERO.
           05  CK-UNMATCHED-COUNT        PIC 9(08) VALUE ZERO.
           05  CK-UNMATCHED-TOTAL        PIC 9(10)V99 VALUE ZERO.
           05  CK-PAID-VOID-COUNT        PIC 9(08) VALUE ZERO.
           05  CK-POSTINGS-WRITTEN       PIC 9(08) VALUE ZERO.
           05  CK-HISTORY-CARRIED        PIC 9(08) VALUE ZERO.

      *****************************************************************
      * ROLL-FORWARD PROOF.  WHAT OUTCHK SHOULD HOLD PER CHKHIST
      * MUST BE WHAT IT DOES HOLD, AND OPENING PLUS ACTIVITY MUST BE
      * WHAT WAS WRITTEN TO OUTCHKN, FOR OUTSTANDING AND VOIDED
      * CHECKS ALIKE.
      *****************************************************************
       01  CK-EXPECTED-CLOSING    PIC S9(11)V99 VALUE ZERO.
       01  CK-EXPECTED-VOIDED     PIC S9(11)V99 VALUE ZERO.

       01  CK-RPT-CHECKS-READ      PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-NEW-CHECKS-READ  PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-PAID-READ        PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-CLEARED          PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-RETURNED         PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-STALE            PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-REISSUED         PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-VOID-OUT         PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-CLOSING          PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-UNMATCHED        PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-PAID-VOID        PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-POSTINGS         PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-HISTORY          PIC ZZZ,ZZZ,ZZ9.
       01  CK-RPT-OPENING-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CK-RPT-CLOSING-TOTAL    PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  CK-RPT-VOID-OUT-TOTAL   PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * RECONCILIATION REGISTER LINE LAYOUTS.
      *****************************************************************
       01  CK-REG-HEADING-1.
           05  FILLER             PIC X(44) VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "REFUND CHECK RECONCILIATION REGISTER".
           05  FILLER             PIC X(44) VALUE SPACES.

       01  CK-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "RUN DATE ".
           05  CK-HDG-RUN-DATE    PIC 9(08).
           05  FILLER             PIC X(112) VALUE SPACES.

       01  CK-REG-HEADING-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(18) VALUE "ACTION".
           05  FILLER             PIC X(11) VALUE "TAXPAYER".
           05  FILLER             PIC X(06) VALUE "YEAR".
           05  FILLER             PIC X(10) VALUE "ISSUED".
           05  FILLER             PIC X(14) VALUE "      AMOUNT".
           05  FILLER             PIC X(12) VALUE "CHECK NO.".
           05  FILLER             PIC X(10) VALUE "DATE".
           05  FILLER             PIC X(30) VALUE "NOTE".
           05  FILLER             PIC X(20) VALUE SPACES.

       01  CK-REG-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CK-RG-ACTION       PIC X(16).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-RG-ID           PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-RG-YEAR         PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-RG-ISSUE        PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-RG-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-RG-CHECK-NUMBER PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-RG-ACTION-DATE  PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-RG-NOTE         PIC X(30).
           05  FILLER             PIC X(20) VALUE SPACES.

      *****************************************************************
      * OUTSTANDING-CHECK LIST LINE LAYOUTS.
      *****************************************************************
       01  CK-LST-HEADING-1.
           05  FILLER             PIC X(44) VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "OUTSTANDING REFUND CHECKS BY AGE".
           05  FILLER             PIC X(44) VALUE SPACES.

       01  CK-LST-HEADING-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "TAXPAYER".
           05  FILLER             PIC X(06) VALUE "YEAR".
           05  FILLER             PIC X(10) VALUE "ISSUED".
           05  FILLER             PIC X(22) VALUE "PAYEE".
           05  FILLER             PIC X(14) VALUE "      AMOUNT".
           05  FILLER             PIC X(08) VALUE "  DAYS".
           05  FILLER             PIC X(14) VALUE "BUCKET".
           05  FILLER             PIC X(10) VALUE "NOTE".
           05  FILLER             PIC X(36) VALUE SPACES.

       01  CK-LST-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CK-LS-ID           PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-LS-YEAR         PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-LS-ISSUE        PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-LS-PAYEE        PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-LS-AMOUNT       PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-LS-DAYS         PIC ZZ,ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-LS-BUCKET       PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  CK-LS-NOTE         PIC X(10).
           05  FILLER             PIC X(36) VALUE SPACES.

       01  CK-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  CK-TOT-LABEL       PIC X(30).
           05  CK-TOT-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  CK-TOT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(71) VALUE SPACES.

       01  CK-VERDICT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "VERDICT:".
           05  CK-VERDICT         PIC X(40).
           05  FILLER             PIC X(81) VALUE SPACES.

       01  CK-BLANK-LINE          PIC X(132) VALUE SPACES.

      *****************************************************************
      * GLPOST POSTING WINDOW (SEE CYCLREC).  THE DONE FLAGS SHOW
      * WHICH STEPS OF THE NIGHTLY CYCLE HAVE COMPLETED FOR THE
      * BATCH ON TAXPYIN.
      *****************************************************************
       01  CK-CYCLE-CONTROL.
           05  CK-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  CK-CYC-END-OF-FILE      VALUE 'Y'.
           05  CK-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  CK-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  CK-CYC-DONE-FLAGS.
               10  CK-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           SORT SORT-WORK
               ON ASCENDING KEY SK-KEY
               INPUT PROCEDURE IS 200-RELEASE-CHECKS
               OUTPUT PROCEDURE IS 300-RECONCILE-CHECKS
           PERFORM 400-LIST-UNMATCHED-ACTIONS.
           PERFORM 700-BALANCE-OUTSTANDING.
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
           MOVE ALL 'N' TO CK-CYC-DONE-FLAGS
           PERFORM 051-READ-CYCLE-BATCH-ID
           OPEN INPUT CYCLE-CONTROL
           IF CK-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF CK-CYC-STATUS NOT = "00"
                   DISPLAY "CHECK-RECONCILE: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " CK-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL CK-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           IF CK-CYC-STEP-DONE (7) NOT = 'Y'
              OR CK-CYC-STEP-DONE (8) = 'Y'
               DISPLAY "CHECK-RECONCILE: BATCH " CK-CYC-BATCH-ID
                       " OF " CK-CYC-CYCLE-DATE
                       " IS NOT IN ITS GLPOST POSTING WINDOW"
               DISPLAY "CHECK-RECONCILE: RUN AFTER REFUND-EXTRACT AND "
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
           IF CK-IN-STATUS NOT = "00"
               DISPLAY "CHECK-RECONCILE: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " CK-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "CHECK-RECONCILE: TAXPYIN HAS NO BATCH HEADER, "
                       "POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "CHECK-RECONCILE: BATCH HEADER HAS NO CREATE "
                       "DATE, POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID    TO CK-CYC-BATCH-ID
           MOVE BH-CREATE-DATE TO CK-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO CK-CYC-EOF-SWITCH
           END-READ.

      *****************************************************************
      * ONE CYCLE-CONTROL RECORD.  A "C" RECORD FOR THE BATCH ON
      * TAXPYIN MARKS THAT STEP DONE.
      *****************************************************************
       054-TEST-CYCLE-RECORD.
           IF CC-RUN-DATE = CK-CYC-CYCLE-DATE
              AND CC-BATCH-ID = CK-CYC-BATCH-ID
              AND CC-STEP-COMPLETED
              AND CC-STEP-NUMBER > ZERO
              AND CC-STEP-NUMBER NOT > 8
               MOVE 'Y' TO CK-CYC-STEP-DONE (CC-STEP-NUMBER)
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

       100-INITIALIZE.
           PERFORM 050-CHECK-POSTING-WINDOW
           ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT CK-RUN-TIME FROM TIME
           PERFORM 110-CHECK-HISTORY
           PERFORM 120-LOAD-PAID-TABLE
           OPEN INPUT TAXPAYER-MASTER
           IF CK-MST-STATUS NOT = "00"
               DISPLAY "CHECK-RECONCILE: UNABLE TO OPEN TAXMIDX, "
                       "STATUS = " CK-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT OUTSTANDING-NEW
           IF CK-NEW-STATUS NOT = "00"
               DISPLAY "CHECK-RECONCILE: UNABLE TO OPEN OUTCHKN, "
                       "STATUS = " CK-NEW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REISSUE-EXTRACT
           OPEN OUTPUT RECON-REGISTER
           OPEN OUTPUT OUTSTANDING-LIST
           OPEN OUTPUT CHECK-POST-WORK
           IF CK-GLW-STATUS NOT = "00"
               DISPLAY "CHECK-RECONCILE: UNABLE TO OPEN CKGLWORK, "
                       "STATUS = " CK-GLW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CK-RUN-DATE TO CK-HDG-RUN-DATE
           WRITE CK-REG-PRINT-LINE FROM CK-REG-HEADING-1
           WRITE CK-REG-PRINT-LINE FROM CK-DATE-LINE
           WRITE CK-REG-PRINT-LINE FROM CK-REG-HEADING-2
           WRITE CK-LST-PRINT-LINE FROM CK-LST-HEADING-1
           WRITE CK-LST-PRINT-LINE FROM CK-DATE-LINE
           WRITE CK-LST-PRINT-LINE FROM CK-LST-HEADING-2.

      *****************************************************************
      * READ CHKHIST THROUGH.  THE LAST RECORD IS WHAT THE LAST
      * BALANCED RUN LEFT ON OUTCHKN, WHICH IS WHAT OUTCHK SHOULD
      * HOLD NOW.  A RECORD FOR TODAY MEANS TODAY IS DONE, AND THE
      * RUN IS REFUSED BEFORE ANY FILE IS OPENED FOR OUTPUT.  NO
      * CHKHIST YET MEANS NO CHECK HAS EVER BEEN RECONCILED.
      *****************************************************************
       110-CHECK-HISTORY.
           OPEN INPUT CHECK-HISTORY
           IF CK-HIST-STATUS = "35"
               MOVE 'Y' TO CK-HIST-EOF-SWITCH
           ELSE
               IF CK-HIST-STATUS NOT = "00"
                   DISPLAY "CHECK-RECONCILE: UNABLE TO OPEN CHKHIST, "
                           "STATUS = " CK-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 111-READ-HISTORY-RECORD
               PERFORM 112-TAKE-HISTORY-RECORD
                   UNTIL CK-HIST-END-OF-FILE
               CLOSE CHECK-HISTORY
           END-IF
           IF CK-ALREADY-RECONCILED
               DISPLAY "CHECK-RECONCILE: CHECKS ALREADY RECONCILED "
                       "FOR " CK-RUN-DATE ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       111-READ-HISTORY-RECORD.
           READ CHECK-HISTORY
               AT END
                   MOVE 'Y' TO CK-HIST-EOF-SWITCH
           END-READ.

       112-TAKE-HISTORY-RECORD.
           IF KH-RUN-DATE = CK-RUN-DATE
               MOVE 'Y' TO CK-RUN-DONE-SWITCH
           END-IF
           MOVE KH-OUTSTANDING-COUNT TO CK-HIST-OUT-COUNT
           MOVE KH-OUTSTANDING-TOTAL TO CK-HIST-OUT-TOTAL
           MOVE KH-VOIDED-COUNT      TO CK-HIST-VOID-COUNT
           MOVE KH-VOIDED-TOTAL      TO CK-HIST-VOID-TOTAL
           PERFORM 111-READ-HISTORY-RECORD.

      *****************************************************************
      * LOAD TREASURY'S PAID/RETURNED FILE.  NO CHKPAID MEANS
      * TREASURY REPORTED NOTHING TODAY; STALE-DATING AND REISSUES
      * STILL RUN.
      *****************************************************************
       120-LOAD-PAID-TABLE.
           OPEN INPUT CHECK-PAID
           IF CK-PAID-STATUS = "35"
               MOVE 'Y' TO CK-PAID-EOF-SWITCH
           ELSE
               IF CK-PAID-STATUS NOT = "00"
                   DISPLAY "CHECK-RECONCILE: UNABLE TO OPEN CHKPAID, "
                           "STATUS = " CK-PAID-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 125-READ-PAID-RECORD
               PERFORM 130-STORE-PAID-RECORD
                   UNTIL CK-PAID-END-OF-FILE
               CLOSE CHECK-PAID
           END-IF.

       125-READ-PAID-RECORD.
           READ CHECK-PAID
               AT END
                   MOVE 'Y' TO CK-PAID-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CK-PAID-READ
           END-READ.

       130-STORE-PAID-RECORD.
           IF CK-PAID-COUNT >= CK-PAID-MAX
               DISPLAY "CHECK-RECONCILE: MORE THAN " CK-PAID-MAX
                       " RECORDS ON CHKPAID, PAID TABLE FULL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO CK-PAID-COUNT
           MOVE CP-KEY          TO CK-PD-KEY          (CK-PAID-COUNT)
           MOVE CP-CHECK-AMOUNT TO CK-PD-AMOUNT       (CK-PAID-COUNT)
           MOVE CP-CHECK-NUMBER TO CK-PD-CHECK-NUMBER (CK-PAID-COUNT)
           MOVE CP-ACTION       TO CK-PD-ACTION       (CK-PAID-COUNT)
           MOVE CP-ACTION-DATE  TO CK-PD-ACTION-DATE  (CK-PAID-COUNT)
           MOVE 'N'             TO CK-PD-TAKEN-SW     (CK-PAID-COUNT)
           PERFORM 125-READ-PAID-RECORD.

      *****************************************************************
      * RELEASE EVERY CHECK ON OUTCHK TO THE SORT, TOTALLING WHAT
      * CAME IN BY STATUS FOR THE ROLL-FORWARD: OUTSTANDING CHECKS
      * ARE THE OPENING BALANCE, NEW ONES ARE TODAY'S ADDITIONS, AND
      * VOIDED ONES ARE STILL WAITING FOR AN ADDRESS.  THEN RELEASE
      * THE NEW CHECKS REFUND-EXTRACT HAS LEFT ON NEWCHK SINCE THE
      * LAST BALANCED RUN.  NO OUTCHK YET MEANS NO CHECK HAS EVER
      * BEEN RECONCILED, AND NO NEWCHK MEANS NONE HAS BEEN RELEASED
      * SINCE.
      *****************************************************************
       200-RELEASE-CHECKS.
           OPEN INPUT OUTSTANDING-CHECKS
           IF CK-OCK-STATUS = "35"
               MOVE 'Y' TO CK-OCK-EOF-SWITCH
           ELSE
               IF CK-OCK-STATUS NOT = "00"
                   DISPLAY "CHECK-RECONCILE: UNABLE TO OPEN OUTCHK, "
                           "STATUS = " CK-OCK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 210-READ-OUTSTANDING-CHECK
               PERFORM 220-RELEASE-ONE-CHECK
                   UNTIL CK-OCK-END-OF-FILE
               CLOSE OUTSTANDING-CHECKS
           END-IF
           OPEN INPUT NEW-CHECKS
           IF CK-NCK-STATUS = "35"
               MOVE 'Y' TO CK-NCK-EOF-SWITCH
           ELSE
               IF CK-NCK-STATUS NOT = "00"
                   DISPLAY "CHECK-RECONCILE: UNABLE TO OPEN NEWCHK, "
                           "STATUS = " CK-NCK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 230-READ-NEW-CHECK
               PERFORM 240-RELEASE-NEW-CHECK
                   UNTIL CK-NCK-END-OF-FILE
               CLOSE NEW-CHECKS
           END-IF.

       210-READ-OUTSTANDING-CHECK.
           READ OUTSTANDING-CHECKS
               AT END
                   MOVE 'Y' TO CK-OCK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CK-CHECKS-READ
           END-READ.

       220-RELEASE-ONE-CHECK.
           EVALUATE TRUE
               WHEN OC-CHECK-NEW
                   ADD 1               TO CK-NEW-COUNT
                   ADD OC-CHECK-AMOUNT TO CK-NEW-TOTAL
               WHEN OC-CHECK-VOIDED
                   ADD 1               TO CK-VOID-IN-COUNT
                   ADD OC-CHECK-AMOUNT TO CK-VOID-IN-TOTAL
               WHEN OC-CHECK-CLEARED
                   CONTINUE
               WHEN OTHER
                   ADD 1               TO CK-OPENING-COUNT
                   ADD OC-CHECK-AMOUNT TO CK-OPENING-TOTAL
           END-EVALUATE
           RELEASE SK-CHECK-RECORD FROM OC-CHECK-RECORD
           PERFORM 210-READ-OUTSTANDING-CHECK.

       230-READ-NEW-CHECK.
           READ NEW-CHECKS
               AT END
                   MOVE 'Y' TO CK-NCK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CK-NEW-CHECKS-READ
           END-READ.

      *****************************************************************
      * EVERY CHECK ON NEWCHK IS TODAY'S ADDITION, WHATEVER STATUS
      * IT CARRIES.
      *****************************************************************
       240-RELEASE-NEW-CHECK.
           MOVE "N"            TO NC-CHECK-STATUS
           ADD 1               TO CK-NEW-COUNT
           ADD NC-CHECK-AMOUNT TO CK-NEW-TOTAL
           RELEASE SK-CHECK-RECORD FROM NC-CHECK-RECORD
           PERFORM 230-READ-NEW-CHECK.

      *****************************************************************
      * TAKE THE CHECKS BACK IN KEY ORDER AND RECONCILE EACH ONE.
      *****************************************************************
       300-RECONCILE-CHECKS.
           PERFORM 310-RETURN-CHECK
           PERFORM 320-RECONCILE-ONE-CHECK
               UNTIL CK-SORT-END-OF-FILE.

       310-RETURN-CHECK.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO CK-SORT-EOF-SWITCH
           END-RETURN.

      *****************************************************************
      * A CHECK CLEARED ON AN EARLIER NIGHT IS HISTORY ONLY.  IT IS
      * CARRIED TO OUTCHKN AS IT STANDS, TAKES NO TREASURY RECORD,
      * AND IS NOT PART OF THE OUTSTANDING BALANCE.
      *****************************************************************
       315-CARRY-CLEARED-CHECK.
           WRITE ON-CHECK-RECORD
           ADD 1 TO CK-HISTORY-CARRIED.

      *****************************************************************
      * ONE CHECK.  A CLEARED CHECK IS ONLY CARRIED, AND A VOIDED
      * CHECK IS ONLY WAITING FOR AN ADDRESS.  OTHERWISE TREASURY'S
      * WORD COMES FIRST - PAID CLEARS IT, RETURNED VOIDS IT - AND A
      * CHECK TREASURY SAID NOTHING ABOUT IS VOIDED IF IT HAS GONE
      * STALE AND CARRIED AS OUTSTANDING IF NOT.  A CHECK VOIDED
      * TONIGHT IS OFFERED FOR REISSUE AT ONCE, IN CASE THE ADDRESS
      * WAS CORRECTED BEFORE THE CHECK CAME BACK.
      *****************************************************************
       320-RECONCILE-ONE-CHECK.
           MOVE SK-CHECK-RECORD TO ON-CHECK-RECORD
           IF ON-CHECK-CLEARED
               PERFORM 315-CARRY-CLEARED-CHECK
           ELSE
               PERFORM 330-FIND-TREASURY-ACTION
               EVALUATE TRUE
                   WHEN ON-CHECK-VOIDED
                       IF CK-TREASURY-PAID
                           PERFORM 345-WRITE-PAID-AFTER-VOID
                       END-IF
                       PERFORM 360-OFFER-FOR-REISSUE
                   WHEN CK-TREASURY-PAID
                       PERFORM 340-CLEAR-CHECK
                   WHEN CK-TREASURY-ACTION-FOUND
                       MOVE "R" TO ON-VOID-REASON
                       PERFORM 350-VOID-CHECK
                       PERFORM 360-OFFER-FOR-REISSUE
                   WHEN OTHER
                       MOVE ON-ISSUE-DATE TO CK-ISSUE-DATE
                       PERFORM 325-AGE-CHECK
                       IF CK-AGE-DAYS > CK-STALE-DAYS
                           MOVE "S" TO ON-VOID-REASON
                           PERFORM 350-VOID-CHECK
                           PERFORM 360-OFFER-FOR-REISSUE
                       ELSE
                           PERFORM 380-WRITE-OUTSTANDING-CHECK
                       END-IF
               END-EVALUATE
           END-IF
           PERFORM 310-RETURN-CHECK.

      *****************************************************************
      * AGE FROM THE ISSUE DATE IN CK-ISSUE-DATE TO THE RUN DATE.
      * THIRTY-DAY MONTHS, FLOORED AT ZERO, AS RECV-AGING DOES.
      *****************************************************************
       325-AGE-CHECK.
           COMPUTE CK-AGE-DAYS =
               ((CK-RUN-YEAR - CK-ISS-YEAR) * 360)
               + ((CK-RUN-MONTH - CK-ISS-MONTH) * 30)
               + (CK-RUN-DAY - CK-ISS-DAY)
           IF CK-AGE-DAYS < ZERO
               MOVE ZERO TO CK-AGE-DAYS
           END-IF.

      *****************************************************************
      * FIND AN UNTAKEN TREASURY RECORD FOR THIS CHECK: SAME
      * TAXPAYER, TAX YEAR, AND ISSUE DATE, AND THE SAME AMOUNT.
      *****************************************************************
       330-FIND-TREASURY-ACTION.
           MOVE 'N'  TO CK-PAID-FOUND-SW
           MOVE ZERO TO CK-PAID-IDX-SAVE
           PERFORM 335-TEST-PAID-ENTRY
               VARYING CK-PAID-IDX FROM 1 BY 1
               UNTIL CK-PAID-IDX > CK-PAID-COUNT
                  OR CK-TREASURY-ACTION-FOUND
           MOVE SPACE TO CK-TREASURY-ACTION
           IF CK-TREASURY-ACTION-FOUND
               MOVE 'Y' TO CK-PD-TAKEN-SW (CK-PAID-IDX-SAVE)
               MOVE CK-PD-ACTION (CK-PAID-IDX-SAVE)
                   TO CK-TREASURY-ACTION
           END-IF.

       335-TEST-PAID-ENTRY.
           IF CK-PD-KEY (CK-PAID-IDX) = ON-KEY
              AND CK-PD-AMOUNT (CK-PAID-IDX) = ON-CHECK-AMOUNT
              AND NOT CK-PD-TAKEN (CK-PAID-IDX)
               MOVE 'Y' TO CK-PAID-FOUND-SW
               MOVE CK-PAID-IDX TO CK-PAID-IDX-SAVE
           END-IF.

      *****************************************************************
      * TREASURY PAID IT: THE CHECK IS DONE, AND GOES BACK ON THE
      * FILE AS CLEARED ON THE DATE TREASURY PAID IT.
      *****************************************************************
       340-CLEAR-CHECK.
           MOVE "C" TO ON-CHECK-STATUS
           MOVE CK-PD-ACTION-DATE (CK-PAID-IDX-SAVE)
                               TO ON-STATUS-DATE
           WRITE ON-CHECK-RECORD
           ADD 1               TO CK-CLEARED-COUNT
           ADD ON-CHECK-AMOUNT TO CK-CLEARED-TOTAL
           MOVE "CLEARED"      TO CK-RG-ACTION
           MOVE SPACES         TO CK-RG-NOTE
           PERFORM 390-WRITE-REGISTER-LINE.

      *****************************************************************
      * TREASURY PAID A CHECK WE HAD ALREADY VOIDED AND REVERSED.
      * NOTHING IS POSTED; THE DESK MUST TAKE IT UP WITH TREASURY.
      *****************************************************************
       345-WRITE-PAID-AFTER-VOID.
           ADD 1 TO CK-PAID-VOID-COUNT
           MOVE "PAID AFTER VOID"  TO CK-RG-ACTION
           MOVE "VOIDED CHECK PAID - SEE TREASURY"
                                   TO CK-RG-NOTE
           PERFORM 390-WRITE-REGISTER-LINE.

      *****************************************************************
      * VOID THE CHECK AND REVERSE THE REFUND POSTING IT WAS CUT
      * FROM.  THE CALLER HAS SET THE VOID REASON.
      *****************************************************************
       350-VOID-CHECK.
           MOVE "V"           TO ON-CHECK-STATUS
           MOVE CK-RUN-DATE   TO ON-STATUS-DATE
           IF ON-VOID-RETURNED
               ADD 1               TO CK-RETURNED-COUNT
               ADD ON-CHECK-AMOUNT TO CK-RETURNED-TOTAL
               MOVE "VOID - RETURNED"  TO CK-RG-ACTION
           ELSE
               ADD 1               TO CK-STALE-COUNT
               ADD ON-CHECK-AMOUNT TO CK-STALE-TOTAL
               MOVE "VOID - STALE"     TO CK-RG-ACTION
           END-IF
           MOVE "REFUND POSTING REVERSED"  TO CK-RG-NOTE
           PERFORM 390-WRITE-REGISTER-LINE
           MOVE SPACES               TO GW-POSTING-RECORD
           MOVE ON-TAXPAYER-ID       TO GW-TAXPAYER-ID
           MOVE CK-GL-REFUND-ACCOUNT TO GW-ACCOUNT-CODE
           MOVE ON-CHECK-AMOUNT      TO GW-TAK-AMOUNT
           MOVE CK-RUN-DATE          TO GW-POSTING-DATE
           MOVE "V"                  TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD.

      *****************************************************************
      * A VOIDED CHECK GOES OUT AGAIN ONLY WHEN THE MASTER NOW
      * CARRIES A DIFFERENT ADDRESS FROM THE ONE IT WAS MAILED TO
      * AND THE TAXPAYER IS MAILABLE.  OTHERWISE IT STAYS ON THE
      * FILE, VOIDED, AND PRINTS ON THE REGISTER EVERY NIGHT UNTIL
      * THE ADDRESS IS FIXED.
      *****************************************************************
       360-OFFER-FOR-REISSUE.
           PERFORM 365-READ-MASTER-BY-ID
           MOVE ON-ADDR-LINE-1 TO CK-CHK-ADDR-LINE-1
           MOVE ON-ADDR-LINE-2 TO CK-CHK-ADDR-LINE-2
           MOVE ON-CITY        TO CK-CHK-CITY
           MOVE ON-STATE       TO CK-CHK-STATE
           MOVE ON-ZIP         TO CK-CHK-ZIP
           MOVE SPACES         TO CK-MASTER-ADDRESS
           IF CK-MASTER-IS-FOUND
               MOVE TM-ADDR-LINE-1 TO CK-MST-ADDR-LINE-1
               MOVE TM-ADDR-LINE-2 TO CK-MST-ADDR-LINE-2
               MOVE TM-CITY        TO CK-MST-CITY
               MOVE TM-STATE       TO CK-MST-STATE
               MOVE TM-ZIP         TO CK-MST-ZIP
           END-IF
           MOVE "AWAITING ADDRESS" TO CK-RG-ACTION
           EVALUATE TRUE
               WHEN NOT CK-MASTER-IS-FOUND
                   MOVE "NO MASTER RECORD"     TO CK-RG-NOTE
                   PERFORM 385-WRITE-VOIDED-CHECK
               WHEN TM-NO-MAIL
                   MOVE "MASTER IS DO-NOT-MAIL" TO CK-RG-NOTE
                   PERFORM 385-WRITE-VOIDED-CHECK
               WHEN CK-MASTER-ADDRESS = CK-CHECK-ADDRESS
                   MOVE "ADDRESS NOT YET CORRECTED"
                                               TO CK-RG-NOTE
                   PERFORM 385-WRITE-VOIDED-CHECK
               WHEN OTHER
                   PERFORM 370-REISSUE-CHECK
           END-EVALUATE.

      *****************************************************************
      * RANDOM READ OF THE INDEXED MASTER BY TAXPAYER ID, THE SAME
      * LOOKUP REFUND-EXTRACT USES.  NO RECORD UNDER THE KEY MEANS NO
      * MASTER FOR THIS TAXPAYER; ANY OTHER FAILURE ABENDS THE RUN.
      *****************************************************************
       365-READ-MASTER-BY-ID.
           MOVE 'N'            TO CK-MST-FOUND-SWITCH
           MOVE ON-TAXPAYER-ID TO TM-ID
           READ TAXPAYER-MASTER
               INVALID KEY
                   IF CK-MST-STATUS NOT = "23"
                       DISPLAY "CHECK-RECONCILE: UNABLE TO READ "
                               "TAXMIDX FOR ID " ON-TAXPAYER-ID
                               ", STATUS = " CK-MST-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO CK-MST-FOUND-SWITCH
           END-READ.

      *****************************************************************
      * REISSUE: A NEW DISBURSEMENT RECORD TO THE CORRECTED ADDRESS,
      * A FRESH REFUND POSTING, AND THE NEW CHECK BACK ON THE FILE
      * AS OUTSTANDING FROM TODAY IN PLACE OF THE VOIDED ONE.
      *****************************************************************
       370-REISSUE-CHECK.
           MOVE SPACES            TO DB-DISBURSE-RECORD
           MOVE ON-TAXPAYER-ID    TO DB-TAXPAYER-ID
           MOVE TM-NAME           TO DB-PAYEE-NAME
           MOVE TM-ADDR-LINE-1    TO DB-ADDR-LINE-1
           MOVE TM-ADDR-LINE-2    TO DB-ADDR-LINE-2
           MOVE TM-CITY           TO DB-CITY
           MOVE TM-STATE          TO DB-STATE
           MOVE TM-ZIP            TO DB-ZIP
           MOVE ON-TAX-YEAR       TO DB-TAX-YEAR
           MOVE ON-CHECK-AMOUNT   TO DB-REFUND-AMOUNT
           MOVE CK-RUN-DATE       TO DB-EXTRACT-DATE
           WRITE DB-DISBURSE-RECORD
           MOVE SPACES               TO GW-POSTING-RECORD
           MOVE ON-TAXPAYER-ID       TO GW-TAXPAYER-ID
           MOVE CK-GL-REFUND-ACCOUNT TO GW-ACCOUNT-CODE
           MOVE ON-CHECK-AMOUNT      TO GW-TAK-AMOUNT
           MOVE CK-RUN-DATE          TO GW-POSTING-DATE
           MOVE "F"                  TO GW-POSTING-TYPE
           WRITE GW-POSTING-RECORD
           ADD 1               TO CK-REISSUED-COUNT
           ADD ON-CHECK-AMOUNT TO CK-REISSUED-TOTAL
           MOVE "REISSUED"        TO CK-RG-ACTION
           MOVE "REISSUED TO CORRECTED ADDRESS"
                                  TO CK-RG-NOTE
           PERFORM 390-WRITE-REGISTER-LINE
           MOVE CK-RUN-DATE       TO ON-ISSUE-DATE
           MOVE TM-NAME           TO ON-PAYEE-NAME
           MOVE TM-ADDR-LINE-1    TO ON-ADDR-LINE-1
           MOVE TM-ADDR-LINE-2    TO ON-ADDR-LINE-2
           MOVE TM-CITY           TO ON-CITY
           MOVE TM-STATE          TO ON-STATE
           MOVE TM-ZIP            TO ON-ZIP
           MOVE SPACES            TO ON-VOID-REASON
           MOVE ZEROES            TO ON-STATUS-DATE
           MOVE "Y"               TO ON-REISSUE-FLAG
           MOVE CK-RUN-DATE       TO CK-ISSUE-DATE
           PERFORM 325-AGE-CHECK
           PERFORM 380-WRITE-OUTSTANDING-CHECK.

      *****************************************************************
      * CARRY A CHECK FORWARD AS OUTSTANDING AND PUT IT ON THE AGED
      * LIST.  CK-AGE-DAYS HAS BEEN SET BY THE CALLER.
      *****************************************************************
       380-WRITE-OUTSTANDING-CHECK.
           MOVE "O" TO ON-CHECK-STATUS
           WRITE ON-CHECK-RECORD
           ADD 1               TO CK-CLOSING-COUNT
           ADD ON-CHECK-AMOUNT TO CK-CLOSING-TOTAL
           EVALUATE TRUE
               WHEN CK-AGE-DAYS <= 30
                   MOVE 1 TO CK-BUCKET-IDX
                   MOVE "0-30"         TO CK-LS-BUCKET
               WHEN CK-AGE-DAYS <= 60
                   MOVE 2 TO CK-BUCKET-IDX
                   MOVE "31-60"        TO CK-LS-BUCKET
               WHEN CK-AGE-DAYS <= 90
                   MOVE 3 TO CK-BUCKET-IDX
                   MOVE "61-90"        TO CK-LS-BUCKET
               WHEN OTHER
                   MOVE 4 TO CK-BUCKET-IDX
                   MOVE "91-180"       TO CK-LS-BUCKET
           END-EVALUATE
           ADD 1               TO CK-BUCKET-COUNT  (CK-BUCKET-IDX)
           ADD ON-CHECK-AMOUNT TO CK-BUCKET-AMOUNT (CK-BUCKET-IDX)
           MOVE ON-TAXPAYER-ID  TO CK-LS-ID
           MOVE ON-TAX-YEAR     TO CK-LS-YEAR
           MOVE ON-ISSUE-DATE   TO CK-LS-ISSUE
           MOVE ON-PAYEE-NAME   TO CK-LS-PAYEE
           MOVE ON-CHECK-AMOUNT TO CK-LS-AMOUNT
           MOVE CK-AGE-DAYS     TO CK-LS-DAYS
           IF ON-CHECK-IS-REISSUE
               MOVE "REISSUE"   TO CK-LS-NOTE
           ELSE
               MOVE SPACES      TO CK-LS-NOTE
           END-IF
           WRITE CK-LST-PRINT-LINE FROM CK-LST-DETAIL-LINE.

      *****************************************************************
      * CARRY A VOIDED CHECK FORWARD TO WAIT FOR AN ADDRESS.  THE
      * CALLER HAS SET THE ACTION AND NOTE FOR THE REGISTER.
      *****************************************************************
       385-WRITE-VOIDED-CHECK.
           WRITE ON-CHECK-RECORD
           ADD 1               TO CK-VOID-OUT-COUNT
           ADD ON-CHECK-AMOUNT TO CK-VOID-OUT-TOTAL
           PERFORM 390-WRITE-REGISTER-LINE.

       390-WRITE-REGISTER-LINE.
           MOVE ON-TAXPAYER-ID  TO CK-RG-ID
           MOVE ON-TAX-YEAR     TO CK-RG-YEAR
           MOVE ON-ISSUE-DATE   TO CK-RG-ISSUE
           MOVE ON-CHECK-AMOUNT TO CK-RG-AMOUNT
           IF CK-TREASURY-ACTION-FOUND
               MOVE CK-PD-CHECK-NUMBER (CK-PAID-IDX-SAVE)
                                TO CK-RG-CHECK-NUMBER
               MOVE CK-PD-ACTION-DATE (CK-PAID-IDX-SAVE)
                                TO CK-RG-ACTION-DATE
           ELSE
               MOVE SPACES      TO CK-RG-CHECK-NUMBER
               MOVE SPACES      TO CK-RG-ACTION-DATE
           END-IF
           WRITE CK-REG-PRINT-LINE FROM CK-REG-DETAIL-LINE.

      *****************************************************************
      * TREASURY RECORDS NO CHECK TOOK - WRONG KEY, WRONG AMOUNT, OR
      * A CHECK NOT ON OUR FILE.  LISTED FOR THE DESK; THEY MOVE
      * NOTHING.
      *****************************************************************
       400-LIST-UNMATCHED-ACTIONS.
           PERFORM 410-TEST-UNMATCHED-ACTION
               VARYING CK-PAID-IDX FROM 1 BY 1
               UNTIL CK-PAID-IDX > CK-PAID-COUNT.

       410-TEST-UNMATCHED-ACTION.
           IF NOT CK-PD-TAKEN (CK-PAID-IDX)
               ADD 1 TO CK-UNMATCHED-COUNT
               ADD CK-PD-AMOUNT (CK-PAID-IDX) TO CK-UNMATCHED-TOTAL
               MOVE "NO MATCHING CHECK"      TO CK-RG-ACTION
               MOVE CK-PD-TAXPAYER-ID (CK-PAID-IDX)
                                             TO CK-RG-ID
               MOVE CK-PD-TAX-YEAR (CK-PAID-IDX)
                                             TO CK-RG-YEAR
               MOVE CK-PD-ISSUE-DATE (CK-PAID-IDX)
                                             TO CK-RG-ISSUE
               MOVE CK-PD-AMOUNT (CK-PAID-IDX)
                                             TO CK-RG-AMOUNT
               MOVE CK-PD-CHECK-NUMBER (CK-PAID-IDX)
                                             TO CK-RG-CHECK-NUMBER
               MOVE CK-PD-ACTION-DATE (CK-PAID-IDX)
                                             TO CK-RG-ACTION-DATE
               IF CK-PD-PAID (CK-PAID-IDX)
                   MOVE "TREASURY PAID, NOT ON OUTCHK"
                                             TO CK-RG-NOTE
               ELSE
                   MOVE "TREASURY RETURNED, NOT ON OUTCHK"
                                             TO CK-RG-NOTE
               END-IF
               WRITE CK-REG-PRINT-LINE FROM CK-REG-DETAIL-LINE
           END-IF.

      *****************************************************************
      * PRINT THE BUCKET TOTALS AND THE ROLL-FORWARD UNDER THE AGED
      * LIST.  OUTCHK MUST HOLD WHAT CHKHIST SAYS THE LAST BALANCED
      * RUN LEFT, AND THE OPENING BALANCE PLUS NEW AND REISSUED
      * CHECKS LESS CLEARED AND VOIDED CHECKS MUST BE THE LIST
      * TOTAL; THE VOIDED CHECKS WAITING FOR AN ADDRESS MUST ROLL
      * THE SAME WAY.  ANYTHING BUT A BALANCED RUN ENDS WITH RETURN
      * CODE 8 AND POSTS NOTHING.
      *****************************************************************
       700-BALANCE-OUTSTANDING.
           WRITE CK-LST-PRINT-LINE FROM CK-BLANK-LINE
           PERFORM 705-PRINT-ONE-BUCKET
               VARYING CK-BUCKET-IDX FROM 1 BY 1
               UNTIL CK-BUCKET-IDX > 4
           WRITE CK-LST-PRINT-LINE FROM CK-BLANK-LINE
           MOVE "OPENING PER CHKHIST"     TO CK-TOT-LABEL
           MOVE CK-HIST-OUT-COUNT         TO CK-TOT-COUNT
           MOVE CK-HIST-OUT-TOTAL         TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE
           MOVE "OPENING PER OUTCHK"      TO CK-TOT-LABEL
           MOVE CK-OPENING-COUNT          TO CK-TOT-COUNT
           MOVE CK-OPENING-TOTAL          TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE
           MOVE "NEW CHECKS RELEASED"     TO CK-TOT-LABEL
           MOVE CK-NEW-COUNT              TO CK-TOT-COUNT
           MOVE CK-NEW-TOTAL              TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE
           MOVE "CHECKS REISSUED"         TO CK-TOT-LABEL
           MOVE CK-REISSUED-COUNT         TO CK-TOT-COUNT
           MOVE CK-REISSUED-TOTAL         TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE
           MOVE "CHECKS CLEARED"          TO CK-TOT-LABEL
           MOVE CK-CLEARED-COUNT          TO CK-TOT-COUNT
           MOVE CK-CLEARED-TOTAL          TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE
           MOVE "VOIDED - RETURNED"       TO CK-TOT-LABEL
           MOVE CK-RETURNED-COUNT         TO CK-TOT-COUNT
           MOVE CK-RETURNED-TOTAL         TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE
           MOVE "VOIDED - STALE-DATED"    TO CK-TOT-LABEL
           MOVE CK-STALE-COUNT            TO CK-TOT-COUNT
           MOVE CK-STALE-TOTAL            TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE
           MOVE "TOTAL OUTSTANDING"       TO CK-TOT-LABEL
           MOVE CK-CLOSING-COUNT          TO CK-TOT-COUNT
           MOVE CK-CLOSING-TOTAL          TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE
           MOVE "VOIDED, AWAITING ADDRESS"
                                          TO CK-TOT-LABEL
           MOVE CK-VOID-OUT-COUNT         TO CK-TOT-COUNT
           MOVE CK-VOID-OUT-TOTAL         TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE
           COMPUTE CK-EXPECTED-CLOSING =
               CK-OPENING-TOTAL + CK-NEW-TOTAL + CK-REISSUED-TOTAL
               - CK-CLEARED-TOTAL - CK-RETURNED-TOTAL
               - CK-STALE-TOTAL
           COMPUTE CK-EXPECTED-VOIDED =
               CK-VOID-IN-TOTAL + CK-RETURNED-TOTAL + CK-STALE-TOTAL
               - CK-REISSUED-TOTAL
           EVALUATE TRUE
               WHEN CK-OPENING-TOTAL NOT = CK-HIST-OUT-TOTAL
                 OR CK-OPENING-COUNT NOT = CK-HIST-OUT-COUNT
                 OR CK-VOID-IN-TOTAL NOT = CK-HIST-VOID-TOTAL
                 OR CK-VOID-IN-COUNT NOT = CK-HIST-VOID-COUNT
                   MOVE "OUTCHK DOES NOT AGREE WITH CHKHIST"
                       TO CK-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN CK-EXPECTED-CLOSING NOT = CK-CLOSING-TOTAL
                 OR CK-EXPECTED-VOIDED NOT = CK-VOID-OUT-TOTAL
                   MOVE "OUT OF BALANCE - DO NOT COPY OUTCHKN"
                       TO CK-VERDICT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   MOVE "BALANCED" TO CK-VERDICT
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           WRITE CK-LST-PRINT-LINE FROM CK-VERDICT-LINE
           WRITE CK-REG-PRINT-LINE FROM CK-BLANK-LINE
           WRITE CK-REG-PRINT-LINE FROM CK-VERDICT-LINE.

       705-PRINT-ONE-BUCKET.
           EVALUATE CK-BUCKET-IDX
               WHEN 1
                   MOVE "0-30 DAYS"       TO CK-TOT-LABEL
               WHEN 2
                   MOVE "31-60 DAYS"      TO CK-TOT-LABEL
               WHEN 3
                   MOVE "61-90 DAYS"      TO CK-TOT-LABEL
               WHEN 4
                   MOVE "91-180 DAYS"     TO CK-TOT-LABEL
           END-EVALUATE
           MOVE CK-BUCKET-COUNT  (CK-BUCKET-IDX) TO CK-TOT-COUNT
           MOVE CK-BUCKET-AMOUNT (CK-BUCKET-IDX) TO CK-TOT-AMOUNT
           WRITE CK-LST-PRINT-LINE FROM CK-TOTAL-LINE.

      *****************************************************************
      * RECORD THE BALANCED RUN ON CHKHIST.  THIS IS THE LAST THING
      * THE RUN DOES, AFTER ITS POSTINGS ARE ON GLPOST AND NEWCHK IS
      * EMPTY, SO CHKHIST NEVER SHOWS A RUN THAT DID NOT FINISH.
      *****************************************************************
       710-WRITE-CHECK-HISTORY.
           OPEN EXTEND CHECK-HISTORY
           IF CK-HIST-STATUS = "35"
               OPEN OUTPUT CHECK-HISTORY
           END-IF
           MOVE SPACES            TO KH-HISTORY-RECORD
           MOVE CK-RUN-DATE       TO KH-RUN-DATE
           MOVE CK-RUN-TIME       TO KH-RUN-TIME
           MOVE CK-CLOSING-COUNT  TO KH-OUTSTANDING-COUNT
           MOVE CK-CLOSING-TOTAL  TO KH-OUTSTANDING-TOTAL
           MOVE CK-VOID-OUT-COUNT TO KH-VOIDED-COUNT
           MOVE CK-VOID-OUT-TOTAL TO KH-VOIDED-TOTAL
           WRITE KH-HISTORY-RECORD
           CLOSE CHECK-HISTORY.

      *****************************************************************
      * THE RUN HAS BALANCED: COPY ITS HELD "V" AND "F" POSTINGS
      * ONTO GLPOST.
      *****************************************************************
       720-POST-CHECK-POSTINGS.
           OPEN INPUT CHECK-POST-WORK
           IF CK-GLW-STATUS NOT = "00"
               DISPLAY "CHECK-RECONCILE: UNABLE TO REOPEN CKGLWORK, "
                       "STATUS = " CK-GLW-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND GL-POSTING-FILE
           IF CK-GL-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF
           PERFORM 722-READ-POSTING-WORK
           PERFORM 724-COPY-CHECK-POSTING
               UNTIL CK-GLW-END-OF-FILE
           CLOSE CHECK-POST-WORK
           CLOSE GL-POSTING-FILE.

       722-READ-POSTING-WORK.
           READ CHECK-POST-WORK
               AT END
                   MOVE 'Y' TO CK-GLW-EOF-SWITCH
           END-READ.

       724-COPY-CHECK-POSTING.
           WRITE GL-POSTING-RECORD FROM GW-POSTING-RECORD
           ADD 1 TO CK-POSTINGS-WRITTEN
           PERFORM 722-READ-POSTING-WORK.

      *****************************************************************
      * THE CHECKS TAKEN FROM NEWCHK ARE ON OUTCHKN NOW, SO A
      * BALANCED RUN LEAVES NEWCHK EMPTY FOR REFUND-EXTRACT'S NEXT
      * RELEASE.
      *****************************************************************
       730-EMPTY-NEW-CHECKS.
           OPEN OUTPUT NEW-CHECKS
           IF CK-NCK-STATUS NOT = "00"
               DISPLAY "CHECK-RECONCILE: UNABLE TO EMPTY NEWCHK, "
                       "STATUS = " CK-NCK-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               CLOSE NEW-CHECKS
           END-IF.

       800-TERMINATE.
           CLOSE TAXPAYER-MASTER
           CLOSE OUTSTANDING-NEW
           CLOSE REISSUE-EXTRACT
           CLOSE RECON-REGISTER
           CLOSE OUTSTANDING-LIST
           CLOSE CHECK-POST-WORK
           IF RETURN-CODE = 0
               PERFORM 720-POST-CHECK-POSTINGS
               PERFORM 730-EMPTY-NEW-CHECKS
               IF RETURN-CODE = 0
                   PERFORM 710-WRITE-CHECK-HISTORY
               END-IF
           END-IF
           PERFORM 850-PRINT-CONTROL-REPORT.

       850-PRINT-CONTROL-REPORT.
           MOVE CK-CHECKS-READ     TO CK-RPT-CHECKS-READ
           MOVE CK-NEW-CHECKS-READ TO CK-RPT-NEW-CHECKS-READ
           MOVE CK-PAID-READ       TO CK-RPT-PAID-READ
           MOVE CK-CLEARED-COUNT   TO CK-RPT-CLEARED
           MOVE CK-RETURNED-COUNT  TO CK-RPT-RETURNED
           MOVE CK-STALE-COUNT     TO CK-RPT-STALE
           MOVE CK-REISSUED-COUNT  TO CK-RPT-REISSUED
           MOVE CK-VOID-OUT-COUNT  TO CK-RPT-VOID-OUT
           MOVE CK-CLOSING-COUNT   TO CK-RPT-CLOSING
           MOVE CK-UNMATCHED-COUNT TO CK-RPT-UNMATCHED
           MOVE CK-PAID-VOID-COUNT TO CK-RPT-PAID-VOID
           MOVE CK-POSTINGS-WRITTEN TO CK-RPT-POSTINGS
           MOVE CK-HISTORY-CARRIED TO CK-RPT-HISTORY
           MOVE CK-OPENING-TOTAL   TO CK-RPT-OPENING-TOTAL
           MOVE CK-CLOSING-TOTAL   TO CK-RPT-CLOSING-TOTAL
           MOVE CK-VOID-OUT-TOTAL  TO CK-RPT-VOID-OUT-TOTAL
           DISPLAY "==============================================="
           DISPLAY "   CHECK-RECONCILE CONTROL TOTAL REPORT        "
           DISPLAY "==============================================="
           DISPLAY "CHECKS READ FROM OUTCHK. . . " CK-RPT-CHECKS-READ
           DISPLAY "NEW CHECKS READ FROM NEWCHK. "
                   CK-RPT-NEW-CHECKS-READ
           DISPLAY "TREASURY RECORDS READ. . . . " CK-RPT-PAID-READ
           DISPLAY "CHECKS CLEARED . . . . . . . " CK-RPT-CLEARED
           DISPLAY "VOIDED - RETURNED. . . . . . " CK-RPT-RETURNED
           DISPLAY "VOIDED - STALE-DATED . . . . " CK-RPT-STALE
           DISPLAY "CHECKS REISSUED. . . . . . . " CK-RPT-REISSUED
           DISPLAY "VOIDED, AWAITING ADDRESS . . " CK-RPT-VOID-OUT
           DISPLAY "CHECKS STILL OUTSTANDING . . " CK-RPT-CLOSING
           DISPLAY "CLEARED CHECKS CARRIED . . . " CK-RPT-HISTORY
           DISPLAY "TREASURY RECORDS UNMATCHED . " CK-RPT-UNMATCHED
           DISPLAY "PAID AFTER VOID. . . . . . . " CK-RPT-PAID-VOID
           DISPLAY "GL POSTINGS WRITTEN. . . . . " CK-RPT-POSTINGS
           DISPLAY "OPENING OUTSTANDING. . . . . "
                   CK-RPT-OPENING-TOTAL
           DISPLAY "CLOSING OUTSTANDING. . . . . "
                   CK-RPT-CLOSING-TOTAL
           DISPLAY "VOIDED AMOUNT AWAITING ADDR. "
                   CK-RPT-VOID-OUT-TOTAL
           IF RETURN-CODE = 0
               DISPLAY "VERDICT. . . . . . . . . . . BALANCED"
           ELSE
               DISPLAY "VERDICT. . . . . . . . . . . OUT OF BALANCE"
           END-IF
           DISPLAY "===============================================".
