      *****************************************************************
      * LOCALITY-SETTLE
      *
      * Monthly settlement of the locality surtax to the counties,
      * for the month named on the STLMONTH parameter.  The counties
      * are owed the surtax actually collected, not what was
      * assessed, so every return that carries a surtax is rebuilt
      * from its history - its assessments on AUDITLOG (and on
      * AUDARCH, once the year has been closed) and every payment
      * RECV-APPLY applied to it, or refund REFUND-EXTRACT offset
      * against it, on PAYHIST - to find how much of its surtax has
      * been collected:
      *   - at assessment, the part of the surtax the withholding and
      *     estimated payments covered.  Credits go to the tax first,
      *     so a refund or even return has its whole surtax collected
      *     and a balance-due return carries the rest in its balance;
      *   - on the receivable, that surtax's share of every dollar
      *     paid against the balance, paid in full ("F"), paid down
      *     ("P"), or taken from a refund ("O"); a balance paid off
      *     has had all of it collected.  The balance the share is
      *     worked against is what is owed on the return as it
      *     stands - the balance at assessment plus the interest
      *     RECV-ACCRUE charged and the increases and less the
      *     decreases RECV-ADJUST applied, from RCVHIST (see
      *     RCVHREC) - so a payment that went to interest is not
      *     mistaken for surtax collected.  A write-off is never
      *     collected and does not move it, and an adjustment keyed
      *     for an amendment is already in the amended balance;
      *   - on an amendment, the surtax collected under the old
      *     assessment is taken back from its locality and collected
      *     again under the new one: a net increase, a reversal, or,
      *     when the amended return is due a refund, a refund.
      *
      * What a locality is owed for a tax year is everything
      * collected for it through the end of the month less what has
      * already been settled to it, from the SETTLEMENT-HISTORY file
      * (see STLHREC) - so a late entry or a skipped month is caught
      * up as a prior-period adjustment rather than lost.  The
      * settlement statement shows each county (LO-LOCALITY-NAME)
      * the month's collections, amendments, and refunds by tax year.
      * Each year is proved against its own history - surtax assessed
      * less taken back by amendment must equal settled to date plus
      * still uncollected - and each locality GL account is tied to
      * the ledger independently: the surtax posted "L" less reversed
      * "R" to the account on SURTPOST, the cumulative file of
      * locality postings GL-RELEASE has sent to the ledger, must
      * equal settled to date plus still uncollected over every
      * locality and year carried on that account.  SURTPOST is
      * seeded by the desk with one "L" record per locality account
      * for the net surtax posted before the file was kept, the same
      * way STLHIST is seeded for the months settled by hand.  A
      * balanced run writes the treasury
      * distribution file (see STLDREC), posts each locality's net
      * out of its LO-GL-ACCOUNT to cash as type "S" (or back as
      * type "T" when the county owes it), and appends the month to
      * SETTLEMENT-HISTORY.  A run that does not tie posts nothing,
      * leaves the distribution file empty, and ends with RETURN-CODE
      * 8.  A month already settled, or earlier than one settled, or
      * not yet over, is refused before anything is written.
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
       PROGRAM-ID. LOCALITY-SETTLE.
       AUTHOR. J-HALVERSON.
       INSTALLATION. TAX-DESK.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  JH  ORIGINAL VERSION.  THE COUNTY SETTLEMENTS
      *                   WERE WORKED OUT BY HAND EACH MONTH FROM THE
      *                   RECEIVABLE PRINTOUTS.
      *   10/15/2026  JH  RUN ONLY IN THE GLPOST POSTING WINDOW.  EACH
      *                   LOCALITY ACCOUNT IS TIED TO THE "L" AND "R"
      *                   POSTINGS ON SURTPOST; THE TIE-OUT WAS
      *                   PREVIOUSLY WORKED FROM THE SAME AUDIT LOG
      *                   AS THE SETTLEMENT ITSELF AND COULD NOT
      *                   FAIL.  REFUND OFFSETS ON PAYHIST COUNT AS
      *                   COLLECTED.
      *   10/15/2026  JH  THE SURTAX SHARE OF A PAYMENT IS WORKED
      *                   AGAINST THE BALANCE AS MOVED BY INTEREST
      *                   AND ADJUSTMENTS ON RCVHIST.  A PAYMENT THAT
      *                   WENT TO INTEREST WAS SETTLED TO THE COUNTY
      *                   AS SURTAX.
      *   10/15/2026  JH  STLHIST IS APPENDED LAST, AFTER EVERY
      *                   SETTLEMENT POSTING IS ON GLPOST, AND A
      *                   FAILED OPEN OF EITHER ENDS THE RUN RC 8.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SETTLE-MONTH-FILE ASSIGN TO "STLMONTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-MON-STATUS.

           SELECT LOCALITY-PARM-FILE ASSIGN TO "LOCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-LOC-STATUS.

           SELECT SETTLEMENT-HISTORY ASSIGN TO "STLHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-HST-STATUS.

           SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-AUD-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-ARC-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-PAY-STATUS.

           SELECT RECEIVABLE-HISTORY ASSIGN TO "RCVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-RCH-STATUS.

           SELECT SURTAX-POSTINGS ASSIGN TO "SURTPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-SRT-STATUS.

           SELECT SETTLEMENT-STATEMENT ASSIGN TO "SETLSTMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-STM-STATUS.

           SELECT SURTAX-DISTRIBUTION ASSIGN TO "SURTDIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-DST-STATUS.

           SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-GL-STATUS.

           SELECT TAXPAYER-IN   ASSIGN TO "TAXPYIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-IN-STATUS.

           SELECT CYCLE-CONTROL ASSIGN TO "CYCLCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LS-CYC-STATUS.

           SELECT SORT-WORK     ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  SETTLE-MONTH-FILE.
       01  SETTLE-MONTH-RECORD.
           05  SM-SETTLE-MONTH    PIC 9(06).
           05  FILLER             PIC X(14).

       FD  LOCALITY-PARM-FILE.
       COPY LOCPRMREC.

       FD  SETTLEMENT-HISTORY.
       COPY STLHREC.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       FD  AUDIT-ARCHIVE.
       COPY AUDITREC REPLACING LEADING ==AUD== BY ==ARC==.

       FD  PAYMENT-HISTORY.
       COPY PAYHREC.

       FD  RECEIVABLE-HISTORY.
       COPY RCVHREC.

       FD  SURTAX-POSTINGS.
       COPY GLPOSTREC REPLACING LEADING ==GL== BY ==SP==.

       FD  SETTLEMENT-STATEMENT.
       01  LS-PRINT-LINE          PIC X(132).

       FD  SURTAX-DISTRIBUTION.
       COPY STLDREC.

       FD  GL-POSTING-FILE.
       COPY GLPOSTREC.

      *****************************************************************
      * ONE ENTRY PER EVENT IN A RETURN'S HISTORY THROUGH THE END OF
      * THE MONTH: AN ASSESSMENT (A), ORIGINAL OR AMENDED, AN
      * ADJUSTMENT OR INTEREST CHARGE THAT MOVED ITS BALANCE (J), OR A
      * PAYMENT APPLIED TO ITS BALANCE (P).  SORTED SO EACH RETURN'S
      * EVENTS ARRIVE TOGETHER IN THE ORDER THEY HAPPENED; AN
      * ASSESSMENT COMES AHEAD OF AN ADJUSTMENT, AND AN ADJUSTMENT
      * AHEAD OF A PAYMENT, THE SAME DAY, AND THE RELEASE SEQUENCE
      * KEEPS SAME-DAY ASSESSMENTS IN LOG ORDER.  AN ADJUSTMENT
      * CARRIES ITS RCVHIST ENTRY TYPE IN SE-DISPOSITION AND ITS
      * AMOUNT IN SE-PAY-AMOUNT.
      *****************************************************************
       SD  SORT-WORK.
       01  SE-SORT-ENTRY.
           05  SE-KEY.
               10  SE-RETURN-KEY.
                   15  SE-TAXPAYER-ID     PIC X(09).
                   15  SE-TAX-YEAR        PIC 9(04).
               10  SE-EVENT-DATE      PIC 9(08).
               10  SE-SOURCE          PIC X(01).
                   88  SE-ASSESSMENT           VALUE "A".
                   88  SE-ADJUSTMENT           VALUE "J".
                   88  SE-PAYMENT              VALUE "P".
               10  SE-SEQUENCE        PIC 9(08).
           05  SE-LOCALITY            PIC X(03).
           05  SE-TAK                 PIC 9(06)V99.
           05  SE-SURTAX              PIC 9(07)V99.
           05  SE-CREDITS             PIC 9(07)V99.
           05  SE-BALANCE-AMOUNT      PIC 9(07)V99.
           05  SE-BALANCE-TYPE        PIC X(01).
               88  SE-BALANCE-DUE              VALUE "D".
               88  SE-REFUND-DUE               VALUE "R".
           05  SE-PAY-AMOUNT          PIC 9(07)V99.
           05  SE-DISPOSITION         PIC X(01).
               88  SE-PAID-IN-FULL             VALUE "F".
               88  SE-REFUND-OFFSET            VALUE "O".
               88  SE-ADJ-DECREASE             VALUE "D".

       FD  TAXPAYER-IN.
       COPY TAXREC.
       COPY BATCHREC.

       FD  CYCLE-CONTROL.
       COPY CYCLREC.

       WORKING-STORAGE SECTION.
       01  LS-FILE-STATUSES.
           05  LS-MON-STATUS      PIC X(02) VALUE "00".
           05  LS-LOC-STATUS      PIC X(02) VALUE "00".
           05  LS-HST-STATUS      PIC X(02) VALUE "00".
           05  LS-AUD-STATUS      PIC X(02) VALUE "00".
           05  LS-ARC-STATUS      PIC X(02) VALUE "00".
           05  LS-PAY-STATUS      PIC X(02) VALUE "00".
           05  LS-RCH-STATUS      PIC X(02) VALUE "00".
           05  LS-SRT-STATUS      PIC X(02) VALUE "00".
           05  LS-STM-STATUS      PIC X(02) VALUE "00".
           05  LS-DST-STATUS      PIC X(02) VALUE "00".
           05  LS-GL-STATUS       PIC X(02) VALUE "00".
           05  LS-IN-STATUS       PIC X(02) VALUE "00".
           05  LS-CYC-STATUS      PIC X(02) VALUE "00".

       01  LS-SWITCHES.
           05  LS-LOC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  LS-LOC-END-OF-FILE      VALUE 'Y'.
           05  LS-HST-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  LS-HST-END-OF-FILE      VALUE 'Y'.
           05  LS-AUD-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  LS-AUD-END-OF-FILE      VALUE 'Y'.
           05  LS-ARC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  LS-ARC-END-OF-FILE      VALUE 'Y'.
           05  LS-PAY-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  LS-PAY-END-OF-FILE      VALUE 'Y'.
           05  LS-RCH-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  LS-RCH-END-OF-FILE      VALUE 'Y'.
           05  LS-SRT-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  LS-SRT-END-OF-FILE      VALUE 'Y'.
           05  LS-ACT-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  LS-ACCOUNT-IS-FOUND     VALUE 'Y'.
           05  LS-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  LS-SORT-END-OF-FILE     VALUE 'Y'.
           05  LS-SETTLED-SWITCH  PIC X(01) VALUE 'N'.
               88  LS-MONTH-ALREADY-SETTLED VALUE 'Y'.
           05  LS-LATER-SWITCH    PIC X(01) VALUE 'N'.
               88  LS-LATER-MONTH-SETTLED  VALUE 'Y'.
           05  LS-LOC-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  LS-LOCALITY-IS-FOUND    VALUE 'Y'.
           05  LS-BALANCED-SWITCH PIC X(01) VALUE 'Y'.
               88  LS-RUN-IS-BALANCED      VALUE 'Y'.

       01  LS-RUN-DATE-TIME.
           05  LS-RUN-DATE        PIC 9(08) VALUE ZEROES.
           05  LS-RUN-TIME        PIC 9(08) VALUE ZEROES.

       01  LS-RUN-DATE-PARTS REDEFINES LS-RUN-DATE-TIME.
           05  LS-RUN-MONTH       PIC 9(06).
           05  LS-RUN-DAY         PIC 9(02).
           05  FILLER             PIC 9(08).

      *****************************************************************
      * THE MONTH BEING SETTLED, AND THE MONTH OF THE EVENT IN HAND.
      * EVENTS AFTER THE MONTH ARE NEVER RELEASED; EVENTS BEFORE IT
      * COUNT TOWARD THE SETTLED-TO-DATE FIGURE BUT NOT THE MONTH'S
      * COLLECTION LINES.
      *****************************************************************
       01  LS-SETTLE-MONTH        PIC 9(06) VALUE ZEROES.
       01  LS-EVENT-DATE          PIC 9(08) VALUE ZEROES.
       01  LS-EVENT-DATE-PARTS REDEFINES LS-EVENT-DATE.
           05  LS-EVENT-MONTH     PIC 9(06).
           05  LS-EVENT-DAY       PIC 9(02).
       01  LS-RELEASE-SEQUENCE    PIC 9(08) VALUE ZERO.

      *****************************************************************
      * GL ACCOUNT THE SETTLEMENT MONEY LEAVES FROM; EACH LOCALITY'S
      * OWN ACCOUNT COMES FROM LOCPARM.
      *****************************************************************
       01  LS-GL-CASH-ACCOUNT     PIC X(06) VALUE "100100".

      *****************************************************************
      * ONE ENTRY PER LOCALITY CODE PER TAX YEAR OFF LOCPARM, WITH
      * THE SETTLEMENT WORKED UP FOR IT:
      *   - THE MONTH'S COLLECTIONS AND AMENDMENTS, BY KIND;
      *   - SETTLED BEFORE THE MONTH AND THROUGH IT, AS REBUILT;
      *   - WHAT SETTLEMENT-HISTORY SAYS HAS ALREADY BEEN SETTLED;
      *   - THE SURTAX ASSESSED AND TAKEN BACK BY AMENDMENT THROUGH
      *     THE MONTH, AS REBUILT, AND WHAT IS STILL UNCOLLECTED, TO
      *     PROVE THE YEAR.
      *****************************************************************
       01  LS-LOC-TABLE.
           05  LS-LOC-ENTRY OCCURS 50 TIMES.
               10  LS-LOC-CODE          PIC X(03).
               10  LS-LOC-YEAR          PIC 9(04).
               10  LS-LOC-GL-ACCOUNT    PIC X(06).
               10  LS-LOC-NAME          PIC X(15).
               10  LS-LOC-PRINTED-SW    PIC X(01).
               10  LS-LOC-WITHHELD-CNT  PIC 9(08).
               10  LS-LOC-WITHHELD-AMT  PIC 9(10)V99.
               10  LS-LOC-PAID-CNT      PIC 9(08).
               10  LS-LOC-PAID-AMT      PIC 9(10)V99.
               10  LS-LOC-INCREASE-CNT  PIC 9(08).
               10  LS-LOC-INCREASE-AMT  PIC 9(10)V99.
               10  LS-LOC-REVERSED-CNT  PIC 9(08).
               10  LS-LOC-REVERSED-AMT  PIC 9(10)V99.
               10  LS-LOC-REFUNDED-CNT  PIC 9(08).
               10  LS-LOC-REFUNDED-AMT  PIC 9(10)V99.
               10  LS-LOC-ADJUSTED-CNT  PIC 9(08).
               10  LS-LOC-ADJUSTED-AMT  PIC S9(10)V99.
               10  LS-LOC-SETTLED-BEFORE PIC S9(10)V99.
               10  LS-LOC-SETTLED-END   PIC S9(10)V99.
               10  LS-LOC-HIST-MONTH    PIC 9(06).
               10  LS-LOC-PRIOR-SETTLED PIC 9(10)V99.
               10  LS-LOC-ASSESSED      PIC 9(10)V99.
               10  LS-LOC-TAKEN-BACK    PIC 9(10)V99.
               10  LS-LOC-UNCOLLECTED   PIC S9(10)V99.
               10  LS-LOC-NET           PIC S9(10)V99.
       01  LS-LOC-MAX             PIC 9(04) COMP VALUE 50.
       01  LS-LOC-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  LS-LOC-IDX             PIC 9(04) COMP VALUE ZERO.
       01  LS-LOC-IDX-SAVE        PIC 9(04) COMP VALUE ZERO.
       01  LS-YEAR-IDX            PIC 9(04) COMP VALUE ZERO.
       01  LS-LOC-WANTED          PIC X(03) VALUE SPACES.
       01  LS-YEAR-WANTED         PIC 9(04) VALUE ZERO.

      *****************************************************************
      * ONE ENTRY PER LOCALITY GL ACCOUNT ON LOCPARM, FOR THE TIE TO
      * THE LEDGER: THE SURTAX POSTED "L" AND REVERSED "R" TO IT
      * THROUGH THE MONTH PER SURTPOST, AND SETTLED TO DATE PLUS
      * STILL UNCOLLECTED OVER EVERY LOCALITY AND YEAR ON IT.
      *****************************************************************
       01  LS-ACT-TABLE.
           05  LS-ACT-ENTRY OCCURS 50 TIMES.
               10  LS-ACT-ACCOUNT       PIC X(06).
               10  LS-ACT-POSTED        PIC 9(10)V99.
               10  LS-ACT-REVERSED      PIC 9(10)V99.
               10  LS-ACT-OWED          PIC S9(10)V99.
               10  LS-ACT-DIFFERENCE    PIC S9(11)V99.
       01  LS-ACT-COUNT           PIC 9(04) COMP VALUE ZERO.
       01  LS-ACT-IDX             PIC 9(04) COMP VALUE ZERO.
       01  LS-ACT-IDX-SAVE        PIC 9(04) COMP VALUE ZERO.
       01  LS-ACT-WANTED          PIC X(06) VALUE SPACES.

      *****************************************************************
      * THE RETURN IN HAND: ITS ASSESSMENT IN FORCE AND WHAT HAS BEEN
      * PAID ON IT.  THE SURTAX RIDING ON THE BALANCE IS THE PART THE
      * CREDITS DID NOT REACH; ITS SHARE OF EACH DOLLAR PAID IS THAT
      * PART OVER WHAT IS OWED ON THE RETURN: THE BALANCE THE
      * ASSESSMENT LEFT PLUS THE NET OF THE INTEREST AND ADJUSTMENTS
      * SINCE.  THE ADJUSTMENTS CARRY ACROSS AN AMENDMENT; THE
      * BALANCE IS REPLACED BY THE AMENDED ONE.
      *****************************************************************
       01  LS-RETURN-STATE.
           05  LS-RET-KEY             PIC X(13) VALUE LOW-VALUES.
           05  LS-RET-ASSESSED-SW     PIC X(01) VALUE 'N'.
               88  LS-RET-ASSESSED             VALUE 'Y'.
           05  LS-RET-PAID-FULL-SW    PIC X(01) VALUE 'N'.
               88  LS-RET-PAID-IN-FULL         VALUE 'Y'.
           05  LS-RET-LOC-IDX         PIC 9(04) COMP VALUE ZERO.
           05  LS-RET-SURTAX          PIC 9(07)V99 VALUE ZERO.
           05  LS-RET-ON-BALANCE      PIC 9(07)V99 VALUE ZERO.
           05  LS-RET-BALANCE         PIC 9(07)V99 VALUE ZERO.
           05  LS-RET-ADJUSTED        PIC S9(09)V99 VALUE ZERO.
           05  LS-RET-OWED            PIC S9(09)V99 VALUE ZERO.
           05  LS-RET-PAID            PIC 9(09)V99 VALUE ZERO.
           05  LS-RET-SETTLED         PIC 9(07)V99 VALUE ZERO.

       01  LS-OLD-LOC-IDX         PIC 9(04) COMP VALUE ZERO.
       01  LS-OLD-SURTAX          PIC 9(07)V99 VALUE ZERO.
       01  LS-OLD-SETTLED         PIC 9(07)V99 VALUE ZERO.
       01  LS-NEW-LOC-IDX         PIC 9(04) COMP VALUE ZERO.
       01  LS-LIABILITY           PIC 9(07)V99 VALUE ZERO.
       01  LS-SHARE-PAID          PIC 9(07)V99 VALUE ZERO.

      *****************************************************************
      * ONE MOVEMENT IN A LOCALITY'S SETTLED-TO-DATE FIGURE, AND THE
      * KIND OF MOVEMENT IT IS FOR THE STATEMENT.
      *****************************************************************
       01  LS-DELTA-IDX           PIC 9(04) COMP VALUE ZERO.
       01  LS-DELTA-AMOUNT        PIC S9(09)V99 VALUE ZERO.
       01  LS-DELTA-KIND          PIC X(01) VALUE SPACE.
           88  LS-DELTA-WITHHELD          VALUE "W".
           88  LS-DELTA-PAID              VALUE "P".
           88  LS-DELTA-AMENDMENT         VALUE "A".
           88  LS-DELTA-ADJUSTMENT        VALUE "J".
       01  LS-DELTA-REFUND-SW     PIC X(01) VALUE 'N'.
           88  LS-DELTA-IS-REFUND         VALUE 'Y'.

       01  LS-TIE-DIFFERENCE      PIC S9(11)V99 VALUE ZERO.
       01  LS-COUNTY-CODE         PIC X(03) VALUE SPACES.
       01  LS-COUNTY-NAME         PIC X(15) VALUE SPACES.
       01  LS-COUNTY-NET          PIC S9(10)V99 VALUE ZERO.
       01  LS-POST-AMOUNT         PIC 9(10)V99 VALUE ZERO.
       01  LS-POST-TYPE           PIC X(01) VALUE SPACE.

       01  LS-CONTROL-TOTALS.
           05  LS-AUDIT-READ             PIC 9(08) VALUE ZERO.
           05  LS-ARCHIVE-READ           PIC 9(08) VALUE ZERO.
           05  LS-PAYMENTS-READ          PIC 9(08) VALUE ZERO.
           05  LS-RCVHIST-READ           PIC 9(08) VALUE ZERO.
           05  LS-SURTPOST-READ          PIC 9(08) VALUE ZERO.
           05  LS-HISTORY-READ           PIC 9(08) VALUE ZERO.
           05  LS-EVENTS-RELEASED        PIC 9(08) VALUE ZERO.
           05  LS-RETURNS-WITH-SURTAX    PIC 9(08) VALUE ZERO.
           05  LS-UNASSESSED-PAYMENTS    PIC 9(08) VALUE ZERO.
           05  LS-UNKNOWN-LOCALITY       PIC 9(08) VALUE ZERO.
           05  LS-YEARS-NOT-TIED         PIC 9(08) VALUE ZERO.
           05  LS-ACCOUNTS-NOT-TIED      PIC 9(08) VALUE ZERO.
           05  LS-COUNTIES-PAID          PIC 9(08) VALUE ZERO.
           05  LS-COUNTIES-RECOVERED     PIC 9(08) VALUE ZERO.
           05  LS-POSTINGS-WRITTEN       PIC 9(08) VALUE ZERO.
           05  LS-HISTORY-WRITTEN        PIC 9(08) VALUE ZERO.
           05  LS-TOTAL-COLLECTED        PIC S9(10)V99 VALUE ZERO.
           05  LS-TOTAL-NET              PIC S9(10)V99 VALUE ZERO.
           05  LS-TOTAL-PAID-OUT         PIC 9(10)V99 VALUE ZERO.
           05  LS-TOTAL-RECOVERED        PIC 9(10)V99 VALUE ZERO.
           05  LS-TOTAL-ASSESSED         PIC 9(10)V99 VALUE ZERO.
           05  LS-TOTAL-TAKEN-BACK       PIC 9(10)V99 VALUE ZERO.
           05  LS-TOTAL-SETTLED-END      PIC S9(10)V99 VALUE ZERO.
           05  LS-TOTAL-UNCOLLECTED      PIC S9(10)V99 VALUE ZERO.
           05  LS-TOTAL-GL-POSTED        PIC 9(10)V99 VALUE ZERO.
           05  LS-TOTAL-GL-REVERSED      PIC 9(10)V99 VALUE ZERO.

       01  LS-RPT-AUDIT-READ       PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-ARCHIVE-READ     PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-PAYMENTS-READ    PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-RCVHIST-READ     PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-SURTPOST-READ    PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-EVENTS           PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-RETURNS          PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-UNASSESSED       PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-UNKNOWN          PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-NOT-TIED         PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-ACCTS-NOT-TIED   PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-COUNTIES-PAID    PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-COUNTIES-RECOV   PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-POSTINGS         PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-HISTORY          PIC ZZZ,ZZZ,ZZ9.
       01  LS-RPT-COLLECTED        PIC +Z,ZZZ,ZZZ,ZZ9.99.
       01  LS-RPT-NET              PIC +Z,ZZZ,ZZZ,ZZ9.99.
       01  LS-RPT-PAID-OUT         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  LS-RPT-RECOVERED        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  LS-RPT-ASSESSED         PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  LS-RPT-TAKEN-BACK       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  LS-RPT-SETTLED-END      PIC +Z,ZZZ,ZZZ,ZZ9.99.
       01  LS-RPT-UNCOLLECTED      PIC +Z,ZZZ,ZZZ,ZZ9.99.
       01  LS-RPT-GL-POSTED        PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  LS-RPT-GL-REVERSED      PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * SETTLEMENT STATEMENT LINE LAYOUTS.
      *****************************************************************
       01  LS-HEADING-LINE-1.
           05  FILLER             PIC X(46) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "LOCALITY SURTAX SETTLEMENT STATEMENT".
           05  FILLER             PIC X(46) VALUE SPACES.

       01  LS-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(18) VALUE "SETTLEMENT MONTH ".
           05  LS-HDG-MONTH       PIC 9(06).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE "RUN DATE ".
           05  LS-HDG-RUN-DATE    PIC 9(08).
           05  FILLER             PIC X(86) VALUE SPACES.

       01  LS-COUNTY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE "LOCALITY ".
           05  LS-CTY-CODE        PIC X(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  LS-CTY-NAME        PIC X(15).
           05  FILLER             PIC X(102) VALUE SPACES.

       01  LS-COLUMN-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE "TAX YEAR".
           05  FILLER             PIC X(09) VALUE "ACCOUNT".
           05  FILLER             PIC X(40) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE "      COUNT".
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(17) VALUE
               "           AMOUNT".
           05  FILLER             PIC X(39) VALUE SPACES.

       01  LS-STATEMENT-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  LS-STM-YEAR        PIC X(04).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  LS-STM-ACCOUNT     PIC X(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  LS-STM-LABEL       PIC X(40).
           05  LS-STM-COUNT       PIC ZZZ,ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  LS-STM-AMOUNT      PIC +Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(39) VALUE SPACES.

       01  LS-COUNTY-TOTAL-LINE.
           05  FILLER             PIC X(22) VALUE SPACES.
           05  LS-CTT-LABEL       PIC X(40).
           05  FILLER             PIC X(14) VALUE SPACES.
           05  LS-CTT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(40) VALUE SPACES.

       01  LS-TIE-HEADING-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(40) VALUE
               "LOCALITY ACCOUNTS TIED TO SURTPOST".
           05  FILLER             PIC X(91) VALUE SPACES.

       01  LS-VERDICT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "VERDICT:".
           05  LS-VERDICT         PIC X(50).
           05  FILLER             PIC X(71) VALUE SPACES.

       01  LS-BLANK-LINE          PIC X(132) VALUE SPACES.

      *****************************************************************
      * WORK FIELDS FOR ONE STATEMENT LINE.
      *****************************************************************
       01  LS-LINE-YEAR           PIC X(04) VALUE SPACES.
       01  LS-LINE-ACCOUNT        PIC X(06) VALUE SPACES.
       01  LS-LINE-LABEL          PIC X(40) VALUE SPACES.
       01  LS-LINE-COUNT          PIC 9(08) VALUE ZERO.
       01  LS-LINE-AMOUNT         PIC S9(10)V99 VALUE ZERO.

      *****************************************************************
      * GLPOST POSTING WINDOW (SEE CYCLREC).  THE DONE FLAGS SHOW
      * WHICH STEPS OF THE NIGHTLY CYCLE HAVE COMPLETED FOR THE
      * BATCH ON TAXPYIN.
      *****************************************************************
       01  LS-CYCLE-CONTROL.
           05  LS-CYC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  LS-CYC-END-OF-FILE      VALUE 'Y'.
           05  LS-CYC-BATCH-ID    PIC X(08) VALUE SPACES.
           05  LS-CYC-CYCLE-DATE  PIC 9(08) VALUE ZEROES.
           05  LS-CYC-DONE-FLAGS.
               10  LS-CYC-STEP-DONE PIC X(01) OCCURS 8 TIMES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           SORT SORT-WORK
               ON ASCENDING KEY SE-KEY
               INPUT PROCEDURE IS 200-RELEASE-EVENTS
               OUTPUT PROCEDURE IS 300-SETTLE-RETURNS.
           PERFORM 500-PROVE-SETTLEMENT.
           PERFORM 600-PRINT-STATEMENTS.
           IF LS-RUN-IS-BALANCED
               PERFORM 700-POST-SETTLEMENT
           END-IF
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
           MOVE ALL 'N' TO LS-CYC-DONE-FLAGS
           PERFORM 051-READ-CYCLE-BATCH-ID
           OPEN INPUT CYCLE-CONTROL
           IF LS-CYC-STATUS = "35"
               CONTINUE
           ELSE
               IF LS-CYC-STATUS NOT = "00"
                   DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN CYCLCTL, "
                           "STATUS = " LS-CYC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 053-READ-CYCLE-RECORD
               PERFORM 054-TEST-CYCLE-RECORD
                   UNTIL LS-CYC-END-OF-FILE
               CLOSE CYCLE-CONTROL
           END-IF
           IF LS-CYC-STEP-DONE (7) NOT = 'Y'
              OR LS-CYC-STEP-DONE (8) = 'Y'
               DISPLAY "LOCALITY-SETTLE: BATCH " LS-CYC-BATCH-ID
                       " OF " LS-CYC-CYCLE-DATE
                       " IS NOT IN ITS GLPOST POSTING WINDOW"
               DISPLAY "LOCALITY-SETTLE: RUN AFTER REFUND-EXTRACT AND "
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
           IF LS-IN-STATUS NOT = "00"
               DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN TAXPYIN, "
                       "STATUS = " LS-IN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ TAXPAYER-IN
               AT END
                   MOVE SPACES TO BH-HEADER-RECORD
           END-READ
           IF NOT BH-IS-HEADER
               DISPLAY "LOCALITY-SETTLE: TAXPYIN HAS NO BATCH HEADER, "
                       "POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF BH-CREATE-DATE IS NOT NUMERIC
               DISPLAY "LOCALITY-SETTLE: BATCH HEADER HAS NO CREATE "
                       "DATE, POSTING WINDOW CANNOT BE CHECKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE BH-BATCH-ID    TO LS-CYC-BATCH-ID
           MOVE BH-CREATE-DATE TO LS-CYC-CYCLE-DATE
           CLOSE TAXPAYER-IN.

       053-READ-CYCLE-RECORD.
           READ CYCLE-CONTROL
               AT END
                   MOVE 'Y' TO LS-CYC-EOF-SWITCH
           END-READ.

      *****************************************************************
      * ONE CYCLE-CONTROL RECORD.  A "C" RECORD FOR THE BATCH ON
      * TAXPYIN MARKS THAT STEP DONE.
      *****************************************************************
       054-TEST-CYCLE-RECORD.
           IF CC-RUN-DATE = LS-CYC-CYCLE-DATE
              AND CC-BATCH-ID = LS-CYC-BATCH-ID
              AND CC-STEP-COMPLETED
              AND CC-STEP-NUMBER > ZERO
              AND CC-STEP-NUMBER NOT > 8
               MOVE 'Y' TO LS-CYC-STEP-DONE (CC-STEP-NUMBER)
           END-IF
           PERFORM 053-READ-CYCLE-RECORD.

      *****************************************************************
      * THE MONTH, THE LOCALITY TABLE, AND THE RERUN GUARD ARE ALL
      * SETTLED BEFORE ANY FILE IS OPENED FOR OUTPUT, SO A REFUSED
      * RUN LEAVES THE STATEMENT, THE DISTRIBUTION FILE, AND GLPOST
      * UNTOUCHED.
      *****************************************************************
       100-INITIALIZE.
           PERFORM 050-CHECK-POSTING-WINDOW
           ACCEPT LS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT LS-RUN-TIME FROM TIME
           OPEN INPUT SETTLE-MONTH-FILE
           IF LS-MON-STATUS NOT = "00"
               DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN STLMONTH, "
                       "STATUS = " LS-MON-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ SETTLE-MONTH-FILE
               AT END
                   DISPLAY "LOCALITY-SETTLE: STLMONTH IS EMPTY, NO "
                           "MONTH TO SETTLE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF SM-SETTLE-MONTH IS NOT NUMERIC
               DISPLAY "LOCALITY-SETTLE: STLMONTH MONTH IS NOT "
                       "NUMERIC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SM-SETTLE-MONTH TO LS-SETTLE-MONTH
           CLOSE SETTLE-MONTH-FILE
           IF LS-RUN-MONTH NOT > LS-SETTLE-MONTH
               DISPLAY "LOCALITY-SETTLE: MONTH " LS-SETTLE-MONTH
                       " IS NOT OVER, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 120-LOAD-LOCALITY-TABLE
           PERFORM 110-CHECK-SETTLEMENT-HISTORY
           OPEN OUTPUT SETTLEMENT-STATEMENT
           IF LS-STM-STATUS NOT = "00"
               DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN SETLSTMT, "
                       "STATUS = " LS-STM-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT SURTAX-DISTRIBUTION
           IF LS-DST-STATUS NOT = "00"
               DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN SURTDIST, "
                       "STATUS = " LS-DST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE LS-PRINT-LINE FROM LS-HEADING-LINE-1
           MOVE LS-SETTLE-MONTH TO LS-HDG-MONTH
           MOVE LS-RUN-DATE     TO LS-HDG-RUN-DATE
           WRITE LS-PRINT-LINE FROM LS-DATE-LINE.

      *****************************************************************
      * READ SETTLEMENT-HISTORY THROUGH.  A RECORD FOR THIS MONTH OR
      * A LATER ONE REFUSES THE RUN.  OTHERWISE THE LAST RECORD FOR
      * EACH LOCALITY AND YEAR IS WHAT HAS ALREADY BEEN SETTLED TO
      * IT.  A HISTORY RECORD FOR A LOCALITY AND YEAR NO LONGER ON
      * LOCPARM CANNOT BE CARRIED FORWARD AND KEEPS THE RUN FROM
      * BALANCING.  NO STLHIST YET MEANS NOTHING HAS BEEN SETTLED.
      *****************************************************************
       110-CHECK-SETTLEMENT-HISTORY.
           OPEN INPUT SETTLEMENT-HISTORY
           IF LS-HST-STATUS = "35"
               MOVE 'Y' TO LS-HST-EOF-SWITCH
           ELSE
               IF LS-HST-STATUS NOT = "00"
                   DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN STLHIST, "
                           "STATUS = " LS-HST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 111-READ-HISTORY-RECORD
               PERFORM 112-TAKE-HISTORY-RECORD
                   UNTIL LS-HST-END-OF-FILE
               CLOSE SETTLEMENT-HISTORY
           END-IF
           IF LS-MONTH-ALREADY-SETTLED
               DISPLAY "LOCALITY-SETTLE: MONTH " LS-SETTLE-MONTH
                       " ALREADY SETTLED, RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF LS-LATER-MONTH-SETTLED
               DISPLAY "LOCALITY-SETTLE: A MONTH AFTER "
                       LS-SETTLE-MONTH " IS ALREADY SETTLED, RUN "
                       "REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       111-READ-HISTORY-RECORD.
           READ SETTLEMENT-HISTORY
               AT END
                   MOVE 'Y' TO LS-HST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LS-HISTORY-READ
           END-READ.

       112-TAKE-HISTORY-RECORD.
           EVALUATE TRUE
               WHEN SH-SETTLE-MONTH = LS-SETTLE-MONTH
                   MOVE 'Y' TO LS-SETTLED-SWITCH
               WHEN SH-SETTLE-MONTH > LS-SETTLE-MONTH
                   MOVE 'Y' TO LS-LATER-SWITCH
               WHEN OTHER
                   MOVE SH-LOCALITY TO LS-LOC-WANTED
                   MOVE SH-TAX-YEAR TO LS-YEAR-WANTED
                   PERFORM 125-LOOKUP-LOCALITY
                   IF LS-LOCALITY-IS-FOUND
                       IF SH-SETTLE-MONTH NOT <
                               LS-LOC-HIST-MONTH (LS-LOC-IDX-SAVE)
                           MOVE SH-SETTLE-MONTH TO
                               LS-LOC-HIST-MONTH (LS-LOC-IDX-SAVE)
                           MOVE SH-SETTLED-TO-DATE TO
                               LS-LOC-PRIOR-SETTLED (LS-LOC-IDX-SAVE)
                       END-IF
                   ELSE
                       DISPLAY "LOCALITY-SETTLE: STLHIST LOCALITY "
                               SH-LOCALITY " YEAR " SH-TAX-YEAR
                               " IS NOT ON LOCPARM"
                       ADD 1 TO LS-UNKNOWN-LOCALITY
                   END-IF
           END-EVALUATE
           PERFORM 111-READ-HISTORY-RECORD.

      *****************************************************************
      * LOAD THE LOCALITY TABLE FROM LOCPARM.  UNLIKE THE ASSESSMENT
      * PROGRAMS, A MISSING LOCPARM ABENDS THE RUN: THERE IS NO
      * ACCOUNT TO SETTLE FROM WITHOUT IT.  A FILE LARGER THAN THE
      * TABLE ABENDS RATHER THAN DROPPING A LOCALITY.
      *****************************************************************
       120-LOAD-LOCALITY-TABLE.
           OPEN INPUT LOCALITY-PARM-FILE
           IF LS-LOC-STATUS NOT = "00"
               DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN LOCPARM, "
                       "STATUS = " LS-LOC-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 121-READ-LOCALITY-RECORD
           PERFORM 122-STORE-LOCALITY-RECORD
               UNTIL LS-LOC-END-OF-FILE
           CLOSE LOCALITY-PARM-FILE.

       121-READ-LOCALITY-RECORD.
           READ LOCALITY-PARM-FILE
               AT END
                   MOVE 'Y' TO LS-LOC-EOF-SWITCH
           END-READ.

       122-STORE-LOCALITY-RECORD.
           IF LS-LOC-COUNT >= LS-LOC-MAX
               DISPLAY "LOCALITY-SETTLE: LOCPARM HAS MORE THAN "
                       LS-LOC-MAX " ENTRIES"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO LS-LOC-COUNT
           INITIALIZE LS-LOC-ENTRY (LS-LOC-COUNT)
           MOVE 'N'              TO LS-LOC-PRINTED-SW (LS-LOC-COUNT)
           MOVE LO-LOCALITY      TO LS-LOC-CODE       (LS-LOC-COUNT)
           MOVE LO-TAX-YEAR      TO LS-LOC-YEAR       (LS-LOC-COUNT)
           MOVE LO-GL-ACCOUNT    TO LS-LOC-GL-ACCOUNT (LS-LOC-COUNT)
           MOVE LO-LOCALITY-NAME TO LS-LOC-NAME       (LS-LOC-COUNT)
           MOVE LO-GL-ACCOUNT    TO LS-ACT-WANTED
           PERFORM 127-LOOKUP-ACCOUNT
           IF NOT LS-ACCOUNT-IS-FOUND
               ADD 1 TO LS-ACT-COUNT
               INITIALIZE LS-ACT-ENTRY (LS-ACT-COUNT)
               MOVE LO-GL-ACCOUNT TO LS-ACT-ACCOUNT (LS-ACT-COUNT)
           END-IF
           PERFORM 121-READ-LOCALITY-RECORD.

      *****************************************************************
      * RESOLVE LS-LOC-WANTED AND LS-YEAR-WANTED TO THEIR ENTRY ON
      * THE LOCALITY TABLE.
      *****************************************************************
       125-LOOKUP-LOCALITY.
           MOVE 'N' TO LS-LOC-FOUND-SWITCH
           MOVE ZERO TO LS-LOC-IDX-SAVE
           PERFORM 126-TEST-LOCALITY-ENTRY
               VARYING LS-LOC-IDX FROM 1 BY 1
               UNTIL LS-LOC-IDX > LS-LOC-COUNT
                  OR LS-LOCALITY-IS-FOUND.

       126-TEST-LOCALITY-ENTRY.
           IF LS-LOC-CODE (LS-LOC-IDX) = LS-LOC-WANTED
              AND LS-LOC-YEAR (LS-LOC-IDX) = LS-YEAR-WANTED
               MOVE 'Y' TO LS-LOC-FOUND-SWITCH
               MOVE LS-LOC-IDX TO LS-LOC-IDX-SAVE
           END-IF.

      *****************************************************************
      * RESOLVE LS-ACT-WANTED TO ITS ENTRY ON THE ACCOUNT TABLE.
      *****************************************************************
       127-LOOKUP-ACCOUNT.
           MOVE 'N' TO LS-ACT-FOUND-SWITCH
           MOVE ZERO TO LS-ACT-IDX-SAVE
           PERFORM 128-TEST-ACCOUNT-ENTRY
               VARYING LS-ACT-IDX FROM 1 BY 1
               UNTIL LS-ACT-IDX > LS-ACT-COUNT
                  OR LS-ACCOUNT-IS-FOUND.

       128-TEST-ACCOUNT-ENTRY.
           IF LS-ACT-ACCOUNT (LS-ACT-IDX) = LS-ACT-WANTED
               MOVE 'Y' TO LS-ACT-FOUND-SWITCH
               MOVE LS-ACT-IDX TO LS-ACT-IDX-SAVE
           END-IF.

      *****************************************************************
      * RELEASE EVERY ASSESSMENT ON AUDARCH AND AUDITLOG, EVERY
      * PAYMENT ON PAYHIST, AND EVERY BALANCE ADJUSTMENT ON RCVHIST,
      * DATED IN OR BEFORE THE MONTH.  THE ARCHIVE GOES FIRST BECAUSE
      * IT HOLDS THE OLDER RECORDS.  AUDITLOG IS REQUIRED; NO AUDARCH
      * MEANS NO YEAR HAS BEEN CLOSED, NO PAYHIST MEANS NOTHING HAS
      * BEEN PAID, AND NO RCVHIST MEANS NO BALANCE HAS BEEN ADJUSTED
      * OR CHARGED INTEREST.  FIELDS
      * LOGGED BEFORE THEY WERE KEPT READ AS SPACES AND ARE TAKEN AS
      * ZERO.
      *****************************************************************
       200-RELEASE-EVENTS.
           OPEN INPUT AUDIT-ARCHIVE
           IF LS-ARC-STATUS = "35"
               MOVE 'Y' TO LS-ARC-EOF-SWITCH
           ELSE
               IF LS-ARC-STATUS NOT = "00"
                   DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN AUDARCH, "
                           "STATUS = " LS-ARC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 220-READ-ARCHIVE-RECORD
               PERFORM 225-RELEASE-ARCHIVE-ENTRY
                   UNTIL LS-ARC-END-OF-FILE
               CLOSE AUDIT-ARCHIVE
           END-IF
           OPEN INPUT AUDIT-LOG
           IF LS-AUD-STATUS NOT = "00"
               DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN AUDITLOG, "
                       "STATUS = " LS-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 210-READ-AUDIT-RECORD
           PERFORM 215-RELEASE-AUDIT-ENTRY
               UNTIL LS-AUD-END-OF-FILE
           CLOSE AUDIT-LOG
           OPEN INPUT PAYMENT-HISTORY
           IF LS-PAY-STATUS = "35"
               MOVE 'Y' TO LS-PAY-EOF-SWITCH
           ELSE
               IF LS-PAY-STATUS NOT = "00"
                   DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN PAYHIST, "
                           "STATUS = " LS-PAY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 230-READ-PAYMENT-RECORD
               PERFORM 235-RELEASE-PAYMENT-ENTRY
                   UNTIL LS-PAY-END-OF-FILE
               CLOSE PAYMENT-HISTORY
           END-IF
           OPEN INPUT RECEIVABLE-HISTORY
           IF LS-RCH-STATUS = "35"
               MOVE 'Y' TO LS-RCH-EOF-SWITCH
           ELSE
               IF LS-RCH-STATUS NOT = "00"
                   DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN RCVHIST, "
                           "STATUS = " LS-RCH-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 236-READ-ADJUSTMENT-RECORD
               PERFORM 237-RELEASE-ADJUSTMENT-ENTRY
                   UNTIL LS-RCH-END-OF-FILE
               CLOSE RECEIVABLE-HISTORY
           END-IF.

       210-READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO LS-AUD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LS-AUDIT-READ
           END-READ.

       215-RELEASE-AUDIT-ENTRY.
           MOVE AUD-RUN-DATE TO LS-EVENT-DATE
           IF LS-EVENT-MONTH NOT > LS-SETTLE-MONTH
               MOVE SPACES          TO SE-SORT-ENTRY
               MOVE AUD-TAXPAYER-ID TO SE-TAXPAYER-ID
               MOVE AUD-TAX-YEAR    TO SE-TAX-YEAR
               MOVE AUD-RUN-DATE    TO SE-EVENT-DATE
               MOVE "A"             TO SE-SOURCE
               MOVE AUD-TAK         TO SE-TAK
               MOVE ZEROES          TO SE-SURTAX
               MOVE ZEROES          TO SE-CREDITS
               MOVE ZEROES          TO SE-BALANCE-AMOUNT
               MOVE ZEROES          TO SE-PAY-AMOUNT
               IF AUD-SURTAX IS NUMERIC
                   MOVE AUD-LOCALITY TO SE-LOCALITY
                   MOVE AUD-SURTAX   TO SE-SURTAX
               END-IF
               IF AUD-CREDITS IS NUMERIC
                   MOVE AUD-CREDITS  TO SE-CREDITS
               END-IF
               IF AUD-BALANCE-AMOUNT IS NUMERIC
                   MOVE AUD-BALANCE-AMOUNT TO SE-BALANCE-AMOUNT
                   MOVE AUD-BALANCE-TYPE   TO SE-BALANCE-TYPE
               END-IF
               PERFORM 240-RELEASE-SORT-ENTRY
           END-IF
           PERFORM 210-READ-AUDIT-RECORD.

       220-READ-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE
               AT END
                   MOVE 'Y' TO LS-ARC-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LS-ARCHIVE-READ
           END-READ.

       225-RELEASE-ARCHIVE-ENTRY.
           MOVE ARC-RUN-DATE TO LS-EVENT-DATE
           IF LS-EVENT-MONTH NOT > LS-SETTLE-MONTH
               MOVE SPACES          TO SE-SORT-ENTRY
               MOVE ARC-TAXPAYER-ID TO SE-TAXPAYER-ID
               MOVE ARC-TAX-YEAR    TO SE-TAX-YEAR
               MOVE ARC-RUN-DATE    TO SE-EVENT-DATE
               MOVE "A"             TO SE-SOURCE
               MOVE ARC-TAK         TO SE-TAK
               MOVE ZEROES          TO SE-SURTAX
               MOVE ZEROES          TO SE-CREDITS
               MOVE ZEROES          TO SE-BALANCE-AMOUNT
               MOVE ZEROES          TO SE-PAY-AMOUNT
               IF ARC-SURTAX IS NUMERIC
                   MOVE ARC-LOCALITY TO SE-LOCALITY
                   MOVE ARC-SURTAX   TO SE-SURTAX
               END-IF
               IF ARC-CREDITS IS NUMERIC
                   MOVE ARC-CREDITS  TO SE-CREDITS
               END-IF
               IF ARC-BALANCE-AMOUNT IS NUMERIC
                   MOVE ARC-BALANCE-AMOUNT TO SE-BALANCE-AMOUNT
                   MOVE ARC-BALANCE-TYPE   TO SE-BALANCE-TYPE
               END-IF
               PERFORM 240-RELEASE-SORT-ENTRY
           END-IF
           PERFORM 220-READ-ARCHIVE-RECORD.

       230-READ-PAYMENT-RECORD.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO LS-PAY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LS-PAYMENTS-READ
           END-READ.

       235-RELEASE-PAYMENT-ENTRY.
           MOVE PH-APPLY-DATE TO LS-EVENT-DATE
           IF LS-EVENT-MONTH NOT > LS-SETTLE-MONTH
               MOVE SPACES          TO SE-SORT-ENTRY
               MOVE PH-TAXPAYER-ID  TO SE-TAXPAYER-ID
               MOVE PH-TAX-YEAR     TO SE-TAX-YEAR
               MOVE PH-APPLY-DATE   TO SE-EVENT-DATE
               MOVE "P"             TO SE-SOURCE
               MOVE ZEROES          TO SE-TAK
               MOVE ZEROES          TO SE-SURTAX
               MOVE ZEROES          TO SE-CREDITS
               MOVE ZEROES          TO SE-BALANCE-AMOUNT
               MOVE PH-AMOUNT       TO SE-PAY-AMOUNT
               MOVE PH-DISPOSITION  TO SE-DISPOSITION
               PERFORM 240-RELEASE-SORT-ENTRY
           END-IF
           PERFORM 230-READ-PAYMENT-RECORD.

       236-READ-ADJUSTMENT-RECORD.
           READ RECEIVABLE-HISTORY
               AT END
                   MOVE 'Y' TO LS-RCH-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LS-RCVHIST-READ
           END-READ.

      *****************************************************************
      * AN INCREASE, DECREASE, OR INTEREST CHARGE MOVES WHAT IS OWED
      * ON THE RETURN.  A WRITE-OFF IS NEVER COLLECTED AND LEAVES IT
      * WHERE IT WAS, AND AN ADJUSTMENT KEYED FOR AN AMENDMENT ("AM")
      * IS ALREADY IN THE AMENDED BALANCE ON THE AUDIT RECORD.
      *****************************************************************
       237-RELEASE-ADJUSTMENT-ENTRY.
           MOVE RH-ENTRY-DATE TO LS-EVENT-DATE
           IF LS-EVENT-MONTH NOT > LS-SETTLE-MONTH
              AND (RH-INCREASE OR RH-DECREASE OR RH-INTEREST)
              AND RH-REASON-CODE NOT = "AM"
               MOVE SPACES          TO SE-SORT-ENTRY
               MOVE RH-TAXPAYER-ID  TO SE-TAXPAYER-ID
               MOVE RH-TAX-YEAR     TO SE-TAX-YEAR
               MOVE RH-ENTRY-DATE   TO SE-EVENT-DATE
               MOVE "J"             TO SE-SOURCE
               MOVE ZEROES          TO SE-TAK
               MOVE ZEROES          TO SE-SURTAX
               MOVE ZEROES          TO SE-CREDITS
               MOVE ZEROES          TO SE-BALANCE-AMOUNT
               MOVE RH-AMOUNT       TO SE-PAY-AMOUNT
               MOVE RH-ENTRY-TYPE   TO SE-DISPOSITION
               PERFORM 240-RELEASE-SORT-ENTRY
           END-IF
           PERFORM 236-READ-ADJUSTMENT-RECORD.

       240-RELEASE-SORT-ENTRY.
           ADD 1 TO LS-RELEASE-SEQUENCE
           MOVE LS-RELEASE-SEQUENCE TO SE-SEQUENCE
           RELEASE SE-SORT-ENTRY
           ADD 1 TO LS-EVENTS-RELEASED.

      *****************************************************************
      * WALK EACH RETURN'S EVENTS IN ORDER, MOVING ITS LOCALITY'S
      * SETTLED-TO-DATE FIGURE AS THE SURTAX IS COLLECTED, AND CLOSE
      * THE RETURN OFF INTO THE TIE-OUT WHEN ITS EVENTS RUN OUT.
      *****************************************************************
       300-SETTLE-RETURNS.
           PERFORM 310-RETURN-EVENT
           PERFORM 320-TAKE-EVENT
               UNTIL LS-SORT-END-OF-FILE
           IF LS-RET-KEY NOT = LOW-VALUES
               PERFORM 330-CLOSE-RETURN
           END-IF.

       310-RETURN-EVENT.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO LS-SORT-EOF-SWITCH
           END-RETURN.

       320-TAKE-EVENT.
           IF SE-RETURN-KEY NOT = LS-RET-KEY
               IF LS-RET-KEY NOT = LOW-VALUES
                   PERFORM 330-CLOSE-RETURN
               END-IF
               PERFORM 335-OPEN-RETURN
           END-IF
           MOVE SE-EVENT-DATE TO LS-EVENT-DATE
           EVALUATE TRUE
               WHEN SE-ASSESSMENT
                   PERFORM 340-TAKE-ASSESSMENT
               WHEN SE-ADJUSTMENT
                   PERFORM 355-TAKE-ADJUSTMENT
               WHEN OTHER
                   PERFORM 350-TAKE-PAYMENT
           END-EVALUATE
           PERFORM 310-RETURN-EVENT.

      *****************************************************************
      * WHATEVER OF THE RETURN'S SURTAX IS NOT SETTLED BY THE END OF
      * THE MONTH IS STILL UNCOLLECTED FOR ITS LOCALITY.
      *****************************************************************
       330-CLOSE-RETURN.
           IF LS-RET-LOC-IDX > ZERO
               ADD 1 TO LS-RETURNS-WITH-SURTAX
               COMPUTE LS-LOC-UNCOLLECTED (LS-RET-LOC-IDX) =
                   LS-LOC-UNCOLLECTED (LS-RET-LOC-IDX)
                   + LS-RET-SURTAX - LS-RET-SETTLED
           END-IF.

       335-OPEN-RETURN.
           MOVE SE-RETURN-KEY TO LS-RET-KEY
           MOVE 'N'    TO LS-RET-ASSESSED-SW
           MOVE 'N'    TO LS-RET-PAID-FULL-SW
           MOVE ZERO   TO LS-RET-LOC-IDX
           MOVE ZEROES TO LS-RET-SURTAX
           MOVE ZEROES TO LS-RET-ON-BALANCE
           MOVE ZEROES TO LS-RET-BALANCE
           MOVE ZEROES TO LS-RET-ADJUSTED
           MOVE ZEROES TO LS-RET-PAID
           MOVE ZEROES TO LS-RET-SETTLED.

      *****************************************************************
      * AN ASSESSMENT, ORIGINAL OR AMENDED, BECOMES THE ONE IN FORCE.
      * ITS SURTAX IS ASSESSED TO ITS LOCALITY, AND ON AN AMENDMENT
      * THE SURTAX IT REPLACES IS TAKEN BACK FROM THE OLD ONE.
      * THE SURTAX THE CREDITS DID NOT REACH RIDES ON THE BALANCE;
      * WHAT THEY DID REACH IS COLLECTED NOW, ALONG WITH THE SHARE OF
      * ANY PAYMENTS ALREADY MADE ON THE RETURN.  ON AN ORIGINAL THE
      * WHOLE SETTLEMENT IS COLLECTED BY WITHHOLDING; ON AN AMENDMENT
      * IT IS NETTED AGAINST WHAT THE OLD ASSESSMENT HAD SETTLED.
      * A SURTAX FOR A LOCALITY AND YEAR NOT ON LOCPARM CANNOT BE
      * SETTLED AND KEEPS THE RUN FROM BALANCING.
      *****************************************************************
       340-TAKE-ASSESSMENT.
           MOVE LS-RET-LOC-IDX TO LS-OLD-LOC-IDX
           MOVE LS-RET-SURTAX  TO LS-OLD-SURTAX
           MOVE LS-RET-SETTLED TO LS-OLD-SETTLED
           MOVE ZERO TO LS-NEW-LOC-IDX
           IF SE-SURTAX > ZERO
               MOVE SE-LOCALITY TO LS-LOC-WANTED
               MOVE SE-TAX-YEAR TO LS-YEAR-WANTED
               PERFORM 125-LOOKUP-LOCALITY
               IF LS-LOCALITY-IS-FOUND
                   MOVE LS-LOC-IDX-SAVE TO LS-NEW-LOC-IDX
               ELSE
                   DISPLAY "LOCALITY-SETTLE: SURTAX FOR LOCALITY "
                           SE-LOCALITY " YEAR " SE-TAX-YEAR
                           " IS NOT ON LOCPARM, ID " SE-TAXPAYER-ID
                   ADD 1 TO LS-UNKNOWN-LOCALITY
               END-IF
           END-IF
           MOVE LS-NEW-LOC-IDX TO LS-RET-LOC-IDX
           MOVE ZEROES TO LS-RET-SURTAX
           MOVE ZEROES TO LS-RET-ON-BALANCE
           MOVE ZEROES TO LS-RET-BALANCE
           MOVE 'N'    TO LS-RET-PAID-FULL-SW
           IF LS-NEW-LOC-IDX > ZERO
               MOVE SE-SURTAX TO LS-RET-SURTAX
               ADD SE-SURTAX TO LS-LOC-ASSESSED (LS-NEW-LOC-IDX)
               IF SE-BALANCE-DUE
                   COMPUTE LS-LIABILITY = SE-TAK + SE-SURTAX
                   IF LS-LIABILITY > SE-CREDITS
                       COMPUTE LS-RET-ON-BALANCE =
                           LS-LIABILITY - SE-CREDITS
                       IF LS-RET-ON-BALANCE > SE-SURTAX
                           MOVE SE-SURTAX TO LS-RET-ON-BALANCE
                       END-IF
                   END-IF
                   MOVE SE-BALANCE-AMOUNT TO LS-RET-BALANCE
               END-IF
           END-IF
           PERFORM 345-COMPUTE-SETTLED
           IF LS-RET-ASSESSED
               IF LS-OLD-LOC-IDX > ZERO
                   ADD LS-OLD-SURTAX TO
                       LS-LOC-TAKEN-BACK (LS-OLD-LOC-IDX)
               END-IF
               PERFORM 347-SETTLE-AMENDMENT
           ELSE
               MOVE 'Y' TO LS-RET-ASSESSED-SW
               IF LS-NEW-LOC-IDX > ZERO
                   MOVE LS-NEW-LOC-IDX TO LS-DELTA-IDX
                   MOVE LS-RET-SETTLED TO LS-DELTA-AMOUNT
                   MOVE "W"            TO LS-DELTA-KIND
                   PERFORM 360-APPLY-DELTA
               END-IF
           END-IF.

      *****************************************************************
      * SURTAX SETTLED ON THE RETURN SO FAR: THE PART THE CREDITS
      * COVERED, PLUS THE SHARE OF THE PAYMENTS THAT WENT TO THE
      * SURTAX RIDING ON THE BALANCE - THE PAYMENTS OVER WHAT IS
      * OWED ON THE RETURN, INTEREST AND ADJUSTMENTS INCLUDED.  A
      * BALANCE PAID IN FULL, OR PAID AT LEAST TO WHAT IS OWED, HAS
      * HAD ALL OF IT.
      *****************************************************************
       345-COMPUTE-SETTLED.
           COMPUTE LS-RET-OWED = LS-RET-BALANCE + LS-RET-ADJUSTED
           EVALUATE TRUE
               WHEN LS-RET-ON-BALANCE = ZERO
                   MOVE ZEROES TO LS-SHARE-PAID
               WHEN LS-RET-PAID-IN-FULL
                 OR LS-RET-PAID NOT < LS-RET-OWED
                   MOVE LS-RET-ON-BALANCE TO LS-SHARE-PAID
               WHEN OTHER
                   COMPUTE LS-SHARE-PAID ROUNDED =
                       LS-RET-PAID * LS-RET-ON-BALANCE
                       / LS-RET-OWED
           END-EVALUATE
           COMPUTE LS-RET-SETTLED =
               LS-RET-SURTAX - LS-RET-ON-BALANCE + LS-SHARE-PAID.

      *****************************************************************
      * NET AN AMENDMENT AGAINST WHAT THE OLD ASSESSMENT HAD SETTLED.
      * SAME LOCALITY: THE DIFFERENCE IS AN INCREASE, OR A DECREASE -
      * A REFUND WHEN THE AMENDED RETURN IS DUE ONE, A REVERSAL
      * OTHERWISE.  A CHANGE OF LOCALITY REVERSES ALL OF IT FROM THE
      * OLD LOCALITY AND SETTLES THE NEW ONE AFRESH.
      *****************************************************************
       347-SETTLE-AMENDMENT.
           MOVE "A" TO LS-DELTA-KIND
           MOVE 'N' TO LS-DELTA-REFUND-SW
           IF SE-REFUND-DUE
               MOVE 'Y' TO LS-DELTA-REFUND-SW
           END-IF
           IF LS-OLD-LOC-IDX = LS-NEW-LOC-IDX
               IF LS-NEW-LOC-IDX > ZERO
                   MOVE LS-NEW-LOC-IDX TO LS-DELTA-IDX
                   COMPUTE LS-DELTA-AMOUNT =
                       LS-RET-SETTLED - LS-OLD-SETTLED
                   PERFORM 360-APPLY-DELTA
               END-IF
           ELSE
               IF LS-OLD-LOC-IDX > ZERO
                   MOVE LS-OLD-LOC-IDX TO LS-DELTA-IDX
                   COMPUTE LS-DELTA-AMOUNT = ZERO - LS-OLD-SETTLED
                   PERFORM 360-APPLY-DELTA
               END-IF
               MOVE 'N' TO LS-DELTA-REFUND-SW
               IF LS-NEW-LOC-IDX > ZERO
                   MOVE LS-NEW-LOC-IDX TO LS-DELTA-IDX
                   MOVE LS-RET-SETTLED TO LS-DELTA-AMOUNT
                   PERFORM 360-APPLY-DELTA
               END-IF
           END-IF.

      *****************************************************************
      * A PAYMENT APPLIED TO THE RETURN'S BALANCE SETTLES ITS SHARE
      * OF THE SURTAX RIDING ON IT.  A REFUND OFFSET AGAINST THE
      * BALANCE ("O") IS MONEY COLLECTED THE SAME AS A REMITTANCE
      * AND COUNTS THE SAME WAY.  A PAYMENT AHEAD OF ANY
      * ASSESSMENT ON FILE (ONE ASSESSED IN A YEAR CLOSED WITHOUT
      * AUDARCH ON THE RUN) SETTLES NOTHING AND IS COUNTED.
      *****************************************************************
       350-TAKE-PAYMENT.
           ADD SE-PAY-AMOUNT TO LS-RET-PAID
           IF SE-PAID-IN-FULL
               MOVE 'Y' TO LS-RET-PAID-FULL-SW
           END-IF
           IF NOT LS-RET-ASSESSED
               ADD 1 TO LS-UNASSESSED-PAYMENTS
           ELSE
               IF LS-RET-LOC-IDX > ZERO
                   MOVE LS-RET-SETTLED TO LS-OLD-SETTLED
                   PERFORM 345-COMPUTE-SETTLED
                   MOVE LS-RET-LOC-IDX TO LS-DELTA-IDX
                   COMPUTE LS-DELTA-AMOUNT =
                       LS-RET-SETTLED - LS-OLD-SETTLED
                   MOVE "P" TO LS-DELTA-KIND
                   PERFORM 360-APPLY-DELTA
               END-IF
           END-IF.

      *****************************************************************
      * AN ADJUSTMENT OR INTEREST CHARGE MOVES WHAT IS OWED ON THE
      * RETURN, AND WITH IT THE SHARE OF THE PAYMENTS ALREADY MADE
      * THAT WENT TO THE SURTAX: INTEREST OR AN INCREASE THINS IT, A
      * DECREASE THICKENS IT.  ONE AHEAD OF ANY ASSESSMENT ON FILE
      * IS CARRIED UNTIL THE ASSESSMENT ARRIVES.
      *****************************************************************
       355-TAKE-ADJUSTMENT.
           IF SE-ADJ-DECREASE
               SUBTRACT SE-PAY-AMOUNT FROM LS-RET-ADJUSTED
           ELSE
               ADD SE-PAY-AMOUNT TO LS-RET-ADJUSTED
           END-IF
           IF LS-RET-ASSESSED
              AND LS-RET-LOC-IDX > ZERO
               MOVE LS-RET-SETTLED TO LS-OLD-SETTLED
               PERFORM 345-COMPUTE-SETTLED
               MOVE LS-RET-LOC-IDX TO LS-DELTA-IDX
               COMPUTE LS-DELTA-AMOUNT =
                   LS-RET-SETTLED - LS-OLD-SETTLED
               MOVE "J" TO LS-DELTA-KIND
               PERFORM 360-APPLY-DELTA
           END-IF.

      *****************************************************************
      * MOVE A LOCALITY'S SETTLED-TO-DATE FIGURE.  A MOVEMENT BEFORE
      * THE MONTH ONLY BUILDS THE OPENING FIGURE; ONE IN THE MONTH IS
      * ALSO COUNTED ON ITS STATEMENT LINE.
      *****************************************************************
       360-APPLY-DELTA.
           IF LS-DELTA-AMOUNT NOT = ZERO
               ADD LS-DELTA-AMOUNT TO LS-LOC-SETTLED-END (LS-DELTA-IDX)
               IF LS-EVENT-MONTH < LS-SETTLE-MONTH
                   ADD LS-DELTA-AMOUNT TO
                       LS-LOC-SETTLED-BEFORE (LS-DELTA-IDX)
               ELSE
                   PERFORM 365-COUNT-MONTH-DELTA
               END-IF
           END-IF.

       365-COUNT-MONTH-DELTA.
           EVALUATE TRUE
               WHEN LS-DELTA-WITHHELD
                   ADD 1 TO LS-LOC-WITHHELD-CNT (LS-DELTA-IDX)
                   ADD LS-DELTA-AMOUNT TO
                       LS-LOC-WITHHELD-AMT (LS-DELTA-IDX)
               WHEN LS-DELTA-PAID
                   ADD 1 TO LS-LOC-PAID-CNT (LS-DELTA-IDX)
                   ADD LS-DELTA-AMOUNT TO
                       LS-LOC-PAID-AMT (LS-DELTA-IDX)
               WHEN LS-DELTA-ADJUSTMENT
                   ADD 1 TO LS-LOC-ADJUSTED-CNT (LS-DELTA-IDX)
                   ADD LS-DELTA-AMOUNT TO
                       LS-LOC-ADJUSTED-AMT (LS-DELTA-IDX)
               WHEN LS-DELTA-AMOUNT > ZERO
                   ADD 1 TO LS-LOC-INCREASE-CNT (LS-DELTA-IDX)
                   ADD LS-DELTA-AMOUNT TO
                       LS-LOC-INCREASE-AMT (LS-DELTA-IDX)
               WHEN LS-DELTA-IS-REFUND
                   ADD 1 TO LS-LOC-REFUNDED-CNT (LS-DELTA-IDX)
                   SUBTRACT LS-DELTA-AMOUNT FROM
                       LS-LOC-REFUNDED-AMT (LS-DELTA-IDX)
               WHEN OTHER
                   ADD 1 TO LS-LOC-REVERSED-CNT (LS-DELTA-IDX)
                   SUBTRACT LS-DELTA-AMOUNT FROM
                       LS-LOC-REVERSED-AMT (LS-DELTA-IDX)
           END-EVALUATE.

      *****************************************************************
      * PROVE EVERY LOCALITY AND YEAR.  WHAT IT IS OWED THIS MONTH IS
      * WHAT HAS BEEN COLLECTED THROUGH THE MONTH LESS WHAT HAS BEEN
      * SETTLED TO IT ALREADY; THE SURTAX ASSESSED LESS TAKEN BACK
      * MUST EQUAL WHAT HAS BEEN COLLECTED PLUS WHAT IS STILL OUT.
      * THEN TIE EVERY LOCALITY ACCOUNT TO THE LEDGER.  ONE YEAR OR
      * ACCOUNT THAT DOES NOT TIE, OR ANY SURTAX OR HISTORY FOR A
      * LOCALITY NOT ON LOCPARM, HOLDS THE WHOLE SETTLEMENT.
      *****************************************************************
       500-PROVE-SETTLEMENT.
           PERFORM 510-PROVE-LOCALITY-YEAR
               VARYING LS-LOC-IDX FROM 1 BY 1
               UNTIL LS-LOC-IDX > LS-LOC-COUNT
           PERFORM 520-TOTAL-SURTAX-POSTINGS
           PERFORM 530-PROVE-ACCOUNT
               VARYING LS-ACT-IDX FROM 1 BY 1
               UNTIL LS-ACT-IDX > LS-ACT-COUNT
           IF LS-UNKNOWN-LOCALITY > ZERO
              OR LS-YEARS-NOT-TIED > ZERO
              OR LS-ACCOUNTS-NOT-TIED > ZERO
               MOVE 'N' TO LS-BALANCED-SWITCH
           END-IF.

       510-PROVE-LOCALITY-YEAR.
           COMPUTE LS-LOC-NET (LS-LOC-IDX) =
               LS-LOC-SETTLED-END (LS-LOC-IDX)
               - LS-LOC-PRIOR-SETTLED (LS-LOC-IDX)
           COMPUTE LS-TIE-DIFFERENCE =
               LS-LOC-ASSESSED (LS-LOC-IDX)
               - LS-LOC-TAKEN-BACK (LS-LOC-IDX)
               - LS-LOC-SETTLED-END (LS-LOC-IDX)
               - LS-LOC-UNCOLLECTED (LS-LOC-IDX)
           IF LS-TIE-DIFFERENCE NOT = ZERO
              OR LS-LOC-SETTLED-END (LS-LOC-IDX) < ZERO
               ADD 1 TO LS-YEARS-NOT-TIED
           END-IF
           COMPUTE LS-TOTAL-COLLECTED = LS-TOTAL-COLLECTED
               + LS-LOC-SETTLED-END (LS-LOC-IDX)
               - LS-LOC-SETTLED-BEFORE (LS-LOC-IDX)
           ADD LS-LOC-NET (LS-LOC-IDX)         TO LS-TOTAL-NET
           ADD LS-LOC-ASSESSED (LS-LOC-IDX)    TO LS-TOTAL-ASSESSED
           ADD LS-LOC-TAKEN-BACK (LS-LOC-IDX)  TO LS-TOTAL-TAKEN-BACK
           ADD LS-LOC-SETTLED-END (LS-LOC-IDX) TO LS-TOTAL-SETTLED-END
           ADD LS-LOC-UNCOLLECTED (LS-LOC-IDX) TO LS-TOTAL-UNCOLLECTED
           MOVE LS-LOC-GL-ACCOUNT (LS-LOC-IDX) TO LS-ACT-WANTED
           PERFORM 127-LOOKUP-ACCOUNT
           COMPUTE LS-ACT-OWED (LS-ACT-IDX-SAVE) =
               LS-ACT-OWED (LS-ACT-IDX-SAVE)
               + LS-LOC-SETTLED-END (LS-LOC-IDX)
               + LS-LOC-UNCOLLECTED (LS-LOC-IDX).

      *****************************************************************
      * TOTAL THE SURTAX POSTINGS AND REVERSALS ON SURTPOST, DATED IN
      * OR BEFORE THE MONTH, BY LOCALITY ACCOUNT.  A POSTING TO ANY
      * OTHER ACCOUNT - AN "R" AGAINST THE TAX OR PENALTY ACCOUNT -
      * IS PASSED OVER.  NO SURTPOST MEANS NOTHING HAS BEEN RELEASED
      * TO THE LEDGER, AND EVERY ACCOUNT OWED ANYTHING FAILS TO TIE.
      *****************************************************************
       520-TOTAL-SURTAX-POSTINGS.
           OPEN INPUT SURTAX-POSTINGS
           IF LS-SRT-STATUS = "35"
               MOVE 'Y' TO LS-SRT-EOF-SWITCH
           ELSE
               IF LS-SRT-STATUS NOT = "00"
                   DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN SURTPOST, "
                           "STATUS = " LS-SRT-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 521-READ-SURTAX-POSTING
               PERFORM 522-TAKE-SURTAX-POSTING
                   UNTIL LS-SRT-END-OF-FILE
               CLOSE SURTAX-POSTINGS
           END-IF.

       521-READ-SURTAX-POSTING.
           READ SURTAX-POSTINGS
               AT END
                   MOVE 'Y' TO LS-SRT-EOF-SWITCH
               NOT AT END
                   ADD 1 TO LS-SURTPOST-READ
           END-READ.

       522-TAKE-SURTAX-POSTING.
           MOVE SP-POSTING-DATE TO LS-EVENT-DATE
           IF LS-EVENT-MONTH NOT > LS-SETTLE-MONTH
               MOVE SP-ACCOUNT-CODE TO LS-ACT-WANTED
               PERFORM 127-LOOKUP-ACCOUNT
               IF LS-ACCOUNT-IS-FOUND
                   EVALUATE TRUE
                       WHEN SP-TYPE-SURTAX
                           ADD SP-TAK-AMOUNT TO
                               LS-ACT-POSTED (LS-ACT-IDX-SAVE)
                       WHEN SP-TYPE-REVERSAL
                           ADD SP-TAK-AMOUNT TO
                               LS-ACT-REVERSED (LS-ACT-IDX-SAVE)
                   END-EVALUATE
               END-IF
           END-IF
           PERFORM 521-READ-SURTAX-POSTING.

      *****************************************************************
      * ONE LOCALITY ACCOUNT: POSTED LESS REVERSED ON THE LEDGER MUST
      * EQUAL SETTLED TO DATE PLUS STILL UNCOLLECTED ON IT.
      *****************************************************************
       530-PROVE-ACCOUNT.
           COMPUTE LS-ACT-DIFFERENCE (LS-ACT-IDX) =
               LS-ACT-POSTED (LS-ACT-IDX)
               - LS-ACT-REVERSED (LS-ACT-IDX)
               - LS-ACT-OWED (LS-ACT-IDX)
           IF LS-ACT-DIFFERENCE (LS-ACT-IDX) NOT = ZERO
               ADD 1 TO LS-ACCOUNTS-NOT-TIED
           END-IF
           ADD LS-ACT-POSTED (LS-ACT-IDX)   TO LS-TOTAL-GL-POSTED
           ADD LS-ACT-REVERSED (LS-ACT-IDX) TO LS-TOTAL-GL-REVERSED.

      *****************************************************************
      * ONE STATEMENT PER COUNTY, IN LOCPARM ORDER, WITH A BLOCK FOR
      * EACH OF ITS TAX YEARS THAT HAS EVER CARRIED A SURTAX OR BEEN
      * SETTLED, AND THE COUNTY'S NET FOR THE MONTH.  A BALANCED RUN
      * WRITES THE COUNTY'S DISTRIBUTION RECORD WITH IT.
      *****************************************************************
       600-PRINT-STATEMENTS.
           PERFORM 610-PRINT-ONE-COUNTY
               VARYING LS-LOC-IDX FROM 1 BY 1
               UNTIL LS-LOC-IDX > LS-LOC-COUNT
           WRITE LS-PRINT-LINE FROM LS-BLANK-LINE
           WRITE LS-PRINT-LINE FROM LS-TIE-HEADING-LINE
           WRITE LS-PRINT-LINE FROM LS-COLUMN-LINE
           PERFORM 670-PRINT-ACCOUNT-TIE
               VARYING LS-ACT-IDX FROM 1 BY 1
               UNTIL LS-ACT-IDX > LS-ACT-COUNT
           WRITE LS-PRINT-LINE FROM LS-BLANK-LINE
           IF LS-RUN-IS-BALANCED
               MOVE "BALANCED" TO LS-VERDICT
           ELSE
               MOVE "OUT OF BALANCE - NOTHING POSTED OR DISTRIBUTED"
                               TO LS-VERDICT
           END-IF
           WRITE LS-PRINT-LINE FROM LS-VERDICT-LINE.

       610-PRINT-ONE-COUNTY.
           IF LS-LOC-PRINTED-SW (LS-LOC-IDX) = 'N'
              AND (LS-LOC-ASSESSED (LS-LOC-IDX) > ZERO
                OR LS-LOC-HIST-MONTH (LS-LOC-IDX) > ZERO)
               MOVE LS-LOC-CODE (LS-LOC-IDX) TO LS-COUNTY-CODE
               MOVE LS-LOC-NAME (LS-LOC-IDX) TO LS-COUNTY-NAME
               MOVE ZEROES TO LS-COUNTY-NET
               WRITE LS-PRINT-LINE FROM LS-BLANK-LINE
               MOVE LS-COUNTY-CODE TO LS-CTY-CODE
               MOVE LS-COUNTY-NAME TO LS-CTY-NAME
               WRITE LS-PRINT-LINE FROM LS-COUNTY-LINE
               WRITE LS-PRINT-LINE FROM LS-COLUMN-LINE
               PERFORM 620-PRINT-COUNTY-YEAR
                   VARYING LS-YEAR-IDX FROM LS-LOC-IDX BY 1
                   UNTIL LS-YEAR-IDX > LS-LOC-COUNT
               PERFORM 640-PRINT-COUNTY-TOTAL
           END-IF.

       620-PRINT-COUNTY-YEAR.
           IF LS-LOC-CODE (LS-YEAR-IDX) = LS-COUNTY-CODE
              AND (LS-LOC-ASSESSED (LS-YEAR-IDX) > ZERO
                OR LS-LOC-HIST-MONTH (LS-YEAR-IDX) > ZERO)
               MOVE 'Y' TO LS-LOC-PRINTED-SW (LS-YEAR-IDX)
               ADD LS-LOC-NET (LS-YEAR-IDX) TO LS-COUNTY-NET
               PERFORM 630-PRINT-YEAR-BLOCK
           END-IF.

      *****************************************************************
      * THE MONTH'S MOVEMENTS FOR ONE LOCALITY AND YEAR, THE CATCH-UP
      * FOR ANYTHING BEFORE THE MONTH NOT YET SETTLED, THE NET, AND
      * THE PROOF OF THE YEAR AGAINST THE SURTAX ASSESSED.
      *****************************************************************
       630-PRINT-YEAR-BLOCK.
           WRITE LS-PRINT-LINE FROM LS-BLANK-LINE
           MOVE LS-LOC-YEAR (LS-YEAR-IDX)       TO LS-LINE-YEAR
           MOVE LS-LOC-GL-ACCOUNT (LS-YEAR-IDX) TO LS-LINE-ACCOUNT
           MOVE "COLLECTED BY WITHHOLDING AT ASSESSMENT"
                                        TO LS-LINE-LABEL
           MOVE LS-LOC-WITHHELD-CNT (LS-YEAR-IDX) TO LS-LINE-COUNT
           MOVE LS-LOC-WITHHELD-AMT (LS-YEAR-IDX) TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "COLLECTED ON RECEIVABLE PAYMENTS"
                                        TO LS-LINE-LABEL
           MOVE LS-LOC-PAID-CNT (LS-YEAR-IDX) TO LS-LINE-COUNT
           MOVE LS-LOC-PAID-AMT (LS-YEAR-IDX) TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "MOVED BY ADJUSTMENT OR INTEREST"
                                             TO LS-LINE-LABEL
           MOVE LS-LOC-ADJUSTED-CNT (LS-YEAR-IDX) TO LS-LINE-COUNT
           MOVE LS-LOC-ADJUSTED-AMT (LS-YEAR-IDX) TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "INCREASED BY AMENDMENT"     TO LS-LINE-LABEL
           MOVE LS-LOC-INCREASE-CNT (LS-YEAR-IDX) TO LS-LINE-COUNT
           MOVE LS-LOC-INCREASE-AMT (LS-YEAR-IDX) TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "REVERSED BY AMENDMENT"      TO LS-LINE-LABEL
           MOVE LS-LOC-REVERSED-CNT (LS-YEAR-IDX) TO LS-LINE-COUNT
           COMPUTE LS-LINE-AMOUNT =
               ZERO - LS-LOC-REVERSED-AMT (LS-YEAR-IDX)
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "REFUNDED ON AMENDMENT"      TO LS-LINE-LABEL
           MOVE LS-LOC-REFUNDED-CNT (LS-YEAR-IDX) TO LS-LINE-COUNT
           COMPUTE LS-LINE-AMOUNT =
               ZERO - LS-LOC-REFUNDED-AMT (LS-YEAR-IDX)
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "PRIOR PERIOD ADJUSTMENT"    TO LS-LINE-LABEL
           MOVE ZERO TO LS-LINE-COUNT
           COMPUTE LS-LINE-AMOUNT =
               LS-LOC-SETTLED-BEFORE (LS-YEAR-IDX)
               - LS-LOC-PRIOR-SETTLED (LS-YEAR-IDX)
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "NET SETTLEMENT FOR THE YEAR" TO LS-LINE-LABEL
           MOVE LS-LOC-NET (LS-YEAR-IDX)     TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "SURTAX ASSESSED TO DATE"    TO LS-LINE-LABEL
           MOVE LS-LOC-ASSESSED (LS-YEAR-IDX) TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "SURTAX TAKEN BACK BY AMENDMENT TO DATE"
                                             TO LS-LINE-LABEL
           COMPUTE LS-LINE-AMOUNT =
               ZERO - LS-LOC-TAKEN-BACK (LS-YEAR-IDX)
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "SETTLED TO DATE"            TO LS-LINE-LABEL
           MOVE LS-LOC-SETTLED-END (LS-YEAR-IDX) TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "STILL UNCOLLECTED"          TO LS-LINE-LABEL
           MOVE LS-LOC-UNCOLLECTED (LS-YEAR-IDX) TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE.

       640-PRINT-COUNTY-TOTAL.
           WRITE LS-PRINT-LINE FROM LS-BLANK-LINE
           MOVE SPACES TO LS-COUNTY-TOTAL-LINE
           EVALUATE TRUE
               WHEN LS-COUNTY-NET > ZERO
                   MOVE "NET DUE THE COUNTY"      TO LS-CTT-LABEL
                   MOVE LS-COUNTY-NET             TO LS-CTT-AMOUNT
               WHEN LS-COUNTY-NET < ZERO
                   MOVE "NET DUE FROM THE COUNTY" TO LS-CTT-LABEL
                   COMPUTE LS-CTT-AMOUNT = ZERO - LS-COUNTY-NET
               WHEN OTHER
                   MOVE "NOTHING DUE THIS MONTH"  TO LS-CTT-LABEL
                   MOVE ZERO                      TO LS-CTT-AMOUNT
           END-EVALUATE
           WRITE LS-PRINT-LINE FROM LS-COUNTY-TOTAL-LINE
           IF LS-RUN-IS-BALANCED
              AND LS-COUNTY-NET NOT = ZERO
               PERFORM 660-WRITE-DISTRIBUTION
           END-IF.

       650-WRITE-STATEMENT-LINE.
           MOVE SPACES          TO LS-STATEMENT-LINE
           MOVE LS-LINE-YEAR    TO LS-STM-YEAR
           MOVE LS-LINE-ACCOUNT TO LS-STM-ACCOUNT
           MOVE SPACES          TO LS-LINE-YEAR
           MOVE SPACES          TO LS-LINE-ACCOUNT
           MOVE LS-LINE-LABEL  TO LS-STM-LABEL
           MOVE LS-LINE-COUNT  TO LS-STM-COUNT
           MOVE LS-LINE-AMOUNT TO LS-STM-AMOUNT
           WRITE LS-PRINT-LINE FROM LS-STATEMENT-LINE.

      *****************************************************************
      * THE TIE OF ONE LOCALITY ACCOUNT TO THE LEDGER.
      *****************************************************************
       670-PRINT-ACCOUNT-TIE.
           WRITE LS-PRINT-LINE FROM LS-BLANK-LINE
           MOVE LS-ACT-ACCOUNT (LS-ACT-IDX)  TO LS-LINE-ACCOUNT
           MOVE ZERO                         TO LS-LINE-COUNT
           MOVE "SURTAX POSTED (L) PER SURTPOST" TO LS-LINE-LABEL
           MOVE LS-ACT-POSTED (LS-ACT-IDX)   TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "SURTAX REVERSED (R) PER SURTPOST"
                                             TO LS-LINE-LABEL
           COMPUTE LS-LINE-AMOUNT =
               ZERO - LS-ACT-REVERSED (LS-ACT-IDX)
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "SETTLED TO DATE PLUS STILL UNCOLLECTED"
                                             TO LS-LINE-LABEL
           MOVE LS-ACT-OWED (LS-ACT-IDX)     TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE
           MOVE "DIFFERENCE"                 TO LS-LINE-LABEL
           MOVE LS-ACT-DIFFERENCE (LS-ACT-IDX) TO LS-LINE-AMOUNT
           PERFORM 650-WRITE-STATEMENT-LINE.

      *****************************************************************
      * ONE TREASURY RECORD PER COUNTY WITH A NET FOR THE MONTH.
      *****************************************************************
       660-WRITE-DISTRIBUTION.
           MOVE SPACES          TO DS-DISTRIBUTION-RECORD
           MOVE LS-COUNTY-CODE  TO DS-LOCALITY
           MOVE LS-COUNTY-NAME  TO DS-LOCALITY-NAME
           MOVE LS-SETTLE-MONTH TO DS-SETTLE-MONTH
           MOVE LS-RUN-DATE     TO DS-RUN-DATE
           IF LS-COUNTY-NET > ZERO
               MOVE LS-COUNTY-NET TO DS-AMOUNT
               MOVE "P"           TO DS-DIRECTION
               ADD 1 TO LS-COUNTIES-PAID
               ADD LS-COUNTY-NET TO LS-TOTAL-PAID-OUT
           ELSE
               COMPUTE DS-AMOUNT = ZERO - LS-COUNTY-NET
               MOVE "R"           TO DS-DIRECTION
               ADD 1 TO LS-COUNTIES-RECOVERED
               ADD DS-AMOUNT TO LS-TOTAL-RECOVERED
           END-IF
           WRITE DS-DISTRIBUTION-RECORD.

      *****************************************************************
      * POST EACH LOCALITY AND YEAR'S NET OUT OF ITS OWN ACCOUNT TO
      * CASH, TYPE "S", OR BACK IN, TYPE "T".  THE MONTH IS RECORDED
      * ON SETTLEMENT-HISTORY ONLY ONCE EVERY POSTING IS ON GLPOST.
      *****************************************************************
       700-POST-SETTLEMENT.
           OPEN EXTEND GL-POSTING-FILE
           IF LS-GL-STATUS = "35"
               OPEN OUTPUT GL-POSTING-FILE
           END-IF
           IF LS-GL-STATUS NOT = "00"
               DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN GLPOST, "
                       "STATUS = " LS-GL-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 710-POST-LOCALITY-YEAR
               VARYING LS-LOC-IDX FROM 1 BY 1
               UNTIL LS-LOC-IDX > LS-LOC-COUNT
           CLOSE GL-POSTING-FILE.

       710-POST-LOCALITY-YEAR.
           IF LS-LOC-PRINTED-SW (LS-LOC-IDX) = 'Y'
               IF LS-LOC-NET (LS-LOC-IDX) NOT = ZERO
                   IF LS-LOC-NET (LS-LOC-IDX) > ZERO
                       MOVE LS-LOC-NET (LS-LOC-IDX) TO LS-POST-AMOUNT
                       MOVE "S" TO LS-POST-TYPE
                   ELSE
                       COMPUTE LS-POST-AMOUNT =
                           ZERO - LS-LOC-NET (LS-LOC-IDX)
                       MOVE "T" TO LS-POST-TYPE
                   END-IF
                   PERFORM 720-WRITE-SETTLEMENT-POSTINGS
               END-IF
           END-IF.

       720-WRITE-SETTLEMENT-POSTINGS.
           MOVE SPACES                   TO GL-POSTING-RECORD
           MOVE LS-LOC-CODE (LS-LOC-IDX) TO GL-TAXPAYER-ID
           MOVE LS-LOC-GL-ACCOUNT (LS-LOC-IDX)
                                         TO GL-ACCOUNT-CODE
           MOVE LS-POST-AMOUNT           TO GL-TAK-AMOUNT
           MOVE LS-RUN-DATE              TO GL-POSTING-DATE
           MOVE LS-POST-TYPE             TO GL-POSTING-TYPE
           WRITE GL-POSTING-RECORD
           ADD 1 TO LS-POSTINGS-WRITTEN
           MOVE SPACES                   TO GL-POSTING-RECORD
           MOVE LS-LOC-CODE (LS-LOC-IDX) TO GL-TAXPAYER-ID
           MOVE LS-GL-CASH-ACCOUNT       TO GL-ACCOUNT-CODE
           MOVE LS-POST-AMOUNT           TO GL-TAK-AMOUNT
           MOVE LS-RUN-DATE              TO GL-POSTING-DATE
           MOVE LS-POST-TYPE             TO GL-POSTING-TYPE
           WRITE GL-POSTING-RECORD
           ADD 1 TO LS-POSTINGS-WRITTEN.

      *****************************************************************
      * RECORD THE MONTH ON SETTLEMENT-HISTORY FOR EVERY LOCALITY AND
      * YEAR ON THE STATEMENT, SO NEXT MONTH PAYS ONLY WHAT IS NEW.
      * THIS IS THE LAST THING A BALANCED RUN DOES, SO STLHIST NEVER
      * SHOWS A MONTH WHOSE POSTINGS AND DISTRIBUTION DID NOT FINISH.
      *****************************************************************
       740-RECORD-SETTLED-MONTH.
           OPEN EXTEND SETTLEMENT-HISTORY
           IF LS-HST-STATUS = "35"
               OPEN OUTPUT SETTLEMENT-HISTORY
           END-IF
           IF LS-HST-STATUS NOT = "00"
               DISPLAY "LOCALITY-SETTLE: UNABLE TO OPEN STLHIST, "
                       "STATUS = " LS-HST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 750-WRITE-HISTORY-RECORD
               VARYING LS-LOC-IDX FROM 1 BY 1
               UNTIL LS-LOC-IDX > LS-LOC-COUNT
           CLOSE SETTLEMENT-HISTORY.

       750-WRITE-HISTORY-RECORD.
           IF LS-LOC-PRINTED-SW (LS-LOC-IDX) = 'Y'
               PERFORM 755-WRITE-ONE-HISTORY
           END-IF.

       755-WRITE-ONE-HISTORY.
           MOVE SPACES                    TO SH-SETTLEMENT-RECORD
           MOVE LS-SETTLE-MONTH           TO SH-SETTLE-MONTH
           MOVE LS-LOC-CODE (LS-LOC-IDX)  TO SH-LOCALITY
           MOVE LS-LOC-YEAR (LS-LOC-IDX)  TO SH-TAX-YEAR
           MOVE LS-RUN-DATE               TO SH-RUN-DATE
           MOVE LS-RUN-TIME               TO SH-RUN-TIME
           MOVE LS-LOC-SETTLED-END (LS-LOC-IDX)
                                          TO SH-SETTLED-TO-DATE
           IF LS-LOC-NET (LS-LOC-IDX) < ZERO
               COMPUTE SH-NET-AMOUNT = ZERO - LS-LOC-NET (LS-LOC-IDX)
               MOVE "R" TO SH-DIRECTION
           ELSE
               MOVE LS-LOC-NET (LS-LOC-IDX) TO SH-NET-AMOUNT
               MOVE "P" TO SH-DIRECTION
           END-IF
           WRITE SH-SETTLEMENT-RECORD
           ADD 1 TO LS-HISTORY-WRITTEN.

       800-TERMINATE.
           CLOSE SETTLEMENT-STATEMENT
           CLOSE SURTAX-DISTRIBUTION
           IF LS-RUN-IS-BALANCED
               PERFORM 740-RECORD-SETTLED-MONTH
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 850-PRINT-CONTROL-REPORT.

       850-PRINT-CONTROL-REPORT.
           MOVE LS-AUDIT-READ          TO LS-RPT-AUDIT-READ
           MOVE LS-ARCHIVE-READ        TO LS-RPT-ARCHIVE-READ
           MOVE LS-PAYMENTS-READ       TO LS-RPT-PAYMENTS-READ
           MOVE LS-RCVHIST-READ        TO LS-RPT-RCVHIST-READ
           MOVE LS-EVENTS-RELEASED     TO LS-RPT-EVENTS
           MOVE LS-RETURNS-WITH-SURTAX TO LS-RPT-RETURNS
           MOVE LS-UNASSESSED-PAYMENTS TO LS-RPT-UNASSESSED
           MOVE LS-UNKNOWN-LOCALITY    TO LS-RPT-UNKNOWN
           MOVE LS-YEARS-NOT-TIED      TO LS-RPT-NOT-TIED
           MOVE LS-ACCOUNTS-NOT-TIED   TO LS-RPT-ACCTS-NOT-TIED
           MOVE LS-SURTPOST-READ       TO LS-RPT-SURTPOST-READ
           MOVE LS-TOTAL-GL-POSTED     TO LS-RPT-GL-POSTED
           MOVE LS-TOTAL-GL-REVERSED   TO LS-RPT-GL-REVERSED
           MOVE LS-COUNTIES-PAID       TO LS-RPT-COUNTIES-PAID
           MOVE LS-COUNTIES-RECOVERED  TO LS-RPT-COUNTIES-RECOV
           MOVE LS-POSTINGS-WRITTEN    TO LS-RPT-POSTINGS
           MOVE LS-HISTORY-WRITTEN     TO LS-RPT-HISTORY
           MOVE LS-TOTAL-COLLECTED     TO LS-RPT-COLLECTED
           MOVE LS-TOTAL-NET           TO LS-RPT-NET
           MOVE LS-TOTAL-PAID-OUT      TO LS-RPT-PAID-OUT
           MOVE LS-TOTAL-RECOVERED     TO LS-RPT-RECOVERED
           MOVE LS-TOTAL-ASSESSED      TO LS-RPT-ASSESSED
           MOVE LS-TOTAL-TAKEN-BACK    TO LS-RPT-TAKEN-BACK
           MOVE LS-TOTAL-SETTLED-END   TO LS-RPT-SETTLED-END
           MOVE LS-TOTAL-UNCOLLECTED   TO LS-RPT-UNCOLLECTED
           DISPLAY "==============================================="
           DISPLAY "   LOCALITY-SETTLE CONTROL TOTAL REPORT        "
           DISPLAY "==============================================="
           DISPLAY "SETTLEMENT MONTH . . . . . . " LS-SETTLE-MONTH
           DISPLAY "AUDIT RECORDS READ . . . . . " LS-RPT-AUDIT-READ
           DISPLAY "ARCHIVE RECORDS READ . . . . " LS-RPT-ARCHIVE-READ
           DISPLAY "PAYMENT HISTORY READ . . . . "
                   LS-RPT-PAYMENTS-READ
           DISPLAY "RECEIVABLE HISTORY READ. . . "
                   LS-RPT-RCVHIST-READ
           DISPLAY "SURTPOST RECORDS READ. . . . "
                   LS-RPT-SURTPOST-READ
           DISPLAY "EVENTS THROUGH THE MONTH . . " LS-RPT-EVENTS
           DISPLAY "RETURNS CARRYING SURTAX. . . " LS-RPT-RETURNS
           DISPLAY "PAYMENTS WITH NO ASSESSMENT. " LS-RPT-UNASSESSED
           DISPLAY "LOCALITY NOT ON LOCPARM. . . " LS-RPT-UNKNOWN
           DISPLAY "YEARS THAT DO NOT PROVE. . . " LS-RPT-NOT-TIED
           DISPLAY "ACCOUNTS THAT DO NOT TIE . . "
                   LS-RPT-ACCTS-NOT-TIED
           DISPLAY "COUNTIES PAID. . . . . . . . "
                   LS-RPT-COUNTIES-PAID
           DISPLAY "COUNTIES OWING . . . . . . . "
                   LS-RPT-COUNTIES-RECOV
           DISPLAY "SETTLEMENT POSTINGS WRITTEN. " LS-RPT-POSTINGS
           DISPLAY "HISTORY RECORDS WRITTEN. . . " LS-RPT-HISTORY
           DISPLAY "COLLECTED IN THE MONTH . . . " LS-RPT-COLLECTED
           DISPLAY "NET SETTLEMENT . . . . . . . " LS-RPT-NET
           DISPLAY "PAID TO COUNTIES . . . . . . " LS-RPT-PAID-OUT
           DISPLAY "RECOVERED FROM COUNTIES. . . " LS-RPT-RECOVERED
           DISPLAY "SURTAX ASSESSED TO DATE. . . " LS-RPT-ASSESSED
           DISPLAY "TAKEN BACK BY AMENDMENT. . . "
                   LS-RPT-TAKEN-BACK
           DISPLAY "SETTLED TO DATE. . . . . . . "
                   LS-RPT-SETTLED-END
           DISPLAY "STILL UNCOLLECTED. . . . . . "
                   LS-RPT-UNCOLLECTED
           DISPLAY "SURTAX POSTED PER SURTPOST . " LS-RPT-GL-POSTED
           DISPLAY "REVERSED PER SURTPOST. . . . "
                   LS-RPT-GL-REVERSED
           IF LS-RUN-IS-BALANCED
               DISPLAY "VERDICT. . . . . . . . . . . BALANCED"
           ELSE
               DISPLAY "VERDICT. . . . . . . . . . . OUT OF BALANCE"
           END-IF
           DISPLAY "===============================================".
