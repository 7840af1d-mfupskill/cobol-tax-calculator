      *****************************************************************
      * NONFILER-SCAN
      *
      * Non-filer run for one tax year, named on the NFYEAR parameter
      * file, run any time after the year's filing due date on
      * PENPARM.  UNMATPAY only lists the payments with no return in
      * one night's batch; this run looks at the whole year.  Every
      * taxpayer with withholding or estimated payments for the year
      * on PAYMENTS, and every active taxpayer on the flat TAXMASTR,
      * is compared against the returns assessed for the year on
      * AUDITLOG (and on AUDARCH, once the year has been closed).
      * One with no return assessed is a non-filer.
      *
      * The cumulative NFCTL control file carries every non-filer
      * found by earlier runs.  This run matches it in taxpayer-ID
      * order: a non-filer whose return has since reached the audit
      * log is marked filed and listed as such, one still not filed
      * stays outstanding with the payments and letters to date, and
      * a new one is added.  The updated control goes to NFCTLN,
      * which the desk copies over NFCTL.
      *
      * Every outstanding non-filer is sent a letter on NFLTRS,
      * addressed from TAXMIDX the way DUNNING-PRINT addresses its
      * letters - a notice the first time, a reminder after that -
      * and listed on NFRPT ranked by the amount withheld, largest
      * first, since that is the money the state is holding for a
      * return it has never seen.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NONFILER-SCAN.
       AUTHOR. J-HALVERSON.
       INSTALLATION. TAX-DESK.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  JH  ORIGINAL VERSION.  UNMATPAY ONLY EVER SHOWED
      *                   ONE NIGHT'S BATCH, SO A TAXPAYER WHO NEVER
      *                   FILED WAS NEVER ASKED TO.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NONFILER-YEAR-FILE ASSIGN TO "NFYEAR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-NFY-STATUS.

           SELECT PENALTY-PARM-FILE ASSIGN TO "PENPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-PI-STATUS.

           SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-AUD-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-ARC-STATUS.

           SELECT PAYMENTS-FILE ASSIGN TO "PAYMENTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-PAY-STATUS.

           SELECT MASTER-FILE   ASSIGN TO "TAXMASTR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-MF-STATUS.

           SELECT TAXPAYER-MASTER ASSIGN TO "TAXMIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ID
               FILE STATUS IS NF-MST-STATUS.

           SELECT NONFILER-CONTROL ASSIGN TO "NFCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-CTL-STATUS.

           SELECT NONFILER-CONTROL-NEW ASSIGN TO "NFCTLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-NEW-STATUS.

           SELECT NONFILER-REPORT ASSIGN TO "NFRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-RPT-STATUS.

           SELECT NONFILER-LETTER ASSIGN TO "NFLTRS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NF-LTR-STATUS.

           SELECT SORT-WORK     ASSIGN TO "SORTWORK".

           SELECT RANK-WORK     ASSIGN TO "RANKWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  NONFILER-YEAR-FILE.
       01  NONFILER-YEAR-RECORD.
           05  NY-TAX-YEAR        PIC 9(04).
           05  FILLER             PIC X(16).

       FD  PENALTY-PARM-FILE.
       COPY PENPRMREC.

       FD  AUDIT-LOG.
       COPY AUDITREC.

       FD  AUDIT-ARCHIVE.
       COPY AUDITREC REPLACING LEADING ==AUD== BY ==ARC==.

       FD  PAYMENTS-FILE.
       COPY PAYREC.

       FD  MASTER-FILE.
       COPY TAXMREC REPLACING LEADING ==TM== BY ==MF==.

       FD  TAXPAYER-MASTER.
       COPY TAXMREC.

       FD  NONFILER-CONTROL.
       COPY NFCTLREC.

       FD  NONFILER-CONTROL-NEW.
       COPY NFCTLREC REPLACING LEADING ==NC== BY ==NN==.

       FD  NONFILER-REPORT.
       01  NF-PRINT-LINE          PIC X(132).

       FD  NONFILER-LETTER.
       01  NF-LETTER-LINE         PIC X(80).

      *****************************************************************
      * ONE ENTRY PER FACT ABOUT A TAXPAYER FOR THE YEAR: A RETURN
      * ASSESSED (A), A PAYMENTS RECORD (P), OR AN ACTIVE MASTER (M).
      * SORTED ON TAXPAYER ID SO EACH TAXPAYER'S FACTS ARRIVE
      * TOGETHER.
      *****************************************************************
       SD  SORT-WORK.
       01  SN-SCAN-ENTRY.
           05  SN-TAXPAYER-ID     PIC X(09).
           05  SN-SOURCE          PIC X(01).
               88  SN-RETURN-ASSESSED      VALUE "A".
               88  SN-PAYMENTS-RECORD      VALUE "P".
               88  SN-ACTIVE-MASTER        VALUE "M".
           05  SN-WITHHOLDING     PIC 9(06)V99.
           05  SN-ESTIMATED       PIC 9(06)V99.
           05  SN-ASSESSED-DATE   PIC 9(08).

      *****************************************************************
      * ONE ENTRY PER OUTSTANDING NON-FILER, SORTED FOR THE RANKED
      * LIST: LARGEST WITHHOLDING FIRST, TAXPAYER ID WITHIN A TIE.
      *****************************************************************
       SD  RANK-WORK.
       01  RK-RANK-ENTRY.
           05  RK-WITHHOLDING     PIC 9(06)V99.
           05  RK-TAXPAYER-ID     PIC X(09).
           05  RK-NAME            PIC X(20).
           05  RK-ESTIMATED       PIC 9(06)V99.
           05  RK-SOURCE          PIC X(01).
           05  RK-FIRST-FOUND     PIC 9(08).
           05  RK-LETTER-COUNT    PIC 9(03).
           05  RK-NOTE            PIC X(22).

       WORKING-STORAGE SECTION.
       01  NF-FILE-STATUSES.
           05  NF-NFY-STATUS      PIC X(02) VALUE "00".
           05  NF-PI-STATUS       PIC X(02) VALUE "00".
           05  NF-AUD-STATUS      PIC X(02) VALUE "00".
           05  NF-ARC-STATUS      PIC X(02) VALUE "00".
           05  NF-PAY-STATUS      PIC X(02) VALUE "00".
           05  NF-MF-STATUS       PIC X(02) VALUE "00".
           05  NF-MST-STATUS      PIC X(02) VALUE "00".
           05  NF-CTL-STATUS      PIC X(02) VALUE "00".
           05  NF-NEW-STATUS      PIC X(02) VALUE "00".
           05  NF-RPT-STATUS      PIC X(02) VALUE "00".
           05  NF-LTR-STATUS      PIC X(02) VALUE "00".

       01  NF-SWITCHES.
           05  NF-PI-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  NF-PI-END-OF-FILE       VALUE 'Y'.
           05  NF-AUD-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  NF-AUD-END-OF-FILE      VALUE 'Y'.
           05  NF-ARC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  NF-ARC-END-OF-FILE      VALUE 'Y'.
           05  NF-PAY-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  NF-PAY-END-OF-FILE      VALUE 'Y'.
           05  NF-MF-EOF-SWITCH   PIC X(01) VALUE 'N'.
               88  NF-MF-END-OF-FILE       VALUE 'Y'.
           05  NF-CTL-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  NF-CTL-END-OF-FILE      VALUE 'Y'.
           05  NF-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  NF-SORT-END-OF-FILE     VALUE 'Y'.
           05  NF-RANK-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  NF-RANK-END-OF-FILE     VALUE 'Y'.
           05  NF-DUE-FOUND-SW    PIC X(01) VALUE 'N'.
               88  NF-DUE-DATE-FOUND       VALUE 'Y'.
           05  NF-ALREADY-RUN-SW  PIC X(01) VALUE 'N'.
               88  NF-YEAR-ALREADY-RUN     VALUE 'Y'.
           05  NF-MST-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  NF-MASTER-IS-FOUND      VALUE 'Y'.
           05  NF-CTL-FOUND-SW    PIC X(01) VALUE 'N'.
               88  NF-CONTROL-FOUND        VALUE 'Y'.
           05  NF-FILED-SW        PIC X(01) VALUE 'N'.
               88  NF-RETURN-FILED         VALUE 'Y'.
           05  NF-ACTIVE-SW       PIC X(01) VALUE 'N'.
               88  NF-MASTER-ACTIVE        VALUE 'Y'.
           05  NF-PAYMENTS-SW     PIC X(01) VALUE 'N'.
               88  NF-PAYMENTS-ON-FILE     VALUE 'Y'.

       01  NF-SCAN-YEAR           PIC 9(04) VALUE ZERO.
       01  NF-DUE-DATE            PIC 9(08) VALUE ZEROES.
       01  NF-DUE-DATE-PARTS REDEFINES NF-DUE-DATE.
           05  NF-DUE-YEAR        PIC 9(04).
           05  NF-DUE-MONTH       PIC 9(02).
           05  NF-DUE-DAY         PIC 9(02).
       01  NF-RUN-DATE            PIC 9(08) VALUE ZEROES.

      *****************************************************************
      * THE TAXPAYER IN HAND, IN THE SAME FORM AS A CONTROL KEY SO
      * THE TWO COMPARE, AND WHAT ITS SORTED ENTRIES SAID.
      *****************************************************************
       01  NF-MATCH-KEY.
           05  NF-MATCH-ID        PIC X(09).
           05  NF-MATCH-YEAR      PIC 9(04).

       01  NF-PREV-CTL-KEY        PIC X(13) VALUE LOW-VALUES.
       01  NF-PREV-MF-ID          PIC X(09) VALUE LOW-VALUES.

       01  NF-WITHHOLDING         PIC 9(06)V99 VALUE ZERO.
       01  NF-ESTIMATED           PIC 9(06)V99 VALUE ZERO.
       01  NF-FILED-DATE          PIC 9(08) VALUE ZEROES.
       01  NF-SOURCE              PIC X(01) VALUE SPACE.
       01  NF-NOTE                PIC X(22) VALUE SPACES.
       01  NF-RANK-NUMBER         PIC 9(08) VALUE ZERO.

      *****************************************************************
      * OUTSTANDING NON-FILERS FOUND BY THIS RUN, HELD FOR THE RANKED
      * LIST.  A YEAR WITH MORE THAN THE TABLE HOLDS ABENDS THE RUN
      * RATHER THAN PRINT A SHORT LIST.
      *****************************************************************
       01  NF-RANK-TABLE.
           05  NF-RANK-ENTRY OCCURS 20000 TIMES.
               10  NF-RNK-ID          PIC X(09).
               10  NF-RNK-NAME        PIC X(20).
               10  NF-RNK-WITHHOLDING PIC 9(06)V99.
               10  NF-RNK-ESTIMATED   PIC 9(06)V99.
               10  NF-RNK-SOURCE      PIC X(01).
               10  NF-RNK-FIRST-FOUND PIC 9(08).
               10  NF-RNK-LETTERS     PIC 9(03).
               10  NF-RNK-NOTE        PIC X(22).
       01  NF-RANK-MAX            PIC 9(08) COMP VALUE 20000.
       01  NF-RANK-COUNT          PIC 9(08) COMP VALUE ZERO.
       01  NF-RANK-IDX            PIC 9(08) COMP VALUE ZERO.

       01  NF-CONTROL-TOTALS.
           05  NF-AUDIT-READ             PIC 9(08) VALUE ZERO.
           05  NF-ARCHIVE-READ           PIC 9(08) VALUE ZERO.
           05  NF-RETURNS-FOR-YEAR       PIC 9(08) VALUE ZERO.
           05  NF-PAYMENTS-READ          PIC 9(08) VALUE ZERO.
           05  NF-PAYMENTS-FOR-YEAR      PIC 9(08) VALUE ZERO.
           05  NF-MASTERS-READ           PIC 9(08) VALUE ZERO.
           05  NF-MASTERS-ACTIVE         PIC 9(08) VALUE ZERO.
           05  NF-TAXPAYERS-SEEN         PIC 9(08) VALUE ZERO.
           05  NF-TAXPAYERS-FILED        PIC 9(08) VALUE ZERO.
           05  NF-CONTROL-READ           PIC 9(08) VALUE ZERO.
           05  NF-CONTROL-WRITTEN        PIC 9(08) VALUE ZERO.
           05  NF-NEW-NONFILERS          PIC 9(08) VALUE ZERO.
           05  NF-STILL-OUTSTANDING      PIC 9(08) VALUE ZERO.
           05  NF-FILED-SINCE-COUNT      PIC 9(08) VALUE ZERO.
           05  NF-CARRIED-UNSEEN         PIC 9(08) VALUE ZERO.
           05  NF-NOTICES-PRINTED        PIC 9(08) VALUE ZERO.
           05  NF-REMINDERS-PRINTED      PIC 9(08) VALUE ZERO.
           05  NF-NO-MASTER-COUNT        PIC 9(08) VALUE ZERO.
           05  NF-NO-MAIL-COUNT          PIC 9(08) VALUE ZERO.
           05  NF-TOTAL-WITHHELD         PIC 9(10)V99 VALUE ZERO.
           05  NF-TOTAL-ESTIMATED        PIC 9(10)V99 VALUE ZERO.

       01  NF-RPT-AUDIT-READ       PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-ARCHIVE-READ     PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-RETURNS          PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-PAYMENTS-READ    PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-PAYMENTS-YEAR    PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-MASTERS-READ     PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-MASTERS-ACTIVE   PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-TAXPAYERS-SEEN   PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-TAXPAYERS-FILED  PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-CONTROL-READ     PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-CONTROL-WRITTEN  PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-NEW              PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-STILL-OUT        PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-FILED-SINCE      PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-CARRIED          PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-NOTICES          PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-REMINDERS        PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-NO-MASTER        PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-NO-MAIL          PIC ZZZ,ZZZ,ZZ9.
       01  NF-RPT-TOTAL-WITHHELD   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  NF-RPT-TOTAL-ESTIMATED  PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * NON-FILER REPORT LINE LAYOUTS.
      *****************************************************************
       01  NF-HEADING-LINE-1.
           05  FILLER             PIC X(44) VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "NON-FILER REPORT".
           05  FILLER             PIC X(44) VALUE SPACES.

       01  NF-YEAR-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE "TAX YEAR ".
           05  NF-HDR-YEAR        PIC 9(04).
           05  FILLER             PIC X(09) VALUE ", DUE ON ".
           05  NF-HDR-DUE-DATE    PIC 9(08).
           05  FILLER             PIC X(09) VALUE ", RUN ON ".
           05  NF-HDR-RUN-DATE    PIC 9(08).
           05  FILLER             PIC X(84) VALUE SPACES.

       01  NF-FILED-TITLE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(40) VALUE
               "RETURNS FILED SINCE THE LAST RUN".
           05  FILLER             PIC X(91) VALUE SPACES.

       01  NF-FILED-HEADING-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "TAXPAYER".
           05  FILLER             PIC X(12) VALUE "FIRST FOUND".
           05  FILLER             PIC X(10) VALUE "FILED".
           05  FILLER             PIC X(09) VALUE "LETTERS".
           05  FILLER             PIC X(16) VALUE "       WITHHELD".
           05  FILLER             PIC X(16) VALUE "      ESTIMATED".
           05  FILLER             PIC X(57) VALUE SPACES.

       01  NF-FILED-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NF-FLD-ID          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  NF-FLD-FIRST-FOUND PIC 9(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  NF-FLD-FILED       PIC 9(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  NF-FLD-LETTERS     PIC ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  NF-FLD-WITHHELD    PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  NF-FLD-ESTIMATED   PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(63) VALUE SPACES.

       01  NF-NONE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(20) VALUE "NONE".
           05  FILLER             PIC X(111) VALUE SPACES.

       01  NF-RANK-TITLE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(50) VALUE
               "OUTSTANDING NON-FILERS, RANKED BY AMOUNT WITHHELD".
           05  FILLER             PIC X(81) VALUE SPACES.

       01  NF-RANK-HEADING-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE "  RANK".
           05  FILLER             PIC X(11) VALUE "TAXPAYER".
           05  FILLER             PIC X(22) VALUE "NAME".
           05  FILLER             PIC X(13) VALUE "    WITHHELD".
           05  FILLER             PIC X(13) VALUE "   ESTIMATED".
           05  FILLER             PIC X(08) VALUE "SOURCE".
           05  FILLER             PIC X(12) VALUE "FIRST FOUND".
           05  FILLER             PIC X(09) VALUE "LETTERS".
           05  FILLER             PIC X(35) VALUE "NOTE".

       01  NF-RANK-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NF-RKD-RANK        PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  NF-RKD-ID          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  NF-RKD-NAME        PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  NF-RKD-WITHHELD    PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  NF-RKD-ESTIMATED   PIC ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  NF-RKD-SOURCE      PIC X(07).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NF-RKD-FIRST-FOUND PIC 9(08).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  NF-RKD-LETTERS     PIC ZZ9.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  NF-RKD-NOTE        PIC X(22).
           05  FILLER             PIC X(13) VALUE SPACES.

       01  NF-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NF-TOT-LABEL       PIC X(30).
           05  NF-TOT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(85) VALUE SPACES.

       01  NF-COUNT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NF-CNT-LABEL       PIC X(30).
           05  NF-CNT-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER             PIC X(90) VALUE SPACES.

       01  NF-BLANK-LINE          PIC X(132) VALUE SPACES.

      *****************************************************************
      * DELINQUENCY LETTER LINE LAYOUTS, IN THE DUNNING LETTER STYLE.
      *****************************************************************
       01  NF-RULE-LINE.
           05  FILLER             PIC X(80) VALUE ALL "-".

       01  NF-TITLE-LINE.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  NF-LTR-TITLE       PIC X(40).
           05  FILLER             PIC X(20) VALUE SPACES.

       01  NF-NAME-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  NF-LTR-NAME        PIC X(20).
           05  FILLER             PIC X(55) VALUE SPACES.

       01  NF-ADDR-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  NF-LTR-ADDRESS     PIC X(25).
           05  FILLER             PIC X(50) VALUE SPACES.

       01  NF-CITY-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  NF-LTR-CITY        PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NF-LTR-STATE       PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  NF-LTR-ZIP         PIC X(09).
           05  FILLER             PIC X(47) VALUE SPACES.

       01  NF-UNFILED-TEXT-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(46) VALUE
               "OUR RECORDS SHOW NO RETURN FILED FOR TAX YEAR ".
           05  NF-LTR-YEAR        PIC 9(04).
           05  FILLER             PIC X(25) VALUE ".".

       01  NF-DUE-TEXT-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(22) VALUE
               "THE RETURN WAS DUE ON ".
           05  NF-LTR-DUE-MONTH   PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  NF-LTR-DUE-DAY     PIC 9(02).
           05  FILLER             PIC X(01) VALUE "/".
           05  NF-LTR-DUE-YEAR    PIC 9(04).
           05  FILLER             PIC X(43) VALUE ".".

       01  NF-CREDIT-TEXT-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(47) VALUE
               "THE FOLLOWING PAYMENTS ARE CREDITED TO YOU FOR ".
           05  FILLER             PIC X(28) VALUE "THE YEAR:".

       01  NF-AMOUNT-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  NF-AMT-LABEL       PIC X(30).
           05  NF-AMT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(29) VALUE SPACES.

       01  NF-FILE-LINE-1.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(52) VALUE
               "PLEASE FILE YOUR RETURN WITH THE TAX DESK WITHIN ".
           05  FILLER             PIC X(23) VALUE "30 DAYS.".

       01  NF-FILE-LINE-2.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(47) VALUE
               "IF YOU HAVE FILED IN THE LAST FEW DAYS, PLEASE ".
           05  FILLER             PIC X(28) VALUE
               "DISREGARD THIS NOTICE.".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           SORT SORT-WORK
               ON ASCENDING KEY SN-TAXPAYER-ID
               INPUT PROCEDURE IS 200-RELEASE-SCAN-ENTRIES
               OUTPUT PROCEDURE IS 300-MATCH-CONTROL-FILE
           SORT RANK-WORK
               ON DESCENDING KEY RK-WITHHOLDING
               ON ASCENDING KEY RK-TAXPAYER-ID
               INPUT PROCEDURE IS 500-RELEASE-RANK-ENTRIES
               OUTPUT PROCEDURE IS 600-PRINT-RANKED-LIST
           PERFORM 800-TERMINATE
           STOP RUN.

      *****************************************************************
      * THE YEAR TO SCAN, ITS DUE DATE, AND THE RERUN GUARD ARE ALL
      * SETTLED BEFORE ANY FILE IS OPENED FOR OUTPUT, SO A REFUSED
      * RUN LEAVES NFCTLN, THE REPORT, AND THE LETTERS UNTOUCHED.
      *****************************************************************
       100-INITIALIZE.
           ACCEPT NF-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT NONFILER-YEAR-FILE
           IF NF-NFY-STATUS NOT = "00"
               DISPLAY "NONFILER-SCAN: UNABLE TO OPEN NFYEAR, "
                       "STATUS = " NF-NFY-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ NONFILER-YEAR-FILE
               AT END
                   DISPLAY "NONFILER-SCAN: NFYEAR IS EMPTY, NO YEAR "
                           "TO SCAN"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           IF NY-TAX-YEAR IS NOT NUMERIC
               DISPLAY "NONFILER-SCAN: NFYEAR YEAR IS NOT NUMERIC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE NY-TAX-YEAR TO NF-SCAN-YEAR
           CLOSE NONFILER-YEAR-FILE
           PERFORM 110-FIND-DUE-DATE
           PERFORM 120-CHECK-CONTROL-FILE
           OPEN INPUT NONFILER-CONTROL
           IF NF-CTL-STATUS = "35"
               MOVE 'Y' TO NF-CTL-EOF-SWITCH
           ELSE
               IF NF-CTL-STATUS NOT = "00"
                   DISPLAY "NONFILER-SCAN: UNABLE TO OPEN NFCTL, "
                           "STATUS = " NF-CTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 130-READ-CONTROL-RECORD
           END-IF
           OPEN INPUT TAXPAYER-MASTER
           IF NF-MST-STATUS NOT = "00"
               DISPLAY "NONFILER-SCAN: UNABLE TO OPEN TAXMIDX, "
                       "STATUS = " NF-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NONFILER-CONTROL-NEW
           OPEN OUTPUT NONFILER-REPORT
           OPEN OUTPUT NONFILER-LETTER
           WRITE NF-PRINT-LINE FROM NF-HEADING-LINE-1
           MOVE NF-SCAN-YEAR TO NF-HDR-YEAR
           MOVE NF-DUE-DATE  TO NF-HDR-DUE-DATE
           MOVE NF-RUN-DATE  TO NF-HDR-RUN-DATE
           WRITE NF-PRINT-LINE FROM NF-YEAR-LINE
           WRITE NF-PRINT-LINE FROM NF-BLANK-LINE
           WRITE NF-PRINT-LINE FROM NF-FILED-TITLE-LINE
           WRITE NF-PRINT-LINE FROM NF-FILED-HEADING-LINE.

      *****************************************************************
      * THE YEAR'S FILING DUE DATE FROM PENPARM.  NO RECORD FOR THE
      * YEAR, OR A RUN ON OR BEFORE THE DUE DATE, IS REFUSED: EVERY
      * TAXPAYER WHO HAD NOT YET FILED WOULD BE CALLED A NON-FILER.
      *****************************************************************
       110-FIND-DUE-DATE.
           OPEN INPUT PENALTY-PARM-FILE
           IF NF-PI-STATUS NOT = "00"
               DISPLAY "NONFILER-SCAN: UNABLE TO OPEN PENPARM, "
                       "STATUS = " NF-PI-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 111-READ-PENALTY-RECORD
           PERFORM 112-TEST-PENALTY-RECORD
               UNTIL NF-PI-END-OF-FILE
           CLOSE PENALTY-PARM-FILE
           IF NOT NF-DUE-DATE-FOUND
               DISPLAY "NONFILER-SCAN: NO PENPARM RECORD FOR TAX "
                       "YEAR " NF-SCAN-YEAR ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NF-RUN-DATE NOT > NF-DUE-DATE
               DISPLAY "NONFILER-SCAN: TAX YEAR " NF-SCAN-YEAR
                       " IS NOT DUE UNTIL " NF-DUE-DATE
                       ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       111-READ-PENALTY-RECORD.
           READ PENALTY-PARM-FILE
               AT END
                   MOVE 'Y' TO NF-PI-EOF-SWITCH
           END-READ.

       112-TEST-PENALTY-RECORD.
           IF PI-TAX-YEAR = NF-SCAN-YEAR
               MOVE PI-DUE-DATE TO NF-DUE-DATE
               MOVE 'Y' TO NF-DUE-FOUND-SW
           END-IF
           PERFORM 111-READ-PENALTY-RECORD.

      *****************************************************************
      * REFUSE THE RUN IF NFCTL ALREADY CARRIES TODAY'S RUN FOR THE
      * YEAR: NFCTLN WAS COPIED BACK AND THE RUN IS BEING REPEATED,
      * WHICH WOULD SEND EVERY LETTER TWICE.  NO NFCTL YET MEANS NO
      * YEAR HAS BEEN SCANNED.  THE FILE IS READ THROUGH HERE AND
      * OPENED AGAIN FOR THE MATCH.
      *****************************************************************
       120-CHECK-CONTROL-FILE.
           OPEN INPUT NONFILER-CONTROL
           IF NF-CTL-STATUS = "35"
               MOVE 'Y' TO NF-CTL-EOF-SWITCH
           ELSE
               IF NF-CTL-STATUS NOT = "00"
                   DISPLAY "NONFILER-SCAN: UNABLE TO OPEN NFCTL, "
                           "STATUS = " NF-CTL-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 121-READ-GUARD-RECORD
               PERFORM 122-TEST-GUARD-RECORD
                   UNTIL NF-CTL-END-OF-FILE
               CLOSE NONFILER-CONTROL
           END-IF
           MOVE 'N' TO NF-CTL-EOF-SWITCH
           IF NF-YEAR-ALREADY-RUN
               DISPLAY "NONFILER-SCAN: TAX YEAR " NF-SCAN-YEAR
                       " ALREADY SCANNED ON " NF-RUN-DATE
                       ", RUN REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       121-READ-GUARD-RECORD.
           READ NONFILER-CONTROL
               AT END
                   MOVE 'Y' TO NF-CTL-EOF-SWITCH
           END-READ.

       122-TEST-GUARD-RECORD.
           IF NC-TAX-YEAR = NF-SCAN-YEAR
              AND NC-LAST-RUN-DATE = NF-RUN-DATE
               MOVE 'Y' TO NF-ALREADY-RUN-SW
           END-IF
           PERFORM 121-READ-GUARD-RECORD.

      *****************************************************************
      * READ THE NEXT CONTROL RECORD AND PROVE THE FILE IS STILL IN
      * ASCENDING KEY ORDER, ABENDING IF NOT: THE MATCH BELOW DEPENDS
      * ON IT.
      *****************************************************************
       130-READ-CONTROL-RECORD.
           READ NONFILER-CONTROL
               AT END
                   MOVE 'Y' TO NF-CTL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO NF-CONTROL-READ
                   IF NC-KEY NOT > NF-PREV-CTL-KEY
                       DISPLAY "NONFILER-SCAN: NFCTL OUT OF "
                               "SEQUENCE AT ID " NC-TAXPAYER-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE NC-KEY TO NF-PREV-CTL-KEY
           END-READ.

      *****************************************************************
      * RELEASE ONE ENTRY FOR EVERY RETURN ASSESSED FOR THE YEAR ON
      * AUDITLOG AND AUDARCH, EVERY PAYMENTS RECORD FOR THE YEAR, AND
      * EVERY ACTIVE MASTER.  AUDITLOG AND TAXMASTR ARE REQUIRED; NO
      * AUDARCH MEANS NO YEAR HAS BEEN CLOSED, AND NO PAYMENTS MEANS
      * NO ONE HAS PAID.
      *****************************************************************
       200-RELEASE-SCAN-ENTRIES.
           OPEN INPUT AUDIT-LOG
           IF NF-AUD-STATUS NOT = "00"
               DISPLAY "NONFILER-SCAN: UNABLE TO OPEN AUDITLOG, "
                       "STATUS = " NF-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 210-READ-AUDIT-RECORD
           PERFORM 215-RELEASE-AUDIT-ENTRY
               UNTIL NF-AUD-END-OF-FILE
           CLOSE AUDIT-LOG
           OPEN INPUT AUDIT-ARCHIVE
           IF NF-ARC-STATUS = "35"
               MOVE 'Y' TO NF-ARC-EOF-SWITCH
           ELSE
               IF NF-ARC-STATUS NOT = "00"
                   DISPLAY "NONFILER-SCAN: UNABLE TO OPEN AUDARCH, "
                           "STATUS = " NF-ARC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 220-READ-ARCHIVE-RECORD
               PERFORM 225-RELEASE-ARCHIVE-ENTRY
                   UNTIL NF-ARC-END-OF-FILE
               CLOSE AUDIT-ARCHIVE
           END-IF
           OPEN INPUT PAYMENTS-FILE
           IF NF-PAY-STATUS = "35"
               MOVE 'Y' TO NF-PAY-EOF-SWITCH
           ELSE
               IF NF-PAY-STATUS NOT = "00"
                   DISPLAY "NONFILER-SCAN: UNABLE TO OPEN PAYMENTS, "
                           "STATUS = " NF-PAY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 230-READ-PAYMENT-RECORD
               PERFORM 235-RELEASE-PAYMENT-ENTRY
                   UNTIL NF-PAY-END-OF-FILE
               CLOSE PAYMENTS-FILE
           END-IF
           OPEN INPUT MASTER-FILE
           IF NF-MF-STATUS NOT = "00"
               DISPLAY "NONFILER-SCAN: UNABLE TO OPEN TAXMASTR, "
                       "STATUS = " NF-MF-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 240-READ-MASTER-RECORD
           PERFORM 245-RELEASE-MASTER-ENTRY
               UNTIL NF-MF-END-OF-FILE
           CLOSE MASTER-FILE.

       210-READ-AUDIT-RECORD.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO NF-AUD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO NF-AUDIT-READ
           END-READ.

      *****************************************************************
      * AN ORIGINAL ASSESSMENT AND AN AMENDMENT BOTH SHOW A RETURN ON
      * FILE; THE EARLIEST RUN DATE IS WHEN IT FIRST REACHED THE LOG.
      *****************************************************************
       215-RELEASE-AUDIT-ENTRY.
           IF AUD-TAX-YEAR = NF-SCAN-YEAR
               ADD 1 TO NF-RETURNS-FOR-YEAR
               MOVE AUD-TAXPAYER-ID TO SN-TAXPAYER-ID
               MOVE "A"             TO SN-SOURCE
               MOVE ZEROES          TO SN-WITHHOLDING
               MOVE ZEROES          TO SN-ESTIMATED
               MOVE AUD-RUN-DATE    TO SN-ASSESSED-DATE
               RELEASE SN-SCAN-ENTRY
           END-IF
           PERFORM 210-READ-AUDIT-RECORD.

       220-READ-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE
               AT END
                   MOVE 'Y' TO NF-ARC-EOF-SWITCH
               NOT AT END
                   ADD 1 TO NF-ARCHIVE-READ
           END-READ.

       225-RELEASE-ARCHIVE-ENTRY.
           IF ARC-TAX-YEAR = NF-SCAN-YEAR
               ADD 1 TO NF-RETURNS-FOR-YEAR
               MOVE ARC-TAXPAYER-ID TO SN-TAXPAYER-ID
               MOVE "A"             TO SN-SOURCE
               MOVE ZEROES          TO SN-WITHHOLDING
               MOVE ZEROES          TO SN-ESTIMATED
               MOVE ARC-RUN-DATE    TO SN-ASSESSED-DATE
               RELEASE SN-SCAN-ENTRY
           END-IF
           PERFORM 220-READ-ARCHIVE-RECORD.

       230-READ-PAYMENT-RECORD.
           READ PAYMENTS-FILE
               AT END
                   MOVE 'Y' TO NF-PAY-EOF-SWITCH
               NOT AT END
                   ADD 1 TO NF-PAYMENTS-READ
           END-READ.

       235-RELEASE-PAYMENT-ENTRY.
           IF PY-TAX-YEAR = NF-SCAN-YEAR
               ADD 1 TO NF-PAYMENTS-FOR-YEAR
               MOVE PY-TAXPAYER-ID  TO SN-TAXPAYER-ID
               MOVE "P"             TO SN-SOURCE
               MOVE PY-WITHHOLDING  TO SN-WITHHOLDING
               MOVE PY-ESTIMATED    TO SN-ESTIMATED
               MOVE ZEROES          TO SN-ASSESSED-DATE
               RELEASE SN-SCAN-ENTRY
           END-IF
           PERFORM 230-READ-PAYMENT-RECORD.

      *****************************************************************
      * READ THE NEXT FLAT MASTER RECORD AND PROVE THE FILE IS IN
      * ASCENDING ID ORDER, THE SAME RULE EVERY SEQUENTIAL READER OF
      * TAXMASTR ENFORCES.
      *****************************************************************
       240-READ-MASTER-RECORD.
           READ MASTER-FILE
               AT END
                   MOVE 'Y' TO NF-MF-EOF-SWITCH
               NOT AT END
                   ADD 1 TO NF-MASTERS-READ
                   IF MF-ID NOT > NF-PREV-MF-ID
                       DISPLAY "NONFILER-SCAN: TAXMASTR OUT OF "
                               "SEQUENCE AT ID " MF-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE MF-ID TO NF-PREV-MF-ID
           END-READ.

       245-RELEASE-MASTER-ENTRY.
           IF MF-ACTIVE
               ADD 1 TO NF-MASTERS-ACTIVE
               MOVE MF-ID           TO SN-TAXPAYER-ID
               MOVE "M"             TO SN-SOURCE
               MOVE ZEROES          TO SN-WITHHOLDING
               MOVE ZEROES          TO SN-ESTIMATED
               MOVE ZEROES          TO SN-ASSESSED-DATE
               RELEASE SN-SCAN-ENTRY
           END-IF
           PERFORM 240-READ-MASTER-RECORD.

      *****************************************************************
      * MATCH EACH TAXPAYER'S ENTRIES AGAINST NFCTL IN TAXPAYER-ID
      * ORDER.  CONTROL RECORDS BELOW THE TAXPAYER IN HAND, AND
      * THOSE LEFT AT THE END, ARE CARRIED TO NFCTLN UNCHANGED.
      *****************************************************************
       300-MATCH-CONTROL-FILE.
           PERFORM 310-RETURN-SCAN-ENTRY
           PERFORM 320-PROCESS-ONE-TAXPAYER
               UNTIL NF-SORT-END-OF-FILE
           PERFORM 350-CARRY-CONTROL-RECORD
               UNTIL NF-CTL-END-OF-FILE
           IF NF-FILED-SINCE-COUNT = ZERO
               WRITE NF-PRINT-LINE FROM NF-NONE-LINE
           END-IF.

       310-RETURN-SCAN-ENTRY.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO NF-SORT-EOF-SWITCH
           END-RETURN.

      *****************************************************************
      * GATHER ONE TAXPAYER'S ENTRIES, THEN SETTLE THE TAXPAYER:
      *   - ON NFCTL AND ALREADY FILED: CARRIED AS IT IS;
      *   - ON NFCTL AND A RETURN NOW ON THE LOG: FILED SINCE;
      *   - ON NFCTL AND STILL NOT FILED: STILL OUTSTANDING;
      *   - NOT ON NFCTL, NO RETURN, AND EITHER AN ACTIVE MASTER OR
      *     MONEY PAID IN: A NEW NON-FILER.
      * A TAXPAYER WITH A RETURN AND NO CONTROL RECORD IS A FILER
      * AND NEEDS NOTHING.
      *****************************************************************
       320-PROCESS-ONE-TAXPAYER.
           ADD 1 TO NF-TAXPAYERS-SEEN
           MOVE SN-TAXPAYER-ID TO NF-MATCH-ID
           MOVE NF-SCAN-YEAR   TO NF-MATCH-YEAR
           MOVE 'N'    TO NF-FILED-SW
           MOVE 'N'    TO NF-ACTIVE-SW
           MOVE 'N'    TO NF-PAYMENTS-SW
           MOVE ZEROES TO NF-WITHHOLDING
           MOVE ZEROES TO NF-ESTIMATED
           MOVE ZEROES TO NF-FILED-DATE
           PERFORM 330-GATHER-SCAN-ENTRY
               UNTIL NF-SORT-END-OF-FILE
                  OR SN-TAXPAYER-ID NOT = NF-MATCH-ID
           IF NF-RETURN-FILED
               ADD 1 TO NF-TAXPAYERS-FILED
           END-IF
           PERFORM 350-CARRY-CONTROL-RECORD
               UNTIL NF-CTL-END-OF-FILE
                  OR NC-KEY NOT < NF-MATCH-KEY
           MOVE 'N' TO NF-CTL-FOUND-SW
           IF NOT NF-CTL-END-OF-FILE
               IF NC-KEY = NF-MATCH-KEY
                   MOVE 'Y' TO NF-CTL-FOUND-SW
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NF-CONTROL-FOUND AND NC-FILED-SINCE
                   PERFORM 355-WRITE-CONTROL-AS-READ
                   PERFORM 130-READ-CONTROL-RECORD
               WHEN NF-CONTROL-FOUND AND NF-RETURN-FILED
                   PERFORM 360-MARK-FILED-SINCE
                   PERFORM 130-READ-CONTROL-RECORD
               WHEN NF-CONTROL-FOUND
                   PERFORM 370-CONTINUE-OUTSTANDING
                   PERFORM 130-READ-CONTROL-RECORD
               WHEN NF-RETURN-FILED
                   CONTINUE
               WHEN NF-MASTER-ACTIVE
                   PERFORM 380-ADD-NEW-NONFILER
               WHEN NF-WITHHOLDING + NF-ESTIMATED > ZERO
                   PERFORM 380-ADD-NEW-NONFILER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       330-GATHER-SCAN-ENTRY.
           EVALUATE TRUE
               WHEN SN-RETURN-ASSESSED
                   IF NOT NF-RETURN-FILED
                      OR SN-ASSESSED-DATE < NF-FILED-DATE
                       MOVE SN-ASSESSED-DATE TO NF-FILED-DATE
                   END-IF
                   MOVE 'Y' TO NF-FILED-SW
               WHEN SN-PAYMENTS-RECORD
                   MOVE 'Y' TO NF-PAYMENTS-SW
                   ADD SN-WITHHOLDING TO NF-WITHHOLDING
                   ADD SN-ESTIMATED   TO NF-ESTIMATED
               WHEN SN-ACTIVE-MASTER
                   MOVE 'Y' TO NF-ACTIVE-SW
           END-EVALUATE
           PERFORM 310-RETURN-SCAN-ENTRY.

      *****************************************************************
      * CARRY A CONTROL RECORD NO TAXPAYER IN THIS RUN MATCHED: ANY
      * OTHER YEAR, OR THIS YEAR FOR A TAXPAYER WHO HAS NEITHER FILED
      * NOR STILL HAS PAYMENTS OR AN ACTIVE MASTER.  AN OUTSTANDING
      * ONE FOR THIS YEAR IS STILL OWED A RETURN AND IS COUNTED, BUT
      * IS NOT WRITTEN TO AGAIN UNTIL IT REAPPEARS.
      *****************************************************************
       350-CARRY-CONTROL-RECORD.
           IF NC-TAX-YEAR = NF-SCAN-YEAR AND NC-OUTSTANDING
               ADD 1 TO NF-CARRIED-UNSEEN
           END-IF
           PERFORM 355-WRITE-CONTROL-AS-READ
           PERFORM 130-READ-CONTROL-RECORD.

       355-WRITE-CONTROL-AS-READ.
           MOVE NC-CONTROL-RECORD TO NN-CONTROL-RECORD
           WRITE NN-CONTROL-RECORD
           ADD 1 TO NF-CONTROL-WRITTEN.

      *****************************************************************
      * THE RETURN HAS REACHED THE AUDIT LOG SINCE THE LAST RUN.  THE
      * RECORD IS KEPT AS FILED, WITH THE DATE IT WAS FIRST ASSESSED,
      * AND LISTED SO THE DESK CAN CLOSE ITS FOLLOW-UP.
      *****************************************************************
       360-MARK-FILED-SINCE.
           MOVE NC-CONTROL-RECORD TO NN-CONTROL-RECORD
           MOVE "F"           TO NN-STATUS
           MOVE NF-FILED-DATE TO NN-FILED-DATE
           MOVE NF-RUN-DATE   TO NN-LAST-RUN-DATE
           WRITE NN-CONTROL-RECORD
           ADD 1 TO NF-CONTROL-WRITTEN
           ADD 1 TO NF-FILED-SINCE-COUNT
           MOVE NN-TAXPAYER-ID      TO NF-FLD-ID
           MOVE NN-FIRST-FOUND-DATE TO NF-FLD-FIRST-FOUND
           MOVE NN-FILED-DATE       TO NF-FLD-FILED
           MOVE NN-LETTER-COUNT     TO NF-FLD-LETTERS
           MOVE NN-WITHHOLDING      TO NF-FLD-WITHHELD
           MOVE NN-ESTIMATED        TO NF-FLD-ESTIMATED
           WRITE NF-PRINT-LINE FROM NF-FILED-DETAIL-LINE.

      *****************************************************************
      * STILL NO RETURN.  THE PAYMENTS AND SOURCE ARE REFRESHED FROM
      * THIS RUN, SINCE PAYMENTS CAN GROW AFTER THE FIRST SCAN, AND A
      * REMINDER GOES OUT.
      *****************************************************************
       370-CONTINUE-OUTSTANDING.
           MOVE NC-CONTROL-RECORD TO NN-CONTROL-RECORD
           ADD 1 TO NF-STILL-OUTSTANDING
           PERFORM 390-SET-SOURCE-AND-AMOUNTS
           PERFORM 400-SEND-LETTER
           MOVE NF-RUN-DATE TO NN-LAST-RUN-DATE
           WRITE NN-CONTROL-RECORD
           ADD 1 TO NF-CONTROL-WRITTEN
           PERFORM 450-STORE-RANK-ENTRY.

      *****************************************************************
      * A NON-FILER FOUND FOR THE FIRST TIME.
      *****************************************************************
       380-ADD-NEW-NONFILER.
           MOVE SPACES      TO NN-CONTROL-RECORD
           MOVE NF-MATCH-ID TO NN-TAXPAYER-ID
           MOVE NF-SCAN-YEAR TO NN-TAX-YEAR
           MOVE NF-RUN-DATE TO NN-FIRST-FOUND-DATE
           MOVE "O"         TO NN-STATUS
           MOVE ZEROES      TO NN-FILED-DATE
           MOVE ZEROES      TO NN-LETTER-COUNT
           MOVE ZEROES      TO NN-LAST-LETTER-DATE
           ADD 1 TO NF-NEW-NONFILERS
           PERFORM 390-SET-SOURCE-AND-AMOUNTS
           PERFORM 400-SEND-LETTER
           MOVE NF-RUN-DATE TO NN-LAST-RUN-DATE
           WRITE NN-CONTROL-RECORD
           ADD 1 TO NF-CONTROL-WRITTEN
           PERFORM 450-STORE-RANK-ENTRY.

       390-SET-SOURCE-AND-AMOUNTS.
           MOVE NF-WITHHOLDING TO NN-WITHHOLDING
           MOVE NF-ESTIMATED   TO NN-ESTIMATED
           EVALUATE TRUE
               WHEN NF-MASTER-ACTIVE AND NF-PAYMENTS-ON-FILE
                   MOVE "B" TO NN-SOURCE
               WHEN NF-MASTER-ACTIVE
                   MOVE "M" TO NN-SOURCE
               WHEN OTHER
                   MOVE "P" TO NN-SOURCE
           END-EVALUATE
           ADD NF-WITHHOLDING TO NF-TOTAL-WITHHELD
           ADD NF-ESTIMATED   TO NF-TOTAL-ESTIMATED.

      *****************************************************************
      * DELINQUENCY LETTER.  ADDRESSED FROM THE MASTER THE SAME WAY AS
      * A DUNNING LETTER; NO MASTER OR DO-NOT-MAIL STILL KEEPS THE
      * NON-FILER OUTSTANDING BUT SENDS NOTHING, AND THE NOTE ON THE
      * RANKED LIST SAYS WHY.  THE FIRST LETTER IS A NOTICE, EVERY
      * LATER ONE A REMINDER.
      *****************************************************************
       400-SEND-LETTER.
           PERFORM 410-READ-MASTER-BY-ID
           EVALUATE TRUE
               WHEN NOT NF-MASTER-IS-FOUND
                   ADD 1 TO NF-NO-MASTER-COUNT
                   MOVE "NO MASTER, NO LETTER" TO NF-NOTE
               WHEN TM-NO-MAIL
                   ADD 1 TO NF-NO-MAIL-COUNT
                   MOVE "DO NOT MAIL"          TO NF-NOTE
               WHEN NN-LETTER-COUNT = ZERO
                   MOVE "NOTICE OF UNFILED RETURN" TO NF-LTR-TITLE
                   PERFORM 420-WRITE-LETTER
                   ADD 1 TO NF-NOTICES-PRINTED
                   MOVE "NOTICE SENT"          TO NF-NOTE
               WHEN OTHER
                   MOVE "REMINDER - RETURN STILL NOT FILED"
                                               TO NF-LTR-TITLE
                   PERFORM 420-WRITE-LETTER
                   ADD 1 TO NF-REMINDERS-PRINTED
                   MOVE "REMINDER SENT"        TO NF-NOTE
           END-EVALUATE.

      *****************************************************************
      * RANDOM READ OF THE INDEXED MASTER BY TAXPAYER ID, THE SAME
      * LOOKUP DUNNING-PRINT USES.  NO RECORD UNDER THE KEY MEANS NO
      * MASTER FOR THIS TAXPAYER; ANY OTHER FAILURE ABENDS THE RUN.
      *****************************************************************
       410-READ-MASTER-BY-ID.
           MOVE 'N'         TO NF-MST-FOUND-SWITCH
           MOVE NF-MATCH-ID TO TM-ID
           READ TAXPAYER-MASTER
               INVALID KEY
                   IF NF-MST-STATUS NOT = "23"
                       DISPLAY "NONFILER-SCAN: UNABLE TO READ "
                               "TAXMIDX FOR ID " NF-MATCH-ID
                               ", STATUS = " NF-MST-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO NF-MST-FOUND-SWITCH
           END-READ.

       420-WRITE-LETTER.
           WRITE NF-LETTER-LINE FROM NF-RULE-LINE
           WRITE NF-LETTER-LINE FROM NF-TITLE-LINE
           MOVE SPACES TO NF-LETTER-LINE
           WRITE NF-LETTER-LINE
           MOVE TM-NAME        TO NF-LTR-NAME
           WRITE NF-LETTER-LINE FROM NF-NAME-LINE
           MOVE TM-ADDR-LINE-1 TO NF-LTR-ADDRESS
           WRITE NF-LETTER-LINE FROM NF-ADDR-LINE
           IF TM-ADDR-LINE-2 NOT = SPACES
               MOVE TM-ADDR-LINE-2 TO NF-LTR-ADDRESS
               WRITE NF-LETTER-LINE FROM NF-ADDR-LINE
           END-IF
           MOVE TM-CITY        TO NF-LTR-CITY
           MOVE TM-STATE       TO NF-LTR-STATE
           MOVE TM-ZIP         TO NF-LTR-ZIP
           WRITE NF-LETTER-LINE FROM NF-CITY-LINE
           MOVE SPACES TO NF-LETTER-LINE
           WRITE NF-LETTER-LINE
           MOVE NF-SCAN-YEAR   TO NF-LTR-YEAR
           WRITE NF-LETTER-LINE FROM NF-UNFILED-TEXT-LINE
           MOVE NF-DUE-MONTH   TO NF-LTR-DUE-MONTH
           MOVE NF-DUE-DAY     TO NF-LTR-DUE-DAY
           MOVE NF-DUE-YEAR    TO NF-LTR-DUE-YEAR
           WRITE NF-LETTER-LINE FROM NF-DUE-TEXT-LINE
           IF NF-WITHHOLDING + NF-ESTIMATED > ZERO
               MOVE SPACES TO NF-LETTER-LINE
               WRITE NF-LETTER-LINE
               WRITE NF-LETTER-LINE FROM NF-CREDIT-TEXT-LINE
               MOVE "WITHHOLDING"        TO NF-AMT-LABEL
               MOVE NF-WITHHOLDING       TO NF-AMT-AMOUNT
               WRITE NF-LETTER-LINE FROM NF-AMOUNT-LINE
               MOVE "ESTIMATED PAYMENTS" TO NF-AMT-LABEL
               MOVE NF-ESTIMATED         TO NF-AMT-AMOUNT
               WRITE NF-LETTER-LINE FROM NF-AMOUNT-LINE
           END-IF
           MOVE SPACES TO NF-LETTER-LINE
           WRITE NF-LETTER-LINE
           WRITE NF-LETTER-LINE FROM NF-FILE-LINE-1
           WRITE NF-LETTER-LINE FROM NF-FILE-LINE-2
           MOVE SPACES TO NF-LETTER-LINE
           WRITE NF-LETTER-LINE
           ADD 1 TO NN-LETTER-COUNT
           MOVE NF-RUN-DATE TO NN-LAST-LETTER-DATE.

       450-STORE-RANK-ENTRY.
           IF NF-RANK-COUNT >= NF-RANK-MAX
               DISPLAY "NONFILER-SCAN: MORE THAN " NF-RANK-MAX
                       " NON-FILERS FOR YEAR " NF-SCAN-YEAR
                       ", RANK TABLE FULL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO NF-RANK-COUNT
           MOVE NN-TAXPAYER-ID  TO NF-RNK-ID          (NF-RANK-COUNT)
           IF NF-MASTER-IS-FOUND
               MOVE TM-NAME     TO NF-RNK-NAME        (NF-RANK-COUNT)
           ELSE
               MOVE SPACES      TO NF-RNK-NAME        (NF-RANK-COUNT)
           END-IF
           MOVE NN-WITHHOLDING  TO NF-RNK-WITHHOLDING (NF-RANK-COUNT)
           MOVE NN-ESTIMATED    TO NF-RNK-ESTIMATED   (NF-RANK-COUNT)
           MOVE NN-SOURCE       TO NF-RNK-SOURCE      (NF-RANK-COUNT)
           MOVE NN-FIRST-FOUND-DATE
                                TO NF-RNK-FIRST-FOUND (NF-RANK-COUNT)
           MOVE NN-LETTER-COUNT TO NF-RNK-LETTERS     (NF-RANK-COUNT)
           MOVE NF-NOTE         TO NF-RNK-NOTE        (NF-RANK-COUNT).

       500-RELEASE-RANK-ENTRIES.
           PERFORM 510-RELEASE-ONE-RANK-ENTRY
               VARYING NF-RANK-IDX FROM 1 BY 1
               UNTIL NF-RANK-IDX > NF-RANK-COUNT.

       510-RELEASE-ONE-RANK-ENTRY.
           MOVE NF-RNK-WITHHOLDING (NF-RANK-IDX) TO RK-WITHHOLDING
           MOVE NF-RNK-ID          (NF-RANK-IDX) TO RK-TAXPAYER-ID
           MOVE NF-RNK-NAME        (NF-RANK-IDX) TO RK-NAME
           MOVE NF-RNK-ESTIMATED   (NF-RANK-IDX) TO RK-ESTIMATED
           MOVE NF-RNK-SOURCE      (NF-RANK-IDX) TO RK-SOURCE
           MOVE NF-RNK-FIRST-FOUND (NF-RANK-IDX) TO RK-FIRST-FOUND
           MOVE NF-RNK-LETTERS     (NF-RANK-IDX) TO RK-LETTER-COUNT
           MOVE NF-RNK-NOTE        (NF-RANK-IDX) TO RK-NOTE
           RELEASE RK-RANK-ENTRY.

      *****************************************************************
      * PRINT THE OUTSTANDING NON-FILERS IN RANK ORDER AND CLOSE THE
      * REPORT WITH THE YEAR'S TOTALS.
      *****************************************************************
       600-PRINT-RANKED-LIST.
           WRITE NF-PRINT-LINE FROM NF-BLANK-LINE
           WRITE NF-PRINT-LINE FROM NF-RANK-TITLE-LINE
           WRITE NF-PRINT-LINE FROM NF-RANK-HEADING-LINE
           PERFORM 610-RETURN-RANK-ENTRY
           PERFORM 620-PRINT-RANK-LINE
               UNTIL NF-RANK-END-OF-FILE
           IF NF-RANK-NUMBER = ZERO
               WRITE NF-PRINT-LINE FROM NF-NONE-LINE
           END-IF
           PERFORM 630-PRINT-REPORT-TOTALS.

       610-RETURN-RANK-ENTRY.
           RETURN RANK-WORK
               AT END
                   MOVE 'Y' TO NF-RANK-EOF-SWITCH
           END-RETURN.

       620-PRINT-RANK-LINE.
           ADD 1 TO NF-RANK-NUMBER
           MOVE SPACES          TO NF-RANK-DETAIL-LINE
           MOVE NF-RANK-NUMBER  TO NF-RKD-RANK
           MOVE RK-TAXPAYER-ID  TO NF-RKD-ID
           MOVE RK-NAME         TO NF-RKD-NAME
           MOVE RK-WITHHOLDING  TO NF-RKD-WITHHELD
           MOVE RK-ESTIMATED    TO NF-RKD-ESTIMATED
           EVALUATE RK-SOURCE
               WHEN "B"
                   MOVE "BOTH"    TO NF-RKD-SOURCE
               WHEN "M"
                   MOVE "MASTER"  TO NF-RKD-SOURCE
               WHEN OTHER
                   MOVE "PAYMENT" TO NF-RKD-SOURCE
           END-EVALUATE
           MOVE RK-FIRST-FOUND  TO NF-RKD-FIRST-FOUND
           MOVE RK-LETTER-COUNT TO NF-RKD-LETTERS
           MOVE RK-NOTE         TO NF-RKD-NOTE
           WRITE NF-PRINT-LINE FROM NF-RANK-DETAIL-LINE
           PERFORM 610-RETURN-RANK-ENTRY.

       630-PRINT-REPORT-TOTALS.
           WRITE NF-PRINT-LINE FROM NF-BLANK-LINE
           MOVE "OUTSTANDING NON-FILERS"   TO NF-CNT-LABEL
           MOVE NF-RANK-NUMBER             TO NF-CNT-COUNT
           WRITE NF-PRINT-LINE FROM NF-COUNT-LINE
           MOVE "  FOUND THIS RUN"         TO NF-CNT-LABEL
           MOVE NF-NEW-NONFILERS           TO NF-CNT-COUNT
           WRITE NF-PRINT-LINE FROM NF-COUNT-LINE
           MOVE "  STILL OUTSTANDING"      TO NF-CNT-LABEL
           MOVE NF-STILL-OUTSTANDING       TO NF-CNT-COUNT
           WRITE NF-PRINT-LINE FROM NF-COUNT-LINE
           MOVE "FILED SINCE THE LAST RUN" TO NF-CNT-LABEL
           MOVE NF-FILED-SINCE-COUNT       TO NF-CNT-COUNT
           WRITE NF-PRINT-LINE FROM NF-COUNT-LINE
           MOVE "CARRIED, NOT SEEN THIS RUN" TO NF-CNT-LABEL
           MOVE NF-CARRIED-UNSEEN          TO NF-CNT-COUNT
           WRITE NF-PRINT-LINE FROM NF-COUNT-LINE
           MOVE "WITHHOLDING HELD"         TO NF-TOT-LABEL
           MOVE NF-TOTAL-WITHHELD          TO NF-TOT-AMOUNT
           WRITE NF-PRINT-LINE FROM NF-TOTAL-LINE
           MOVE "ESTIMATED PAYMENTS HELD"  TO NF-TOT-LABEL
           MOVE NF-TOTAL-ESTIMATED         TO NF-TOT-AMOUNT
           WRITE NF-PRINT-LINE FROM NF-TOTAL-LINE.

       800-TERMINATE.
           CLOSE NONFILER-CONTROL
           CLOSE TAXPAYER-MASTER
           CLOSE NONFILER-CONTROL-NEW
           CLOSE NONFILER-REPORT
           CLOSE NONFILER-LETTER
           PERFORM 850-PRINT-CONTROL-REPORT.

      *****************************************************************
      * END-OF-RUN CONTROL TOTALS.  CONTROL RECORDS WRITTEN MUST EQUAL
      * THOSE READ PLUS THE NEW NON-FILERS, OR NFCTLN HAS LOST A
      * RECORD AND MUST NOT BE COPIED OVER NFCTL.
      *****************************************************************
       850-PRINT-CONTROL-REPORT.
           MOVE NF-AUDIT-READ         TO NF-RPT-AUDIT-READ
           MOVE NF-ARCHIVE-READ       TO NF-RPT-ARCHIVE-READ
           MOVE NF-RETURNS-FOR-YEAR   TO NF-RPT-RETURNS
           MOVE NF-PAYMENTS-READ      TO NF-RPT-PAYMENTS-READ
           MOVE NF-PAYMENTS-FOR-YEAR  TO NF-RPT-PAYMENTS-YEAR
           MOVE NF-MASTERS-READ       TO NF-RPT-MASTERS-READ
           MOVE NF-MASTERS-ACTIVE     TO NF-RPT-MASTERS-ACTIVE
           MOVE NF-TAXPAYERS-SEEN     TO NF-RPT-TAXPAYERS-SEEN
           MOVE NF-TAXPAYERS-FILED    TO NF-RPT-TAXPAYERS-FILED
           MOVE NF-CONTROL-READ       TO NF-RPT-CONTROL-READ
           MOVE NF-CONTROL-WRITTEN    TO NF-RPT-CONTROL-WRITTEN
           MOVE NF-NEW-NONFILERS      TO NF-RPT-NEW
           MOVE NF-STILL-OUTSTANDING  TO NF-RPT-STILL-OUT
           MOVE NF-FILED-SINCE-COUNT  TO NF-RPT-FILED-SINCE
           MOVE NF-CARRIED-UNSEEN     TO NF-RPT-CARRIED
           MOVE NF-NOTICES-PRINTED    TO NF-RPT-NOTICES
           MOVE NF-REMINDERS-PRINTED  TO NF-RPT-REMINDERS
           MOVE NF-NO-MASTER-COUNT    TO NF-RPT-NO-MASTER
           MOVE NF-NO-MAIL-COUNT      TO NF-RPT-NO-MAIL
           MOVE NF-TOTAL-WITHHELD     TO NF-RPT-TOTAL-WITHHELD
           MOVE NF-TOTAL-ESTIMATED    TO NF-RPT-TOTAL-ESTIMATED
           DISPLAY "==============================================="
           DISPLAY "    NONFILER-SCAN CONTROL TOTAL REPORT         "
           DISPLAY "==============================================="
           DISPLAY "TAX YEAR SCANNED . . . . . . " NF-SCAN-YEAR
           DISPLAY "FILING DUE DATE. . . . . . . " NF-DUE-DATE
           DISPLAY "AUDIT RECORDS READ . . . . . " NF-RPT-AUDIT-READ
           DISPLAY "ARCHIVE RECORDS READ . . . . "
                   NF-RPT-ARCHIVE-READ
           DISPLAY "  ASSESSMENTS FOR THE YEAR . " NF-RPT-RETURNS
           DISPLAY "PAYMENTS RECORDS READ. . . . "
                   NF-RPT-PAYMENTS-READ
           DISPLAY "  PAYMENTS FOR THE YEAR. . . "
                   NF-RPT-PAYMENTS-YEAR
           DISPLAY "MASTER RECORDS READ. . . . . "
                   NF-RPT-MASTERS-READ
           DISPLAY "  ACTIVE MASTERS . . . . . . "
                   NF-RPT-MASTERS-ACTIVE
           DISPLAY "TAXPAYERS EXAMINED . . . . . "
                   NF-RPT-TAXPAYERS-SEEN
           DISPLAY "  RETURN ON FILE . . . . . . "
                   NF-RPT-TAXPAYERS-FILED
           DISPLAY "NEW NON-FILERS . . . . . . . " NF-RPT-NEW
           DISPLAY "STILL OUTSTANDING. . . . . . " NF-RPT-STILL-OUT
           DISPLAY "FILED SINCE THE LAST RUN . . " NF-RPT-FILED-SINCE
           DISPLAY "CARRIED, NOT SEEN THIS RUN . " NF-RPT-CARRIED
           DISPLAY "NOTICES PRINTED. . . . . . . " NF-RPT-NOTICES
           DISPLAY "REMINDERS PRINTED. . . . . . " NF-RPT-REMINDERS
           DISPLAY "NO MASTER RECORD . . . . . . " NF-RPT-NO-MASTER
           DISPLAY "SUPPRESSED, DO NOT MAIL. . . " NF-RPT-NO-MAIL
           DISPLAY "WITHHOLDING HELD . . . . . . "
                   NF-RPT-TOTAL-WITHHELD
           DISPLAY "ESTIMATED PAYMENTS HELD. . . "
                   NF-RPT-TOTAL-ESTIMATED
           DISPLAY "CONTROL RECORDS READ . . . . "
                   NF-RPT-CONTROL-READ
           DISPLAY "CONTROL RECORDS WRITTEN. . . "
                   NF-RPT-CONTROL-WRITTEN
           IF NF-CONTROL-WRITTEN =
                   NF-CONTROL-READ + NF-NEW-NONFILERS
               DISPLAY "VERDICT. . . . . . . . . . . CONTROL PROVED, "
                       "COPY NFCTLN OVER NFCTL"
           ELSE
               DISPLAY "VERDICT. . . . . . . . . . . CONTROL OUT OF "
                       "BALANCE, DO NOT COPY"
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "===============================================".
