      *****************************************************************
      * ACCOUNT-TRANSCRIPT
      *
      * Prints a statement of account for every taxpayer named on
      * the TRANREQ request file, for the tax years the request
      * asks for (all years when the range is left blank).  One
      * statement per taxpayer, headed with the name and address
      * from the indexed master, and for each tax year:
      *
      *   - the original return and every amendment, from the live
      *     AUDITLOG and the closed-year AUDARCH archive, with the
      *     deductions, tax, surtax, penalty and interest, credits,
      *     and balance each assessment left;
      *   - every payment RECV-APPLY applied, and every refund
      *     REFUND-EXTRACT offset against a balance, from PAYHIST;
      *   - every refund check released, from OUTCHK, showing
      *     whether it is outstanding, cleared, or voided, and any
      *     check released since CHECK-RECONCILE last ran, from
      *     NEWCHK;
      *   - every adjustment, write-off, and interest charge made
      *     to an open item, from RCVHIST;
      *   - every item still open on RECVFILE;
      *
      * followed by a summary of the year off the latest return and
      * the open balance, and at the foot of the statement the open
      * balance for all the years printed.  The same statement
      * serves the desk on a phone inquiry and goes out in the mail
      * when a statement of account is asked for; a master marked
      * do-not-mail is flagged on the statement so it is not sent.
      *
      * Every source is read through once.  Entries for requested
      * taxpayers and years are released to a sort on taxpayer ID,
      * tax year, and entry type and date, and the statements are
      * printed from the sorted entries.  A request with a blank ID,
      * a bad year, or a second request for the same taxpayer is
      * listed on the console and skipped, and the run ends with
      * RETURN CODE 4.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCOUNT-TRANSCRIPT.
       AUTHOR. J-HALVERSON.
       INSTALLATION. TAX-DESK.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  JH  ORIGINAL VERSION.  A TAXPAYER'S HISTORY
      *                   WAS SPREAD ACROSS THE AUDIT LOG, THE
      *                   ARCHIVE, THE RECEIVABLE FILE, AND OLD
      *                   CHECK REGISTERS, AND STATEMENTS OF ACCOUNT
      *                   WERE TYPED BY HAND.
      *   10/15/2026  JH  REFUND OFFSETS ON PAYHIST AND THE
      *                   ADJUSTMENTS, WRITE-OFFS, AND INTEREST ON
      *                   RCVHIST ARE PRINTED AND TOTALED FOR THE
      *                   YEAR.  THE STATEMENT PREVIOUSLY SHOWED AN
      *                   OPEN BALANCE THE LINES ABOVE IT DID NOT
      *                   ACCOUNT FOR.
      *   10/15/2026  JH  CHECKS RELEASED SINCE THE LAST CHECK
      *                   RECONCILIATION ARE READ FROM THE NEWCHK
      *                   INTAKE, WHERE REFUND-EXTRACT NOW PUTS THEM.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSCRIPT-REQUEST ASSIGN TO "TRANREQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-REQ-STATUS.

           SELECT AUDIT-LOG     ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-AUD-STATUS.

           SELECT AUDIT-ARCHIVE ASSIGN TO "AUDARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-ARC-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-PAY-STATUS.

           SELECT OUTSTANDING-CHECKS ASSIGN TO "OUTCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-OCK-STATUS.

           SELECT NEW-CHECKS    ASSIGN TO "NEWCHK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-NCK-STATUS.

           SELECT RECEIVABLE-HISTORY ASSIGN TO "RCVHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-RCH-STATUS.

           SELECT RECEIVABLE-FILE ASSIGN TO "RECVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-RCV-STATUS.

           SELECT TAXPAYER-MASTER ASSIGN TO "TAXMIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ID
               FILE STATUS IS AT-MST-STATUS.

           SELECT TRANSCRIPT-FILE ASSIGN TO "TRANSCPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-TRN-STATUS.

           SELECT SORT-WORK     ASSIGN TO "SORTWORK".

       DATA DIVISION.
       FILE SECTION.
       FD  TRANSCRIPT-REQUEST.
       01  TRANSCRIPT-REQUEST-RECORD.
           05  TQ-TAXPAYER-ID     PIC X(09).
           05  TQ-FROM-YEAR       PIC X(04).
           05  TQ-THRU-YEAR       PIC X(04).
           05  FILLER             PIC X(03).

       FD  AUDIT-LOG.
       COPY AUDITREC.

       FD  AUDIT-ARCHIVE.
       COPY AUDITREC REPLACING LEADING ==AUD== BY ==ARC==.

       FD  PAYMENT-HISTORY.
       COPY PAYHREC.

       FD  OUTSTANDING-CHECKS.
       COPY OCHKREC.

       FD  NEW-CHECKS.
       COPY OCHKREC REPLACING LEADING ==OC== BY ==NC==.

       FD  RECEIVABLE-HISTORY.
       COPY RCVHREC.

       FD  RECEIVABLE-FILE.
       COPY RECVREC.

       FD  TAXPAYER-MASTER.
       COPY TAXMREC.

       FD  TRANSCRIPT-FILE.
       01  AT-PRINT-LINE          PIC X(132).

      *****************************************************************
      * ONE TRANSCRIPT ENTRY.  TYPE "0" IS THE STATEMENT HEADER, ONE
      * PER ACCEPTED REQUEST, RELEASED WITH YEAR ZERO SO IT SORTS
      * AHEAD OF EVERYTHING FOR THE TAXPAYER; "1" IS A RETURN OR
      * AMENDMENT, "2" A PAYMENT OR REFUND OFFSET, "3" A REFUND
      * CHECK, "4" A RECEIVABLE ADJUSTMENT OR INTEREST CHARGE, AND
      * "5" AN OPEN RECEIVABLE ITEM.  TW-AMOUNT IS THE BALANCE A
      * RETURN LEFT, THE PAYMENT, THE CHECK, THE ADJUSTMENT, OR THE
      * OPEN AMOUNT; TW-CODE AND TW-REASON CARRY THE BALANCE TYPE,
      * PAYMENT DISPOSITION, CHECK STATUS AND VOID REASON,
      * ADJUSTMENT TYPE, OR ITEM STATUS, AND TW-ADJ-REASON THE
      * REASON CODE OF AN ADJUSTMENT.
      *****************************************************************
       SD  SORT-WORK.
       01  TW-TRANSCRIPT-ENTRY.
           05  TW-TAXPAYER-ID     PIC X(09).
           05  TW-TAX-YEAR        PIC 9(04).
           05  TW-ENTRY-TYPE      PIC X(01).
               88  TW-STATEMENT-HEADER         VALUE "0".
               88  TW-RETURN                   VALUE "1".
               88  TW-PAYMENT                  VALUE "2".
               88  TW-REFUND-CHECK             VALUE "3".
               88  TW-ADJUSTMENT               VALUE "4".
               88  TW-OPEN-ITEM                VALUE "5".
           05  TW-ENTRY-DATE      PIC 9(08).
           05  TW-ENTRY-TIME      PIC 9(08).
           05  TW-DEDUCTIONS      PIC 9(08).
           05  TW-TAK             PIC 9(06)V99.
           05  TW-SURTAX          PIC 9(07)V99.
           05  TW-PENALTY-INT     PIC 9(08)V99.
           05  TW-CREDITS         PIC 9(07)V99.
           05  TW-AMOUNT          PIC 9(07)V99.
           05  TW-CODE            PIC X(01).
           05  TW-REASON          PIC X(01).
           05  TW-CODE-DATE       PIC 9(08).
           05  TW-REISSUE-FLAG    PIC X(01).
           05  TW-ADJ-REASON      PIC X(02).

       WORKING-STORAGE SECTION.
       01  AT-FILE-STATUSES.
           05  AT-REQ-STATUS      PIC X(02) VALUE "00".
           05  AT-AUD-STATUS      PIC X(02) VALUE "00".
           05  AT-ARC-STATUS      PIC X(02) VALUE "00".
           05  AT-PAY-STATUS      PIC X(02) VALUE "00".
           05  AT-OCK-STATUS      PIC X(02) VALUE "00".
           05  AT-NCK-STATUS      PIC X(02) VALUE "00".
           05  AT-RCH-STATUS      PIC X(02) VALUE "00".
           05  AT-RCV-STATUS      PIC X(02) VALUE "00".
           05  AT-MST-STATUS      PIC X(02) VALUE "00".
           05  AT-TRN-STATUS      PIC X(02) VALUE "00".

       01  AT-SWITCHES.
           05  AT-REQ-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  AT-REQ-END-OF-FILE      VALUE 'Y'.
           05  AT-AUD-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  AT-AUD-END-OF-FILE      VALUE 'Y'.
           05  AT-ARC-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  AT-ARC-END-OF-FILE      VALUE 'Y'.
           05  AT-PAY-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  AT-PAY-END-OF-FILE      VALUE 'Y'.
           05  AT-OCK-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  AT-OCK-END-OF-FILE      VALUE 'Y'.
           05  AT-NCK-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  AT-NCK-END-OF-FILE      VALUE 'Y'.
           05  AT-RCH-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  AT-RCH-END-OF-FILE      VALUE 'Y'.
           05  AT-RCV-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  AT-RCV-END-OF-FILE      VALUE 'Y'.
           05  AT-SORT-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  AT-SORT-END-OF-FILE     VALUE 'Y'.
           05  AT-REQ-FOUND-SW    PIC X(01) VALUE 'N'.
               88  AT-REQUEST-FOUND        VALUE 'Y'.
           05  AT-REQ-VALID-SW    PIC X(01) VALUE 'N'.
               88  AT-REQUEST-IS-VALID     VALUE 'Y'.
           05  AT-MST-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  AT-MASTER-IS-FOUND      VALUE 'Y'.
           05  AT-STATEMENT-SWITCH PIC X(01) VALUE 'N'.
               88  AT-STATEMENT-IS-OPEN    VALUE 'Y'.
           05  AT-YEAR-SWITCH     PIC X(01) VALUE 'N'.
               88  AT-YEAR-IS-OPEN         VALUE 'Y'.

       01  AT-RUN-DATE            PIC 9(08) VALUE ZEROES.

      *****************************************************************
      * ACCEPTED REQUESTS.  EVERY RECORD READ FROM EVERY SOURCE IS
      * LOOKED UP HERE BY TAXPAYER ID, AND TAKEN WHEN ITS TAX YEAR
      * FALLS IN THE REQUESTED RANGE.
      *****************************************************************
       01  AT-REQUEST-TABLE.
           05  AT-REQUEST-ENTRY OCCURS 1000 TIMES.
               10  AT-RQ-ID           PIC X(09).
               10  AT-RQ-FROM-YEAR    PIC 9(04).
               10  AT-RQ-THRU-YEAR    PIC 9(04).
       01  AT-REQUEST-MAX         PIC 9(08) COMP VALUE 1000.
       01  AT-REQUEST-COUNT       PIC 9(08) COMP VALUE ZERO.
       01  AT-REQUEST-IDX         PIC 9(08) COMP VALUE ZERO.
       01  AT-REQUEST-IDX-SAVE    PIC 9(08) COMP VALUE ZERO.

       01  AT-LOOK-ID             PIC X(09) VALUE SPACES.
       01  AT-LOOK-YEAR           PIC 9(04) VALUE ZERO.
       01  AT-EDIT-FROM-YEAR      PIC 9(04) VALUE ZERO.
       01  AT-EDIT-THRU-YEAR      PIC 9(04) VALUE ZERO.
       01  AT-REJECT-REASON       PIC X(30) VALUE SPACES.

      *****************************************************************
      * STATEMENT IN PROGRESS.  THE YEAR FIGURES ARE THOSE OF THE
      * LATEST RETURN FOR THE YEAR, SINCE AN AMENDMENT REPLACES THE
      * ASSESSMENT IT AMENDS; PAYMENTS, OFFSETS, REFUNDS,
      * ADJUSTMENTS, INTEREST, AND THE OPEN BALANCE ADD UP OVER THE
      * YEAR.
      *****************************************************************
       01  AT-CUR-ID              PIC X(09) VALUE SPACES.
       01  AT-CUR-YEAR            PIC 9(04) VALUE ZERO.
       01  AT-YEAR-RETURNS        PIC 9(04) VALUE ZERO.
       01  AT-STATEMENT-YEARS     PIC 9(04) VALUE ZERO.
       01  AT-YEAR-TOTALS.
           05  AT-YR-TAK              PIC 9(06)V99 VALUE ZERO.
           05  AT-YR-SURTAX           PIC 9(07)V99 VALUE ZERO.
           05  AT-YR-PENALTY-INT      PIC 9(08)V99 VALUE ZERO.
           05  AT-YR-CREDITS          PIC 9(07)V99 VALUE ZERO.
           05  AT-YR-PAYMENTS         PIC 9(09)V99 VALUE ZERO.
           05  AT-YR-OFFSETS          PIC 9(09)V99 VALUE ZERO.
           05  AT-YR-REFUNDS          PIC 9(09)V99 VALUE ZERO.
           05  AT-YR-INCREASES        PIC 9(09)V99 VALUE ZERO.
           05  AT-YR-DECREASES        PIC 9(09)V99 VALUE ZERO.
           05  AT-YR-WRITE-OFFS       PIC 9(09)V99 VALUE ZERO.
           05  AT-YR-INTEREST         PIC 9(09)V99 VALUE ZERO.
           05  AT-YR-OPEN             PIC 9(09)V99 VALUE ZERO.
       01  AT-STATEMENT-OPEN      PIC 9(10)V99 VALUE ZERO.

       01  AT-CONTROL-TOTALS.
           05  AT-REQUESTS-READ          PIC 9(08) VALUE ZERO.
           05  AT-REQUESTS-REJECTED      PIC 9(08) VALUE ZERO.
           05  AT-STATEMENTS-PRINTED     PIC 9(08) VALUE ZERO.
           05  AT-NO-MASTER-COUNT        PIC 9(08) VALUE ZERO.
           05  AT-NO-MAIL-COUNT          PIC 9(08) VALUE ZERO.
           05  AT-RETURNS-LISTED         PIC 9(08) VALUE ZERO.
           05  AT-PAYMENTS-LISTED        PIC 9(08) VALUE ZERO.
           05  AT-CHECKS-LISTED          PIC 9(08) VALUE ZERO.
           05  AT-ADJUSTMENTS-LISTED     PIC 9(08) VALUE ZERO.
           05  AT-ITEMS-LISTED           PIC 9(08) VALUE ZERO.

       01  AT-RPT-REQUESTS-READ    PIC ZZZ,ZZZ,ZZ9.
       01  AT-RPT-REJECTED         PIC ZZZ,ZZZ,ZZ9.
       01  AT-RPT-STATEMENTS       PIC ZZZ,ZZZ,ZZ9.
       01  AT-RPT-NO-MASTER        PIC ZZZ,ZZZ,ZZ9.
       01  AT-RPT-NO-MAIL          PIC ZZZ,ZZZ,ZZ9.
       01  AT-RPT-RETURNS          PIC ZZZ,ZZZ,ZZ9.
       01  AT-RPT-PAYMENTS         PIC ZZZ,ZZZ,ZZ9.
       01  AT-RPT-CHECKS           PIC ZZZ,ZZZ,ZZ9.
       01  AT-RPT-ADJUSTMENTS      PIC ZZZ,ZZZ,ZZ9.
       01  AT-RPT-ITEMS            PIC ZZZ,ZZZ,ZZ9.

      *****************************************************************
      * STATEMENT LINE LAYOUTS.
      *****************************************************************
       01  AT-RULE-LINE.
           05  FILLER             PIC X(132) VALUE ALL "-".

       01  AT-TITLE-LINE.
           05  FILLER             PIC X(46) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "STATEMENT OF ACCOUNT".
           05  FILLER             PIC X(46) VALUE SPACES.

       01  AT-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "RUN DATE ".
           05  AT-HDG-RUN-DATE    PIC 9(08).
           05  FILLER             PIC X(112) VALUE SPACES.

       01  AT-NAME-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  AT-STM-NAME        PIC X(20).
           05  FILLER             PIC X(107) VALUE SPACES.

       01  AT-ADDR-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  AT-STM-ADDRESS     PIC X(25).
           05  FILLER             PIC X(102) VALUE SPACES.

       01  AT-CITY-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  AT-STM-CITY        PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AT-STM-STATE       PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AT-STM-ZIP         PIC X(09).
           05  FILLER             PIC X(99) VALUE SPACES.

       01  AT-MESSAGE-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  AT-STM-MESSAGE     PIC X(50).
           05  FILLER             PIC X(77) VALUE SPACES.

       01  AT-ID-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE "TAXPAYER ID".
           05  AT-STM-ID          PIC X(09).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  AT-STM-YEARS       PIC X(30).
           05  FILLER             PIC X(72) VALUE SPACES.

       01  AT-YEAR-RANGE.
           05  FILLER             PIC X(10) VALUE "TAX YEARS ".
           05  AT-RNG-FROM-YEAR   PIC 9(04).
           05  FILLER             PIC X(09) VALUE " THROUGH ".
           05  AT-RNG-THRU-YEAR   PIC 9(04).
           05  FILLER             PIC X(03) VALUE SPACES.

       01  AT-YEAR-HEADING.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE "TAX YEAR ".
           05  AT-YHD-YEAR        PIC 9(04).
           05  FILLER             PIC X(118) VALUE SPACES.

       01  AT-COLUMN-HEADING.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(16) VALUE "ENTRY".
           05  FILLER             PIC X(10) VALUE "DATE".
           05  FILLER             PIC X(12) VALUE "DEDUCTIONS".
           05  FILLER             PIC X(14) VALUE "         TAX".
           05  FILLER             PIC X(14) VALUE "      SURTAX".
           05  FILLER             PIC X(15) VALUE "  PENALTY/INT".
           05  FILLER             PIC X(14) VALUE "     CREDITS".
           05  FILLER             PIC X(14) VALUE "      AMOUNT".
           05  FILLER             PIC X(20) VALUE "NOTE".
           05  FILLER             PIC X(12) VALUE SPACES.

       01  AT-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  AT-DTL-ENTRY       PIC X(14).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AT-DTL-DATE        PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AT-DTL-DEDUCTIONS  PIC ZZ,ZZZ,ZZ9
                                  BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AT-DTL-TAK         PIC Z,ZZZ,ZZ9.99
                                  BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AT-DTL-SURTAX      PIC Z,ZZZ,ZZ9.99
                                  BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AT-DTL-PENALTY-INT PIC ZZ,ZZZ,ZZ9.99
                                  BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AT-DTL-CREDITS     PIC Z,ZZZ,ZZ9.99
                                  BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AT-DTL-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  AT-DTL-NOTE        PIC X(20).
           05  FILLER             PIC X(12) VALUE SPACES.

      *****************************************************************
      * THE DATE A CHECK CLEARED OR WAS VOIDED, SHOWN IN THE NOTE.
      *****************************************************************
       01  AT-CHECK-NOTE.
           05  AT-CKN-TEXT        PIC X(11).
           05  AT-CKN-DATE        PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.

      *****************************************************************
      * THE KIND OF A RECEIVABLE ADJUSTMENT AND ITS REASON CODE,
      * SHOWN IN THE NOTE.
      *****************************************************************
       01  AT-ADJUST-NOTE.
           05  AT-ADN-TEXT        PIC X(12).
           05  FILLER             PIC X(04) VALUE "RSN ".
           05  AT-ADN-REASON      PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.

       01  AT-TOTAL-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  AT-TOT-LABEL       PIC X(30).
           05  AT-TOT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(81) VALUE SPACES.

       01  AT-BLANK-LINE          PIC X(132) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           SORT SORT-WORK
               ON ASCENDING KEY TW-TAXPAYER-ID
                                TW-TAX-YEAR
                                TW-ENTRY-TYPE
                                TW-ENTRY-DATE
                                TW-ENTRY-TIME
               INPUT PROCEDURE IS 200-RELEASE-ENTRIES
               OUTPUT PROCEDURE IS 300-PRINT-STATEMENTS
           PERFORM 800-TERMINATE.
           STOP RUN.

       100-INITIALIZE.
           ACCEPT AT-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 110-LOAD-REQUESTS
           OPEN INPUT TAXPAYER-MASTER
           IF AT-MST-STATUS NOT = "00"
               DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN TAXMIDX, "
                       "STATUS = " AT-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT TRANSCRIPT-FILE
           IF AT-TRN-STATUS NOT = "00"
               DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN TRANSCPT, "
                       "STATUS = " AT-TRN-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE AT-RUN-DATE TO AT-HDG-RUN-DATE.

      *****************************************************************
      * LOAD THE REQUESTS.  BLANK YEARS MEAN NO LIMIT AT THAT END OF
      * THE RANGE.  A REQUEST THAT FAILS THE EDITS IS LISTED ON THE
      * CONSOLE AND SKIPPED.  NO REQUEST FILE, OR AN EMPTY ONE,
      * MEANS THERE IS NOTHING TO PRINT.
      *****************************************************************
       110-LOAD-REQUESTS.
           OPEN INPUT TRANSCRIPT-REQUEST
           IF AT-REQ-STATUS NOT = "00"
               DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN TRANREQ, "
                       "STATUS = " AT-REQ-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 115-READ-REQUEST
           PERFORM 120-EDIT-REQUEST
               UNTIL AT-REQ-END-OF-FILE
           CLOSE TRANSCRIPT-REQUEST
           IF AT-REQUESTS-READ = ZERO
               DISPLAY "ACCOUNT-TRANSCRIPT: TRANREQ IS EMPTY, NO "
                       "STATEMENTS TO PRINT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       115-READ-REQUEST.
           READ TRANSCRIPT-REQUEST
               AT END
                   MOVE 'Y' TO AT-REQ-EOF-SWITCH
               NOT AT END
                   ADD 1 TO AT-REQUESTS-READ
           END-READ.

       120-EDIT-REQUEST.
           MOVE 'Y'    TO AT-REQ-VALID-SW
           MOVE SPACES TO AT-REJECT-REASON
           MOVE ZERO   TO AT-EDIT-FROM-YEAR
           MOVE 9999   TO AT-EDIT-THRU-YEAR
           EVALUATE TRUE
               WHEN TQ-TAXPAYER-ID = SPACES
                   MOVE "TAXPAYER ID IS BLANK"
                       TO AT-REJECT-REASON
               WHEN TQ-FROM-YEAR NOT = SPACES
                AND TQ-FROM-YEAR IS NOT NUMERIC
                   MOVE "FROM YEAR IS NOT NUMERIC"
                       TO AT-REJECT-REASON
               WHEN TQ-THRU-YEAR NOT = SPACES
                AND TQ-THRU-YEAR IS NOT NUMERIC
                   MOVE "THROUGH YEAR IS NOT NUMERIC"
                       TO AT-REJECT-REASON
           END-EVALUATE
           IF AT-REJECT-REASON = SPACES
               IF TQ-FROM-YEAR NOT = SPACES
                   MOVE TQ-FROM-YEAR TO AT-EDIT-FROM-YEAR
               END-IF
               IF TQ-THRU-YEAR NOT = SPACES
                   MOVE TQ-THRU-YEAR TO AT-EDIT-THRU-YEAR
               END-IF
               IF AT-EDIT-FROM-YEAR > AT-EDIT-THRU-YEAR
                   MOVE "FROM YEAR AFTER THROUGH YEAR"
                       TO AT-REJECT-REASON
               END-IF
           END-IF
           IF AT-REJECT-REASON = SPACES
               MOVE TQ-TAXPAYER-ID TO AT-LOOK-ID
               PERFORM 290-FIND-REQUEST
               IF AT-REQUEST-FOUND
                   MOVE "SECOND REQUEST FOR THIS ID"
                       TO AT-REJECT-REASON
               END-IF
           END-IF
           IF AT-REJECT-REASON = SPACES
               PERFORM 125-STORE-REQUEST
           ELSE
               ADD 1 TO AT-REQUESTS-REJECTED
               MOVE 4 TO RETURN-CODE
               DISPLAY "ACCOUNT-TRANSCRIPT: REQUEST FOR ID "
                       TQ-TAXPAYER-ID " REJECTED - " AT-REJECT-REASON
           END-IF
           PERFORM 115-READ-REQUEST.

       125-STORE-REQUEST.
           IF AT-REQUEST-COUNT >= AT-REQUEST-MAX
               DISPLAY "ACCOUNT-TRANSCRIPT: MORE THAN " AT-REQUEST-MAX
                       " REQUESTS ON TRANREQ, REQUEST TABLE FULL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO AT-REQUEST-COUNT
           MOVE TQ-TAXPAYER-ID    TO AT-RQ-ID (AT-REQUEST-COUNT)
           MOVE AT-EDIT-FROM-YEAR TO AT-RQ-FROM-YEAR (AT-REQUEST-COUNT)
           MOVE AT-EDIT-THRU-YEAR TO AT-RQ-THRU-YEAR (AT-REQUEST-COUNT).

      *****************************************************************
      * RELEASE A STATEMENT HEADER FOR EVERY ACCEPTED REQUEST, THEN
      * READ EACH SOURCE THROUGH AND RELEASE WHATEVER BELONGS ON A
      * REQUESTED STATEMENT.  THE ARCHIVE, PAYMENT HISTORY, CHECK
      * FILE, AND RECEIVABLE HISTORY MAY NOT EXIST YET; THE AUDIT
      * LOG AND THE RECEIVABLE FILE ALWAYS DO.
      *****************************************************************
       200-RELEASE-ENTRIES.
           PERFORM 205-RELEASE-HEADER
               VARYING AT-REQUEST-IDX FROM 1 BY 1
               UNTIL AT-REQUEST-IDX > AT-REQUEST-COUNT
           PERFORM 210-RELEASE-AUDIT-LOG
           PERFORM 220-RELEASE-AUDIT-ARCHIVE
           PERFORM 230-RELEASE-PAYMENTS
           PERFORM 240-RELEASE-REFUND-CHECKS
           PERFORM 245-RELEASE-ADJUSTMENTS
           PERFORM 250-RELEASE-OPEN-ITEMS.

       205-RELEASE-HEADER.
           MOVE ZEROES TO TW-TRANSCRIPT-ENTRY
           MOVE AT-RQ-ID (AT-REQUEST-IDX) TO TW-TAXPAYER-ID
           MOVE "0"    TO TW-ENTRY-TYPE
           MOVE SPACE  TO TW-CODE
           MOVE SPACE  TO TW-REASON
           MOVE SPACE  TO TW-REISSUE-FLAG
           RELEASE TW-TRANSCRIPT-ENTRY.

       210-RELEASE-AUDIT-LOG.
           OPEN INPUT AUDIT-LOG
           IF AT-AUD-STATUS NOT = "00"
               DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN AUDITLOG, "
                       "STATUS = " AT-AUD-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 211-READ-AUDIT-LOG
           PERFORM 212-TAKE-AUDIT-LOG
               UNTIL AT-AUD-END-OF-FILE
           CLOSE AUDIT-LOG.

       211-READ-AUDIT-LOG.
           READ AUDIT-LOG
               AT END
                   MOVE 'Y' TO AT-AUD-EOF-SWITCH
           END-READ.

       212-TAKE-AUDIT-LOG.
           MOVE AUD-TAXPAYER-ID TO AT-LOOK-ID
           MOVE AUD-TAX-YEAR    TO AT-LOOK-YEAR
           PERFORM 290-FIND-REQUEST
           IF AT-REQUEST-FOUND
               PERFORM 295-TEST-REQUEST-YEAR
           END-IF
           IF AT-REQUEST-FOUND
               PERFORM 215-RELEASE-RETURN
           END-IF
           PERFORM 211-READ-AUDIT-LOG.

      *****************************************************************
      * RELEASE ONE RETURN OFF THE AUDIT LOG.  RECORDS LOGGED BEFORE
      * THE DEDUCTION, PENALTY, SURTAX, OR CREDIT FIELDS WERE KEPT
      * CARRY SPACES THERE AND PRINT AS ZERO.
      *****************************************************************
       215-RELEASE-RETURN.
           MOVE ZEROES           TO TW-TRANSCRIPT-ENTRY
           MOVE AUD-TAXPAYER-ID  TO TW-TAXPAYER-ID
           MOVE AUD-TAX-YEAR     TO TW-TAX-YEAR
           MOVE "1"              TO TW-ENTRY-TYPE
           MOVE AUD-RUN-DATE     TO TW-ENTRY-DATE
           MOVE AUD-RUN-TIME     TO TW-ENTRY-TIME
           MOVE AUD-TAK          TO TW-TAK
           IF AUD-STD-DEDUCTION IS NUMERIC
              AND AUD-EXEMPTIONS IS NUMERIC
               COMPUTE TW-DEDUCTIONS =
                   AUD-STD-DEDUCTION + AUD-EXEMPTIONS
           END-IF
           IF AUD-PENALTY IS NUMERIC
              AND AUD-INTEREST IS NUMERIC
               COMPUTE TW-PENALTY-INT = AUD-PENALTY + AUD-INTEREST
           END-IF
           IF AUD-SURTAX IS NUMERIC
               MOVE AUD-SURTAX   TO TW-SURTAX
           END-IF
           MOVE SPACE            TO TW-CODE
           IF AUD-CREDITS IS NUMERIC
               MOVE AUD-CREDITS        TO TW-CREDITS
               MOVE AUD-BALANCE-AMOUNT TO TW-AMOUNT
               MOVE AUD-BALANCE-TYPE   TO TW-CODE
           END-IF
           MOVE SPACE            TO TW-REASON
           MOVE SPACE            TO TW-REISSUE-FLAG
           RELEASE TW-TRANSCRIPT-ENTRY
           ADD 1 TO AT-RETURNS-LISTED.

      *****************************************************************
      * THE ARCHIVE HOLDS THE CLOSED YEARS IN THE SAME LAYOUT; EACH
      * RECORD IS MOVED TO THE AUDIT RECORD AND RELEASED THE SAME
      * WAY.
      *****************************************************************
       220-RELEASE-AUDIT-ARCHIVE.
           OPEN INPUT AUDIT-ARCHIVE
           IF AT-ARC-STATUS = "35"
               MOVE 'Y' TO AT-ARC-EOF-SWITCH
           ELSE
               IF AT-ARC-STATUS NOT = "00"
                   DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN "
                           "AUDARCH, STATUS = " AT-ARC-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 221-READ-AUDIT-ARCHIVE
               PERFORM 222-TAKE-AUDIT-ARCHIVE
                   UNTIL AT-ARC-END-OF-FILE
               CLOSE AUDIT-ARCHIVE
           END-IF.

       221-READ-AUDIT-ARCHIVE.
           READ AUDIT-ARCHIVE
               AT END
                   MOVE 'Y' TO AT-ARC-EOF-SWITCH
           END-READ.

       222-TAKE-AUDIT-ARCHIVE.
           MOVE ARC-TAXPAYER-ID TO AT-LOOK-ID
           MOVE ARC-TAX-YEAR    TO AT-LOOK-YEAR
           PERFORM 290-FIND-REQUEST
           IF AT-REQUEST-FOUND
               PERFORM 295-TEST-REQUEST-YEAR
           END-IF
           IF AT-REQUEST-FOUND
               MOVE ARC-RECORD TO AUD-RECORD
               PERFORM 215-RELEASE-RETURN
           END-IF
           PERFORM 221-READ-AUDIT-ARCHIVE.

       230-RELEASE-PAYMENTS.
           OPEN INPUT PAYMENT-HISTORY
           IF AT-PAY-STATUS = "35"
               MOVE 'Y' TO AT-PAY-EOF-SWITCH
           ELSE
               IF AT-PAY-STATUS NOT = "00"
                   DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN "
                           "PAYHIST, STATUS = " AT-PAY-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 231-READ-PAYMENT
               PERFORM 232-TAKE-PAYMENT
                   UNTIL AT-PAY-END-OF-FILE
               CLOSE PAYMENT-HISTORY
           END-IF.

       231-READ-PAYMENT.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO AT-PAY-EOF-SWITCH
           END-READ.

       232-TAKE-PAYMENT.
           MOVE PH-TAXPAYER-ID TO AT-LOOK-ID
           MOVE PH-TAX-YEAR    TO AT-LOOK-YEAR
           PERFORM 290-FIND-REQUEST
           IF AT-REQUEST-FOUND
               PERFORM 295-TEST-REQUEST-YEAR
           END-IF
           IF AT-REQUEST-FOUND
               MOVE ZEROES         TO TW-TRANSCRIPT-ENTRY
               MOVE PH-TAXPAYER-ID TO TW-TAXPAYER-ID
               MOVE PH-TAX-YEAR    TO TW-TAX-YEAR
               MOVE "2"            TO TW-ENTRY-TYPE
               MOVE PH-REMIT-DATE  TO TW-ENTRY-DATE
               MOVE PH-AMOUNT      TO TW-AMOUNT
               MOVE PH-DISPOSITION TO TW-CODE
               MOVE SPACE          TO TW-REASON
               MOVE SPACE          TO TW-REISSUE-FLAG
               RELEASE TW-TRANSCRIPT-ENTRY
               ADD 1 TO AT-PAYMENTS-LISTED
           END-IF
           PERFORM 231-READ-PAYMENT.

       240-RELEASE-REFUND-CHECKS.
           OPEN INPUT OUTSTANDING-CHECKS
           IF AT-OCK-STATUS = "35"
               MOVE 'Y' TO AT-OCK-EOF-SWITCH
           ELSE
               IF AT-OCK-STATUS NOT = "00"
                   DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN "
                           "OUTCHK, STATUS = " AT-OCK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 241-READ-REFUND-CHECK
               PERFORM 242-TAKE-REFUND-CHECK
                   UNTIL AT-OCK-END-OF-FILE
               CLOSE OUTSTANDING-CHECKS
           END-IF
           OPEN INPUT NEW-CHECKS
           IF AT-NCK-STATUS = "35"
               MOVE 'Y' TO AT-NCK-EOF-SWITCH
           ELSE
               IF AT-NCK-STATUS NOT = "00"
                   DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN "
                           "NEWCHK, STATUS = " AT-NCK-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 243-READ-NEW-CHECK
               PERFORM 244-TAKE-NEW-CHECK
                   UNTIL AT-NCK-END-OF-FILE
               CLOSE NEW-CHECKS
           END-IF.

       241-READ-REFUND-CHECK.
           READ OUTSTANDING-CHECKS
               AT END
                   MOVE 'Y' TO AT-OCK-EOF-SWITCH
           END-READ.

       242-TAKE-REFUND-CHECK.
           MOVE OC-TAXPAYER-ID TO AT-LOOK-ID
           MOVE OC-TAX-YEAR    TO AT-LOOK-YEAR
           PERFORM 290-FIND-REQUEST
           IF AT-REQUEST-FOUND
               PERFORM 295-TEST-REQUEST-YEAR
           END-IF
           IF AT-REQUEST-FOUND
               MOVE ZEROES          TO TW-TRANSCRIPT-ENTRY
               MOVE OC-TAXPAYER-ID  TO TW-TAXPAYER-ID
               MOVE OC-TAX-YEAR     TO TW-TAX-YEAR
               MOVE "3"             TO TW-ENTRY-TYPE
               MOVE OC-ISSUE-DATE   TO TW-ENTRY-DATE
               MOVE OC-CHECK-AMOUNT TO TW-AMOUNT
               MOVE OC-CHECK-STATUS TO TW-CODE
               MOVE OC-VOID-REASON  TO TW-REASON
               MOVE OC-STATUS-DATE  TO TW-CODE-DATE
               MOVE OC-REISSUE-FLAG TO TW-REISSUE-FLAG
               RELEASE TW-TRANSCRIPT-ENTRY
               ADD 1 TO AT-CHECKS-LISTED
           END-IF
           PERFORM 241-READ-REFUND-CHECK.

       243-READ-NEW-CHECK.
           READ NEW-CHECKS
               AT END
                   MOVE 'Y' TO AT-NCK-EOF-SWITCH
           END-READ.

      *****************************************************************
      * A CHECK STILL ON NEWCHK HAS NOT YET BEEN RECONCILED, SO IT
      * IS SHOWN AS NEW.
      *****************************************************************
       244-TAKE-NEW-CHECK.
           MOVE NC-TAXPAYER-ID TO AT-LOOK-ID
           MOVE NC-TAX-YEAR    TO AT-LOOK-YEAR
           PERFORM 290-FIND-REQUEST
           IF AT-REQUEST-FOUND
               PERFORM 295-TEST-REQUEST-YEAR
           END-IF
           IF AT-REQUEST-FOUND
               MOVE ZEROES          TO TW-TRANSCRIPT-ENTRY
               MOVE NC-TAXPAYER-ID  TO TW-TAXPAYER-ID
               MOVE NC-TAX-YEAR     TO TW-TAX-YEAR
               MOVE "3"             TO TW-ENTRY-TYPE
               MOVE NC-ISSUE-DATE   TO TW-ENTRY-DATE
               MOVE NC-CHECK-AMOUNT TO TW-AMOUNT
               MOVE "N"             TO TW-CODE
               MOVE SPACE           TO TW-REASON
               MOVE ZEROES          TO TW-CODE-DATE
               MOVE NC-REISSUE-FLAG TO TW-REISSUE-FLAG
               RELEASE TW-TRANSCRIPT-ENTRY
               ADD 1 TO AT-CHECKS-LISTED
           END-IF
           PERFORM 243-READ-NEW-CHECK.

      *****************************************************************
      * EVERY CHANGE RECV-ADJUST AND RECV-ACCRUE MADE TO AN OPEN
      * ITEM, OFF THE RECEIVABLE HISTORY, DATED BY THE RUN THAT MADE
      * IT.
      *****************************************************************
       245-RELEASE-ADJUSTMENTS.
           OPEN INPUT RECEIVABLE-HISTORY
           IF AT-RCH-STATUS = "35"
               MOVE 'Y' TO AT-RCH-EOF-SWITCH
           ELSE
               IF AT-RCH-STATUS NOT = "00"
                   DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN "
                           "RCVHIST, STATUS = " AT-RCH-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 246-READ-ADJUSTMENT
               PERFORM 247-TAKE-ADJUSTMENT
                   UNTIL AT-RCH-END-OF-FILE
               CLOSE RECEIVABLE-HISTORY
           END-IF.

       246-READ-ADJUSTMENT.
           READ RECEIVABLE-HISTORY
               AT END
                   MOVE 'Y' TO AT-RCH-EOF-SWITCH
           END-READ.

       247-TAKE-ADJUSTMENT.
           MOVE RH-TAXPAYER-ID TO AT-LOOK-ID
           MOVE RH-TAX-YEAR    TO AT-LOOK-YEAR
           PERFORM 290-FIND-REQUEST
           IF AT-REQUEST-FOUND
               PERFORM 295-TEST-REQUEST-YEAR
           END-IF
           IF AT-REQUEST-FOUND
               MOVE ZEROES         TO TW-TRANSCRIPT-ENTRY
               MOVE RH-TAXPAYER-ID TO TW-TAXPAYER-ID
               MOVE RH-TAX-YEAR    TO TW-TAX-YEAR
               MOVE "4"            TO TW-ENTRY-TYPE
               MOVE RH-ENTRY-DATE  TO TW-ENTRY-DATE
               MOVE RH-AMOUNT      TO TW-AMOUNT
               MOVE RH-ENTRY-TYPE  TO TW-CODE
               MOVE SPACE          TO TW-REASON
               MOVE SPACE          TO TW-REISSUE-FLAG
               MOVE RH-REASON-CODE TO TW-ADJ-REASON
               RELEASE TW-TRANSCRIPT-ENTRY
               ADD 1 TO AT-ADJUSTMENTS-LISTED
           END-IF
           PERFORM 246-READ-ADJUSTMENT.

       250-RELEASE-OPEN-ITEMS.
           OPEN INPUT RECEIVABLE-FILE
           IF AT-RCV-STATUS NOT = "00"
               DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO OPEN RECVFILE, "
                       "STATUS = " AT-RCV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 251-READ-OPEN-ITEM
           PERFORM 252-TAKE-OPEN-ITEM
               UNTIL AT-RCV-END-OF-FILE
           CLOSE RECEIVABLE-FILE.

       251-READ-OPEN-ITEM.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'Y' TO AT-RCV-EOF-SWITCH
           END-READ.

       252-TAKE-OPEN-ITEM.
           MOVE RV-TAXPAYER-ID TO AT-LOOK-ID
           MOVE RV-TAX-YEAR    TO AT-LOOK-YEAR
           PERFORM 290-FIND-REQUEST
           IF AT-REQUEST-FOUND
               PERFORM 295-TEST-REQUEST-YEAR
           END-IF
           IF AT-REQUEST-FOUND
               MOVE ZEROES         TO TW-TRANSCRIPT-ENTRY
               MOVE RV-TAXPAYER-ID TO TW-TAXPAYER-ID
               MOVE RV-TAX-YEAR    TO TW-TAX-YEAR
               MOVE "5"            TO TW-ENTRY-TYPE
               MOVE RV-POSTED-DATE TO TW-ENTRY-DATE
               MOVE RV-OPEN-AMOUNT TO TW-AMOUNT
               MOVE RV-ITEM-STATUS TO TW-CODE
               MOVE SPACE          TO TW-REASON
               MOVE SPACE          TO TW-REISSUE-FLAG
               RELEASE TW-TRANSCRIPT-ENTRY
               ADD 1 TO AT-ITEMS-LISTED
           END-IF
           PERFORM 251-READ-OPEN-ITEM.

      *****************************************************************
      * LOOK UP AT-LOOK-ID AMONG THE ACCEPTED REQUESTS.
      *****************************************************************
       290-FIND-REQUEST.
           MOVE 'N'  TO AT-REQ-FOUND-SW
           MOVE ZERO TO AT-REQUEST-IDX-SAVE
           PERFORM 291-TEST-REQUEST-ENTRY
               VARYING AT-REQUEST-IDX FROM 1 BY 1
               UNTIL AT-REQUEST-IDX > AT-REQUEST-COUNT
                  OR AT-REQUEST-FOUND.

       291-TEST-REQUEST-ENTRY.
           IF AT-RQ-ID (AT-REQUEST-IDX) = AT-LOOK-ID
               MOVE 'Y' TO AT-REQ-FOUND-SW
               MOVE AT-REQUEST-IDX TO AT-REQUEST-IDX-SAVE
           END-IF.

      *****************************************************************
      * THE REQUEST FOUND ALSO HAS TO COVER AT-LOOK-YEAR.
      *****************************************************************
       295-TEST-REQUEST-YEAR.
           IF AT-LOOK-YEAR < AT-RQ-FROM-YEAR (AT-REQUEST-IDX-SAVE)
              OR AT-LOOK-YEAR > AT-RQ-THRU-YEAR (AT-REQUEST-IDX-SAVE)
               MOVE 'N' TO AT-REQ-FOUND-SW
           END-IF.

      *****************************************************************
      * PRINT THE STATEMENTS FROM THE SORTED ENTRIES.  A STATEMENT
      * HEADER STARTS EACH TAXPAYER; A CHANGE OF TAX YEAR CLOSES THE
      * YEAR BEFORE AND OPENS THE NEXT.
      *****************************************************************
       300-PRINT-STATEMENTS.
           PERFORM 310-RETURN-ENTRY
           PERFORM 320-PRINT-ONE-ENTRY
               UNTIL AT-SORT-END-OF-FILE
           IF AT-STATEMENT-IS-OPEN
               PERFORM 340-FINISH-STATEMENT
           END-IF.

       310-RETURN-ENTRY.
           RETURN SORT-WORK
               AT END
                   MOVE 'Y' TO AT-SORT-EOF-SWITCH
           END-RETURN.

       320-PRINT-ONE-ENTRY.
           IF TW-STATEMENT-HEADER
               IF AT-STATEMENT-IS-OPEN
                   PERFORM 340-FINISH-STATEMENT
               END-IF
               PERFORM 330-START-STATEMENT
           ELSE
               IF NOT AT-YEAR-IS-OPEN
                  OR TW-TAX-YEAR NOT = AT-CUR-YEAR
                   IF AT-YEAR-IS-OPEN
                       PERFORM 360-FINISH-YEAR
                   END-IF
                   PERFORM 350-START-YEAR
               END-IF
               MOVE SPACES TO AT-DTL-NOTE
               EVALUATE TRUE
                   WHEN TW-RETURN
                       PERFORM 370-PRINT-RETURN
                   WHEN TW-PAYMENT
                       PERFORM 375-PRINT-PAYMENT
                   WHEN TW-REFUND-CHECK
                       PERFORM 380-PRINT-REFUND-CHECK
                   WHEN TW-ADJUSTMENT
                       PERFORM 383-PRINT-ADJUSTMENT
                   WHEN TW-OPEN-ITEM
                       PERFORM 385-PRINT-OPEN-ITEM
               END-EVALUATE
           END-IF
           PERFORM 310-RETURN-ENTRY.

      *****************************************************************
      * HEAD A NEW STATEMENT WITH THE NAME AND ADDRESS OFF THE
      * MASTER, THE SAME LAYOUT DUNNING-PRINT ADDRESSES ITS LETTERS
      * WITH, AND THE YEARS THE REQUEST COVERS.
      *****************************************************************
       330-START-STATEMENT.
           MOVE 'Y'            TO AT-STATEMENT-SWITCH
           MOVE 'N'            TO AT-YEAR-SWITCH
           MOVE TW-TAXPAYER-ID TO AT-CUR-ID
           MOVE ZERO           TO AT-STATEMENT-YEARS
           MOVE ZERO           TO AT-STATEMENT-OPEN
           ADD 1 TO AT-STATEMENTS-PRINTED
           PERFORM 335-READ-MASTER-BY-ID
           WRITE AT-PRINT-LINE FROM AT-RULE-LINE
           WRITE AT-PRINT-LINE FROM AT-TITLE-LINE
           WRITE AT-PRINT-LINE FROM AT-DATE-LINE
           WRITE AT-PRINT-LINE FROM AT-BLANK-LINE
           IF AT-MASTER-IS-FOUND
               MOVE TM-NAME        TO AT-STM-NAME
               WRITE AT-PRINT-LINE FROM AT-NAME-LINE
               MOVE TM-ADDR-LINE-1 TO AT-STM-ADDRESS
               WRITE AT-PRINT-LINE FROM AT-ADDR-LINE
               IF TM-ADDR-LINE-2 NOT = SPACES
                   MOVE TM-ADDR-LINE-2 TO AT-STM-ADDRESS
                   WRITE AT-PRINT-LINE FROM AT-ADDR-LINE
               END-IF
               MOVE TM-CITY        TO AT-STM-CITY
               MOVE TM-STATE       TO AT-STM-STATE
               MOVE TM-ZIP         TO AT-STM-ZIP
               WRITE AT-PRINT-LINE FROM AT-CITY-LINE
               IF TM-NO-MAIL
                   ADD 1 TO AT-NO-MAIL-COUNT
                   MOVE "MASTER IS MARKED DO NOT MAIL - DESK USE ONLY"
                       TO AT-STM-MESSAGE
                   WRITE AT-PRINT-LINE FROM AT-MESSAGE-LINE
               END-IF
           ELSE
               ADD 1 TO AT-NO-MASTER-COUNT
               MOVE "NO TAXPAYER MASTER RECORD ON FILE"
                   TO AT-STM-MESSAGE
               WRITE AT-PRINT-LINE FROM AT-MESSAGE-LINE
           END-IF
           WRITE AT-PRINT-LINE FROM AT-BLANK-LINE
           MOVE AT-CUR-ID TO AT-LOOK-ID
           PERFORM 290-FIND-REQUEST
           MOVE AT-CUR-ID TO AT-STM-ID
           IF AT-RQ-FROM-YEAR (AT-REQUEST-IDX-SAVE) = ZERO
              AND AT-RQ-THRU-YEAR (AT-REQUEST-IDX-SAVE) = 9999
               MOVE "ALL TAX YEARS" TO AT-STM-YEARS
           ELSE
               MOVE AT-RQ-FROM-YEAR (AT-REQUEST-IDX-SAVE)
                   TO AT-RNG-FROM-YEAR
               MOVE AT-RQ-THRU-YEAR (AT-REQUEST-IDX-SAVE)
                   TO AT-RNG-THRU-YEAR
               MOVE AT-YEAR-RANGE TO AT-STM-YEARS
           END-IF
           WRITE AT-PRINT-LINE FROM AT-ID-LINE.

      *****************************************************************
      * RANDOM READ OF THE INDEXED MASTER BY TAXPAYER ID, THE SAME
      * LOOKUP NOTICE-PRINT USES.  NO RECORD UNDER THE KEY MEANS NO
      * MASTER FOR THIS TAXPAYER; ANY OTHER FAILURE ABENDS THE RUN.
      *****************************************************************
       335-READ-MASTER-BY-ID.
           MOVE 'N'       TO AT-MST-FOUND-SWITCH
           MOVE AT-CUR-ID TO TM-ID
           READ TAXPAYER-MASTER
               INVALID KEY
                   IF AT-MST-STATUS NOT = "23"
                       DISPLAY "ACCOUNT-TRANSCRIPT: UNABLE TO READ "
                               "TAXMIDX FOR ID " AT-CUR-ID
                               ", STATUS = " AT-MST-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO AT-MST-FOUND-SWITCH
           END-READ.

       340-FINISH-STATEMENT.
           IF AT-YEAR-IS-OPEN
               PERFORM 360-FINISH-YEAR
           END-IF
           WRITE AT-PRINT-LINE FROM AT-BLANK-LINE
           IF AT-STATEMENT-YEARS = ZERO
               MOVE "NO ACCOUNT ACTIVITY FOR THE YEARS REQUESTED"
                   TO AT-STM-MESSAGE
               WRITE AT-PRINT-LINE FROM AT-MESSAGE-LINE
           ELSE
               MOVE "TOTAL OPEN BALANCE, ALL YEARS" TO AT-TOT-LABEL
               MOVE AT-STATEMENT-OPEN TO AT-TOT-AMOUNT
               WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           END-IF
           WRITE AT-PRINT-LINE FROM AT-BLANK-LINE
           MOVE 'N' TO AT-STATEMENT-SWITCH.

       350-START-YEAR.
           MOVE 'Y'         TO AT-YEAR-SWITCH
           MOVE TW-TAX-YEAR TO AT-CUR-YEAR
           MOVE ZERO        TO AT-YEAR-RETURNS
           INITIALIZE AT-YEAR-TOTALS
           ADD 1 TO AT-STATEMENT-YEARS
           WRITE AT-PRINT-LINE FROM AT-BLANK-LINE
           MOVE AT-CUR-YEAR TO AT-YHD-YEAR
           WRITE AT-PRINT-LINE FROM AT-YEAR-HEADING
           WRITE AT-PRINT-LINE FROM AT-COLUMN-HEADING.

      *****************************************************************
      * SUMMARY OF THE YEAR: THE ASSESSMENT AS THE LATEST RETURN
      * LEFT IT, WHAT WAS PAID, OFFSET, AND REFUNDED, WHAT WAS
      * ADJUSTED, WRITTEN OFF, AND CHARGED IN INTEREST, AND WHAT IS
      * STILL OPEN.
      *****************************************************************
       360-FINISH-YEAR.
           WRITE AT-PRINT-LINE FROM AT-BLANK-LINE
           MOVE "TAX ASSESSED"           TO AT-TOT-LABEL
           MOVE AT-YR-TAK                TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "LOCALITY SURTAX"        TO AT-TOT-LABEL
           MOVE AT-YR-SURTAX             TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "PENALTY AND INTEREST"   TO AT-TOT-LABEL
           MOVE AT-YR-PENALTY-INT        TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "CREDITS"                TO AT-TOT-LABEL
           MOVE AT-YR-CREDITS            TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "PAYMENTS APPLIED"       TO AT-TOT-LABEL
           MOVE AT-YR-PAYMENTS           TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "REFUND OFFSETS APPLIED" TO AT-TOT-LABEL
           MOVE AT-YR-OFFSETS            TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "REFUNDS ISSUED"         TO AT-TOT-LABEL
           MOVE AT-YR-REFUNDS            TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "ADJUSTMENTS ADDED"      TO AT-TOT-LABEL
           MOVE AT-YR-INCREASES          TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "ADJUSTMENTS TAKEN OFF"  TO AT-TOT-LABEL
           MOVE AT-YR-DECREASES          TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "WRITTEN OFF"            TO AT-TOT-LABEL
           MOVE AT-YR-WRITE-OFFS         TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "INTEREST ACCRUED"       TO AT-TOT-LABEL
           MOVE AT-YR-INTEREST           TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           MOVE "OPEN BALANCE"           TO AT-TOT-LABEL
           MOVE AT-YR-OPEN               TO AT-TOT-AMOUNT
           WRITE AT-PRINT-LINE FROM AT-TOTAL-LINE
           ADD AT-YR-OPEN TO AT-STATEMENT-OPEN
           MOVE 'N' TO AT-YEAR-SWITCH.

      *****************************************************************
      * A RETURN.  THE FIRST FOR THE YEAR IS THE ORIGINAL; EVERY ONE
      * AFTER IT IS AN AMENDMENT, AND THE LATEST STANDS.
      *****************************************************************
       370-PRINT-RETURN.
           ADD 1 TO AT-YEAR-RETURNS
           IF AT-YEAR-RETURNS = 1
               MOVE "ORIGINAL"   TO AT-DTL-ENTRY
           ELSE
               MOVE "AMENDED"    TO AT-DTL-ENTRY
           END-IF
           MOVE TW-ENTRY-DATE    TO AT-DTL-DATE
           MOVE TW-DEDUCTIONS    TO AT-DTL-DEDUCTIONS
           MOVE TW-TAK           TO AT-DTL-TAK
           MOVE TW-SURTAX        TO AT-DTL-SURTAX
           MOVE TW-PENALTY-INT   TO AT-DTL-PENALTY-INT
           MOVE TW-CREDITS       TO AT-DTL-CREDITS
           MOVE TW-AMOUNT        TO AT-DTL-AMOUNT
           EVALUATE TW-CODE
               WHEN "D"
                   MOVE "BALANCE DUE"  TO AT-DTL-NOTE
               WHEN "R"
                   MOVE "REFUND DUE"   TO AT-DTL-NOTE
               WHEN OTHER
                   MOVE "SETTLED"      TO AT-DTL-NOTE
           END-EVALUATE
           WRITE AT-PRINT-LINE FROM AT-DETAIL-LINE
           MOVE TW-TAK           TO AT-YR-TAK
           MOVE TW-SURTAX        TO AT-YR-SURTAX
           MOVE TW-PENALTY-INT   TO AT-YR-PENALTY-INT
           MOVE TW-CREDITS       TO AT-YR-CREDITS.

      *****************************************************************
      * A PAYMENT, OR A REFUND OFFSET AGAINST THE BALANCE, WHICH PAYS
      * THE ITEM THE SAME WAY BUT IS TOTALED ON ITS OWN LINE.
      *****************************************************************
       375-PRINT-PAYMENT.
           IF TW-CODE = "O"
               MOVE "REFUND OFFSET"  TO AT-DTL-ENTRY
           ELSE
               MOVE "PAYMENT"        TO AT-DTL-ENTRY
           END-IF
           PERFORM 390-CLEAR-RETURN-COLUMNS
           EVALUATE TW-CODE
               WHEN "F"
                   MOVE "PAID IN FULL"  TO AT-DTL-NOTE
                   ADD TW-AMOUNT TO AT-YR-PAYMENTS
               WHEN "O"
                   MOVE "APPLIED FROM REFUND" TO AT-DTL-NOTE
                   ADD TW-AMOUNT TO AT-YR-OFFSETS
               WHEN OTHER
                   MOVE "PAID DOWN"     TO AT-DTL-NOTE
                   ADD TW-AMOUNT TO AT-YR-PAYMENTS
           END-EVALUATE
           WRITE AT-PRINT-LINE FROM AT-DETAIL-LINE.

      *****************************************************************
      * A REFUND CHECK.  ONLY A CHECK STILL GOOD - NEW, OUTSTANDING,
      * OR CLEARED - COUNTS AS ISSUED; A VOIDED ONE IS SHOWN BUT NOT
      * COUNTED, AND ITS REISSUE SHOWS ON ITS OWN LINE.
      *****************************************************************
       380-PRINT-REFUND-CHECK.
           IF TW-REISSUE-FLAG = "Y"
               MOVE "REFUND REISSUE" TO AT-DTL-ENTRY
           ELSE
               MOVE "REFUND CHECK"   TO AT-DTL-ENTRY
           END-IF
           PERFORM 390-CLEAR-RETURN-COLUMNS
           MOVE TW-CODE-DATE TO AT-CKN-DATE
           EVALUATE TW-CODE
               WHEN "C"
                   MOVE "CLEARED"      TO AT-CKN-TEXT
                   MOVE AT-CHECK-NOTE  TO AT-DTL-NOTE
                   ADD TW-AMOUNT TO AT-YR-REFUNDS
               WHEN "V"
                   IF TW-REASON = "R"
                       MOVE "RETURNED"  TO AT-CKN-TEXT
                   ELSE
                       MOVE "STALE VOID" TO AT-CKN-TEXT
                   END-IF
                   MOVE AT-CHECK-NOTE  TO AT-DTL-NOTE
               WHEN OTHER
                   MOVE "OUTSTANDING"  TO AT-DTL-NOTE
                   ADD TW-AMOUNT TO AT-YR-REFUNDS
           END-EVALUATE
           WRITE AT-PRINT-LINE FROM AT-DETAIL-LINE.

      *****************************************************************
      * A CHANGE TO AN OPEN ITEM: AN INCREASE, DECREASE, OR
      * WRITE-OFF WITH ITS REASON CODE, OR A MONTH-END INTEREST
      * CHARGE.
      *****************************************************************
       383-PRINT-ADJUSTMENT.
           PERFORM 390-CLEAR-RETURN-COLUMNS
           MOVE TW-ADJ-REASON TO AT-ADN-REASON
           EVALUATE TW-CODE
               WHEN "I"
                   MOVE "ADJUSTMENT"   TO AT-DTL-ENTRY
                   MOVE "INCREASE"     TO AT-ADN-TEXT
                   MOVE AT-ADJUST-NOTE TO AT-DTL-NOTE
                   ADD TW-AMOUNT TO AT-YR-INCREASES
               WHEN "D"
                   MOVE "ADJUSTMENT"   TO AT-DTL-ENTRY
                   MOVE "DECREASE"     TO AT-ADN-TEXT
                   MOVE AT-ADJUST-NOTE TO AT-DTL-NOTE
                   ADD TW-AMOUNT TO AT-YR-DECREASES
               WHEN "W"
                   MOVE "WRITE-OFF"    TO AT-DTL-ENTRY
                   MOVE "WRITTEN OFF"  TO AT-ADN-TEXT
                   MOVE AT-ADJUST-NOTE TO AT-DTL-NOTE
                   ADD TW-AMOUNT TO AT-YR-WRITE-OFFS
               WHEN OTHER
                   MOVE "INTEREST"     TO AT-DTL-ENTRY
                   MOVE "MONTH-END ACCRUAL" TO AT-DTL-NOTE
                   ADD TW-AMOUNT TO AT-YR-INTEREST
           END-EVALUATE
           WRITE AT-PRINT-LINE FROM AT-DETAIL-LINE.

       385-PRINT-OPEN-ITEM.
           MOVE "OPEN ITEM"      TO AT-DTL-ENTRY
           PERFORM 390-CLEAR-RETURN-COLUMNS
           IF TW-CODE = "P"
               MOVE "PARTLY PAID"  TO AT-DTL-NOTE
           ELSE
               MOVE "UNPAID"       TO AT-DTL-NOTE
           END-IF
           WRITE AT-PRINT-LINE FROM AT-DETAIL-LINE
           ADD TW-AMOUNT TO AT-YR-OPEN.

      *****************************************************************
      * PAYMENTS, CHECKS, ADJUSTMENTS, AND OPEN ITEMS CARRY ONLY A
      * DATE AND AN AMOUNT; THE ASSESSMENT COLUMNS ARE ZEROED, WHICH
      * PRINTS BLANK.
      *****************************************************************
       390-CLEAR-RETURN-COLUMNS.
           MOVE TW-ENTRY-DATE    TO AT-DTL-DATE
           MOVE TW-AMOUNT        TO AT-DTL-AMOUNT
           MOVE ZERO             TO AT-DTL-DEDUCTIONS
           MOVE ZERO             TO AT-DTL-TAK
           MOVE ZERO             TO AT-DTL-SURTAX
           MOVE ZERO             TO AT-DTL-PENALTY-INT
           MOVE ZERO             TO AT-DTL-CREDITS.

       800-TERMINATE.
           CLOSE TAXPAYER-MASTER
           CLOSE TRANSCRIPT-FILE
           PERFORM 850-PRINT-CONTROL-REPORT.

       850-PRINT-CONTROL-REPORT.
           MOVE AT-REQUESTS-READ      TO AT-RPT-REQUESTS-READ
           MOVE AT-REQUESTS-REJECTED  TO AT-RPT-REJECTED
           MOVE AT-STATEMENTS-PRINTED TO AT-RPT-STATEMENTS
           MOVE AT-NO-MASTER-COUNT    TO AT-RPT-NO-MASTER
           MOVE AT-NO-MAIL-COUNT      TO AT-RPT-NO-MAIL
           MOVE AT-RETURNS-LISTED     TO AT-RPT-RETURNS
           MOVE AT-PAYMENTS-LISTED    TO AT-RPT-PAYMENTS
           MOVE AT-CHECKS-LISTED      TO AT-RPT-CHECKS
           MOVE AT-ADJUSTMENTS-LISTED TO AT-RPT-ADJUSTMENTS
           MOVE AT-ITEMS-LISTED       TO AT-RPT-ITEMS
           DISPLAY "==============================================="
           DISPLAY "   ACCOUNT-TRANSCRIPT CONTROL TOTAL REPORT     "
           DISPLAY "==============================================="
           DISPLAY "REQUESTS READ. . . . . . . . " AT-RPT-REQUESTS-READ
           DISPLAY "REQUESTS REJECTED. . . . . . " AT-RPT-REJECTED
           DISPLAY "STATEMENTS PRINTED . . . . . " AT-RPT-STATEMENTS
           DISPLAY "NO MASTER RECORD . . . . . . " AT-RPT-NO-MASTER
           DISPLAY "MARKED DO NOT MAIL . . . . . " AT-RPT-NO-MAIL
           DISPLAY "RETURNS LISTED . . . . . . . " AT-RPT-RETURNS
           DISPLAY "PAYMENTS LISTED. . . . . . . " AT-RPT-PAYMENTS
           DISPLAY "REFUND CHECKS LISTED . . . . " AT-RPT-CHECKS
           DISPLAY "ADJUSTMENTS LISTED . . . . . " AT-RPT-ADJUSTMENTS
           DISPLAY "OPEN ITEMS LISTED. . . . . . " AT-RPT-ITEMS
           DISPLAY "===============================================".
