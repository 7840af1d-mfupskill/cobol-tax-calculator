      *****************************************************************
      * INSTALL-MAINTENANCE
      *
      * Sets up, re-terms, and cancels installment payment agreements
      * on the INSTALLMENT-AGREEMENT file.  INSTALLMENT-CHANGE carries
      * one transaction per taxpayer ID and tax year, in ascending
      * key order, keyed by the collections desk from the call with
      * the taxpayer.  The merged result is written to
      * INSTALLMENT-NEW, which the desk copies over INSTAGMT once it
      * has been reviewed, the same master/transaction merge
      * TAXMASTR-MAINTENANCE uses on the taxpayer master.
      *
      * A new agreement starts on the run date: the down payment is
      * due now and the first installment on the due day of the
      * following month.  Only a current agreement can be re-termed
      * or cancelled; a new agreement may replace one that was
      * cancelled, defaulted, or paid off.  Every agreement touched
      * goes to the printed change-audit report with its before and
      * after image and the desk user who authorized it, so payment
      * plans no longer live on a spreadsheet nobody reconciles.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTALL-MAINTENANCE.
       AUTHOR. J-HALVERSON.
       INSTALLATION. TAX-DESK.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  JH  ORIGINAL VERSION.  PAYMENT PLANS WERE KEPT
      *                   ON A SPREADSHEET THE BATCH NEVER SAW, SO
      *                   TAXPAYERS ON A PLAN WERE STILL DUNNED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-AGREEMENT ASSIGN TO "INSTAGMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-AGR-STATUS.

           SELECT INSTALLMENT-CHANGE ASSIGN TO "INSTCHG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-CHG-STATUS.

           SELECT INSTALLMENT-NEW ASSIGN TO "INSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-NEW-STATUS.

           SELECT CHANGE-AUDIT     ASSIGN TO "INSTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IM-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLMENT-AGREEMENT.
       COPY INSTREC.

       FD  INSTALLMENT-CHANGE.
       COPY INSTCHREC.

       FD  INSTALLMENT-NEW.
       COPY INSTREC REPLACING LEADING ==IA== BY ==IN==.

       FD  CHANGE-AUDIT.
       01  IM-AUDIT-PRINT-LINE    PIC X(132).

       WORKING-STORAGE SECTION.
       01  IM-AGR-STATUS          PIC X(02) VALUE "00".
       01  IM-CHG-STATUS          PIC X(02) VALUE "00".
       01  IM-NEW-STATUS          PIC X(02) VALUE "00".
       01  IM-AUD-STATUS          PIC X(02) VALUE "00".

       01  IM-AGR-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  IM-AGR-END-OF-FILE         VALUE 'Y'.
       01  IM-CHG-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  IM-CHG-END-OF-FILE         VALUE 'Y'.

       01  IM-CHG-ACCEPT-SWITCH   PIC X(01) VALUE 'N'.
           88  IM-CHG-ACCEPTED            VALUE 'Y'.

       01  IM-RUN-DATE            PIC 9(08) VALUE ZEROES.
       01  IM-RUN-DATE-PARTS REDEFINES IM-RUN-DATE.
           05  IM-RUN-YEAR        PIC 9(04).
           05  IM-RUN-MONTH       PIC 9(02).
           05  IM-RUN-DAY         PIC 9(02).

      *****************************************************************
      * FIRST INSTALLMENT DUE DATE OF A NEW OR RE-TERMED AGREEMENT:
      * THE DUE DAY OF THE MONTH AFTER THE RUN DATE.
      *****************************************************************
       01  IM-FIRST-DUE-DATE      PIC 9(08) VALUE ZEROES.
       01  IM-FIRST-DUE-PARTS REDEFINES IM-FIRST-DUE-DATE.
           05  IM-DUE-YEAR        PIC 9(04).
           05  IM-DUE-MONTH       PIC 9(02).
           05  IM-DUE-DAY         PIC 9(02).

       01  IM-AGREEMENTS-READ     PIC 9(06) VALUE ZEROES.
       01  IM-CHANGES-READ        PIC 9(06) VALUE ZEROES.
       01  IM-SETUPS-APPLIED      PIC 9(06) VALUE ZEROES.
       01  IM-MODIFIES-APPLIED    PIC 9(06) VALUE ZEROES.
       01  IM-CANCELS-APPLIED     PIC 9(06) VALUE ZEROES.
       01  IM-CHANGES-REJECTED    PIC 9(06) VALUE ZEROES.
       01  IM-RECORDS-WRITTEN     PIC 9(06) VALUE ZEROES.

      *****************************************************************
      * PRIOR KEYS FOR THE ASCENDING-SEQUENCE CHECKS.  LOW-VALUES
      * LETS THE FIRST RECORD OF EACH FILE PASS.
      *****************************************************************
       01  IM-PREV-AGR-KEY        PIC X(13) VALUE LOW-VALUES.
       01  IM-PREV-CHG-KEY        PIC X(13) VALUE LOW-VALUES.

      *****************************************************************
      * CHANGE-AUDIT REPORT LINE LAYOUTS.  EVERY AGREEMENT TOUCHED
      * PRINTS ITS BEFORE IMAGE ON AN OLD LINE AND ITS AFTER IMAGE ON
      * A NEW LINE; A NEW AGREEMENT FOR A KEY NOT ON FILE HAS NO OLD
      * LINE.
      *****************************************************************
       01  IM-AUDIT-HEADING-1.
           05  FILLER             PIC X(44) VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "INSTALL-MAINTENANCE CHANGE-AUDIT REPORT".
           05  FILLER             PIC X(44) VALUE SPACES.

       01  IM-AUDIT-HEADING-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "ACTION".
           05  FILLER             PIC X(05) VALUE "SIDE".
           05  FILLER             PIC X(11) VALUE "TAXPAYER".
           05  FILLER             PIC X(06) VALUE "YEAR".
           05  FILLER             PIC X(10) VALUE "SETUP".
           05  FILLER             PIC X(14) VALUE "  DOWN PAYMNT".
           05  FILLER             PIC X(05) VALUE "  NO.".
           05  FILLER             PIC X(14) VALUE "  INSTALLMENT".
           05  FILLER             PIC X(05) VALUE " DAY".
           05  FILLER             PIC X(10) VALUE "FIRST DUE".
           05  FILLER             PIC X(04) VALUE "ST".
           05  FILLER             PIC X(20) VALUE "AUTHORIZED BY".
           05  FILLER             PIC X(17) VALUE SPACES.

       01  IM-AUDIT-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  IM-AUD-ACTION      PIC X(10).
           05  IM-AUD-SIDE        PIC X(05).
           05  IM-AUD-ID          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IM-AUD-YEAR        PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IM-AUD-SETUP       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IM-AUD-DOWN        PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IM-AUD-COUNT       PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IM-AUD-AMOUNT      PIC Z,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  IM-AUD-DUE-DAY     PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IM-AUD-FIRST-DUE   PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IM-AUD-AGR-STATUS  PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  IM-AUD-USER        PIC X(20).
           05  FILLER             PIC X(17) VALUE SPACES.

       01  IM-AUDIT-REJECT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE "REJECTED".
           05  FILLER             PIC X(05) VALUE SPACES.
           05  IM-REJ-ID          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IM-REJ-YEAR        PIC X(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IM-REJ-REASON      PIC X(35).
           05  FILLER             PIC X(64) VALUE SPACES.

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-MERGE-AGREEMENTS
               UNTIL IM-AGR-END-OF-FILE AND IM-CHG-END-OF-FILE.
           PERFORM 800-TERMINATE.
           STOP RUN.

      *****************************************************************
      * NO INSTAGMT YET MEANS NO AGREEMENTS ON FILE; EVERY SETUP IS
      * WRITTEN AS A NEW AGREEMENT.
      *****************************************************************
       100-INITIALIZE.
           ACCEPT IM-RUN-DATE FROM DATE YYYYMMDD
           MOVE IM-RUN-DATE TO IM-FIRST-DUE-DATE
           IF IM-DUE-MONTH = 12
               ADD 1 TO IM-DUE-YEAR
               MOVE 1 TO IM-DUE-MONTH
           ELSE
               ADD 1 TO IM-DUE-MONTH
           END-IF
           OPEN INPUT INSTALLMENT-AGREEMENT
           IF IM-AGR-STATUS = "35"
               MOVE 'Y'         TO IM-AGR-EOF-SWITCH
               MOVE HIGH-VALUES TO IA-KEY
           ELSE
               IF IM-AGR-STATUS NOT = "00"
                   DISPLAY "INSTALL-MAINTENANCE: UNABLE TO OPEN "
                           "INSTAGMT, STATUS = " IM-AGR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 110-READ-AGREEMENT
           END-IF
           OPEN INPUT INSTALLMENT-CHANGE
           IF IM-CHG-STATUS NOT = "00"
               DISPLAY "INSTALL-MAINTENANCE: UNABLE TO OPEN "
                       "INSTCHG, STATUS = " IM-CHG-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INSTALLMENT-NEW
           OPEN OUTPUT CHANGE-AUDIT
           WRITE IM-AUDIT-PRINT-LINE FROM IM-AUDIT-HEADING-1
           WRITE IM-AUDIT-PRINT-LINE FROM IM-AUDIT-HEADING-2
           PERFORM 120-READ-CHANGE-RECORD.

      *****************************************************************
      * READ THE NEXT AGREEMENT AND PROVE IT IS IN ASCENDING KEY
      * SEQUENCE, ABENDING IF NOT, AS TAXMASTR-MAINTENANCE DOES.
      *****************************************************************
       110-READ-AGREEMENT.
           READ INSTALLMENT-AGREEMENT
               AT END
                   MOVE 'Y'         TO IM-AGR-EOF-SWITCH
                   MOVE HIGH-VALUES TO IA-KEY
               NOT AT END
                   ADD 1 TO IM-AGREEMENTS-READ
                   IF IA-KEY NOT > IM-PREV-AGR-KEY
                       DISPLAY "INSTALL-MAINTENANCE: INSTAGMT OUT "
                               "OF SEQUENCE AT ID " IA-TAXPAYER-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE IA-KEY TO IM-PREV-AGR-KEY
           END-READ.

      *****************************************************************
      * READ TRANSACTIONS UNTIL ONE PASSES THE SEQUENCE AND FIELD
      * EDITS.  A BAD ONE IS HARD-REJECTED TO THE CHANGE-AUDIT
      * REPORT AND NEVER REACHES THE MERGE.  DUE DAYS STOP AT THE
      * 28TH SO EVERY MONTH HAS ONE.
      *****************************************************************
       120-READ-CHANGE-RECORD.
           MOVE 'N' TO IM-CHG-ACCEPT-SWITCH
           PERFORM 125-READ-NEXT-CHANGE
               UNTIL IM-CHG-ACCEPTED OR IM-CHG-END-OF-FILE.

       125-READ-NEXT-CHANGE.
           READ INSTALLMENT-CHANGE
               AT END
                   MOVE 'Y'         TO IM-CHG-EOF-SWITCH
                   MOVE HIGH-VALUES TO IC-KEY
               NOT AT END
                   ADD 1 TO IM-CHANGES-READ
                   EVALUATE TRUE
                       WHEN IC-KEY NOT > IM-PREV-CHG-KEY
                           MOVE "OUT OF SEQUENCE, NOT APPLIED"
                               TO IM-REJ-REASON
                           PERFORM 260-WRITE-REJECT-LINE
                       WHEN IC-TAX-YEAR IS NOT NUMERIC
                           MOVE "INVALID TAX YEAR"
                               TO IM-REJ-REASON
                           PERFORM 260-WRITE-REJECT-LINE
                       WHEN NOT IC-TRANS-SETUP
                        AND NOT IC-TRANS-MODIFY
                        AND NOT IC-TRANS-CANCEL
                           MOVE "UNKNOWN TRANSACTION CODE"
                               TO IM-REJ-REASON
                           PERFORM 260-WRITE-REJECT-LINE
                       WHEN IC-AUTH-USER = SPACES
                           MOVE "NO AUTHORIZING USER"
                               TO IM-REJ-REASON
                           PERFORM 260-WRITE-REJECT-LINE
                       WHEN IC-TRANS-CANCEL
                           MOVE IC-KEY TO IM-PREV-CHG-KEY
                           MOVE 'Y' TO IM-CHG-ACCEPT-SWITCH
                       WHEN IC-DOWN-PAYMENT IS NOT NUMERIC
                         OR IC-INSTALLMENT-COUNT IS NOT NUMERIC
                         OR IC-INSTALLMENT-AMOUNT IS NOT NUMERIC
                         OR IC-DUE-DAY IS NOT NUMERIC
                           MOVE "TERMS NOT NUMERIC"
                               TO IM-REJ-REASON
                           PERFORM 260-WRITE-REJECT-LINE
                       WHEN IC-DUE-DAY > 28
                           MOVE "DUE DAY AFTER THE 28TH"
                               TO IM-REJ-REASON
                           PERFORM 260-WRITE-REJECT-LINE
                       WHEN IC-TRANS-SETUP
                        AND (IC-INSTALLMENT-COUNT = ZERO
                          OR IC-INSTALLMENT-AMOUNT = ZERO
                          OR IC-DUE-DAY = ZERO)
                           MOVE "SETUP MISSING COUNT, AMOUNT, OR DAY"
                               TO IM-REJ-REASON
                           PERFORM 260-WRITE-REJECT-LINE
                       WHEN OTHER
                           MOVE IC-KEY TO IM-PREV-CHG-KEY
                           MOVE 'Y' TO IM-CHG-ACCEPT-SWITCH
                   END-EVALUATE
           END-READ.

      *****************************************************************
      * SEQUENTIAL MASTER/TRANSACTION MERGE ON TAXPAYER ID AND TAX
      * YEAR.  AN AGREEMENT WITH NO TRANSACTION PASSES THROUGH
      * UNCHANGED.  A SETUP FOR A KEY NOT ON FILE IS WRITTEN AS A NEW
      * AGREEMENT, AND ONE FOR A KEY ON FILE REPLACES IT UNLESS THE
      * AGREEMENT ON FILE IS STILL CURRENT.  A RE-TERM OR CANCEL
      * NEEDS A CURRENT AGREEMENT TO WORK ON.  EVERYTHING ELSE IS
      * REJECTED TO THE CHANGE-AUDIT REPORT.
      *****************************************************************
       200-MERGE-AGREEMENTS.
           EVALUATE TRUE
               WHEN IA-KEY < IC-KEY
                   PERFORM 210-WRITE-AGREEMENT-UNCHANGED
                   PERFORM 110-READ-AGREEMENT
               WHEN IA-KEY = IC-KEY
                   EVALUATE TRUE
                       WHEN IC-TRANS-SETUP AND IA-CURRENT
                           MOVE "AGREEMENT ALREADY CURRENT"
                               TO IM-REJ-REASON
                           PERFORM 260-WRITE-REJECT-LINE
                           PERFORM 210-WRITE-AGREEMENT-UNCHANGED
                       WHEN IC-TRANS-SETUP
                           MOVE "REPLACED"  TO IM-AUD-ACTION
                           PERFORM 270-WRITE-OLD-AUDIT-LINE
                           PERFORM 230-WRITE-AGREEMENT-SETUP
                       WHEN NOT IA-CURRENT
                           MOVE "AGREEMENT NOT CURRENT"
                               TO IM-REJ-REASON
                           PERFORM 260-WRITE-REJECT-LINE
                           PERFORM 210-WRITE-AGREEMENT-UNCHANGED
                       WHEN IC-TRANS-MODIFY
                           PERFORM 220-MODIFY-AGREEMENT
                       WHEN OTHER
                           PERFORM 240-CANCEL-AGREEMENT
                   END-EVALUATE
                   PERFORM 110-READ-AGREEMENT
                   PERFORM 120-READ-CHANGE-RECORD
               WHEN OTHER
                   IF IC-TRANS-SETUP
                       MOVE "SETUP"     TO IM-AUD-ACTION
                       PERFORM 230-WRITE-AGREEMENT-SETUP
                   ELSE
                       MOVE "NO AGREEMENT ON FILE"
                           TO IM-REJ-REASON
                       PERFORM 260-WRITE-REJECT-LINE
                   END-IF
                   PERFORM 120-READ-CHANGE-RECORD
           END-EVALUATE.

       210-WRITE-AGREEMENT-UNCHANGED.
           MOVE IA-AGREEMENT-RECORD TO IN-AGREEMENT-RECORD
           WRITE IN-AGREEMENT-RECORD
           ADD 1 TO IM-RECORDS-WRITTEN.

      *****************************************************************
      * RE-TERM A CURRENT AGREEMENT.  THE COUNT, AMOUNT, AND DUE DAY
      * ARE REPLACED WHERE THE TRANSACTION CARRIES THEM; THE SCHEDULE
      * THEN RESTARTS FROM TODAY WITH THE TRANSACTION'S DOWN PAYMENT,
      * SO INSTALLMENTS MISSED UNDER THE OLD TERMS ARE NOT HELD
      * AGAINST THE NEW ONES.  PAID-TO-DATE STARTS OVER WITH IT.
      *****************************************************************
       220-MODIFY-AGREEMENT.
           MOVE "MODIFIED"  TO IM-AUD-ACTION
           PERFORM 270-WRITE-OLD-AUDIT-LINE
           MOVE IA-AGREEMENT-RECORD TO IN-AGREEMENT-RECORD
           IF IC-INSTALLMENT-COUNT > ZERO
               MOVE IC-INSTALLMENT-COUNT  TO IN-INSTALLMENT-COUNT
           END-IF
           IF IC-INSTALLMENT-AMOUNT > ZERO
               MOVE IC-INSTALLMENT-AMOUNT TO IN-INSTALLMENT-AMOUNT
           END-IF
           IF IC-DUE-DAY > ZERO
               MOVE IC-DUE-DAY            TO IN-DUE-DAY
           END-IF
           MOVE IC-DOWN-PAYMENT   TO IN-DOWN-PAYMENT
           MOVE IM-RUN-DATE       TO IN-SETUP-DATE
           MOVE IN-DUE-DAY        TO IM-DUE-DAY
           MOVE IM-FIRST-DUE-DATE TO IN-FIRST-DUE-DATE
           MOVE IM-RUN-DATE       TO IN-STATUS-DATE
           MOVE ZEROES            TO IN-PAID-TO-DATE
           MOVE IC-AUTH-USER      TO IN-AUTH-USER
           WRITE IN-AGREEMENT-RECORD
           ADD 1 TO IM-RECORDS-WRITTEN
           ADD 1 TO IM-MODIFIES-APPLIED
           MOVE SPACES TO IM-AUD-ACTION
           PERFORM 275-WRITE-NEW-AUDIT-LINE.

      *****************************************************************
      * NEW AGREEMENT, EITHER FOR A KEY NOT ON FILE OR REPLACING ONE
      * NO LONGER CURRENT.  THE CALLER HAS SET THE AUDIT ACTION.
      *****************************************************************
       230-WRITE-AGREEMENT-SETUP.
           MOVE SPACES                TO IN-AGREEMENT-RECORD
           MOVE IC-KEY                TO IN-KEY
           MOVE IM-RUN-DATE           TO IN-SETUP-DATE
           MOVE IC-DOWN-PAYMENT       TO IN-DOWN-PAYMENT
           MOVE IC-INSTALLMENT-COUNT  TO IN-INSTALLMENT-COUNT
           MOVE IC-INSTALLMENT-AMOUNT TO IN-INSTALLMENT-AMOUNT
           MOVE IC-DUE-DAY            TO IN-DUE-DAY
           MOVE IC-DUE-DAY            TO IM-DUE-DAY
           MOVE IM-FIRST-DUE-DATE     TO IN-FIRST-DUE-DATE
           MOVE "C"                   TO IN-STATUS
           MOVE IM-RUN-DATE           TO IN-STATUS-DATE
           MOVE ZEROES                TO IN-PAID-TO-DATE
           MOVE IC-AUTH-USER          TO IN-AUTH-USER
           WRITE IN-AGREEMENT-RECORD
           ADD 1 TO IM-RECORDS-WRITTEN
           ADD 1 TO IM-SETUPS-APPLIED
           IF IA-KEY = IC-KEY
               MOVE SPACES TO IM-AUD-ACTION
           END-IF
           PERFORM 275-WRITE-NEW-AUDIT-LINE.

      *****************************************************************
      * CANCEL: THE AGREEMENT STAYS ON FILE MARKED "X" AS HISTORY,
      * AND THE YEAR GOES BACK INTO NORMAL COLLECTIONS.
      *****************************************************************
       240-CANCEL-AGREEMENT.
           MOVE "CANCELLED" TO IM-AUD-ACTION
           PERFORM 270-WRITE-OLD-AUDIT-LINE
           MOVE IA-AGREEMENT-RECORD TO IN-AGREEMENT-RECORD
           MOVE "X"               TO IN-STATUS
           MOVE IM-RUN-DATE       TO IN-STATUS-DATE
           MOVE IC-AUTH-USER      TO IN-AUTH-USER
           WRITE IN-AGREEMENT-RECORD
           ADD 1 TO IM-RECORDS-WRITTEN
           ADD 1 TO IM-CANCELS-APPLIED
           MOVE SPACES TO IM-AUD-ACTION
           PERFORM 275-WRITE-NEW-AUDIT-LINE.

       260-WRITE-REJECT-LINE.
           ADD 1 TO IM-CHANGES-REJECTED
           MOVE IC-TAXPAYER-ID TO IM-REJ-ID
           MOVE IC-TAX-YEAR    TO IM-REJ-YEAR
           WRITE IM-AUDIT-PRINT-LINE FROM IM-AUDIT-REJECT-LINE.

      *****************************************************************
      * BEFORE IMAGE OF THE AGREEMENT BEING REPLACED, RE-TERMED, OR
      * CANCELLED.  THE CALLER SETS THE ACTION COLUMN.
      *****************************************************************
       270-WRITE-OLD-AUDIT-LINE.
           MOVE "OLD"                 TO IM-AUD-SIDE
           MOVE IA-TAXPAYER-ID        TO IM-AUD-ID
           MOVE IA-TAX-YEAR           TO IM-AUD-YEAR
           MOVE IA-SETUP-DATE         TO IM-AUD-SETUP
           MOVE IA-DOWN-PAYMENT       TO IM-AUD-DOWN
           MOVE IA-INSTALLMENT-COUNT  TO IM-AUD-COUNT
           MOVE IA-INSTALLMENT-AMOUNT TO IM-AUD-AMOUNT
           MOVE IA-DUE-DAY            TO IM-AUD-DUE-DAY
           MOVE IA-FIRST-DUE-DATE     TO IM-AUD-FIRST-DUE
           MOVE IA-STATUS             TO IM-AUD-AGR-STATUS
           MOVE IA-AUTH-USER          TO IM-AUD-USER
           WRITE IM-AUDIT-PRINT-LINE FROM IM-AUDIT-DETAIL-LINE.

      *****************************************************************
      * AFTER IMAGE OF THE AGREEMENT JUST WRITTEN TO INSTNEW, TAKEN
      * FROM THE NEW RECORD SO THE REPORT SHOWS EXACTLY WHAT WENT ON
      * THE FILE.
      *****************************************************************
       275-WRITE-NEW-AUDIT-LINE.
           MOVE "NEW"                 TO IM-AUD-SIDE
           MOVE IN-TAXPAYER-ID        TO IM-AUD-ID
           MOVE IN-TAX-YEAR           TO IM-AUD-YEAR
           MOVE IN-SETUP-DATE         TO IM-AUD-SETUP
           MOVE IN-DOWN-PAYMENT       TO IM-AUD-DOWN
           MOVE IN-INSTALLMENT-COUNT  TO IM-AUD-COUNT
           MOVE IN-INSTALLMENT-AMOUNT TO IM-AUD-AMOUNT
           MOVE IN-DUE-DAY            TO IM-AUD-DUE-DAY
           MOVE IN-FIRST-DUE-DATE     TO IM-AUD-FIRST-DUE
           MOVE IN-STATUS             TO IM-AUD-AGR-STATUS
           MOVE IN-AUTH-USER          TO IM-AUD-USER
           WRITE IM-AUDIT-PRINT-LINE FROM IM-AUDIT-DETAIL-LINE.

       800-TERMINATE.
           IF IM-AGR-STATUS NOT = "35"
               CLOSE INSTALLMENT-AGREEMENT
           END-IF
           CLOSE INSTALLMENT-CHANGE
           CLOSE INSTALLMENT-NEW
           CLOSE CHANGE-AUDIT
           DISPLAY "INSTALL-MAINTENANCE COMPLETE"
           DISPLAY "  AGREEMENTS READ. . . . . . . " IM-AGREEMENTS-READ
           DISPLAY "  CHANGE RECORDS READ. . . . . " IM-CHANGES-READ
           DISPLAY "  AGREEMENTS SET UP. . . . . . " IM-SETUPS-APPLIED
           DISPLAY "  AGREEMENTS RE-TERMED . . . . "
                   IM-MODIFIES-APPLIED
           DISPLAY "  AGREEMENTS CANCELLED . . . . "
                   IM-CANCELS-APPLIED
           DISPLAY "  CHANGES REJECTED . . . . . . "
                   IM-CHANGES-REJECTED
           DISPLAY "  RECORDS WRITTEN TO INSTNEW . "
                   IM-RECORDS-WRITTEN.
