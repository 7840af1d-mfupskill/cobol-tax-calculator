      *****************************************************************
      * INSTALL-MONITOR
      *
      * Monthly check of every current installment agreement against
      * what the taxpayer has actually paid.  The agreements are
      * loaded into a table; one pass of the PAYMENT-HISTORY file
      * totals what RECV-APPLY has applied to each agreement's tax
      * year since the agreement was set up, and one pass of the
      * RECEIVABLE-FILE totals what is still open for the year.  The
      * paid figure is recomputed from history every run rather than
      * carried forward, so a rerun in the same month gives the same
      * answer.
      *
      * An agreement whose year has nothing left open is paid off.
      * One that has paid less than the down payment plus every
      * installment fallen due by the run date is defaulted: the
      * taxpayer gets a default notice, addressed from TAXMIDX the
      * way DUNNING-PRINT addresses its letters, and from then on the
      * year is dunned and aged like any other balance.  Everything
      * else stays current.  The updated agreements go to
      * INSTALLMENT-NEW, which the desk copies over INSTAGMT, and
      * every current agreement checked is listed on the monitor
      * report with what was required, what was paid, and the
      * outcome.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INSTALL-MONITOR.
       AUTHOR. J-HALVERSON.
       INSTALLATION. TAX-DESK.
       DATE-WRITTEN. 10/15/2026.
       DATE-COMPILED.
      *
      * MODIFICATION HISTORY
      *   10/15/2026  JH  ORIGINAL VERSION.  MISSED PLAN PAYMENTS WERE
      *                   ONLY NOTICED WHEN SOMEONE OPENED THE
      *                   SPREADSHEET.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INSTALLMENT-AGREEMENT ASSIGN TO "INSTAGMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-AGR-STATUS.

           SELECT PAYMENT-HISTORY ASSIGN TO "PAYHIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-HIST-STATUS.

           SELECT RECEIVABLE-FILE ASSIGN TO "RECVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-RCV-STATUS.

           SELECT TAXPAYER-MASTER ASSIGN TO "TAXMIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TM-ID
               FILE STATUS IS IR-MST-STATUS.

           SELECT INSTALLMENT-NEW ASSIGN TO "INSTNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-NEW-STATUS.

           SELECT MONITOR-REPORT ASSIGN TO "INSTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-RPT-STATUS.

           SELECT DEFAULT-NOTICE ASSIGN TO "INSTDFLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IR-LTR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INSTALLMENT-AGREEMENT.
       COPY INSTREC.

       FD  PAYMENT-HISTORY.
       COPY PAYHREC.

       FD  RECEIVABLE-FILE.
       COPY RECVREC.

       FD  TAXPAYER-MASTER.
       COPY TAXMREC.

       FD  INSTALLMENT-NEW.
       COPY INSTREC REPLACING LEADING ==IA== BY ==IN==.

       FD  MONITOR-REPORT.
       01  IR-PRINT-LINE          PIC X(132).

       FD  DEFAULT-NOTICE.
       01  IR-LETTER-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  IR-FILE-STATUSES.
           05  IR-AGR-STATUS      PIC X(02) VALUE "00".
           05  IR-HIST-STATUS     PIC X(02) VALUE "00".
           05  IR-RCV-STATUS      PIC X(02) VALUE "00".
           05  IR-MST-STATUS      PIC X(02) VALUE "00".
           05  IR-NEW-STATUS      PIC X(02) VALUE "00".
           05  IR-RPT-STATUS      PIC X(02) VALUE "00".
           05  IR-LTR-STATUS      PIC X(02) VALUE "00".

       01  IR-SWITCHES.
           05  IR-AGR-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  IR-AGR-END-OF-FILE      VALUE 'Y'.
           05  IR-HIST-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  IR-HIST-END-OF-FILE     VALUE 'Y'.
           05  IR-RCV-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  IR-RCV-END-OF-FILE      VALUE 'Y'.
           05  IR-MST-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  IR-MASTER-IS-FOUND      VALUE 'Y'.
           05  IR-AGR-FOUND-SW    PIC X(01) VALUE 'N'.
               88  IR-AGREEMENT-FOUND      VALUE 'Y'.

       01  IR-RUN-DATE            PIC 9(08) VALUE ZEROES.
       01  IR-RUN-DATE-PARTS REDEFINES IR-RUN-DATE.
           05  IR-RUN-YEAR        PIC 9(04).
           05  IR-RUN-MONTH       PIC 9(02).
           05  IR-RUN-DAY         PIC 9(02).
       01  IR-FIRST-DUE-DATE      PIC 9(08) VALUE ZEROES.
       01  IR-FIRST-DUE-PARTS REDEFINES IR-FIRST-DUE-DATE.
           05  IR-DUE-YEAR        PIC 9(04).
           05  IR-DUE-MONTH       PIC 9(02).
           05  IR-DUE-DAY         PIC 9(02).

      *****************************************************************
      * TAXPAYER ID AND TAX YEAR OF THE PAYMENT OR ITEM IN HAND, IN
      * THE SAME FORM AS AN AGREEMENT KEY SO THE TWO COMPARE.
      *****************************************************************
       01  IR-MATCH-KEY.
           05  IR-MATCH-ID        PIC X(09).
           05  IR-MATCH-YEAR      PIC 9(04).

       01  IR-PREV-AGR-KEY        PIC X(13) VALUE LOW-VALUES.
       01  IR-PREV-ITEM-KEY       PIC X(21) VALUE LOW-VALUES.

      *****************************************************************
      * AGREEMENT TABLE.  EACH ENTRY HOLDS THE AGREEMENT RECORD AS
      * READ, LAID OUT OVER THE INSTREC IMAGE FOR THE FIELDS THE
      * PASSES NEED, PLUS WHAT THIS RUN FOUND PAID SINCE SETUP AND
      * STILL OPEN FOR THE YEAR.  LOADED IN INSTAGMT KEY ORDER.
      *****************************************************************
       01  IR-AGR-TABLE.
           05  IR-AGR-ENTRY OCCURS 5000 TIMES.
               10  IR-AGR-IMAGE.
                   15  IR-AGR-KEY         PIC X(13).
                   15  IR-AGR-SETUP-DATE  PIC 9(08).
                   15  FILLER             PIC X(31).
                   15  IR-AGR-STATUS-CODE PIC X(01).
                       88  IR-AGR-CURRENT          VALUE "C".
                   15  FILLER             PIC X(43).
               10  IR-AGR-PAID        PIC 9(09)V99.
               10  IR-AGR-OPEN        PIC 9(09)V99.
       01  IR-AGR-MAX             PIC 9(08) COMP VALUE 5000.
       01  IR-AGR-COUNT           PIC 9(08) COMP VALUE ZERO.
       01  IR-AGR-IDX             PIC 9(08) COMP VALUE ZERO.
       01  IR-AGR-IDX-SAVE        PIC 9(08) COMP VALUE ZERO.

      *****************************************************************
      * SCHEDULE WORK FIELDS FOR THE AGREEMENT BEING CHECKED.
      *****************************************************************
       01  IR-INSTALLMENTS-DUE    PIC S9(05) COMP VALUE ZERO.
       01  IR-REQUIRED-TO-DATE    PIC 9(09)V99 VALUE ZERO.
       01  IR-OUTCOME             PIC X(24) VALUE SPACES.

       01  IR-CONTROL-TOTALS.
           05  IR-AGREEMENTS-READ        PIC 9(08) VALUE ZERO.
           05  IR-AGREEMENTS-CHECKED     PIC 9(08) VALUE ZERO.
           05  IR-STAYED-CURRENT         PIC 9(08) VALUE ZERO.
           05  IR-DEFAULTED-COUNT        PIC 9(08) VALUE ZERO.
           05  IR-PAID-OFF-COUNT         PIC 9(08) VALUE ZERO.
           05  IR-NOTICES-PRINTED        PIC 9(08) VALUE ZERO.
           05  IR-NO-MASTER-COUNT        PIC 9(08) VALUE ZERO.
           05  IR-NO-MAIL-COUNT          PIC 9(08) VALUE ZERO.
           05  IR-PAYMENTS-READ          PIC 9(08) VALUE ZERO.
           05  IR-PAYMENTS-MATCHED       PIC 9(08) VALUE ZERO.
           05  IR-ITEMS-READ             PIC 9(08) VALUE ZERO.
           05  IR-RECORDS-WRITTEN        PIC 9(08) VALUE ZERO.
           05  IR-TOTAL-PAID             PIC 9(10)V99 VALUE ZERO.
           05  IR-TOTAL-DEFAULTED        PIC 9(10)V99 VALUE ZERO.

       01  IR-RPT-AGREEMENTS-READ  PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-CHECKED          PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-CURRENT          PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-DEFAULTED        PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-PAID-OFF         PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-NOTICES          PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-NO-MASTER        PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-NO-MAIL          PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-PAYMENTS-READ    PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-PAYMENTS-MATCHED PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-ITEMS-READ       PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-WRITTEN          PIC ZZZ,ZZZ,ZZ9.
       01  IR-RPT-TOTAL-PAID       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  IR-RPT-TOTAL-DEFAULTED  PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * MONITOR REPORT LINE LAYOUTS.
      *****************************************************************
       01  IR-HEADING-LINE-1.
           05  FILLER             PIC X(44) VALUE SPACES.
           05  FILLER             PIC X(44) VALUE
               "INSTALLMENT AGREEMENT MONITOR REPORT".
           05  FILLER             PIC X(44) VALUE SPACES.

       01  IR-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "CHECKED AS ".
           05  FILLER             PIC X(03) VALUE "OF ".
           05  IR-DTE-RUN-DATE    PIC 9(08).
           05  FILLER             PIC X(109) VALUE SPACES.

       01  IR-HEADING-LINE-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE "TAXPAYER".
           05  FILLER             PIC X(06) VALUE "YEAR".
           05  FILLER             PIC X(10) VALUE "SETUP".
           05  FILLER             PIC X(10) VALUE "FIRST DUE".
           05  FILLER             PIC X(09) VALUE "DUE/OF".
           05  FILLER             PIC X(17) VALUE "   REQUIRED".
           05  FILLER             PIC X(17) VALUE "       PAID".
           05  FILLER             PIC X(17) VALUE "  STILL OPEN".
           05  FILLER             PIC X(34) VALUE "OUTCOME".

       01  IR-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  IR-DTL-ID          PIC X(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IR-DTL-YEAR        PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IR-DTL-SETUP       PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IR-DTL-FIRST-DUE   PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IR-DTL-DUE         PIC ZZ9.
           05  FILLER             PIC X(01) VALUE "/".
           05  IR-DTL-COUNT       PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  IR-DTL-REQUIRED    PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  IR-DTL-PAID        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  IR-DTL-OPEN        PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  IR-DTL-OUTCOME     PIC X(24).
           05  FILLER             PIC X(10) VALUE SPACES.

      *****************************************************************
      * DEFAULT NOTICE LINE LAYOUTS, IN THE DUNNING LETTER STYLE.
      *****************************************************************
       01  IR-RULE-LINE.
           05  FILLER             PIC X(80) VALUE ALL "-".

       01  IR-TITLE-LINE.
           05  FILLER             PIC X(20) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "INSTALLMENT AGREEMENT DEFAULT NOTICE".
           05  FILLER             PIC X(20) VALUE SPACES.

       01  IR-NAME-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  IR-LTR-NAME        PIC X(20).
           05  FILLER             PIC X(55) VALUE SPACES.

       01  IR-ADDR-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  IR-LTR-ADDRESS     PIC X(25).
           05  FILLER             PIC X(50) VALUE SPACES.

       01  IR-CITY-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  IR-LTR-CITY        PIC X(15).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  IR-LTR-STATE       PIC X(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  IR-LTR-ZIP         PIC X(09).
           05  FILLER             PIC X(47) VALUE SPACES.

       01  IR-DEFAULT-TEXT-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               "YOUR INSTALLMENT AGREEMENT FOR TAX YEAR".
           05  IR-LTR-YEAR        PIC 9(04).
           05  FILLER             PIC X(31) VALUE
               " IS IN DEFAULT.".

       01  IR-AMOUNT-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  IR-AMT-LABEL       PIC X(30).
           05  IR-AMT-AMOUNT      PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER             PIC X(29) VALUE SPACES.

       01  IR-REMIT-LINE-1.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(42) VALUE
               "THE AGREEMENT IS NOW IN DEFAULT AND THE ".
           05  FILLER             PIC X(33) VALUE
               "FULL BALANCE IS DUE.".

       01  IR-REMIT-LINE-2.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(52) VALUE
               "PLEASE REMIT THE BALANCE TO THE TAX DESK WITHIN ".
           05  FILLER             PIC X(23) VALUE "30 DAYS.".

       PROCEDURE DIVISION.
       000-MAIN-PROCEDURE.
           PERFORM 100-INITIALIZE.
           PERFORM 200-CHECK-ONE-AGREEMENT
               VARYING IR-AGR-IDX FROM 1 BY 1
               UNTIL IR-AGR-IDX > IR-AGR-COUNT.
           PERFORM 800-TERMINATE.
           STOP RUN.

      *****************************************************************
      * LOAD THE AGREEMENTS, THEN TOTAL PAYMENTS AND OPEN BALANCES
      * INTO THE TABLE BEFORE ANY AGREEMENT IS JUDGED.  NO PAYHIST
      * YET MEANS NOTHING HAS BEEN PAID.
      *****************************************************************
       100-INITIALIZE.
           ACCEPT IR-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT INSTALLMENT-AGREEMENT
           IF IR-AGR-STATUS NOT = "00"
               DISPLAY "INSTALL-MONITOR: UNABLE TO OPEN INSTAGMT, "
                       "STATUS = " IR-AGR-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-READ-AGREEMENT
           PERFORM 120-STORE-AGREEMENT
               UNTIL IR-AGR-END-OF-FILE
           CLOSE INSTALLMENT-AGREEMENT
           OPEN INPUT PAYMENT-HISTORY
           IF IR-HIST-STATUS = "35"
               MOVE 'Y' TO IR-HIST-EOF-SWITCH
           ELSE
               IF IR-HIST-STATUS NOT = "00"
                   DISPLAY "INSTALL-MONITOR: UNABLE TO OPEN PAYHIST, "
                           "STATUS = " IR-HIST-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 130-READ-PAYMENT-HISTORY
               PERFORM 140-TOTAL-PAYMENT
                   UNTIL IR-HIST-END-OF-FILE
               CLOSE PAYMENT-HISTORY
           END-IF
           OPEN INPUT RECEIVABLE-FILE
           IF IR-RCV-STATUS NOT = "00"
               DISPLAY "INSTALL-MONITOR: UNABLE TO OPEN RECVFILE, "
                       "STATUS = " IR-RCV-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO IR-AGR-IDX
           PERFORM 150-READ-RECEIVABLE-ITEM
           PERFORM 160-TOTAL-OPEN-ITEM
               UNTIL IR-RCV-END-OF-FILE
           CLOSE RECEIVABLE-FILE
           OPEN INPUT TAXPAYER-MASTER
           IF IR-MST-STATUS NOT = "00"
               DISPLAY "INSTALL-MONITOR: UNABLE TO OPEN TAXMIDX, "
                       "STATUS = " IR-MST-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT INSTALLMENT-NEW
           OPEN OUTPUT MONITOR-REPORT
           OPEN OUTPUT DEFAULT-NOTICE
           WRITE IR-PRINT-LINE FROM IR-HEADING-LINE-1
           MOVE IR-RUN-DATE TO IR-DTE-RUN-DATE
           WRITE IR-PRINT-LINE FROM IR-DATE-LINE
           WRITE IR-PRINT-LINE FROM IR-HEADING-LINE-2.

       110-READ-AGREEMENT.
           READ INSTALLMENT-AGREEMENT
               AT END
                   MOVE 'Y' TO IR-AGR-EOF-SWITCH
               NOT AT END
                   ADD 1 TO IR-AGREEMENTS-READ
                   IF IA-KEY NOT > IR-PREV-AGR-KEY
                       DISPLAY "INSTALL-MONITOR: INSTAGMT OUT OF "
                               "SEQUENCE AT ID " IA-TAXPAYER-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE IA-KEY TO IR-PREV-AGR-KEY
           END-READ.

       120-STORE-AGREEMENT.
           IF IR-AGR-COUNT >= IR-AGR-MAX
               DISPLAY "INSTALL-MONITOR: MORE THAN " IR-AGR-MAX
                       " AGREEMENTS ON INSTAGMT, AGREEMENT TABLE FULL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO IR-AGR-COUNT
           MOVE IA-AGREEMENT-RECORD TO IR-AGR-IMAGE (IR-AGR-COUNT)
           MOVE ZEROES              TO IR-AGR-PAID  (IR-AGR-COUNT)
           MOVE ZEROES              TO IR-AGR-OPEN  (IR-AGR-COUNT)
           PERFORM 110-READ-AGREEMENT.

       130-READ-PAYMENT-HISTORY.
           READ PAYMENT-HISTORY
               AT END
                   MOVE 'Y' TO IR-HIST-EOF-SWITCH
               NOT AT END
                   ADD 1 TO IR-PAYMENTS-READ
           END-READ.

      *****************************************************************
      * PAYHIST IS IN RUN ORDER, SO EACH PAYMENT SEARCHES THE TABLE.
      * ONLY MONEY REMITTED ON OR AFTER THE SETUP DATE OF A CURRENT
      * AGREEMENT COUNTS TOWARD IT.
      *****************************************************************
       140-TOTAL-PAYMENT.
           MOVE PH-TAXPAYER-ID TO IR-MATCH-ID
           MOVE PH-TAX-YEAR    TO IR-MATCH-YEAR
           MOVE 'N'  TO IR-AGR-FOUND-SW
           MOVE ZERO TO IR-AGR-IDX-SAVE
           PERFORM 145-TEST-AGREEMENT-KEY
               VARYING IR-AGR-IDX FROM 1 BY 1
               UNTIL IR-AGR-IDX > IR-AGR-COUNT
                  OR IR-AGREEMENT-FOUND
           IF IR-AGREEMENT-FOUND
               IF IR-AGR-CURRENT (IR-AGR-IDX-SAVE)
                  AND PH-REMIT-DATE >=
                      IR-AGR-SETUP-DATE (IR-AGR-IDX-SAVE)
                   ADD PH-AMOUNT TO IR-AGR-PAID (IR-AGR-IDX-SAVE)
                   ADD 1 TO IR-PAYMENTS-MATCHED
               END-IF
           END-IF
           PERFORM 130-READ-PAYMENT-HISTORY.

       145-TEST-AGREEMENT-KEY.
           IF IR-AGR-KEY (IR-AGR-IDX) = IR-MATCH-KEY
               MOVE 'Y' TO IR-AGR-FOUND-SW
               MOVE IR-AGR-IDX TO IR-AGR-IDX-SAVE
           END-IF.

       150-READ-RECEIVABLE-ITEM.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'Y' TO IR-RCV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO IR-ITEMS-READ
                   IF RV-KEY < IR-PREV-ITEM-KEY
                       DISPLAY "INSTALL-MONITOR: RECVFILE OUT OF "
                               "SEQUENCE AT ID " RV-TAXPAYER-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE RV-KEY TO IR-PREV-ITEM-KEY
           END-READ.

      *****************************************************************
      * RECVFILE AND THE TABLE ARE BOTH IN TAXPAYER ID AND TAX YEAR
      * ORDER, SO THE TABLE POINTER ONLY EVER MOVES FORWARD: STEP IT
      * PAST AGREEMENTS BELOW THE ITEM, THEN ADD THE ITEM IN IF THE
      * KEYS MATCH.
      *****************************************************************
       160-TOTAL-OPEN-ITEM.
           MOVE RV-TAXPAYER-ID TO IR-MATCH-ID
           MOVE RV-TAX-YEAR    TO IR-MATCH-YEAR
           PERFORM 165-STEP-AGREEMENT-POINTER
               UNTIL IR-AGR-IDX > IR-AGR-COUNT
                  OR IR-AGR-KEY (IR-AGR-IDX) NOT < IR-MATCH-KEY
           IF IR-AGR-IDX NOT > IR-AGR-COUNT
               IF IR-AGR-KEY (IR-AGR-IDX) = IR-MATCH-KEY
                   ADD RV-OPEN-AMOUNT TO IR-AGR-OPEN (IR-AGR-IDX)
               END-IF
           END-IF
           PERFORM 150-READ-RECEIVABLE-ITEM.

       165-STEP-AGREEMENT-POINTER.
           ADD 1 TO IR-AGR-IDX.

      *****************************************************************
      * ONE AGREEMENT.  ANYTHING NOT CURRENT IS HISTORY AND IS
      * CARRIED TO INSTNEW UNCHANGED.  A CURRENT ONE IS JUDGED ON
      * THE TOTALS GATHERED ABOVE AND WRITTEN WITH ITS NEW STATUS
      * AND PAID-TO-DATE.
      *****************************************************************
       200-CHECK-ONE-AGREEMENT.
           MOVE IR-AGR-IMAGE (IR-AGR-IDX) TO IN-AGREEMENT-RECORD
           IF IN-CURRENT
               ADD 1 TO IR-AGREEMENTS-CHECKED
               PERFORM 210-COMPUTE-REQUIRED
               IF IR-AGR-PAID (IR-AGR-IDX) > 9999999.99
                   MOVE 9999999.99 TO IN-PAID-TO-DATE
               ELSE
                   MOVE IR-AGR-PAID (IR-AGR-IDX) TO IN-PAID-TO-DATE
               END-IF
               ADD IR-AGR-PAID (IR-AGR-IDX) TO IR-TOTAL-PAID
               EVALUATE TRUE
                   WHEN IR-AGR-OPEN (IR-AGR-IDX) = ZERO
                       MOVE "P"         TO IN-STATUS
                       MOVE IR-RUN-DATE TO IN-STATUS-DATE
                       ADD 1 TO IR-PAID-OFF-COUNT
                       MOVE "PAID OFF"  TO IR-OUTCOME
                   WHEN IR-AGR-PAID (IR-AGR-IDX) < IR-REQUIRED-TO-DATE
                       MOVE "D"         TO IN-STATUS
                       MOVE IR-RUN-DATE TO IN-STATUS-DATE
                       ADD 1 TO IR-DEFAULTED-COUNT
                       ADD IR-AGR-OPEN (IR-AGR-IDX)
                                        TO IR-TOTAL-DEFAULTED
                       PERFORM 300-SEND-DEFAULT-NOTICE
                   WHEN IR-INSTALLMENTS-DUE = IN-INSTALLMENT-COUNT
                       ADD 1 TO IR-STAYED-CURRENT
                       MOVE "TERMS MET, BALANCE OPEN" TO IR-OUTCOME
                   WHEN OTHER
                       ADD 1 TO IR-STAYED-CURRENT
                       MOVE "CURRENT"   TO IR-OUTCOME
               END-EVALUATE
               PERFORM 250-WRITE-DETAIL-LINE
           END-IF
           WRITE IN-AGREEMENT-RECORD
           ADD 1 TO IR-RECORDS-WRITTEN.

      *****************************************************************
      * INSTALLMENTS FALLEN DUE BY THE RUN DATE.  ONE IS DUE FOR
      * EVERY MONTH FROM THE FIRST DUE DATE TO THE RUN MONTH, THE RUN
      * MONTH'S OWN INSTALLMENT ONLY ONCE ITS DUE DAY HAS PASSED, AND
      * NEVER MORE THAN THE AGREEMENT CALLS FOR.  THE DOWN PAYMENT IS
      * DUE FROM SETUP.
      *****************************************************************
       210-COMPUTE-REQUIRED.
           MOVE IN-FIRST-DUE-DATE TO IR-FIRST-DUE-DATE
           COMPUTE IR-INSTALLMENTS-DUE =
               (IR-RUN-YEAR * 12 + IR-RUN-MONTH)
               - (IR-DUE-YEAR * 12 + IR-DUE-MONTH)
           IF IR-RUN-DAY > IR-DUE-DAY
               ADD 1 TO IR-INSTALLMENTS-DUE
           END-IF
           IF IR-INSTALLMENTS-DUE < ZERO
               MOVE ZERO TO IR-INSTALLMENTS-DUE
           END-IF
           IF IR-INSTALLMENTS-DUE > IN-INSTALLMENT-COUNT
               MOVE IN-INSTALLMENT-COUNT TO IR-INSTALLMENTS-DUE
           END-IF
           COMPUTE IR-REQUIRED-TO-DATE =
               IN-DOWN-PAYMENT
               + (IR-INSTALLMENTS-DUE * IN-INSTALLMENT-AMOUNT).

       250-WRITE-DETAIL-LINE.
           MOVE IN-TAXPAYER-ID            TO IR-DTL-ID
           MOVE IN-TAX-YEAR               TO IR-DTL-YEAR
           MOVE IN-SETUP-DATE             TO IR-DTL-SETUP
           MOVE IN-FIRST-DUE-DATE         TO IR-DTL-FIRST-DUE
           MOVE IR-INSTALLMENTS-DUE       TO IR-DTL-DUE
           MOVE IN-INSTALLMENT-COUNT      TO IR-DTL-COUNT
           MOVE IR-REQUIRED-TO-DATE       TO IR-DTL-REQUIRED
           MOVE IR-AGR-PAID (IR-AGR-IDX)  TO IR-DTL-PAID
           MOVE IR-AGR-OPEN (IR-AGR-IDX)  TO IR-DTL-OPEN
           MOVE IR-OUTCOME                TO IR-DTL-OUTCOME
           WRITE IR-PRINT-LINE FROM IR-DETAIL-LINE.

      *****************************************************************
      * DEFAULT NOTICE.  ADDRESSED FROM THE MASTER THE SAME WAY AS A
      * DUNNING LETTER; NO MASTER OR DO-NOT-MAIL STILL DEFAULTS THE
      * AGREEMENT BUT SENDS NOTHING, AND THE OUTCOME ON THE REPORT
      * SAYS WHY.
      *****************************************************************
       300-SEND-DEFAULT-NOTICE.
           PERFORM 310-READ-MASTER-BY-ID
           EVALUATE TRUE
               WHEN NOT IR-MASTER-IS-FOUND
                   ADD 1 TO IR-NO-MASTER-COUNT
                   MOVE "DEFAULTED, NO MASTER"  TO IR-OUTCOME
               WHEN TM-NO-MAIL
                   ADD 1 TO IR-NO-MAIL-COUNT
                   MOVE "DEFAULTED, DO NOT MAIL" TO IR-OUTCOME
               WHEN OTHER
                   PERFORM 320-WRITE-DEFAULT-NOTICE
                   ADD 1 TO IR-NOTICES-PRINTED
                   MOVE "DEFAULTED, NOTICE SENT" TO IR-OUTCOME
           END-EVALUATE.

      *****************************************************************
      * RANDOM READ OF THE INDEXED MASTER BY TAXPAYER ID, THE SAME
      * LOOKUP DUNNING-PRINT USES.  NO RECORD UNDER THE KEY MEANS NO
      * MASTER FOR THIS TAXPAYER; ANY OTHER FAILURE ABENDS THE RUN.
      *****************************************************************
       310-READ-MASTER-BY-ID.
           MOVE 'N'            TO IR-MST-FOUND-SWITCH
           MOVE IN-TAXPAYER-ID TO TM-ID
           READ TAXPAYER-MASTER
               INVALID KEY
                   IF IR-MST-STATUS NOT = "23"
                       DISPLAY "INSTALL-MONITOR: UNABLE TO READ "
                               "TAXMIDX FOR ID " IN-TAXPAYER-ID
                               ", STATUS = " IR-MST-STATUS
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               NOT INVALID KEY
                   MOVE 'Y' TO IR-MST-FOUND-SWITCH
           END-READ.

       320-WRITE-DEFAULT-NOTICE.
           WRITE IR-LETTER-LINE FROM IR-RULE-LINE
           WRITE IR-LETTER-LINE FROM IR-TITLE-LINE
           MOVE SPACES TO IR-LETTER-LINE
           WRITE IR-LETTER-LINE
           MOVE TM-NAME        TO IR-LTR-NAME
           WRITE IR-LETTER-LINE FROM IR-NAME-LINE
           MOVE TM-ADDR-LINE-1 TO IR-LTR-ADDRESS
           WRITE IR-LETTER-LINE FROM IR-ADDR-LINE
           IF TM-ADDR-LINE-2 NOT = SPACES
               MOVE TM-ADDR-LINE-2 TO IR-LTR-ADDRESS
               WRITE IR-LETTER-LINE FROM IR-ADDR-LINE
           END-IF
           MOVE TM-CITY        TO IR-LTR-CITY
           MOVE TM-STATE       TO IR-LTR-STATE
           MOVE TM-ZIP         TO IR-LTR-ZIP
           WRITE IR-LETTER-LINE FROM IR-CITY-LINE
           MOVE SPACES TO IR-LETTER-LINE
           WRITE IR-LETTER-LINE
           MOVE IN-TAX-YEAR    TO IR-LTR-YEAR
           WRITE IR-LETTER-LINE FROM IR-DEFAULT-TEXT-LINE
           MOVE SPACES TO IR-LETTER-LINE
           WRITE IR-LETTER-LINE
           MOVE "REQUIRED UNDER THE AGREEMENT" TO IR-AMT-LABEL
           MOVE IR-REQUIRED-TO-DATE            TO IR-AMT-AMOUNT
           WRITE IR-LETTER-LINE FROM IR-AMOUNT-LINE
           MOVE "PAID SINCE THE AGREEMENT"     TO IR-AMT-LABEL
           MOVE IR-AGR-PAID (IR-AGR-IDX)       TO IR-AMT-AMOUNT
           WRITE IR-LETTER-LINE FROM IR-AMOUNT-LINE
           MOVE "BALANCE NOW DUE"              TO IR-AMT-LABEL
           MOVE IR-AGR-OPEN (IR-AGR-IDX)       TO IR-AMT-AMOUNT
           WRITE IR-LETTER-LINE FROM IR-AMOUNT-LINE
           MOVE SPACES TO IR-LETTER-LINE
           WRITE IR-LETTER-LINE
           WRITE IR-LETTER-LINE FROM IR-REMIT-LINE-1
           WRITE IR-LETTER-LINE FROM IR-REMIT-LINE-2
           MOVE SPACES TO IR-LETTER-LINE
           WRITE IR-LETTER-LINE.

       800-TERMINATE.
           CLOSE TAXPAYER-MASTER
           CLOSE INSTALLMENT-NEW
           CLOSE MONITOR-REPORT
           CLOSE DEFAULT-NOTICE
           PERFORM 850-PRINT-CONTROL-REPORT.

       850-PRINT-CONTROL-REPORT.
           MOVE IR-AGREEMENTS-READ    TO IR-RPT-AGREEMENTS-READ
           MOVE IR-AGREEMENTS-CHECKED TO IR-RPT-CHECKED
           MOVE IR-STAYED-CURRENT     TO IR-RPT-CURRENT
           MOVE IR-DEFAULTED-COUNT    TO IR-RPT-DEFAULTED
           MOVE IR-PAID-OFF-COUNT     TO IR-RPT-PAID-OFF
           MOVE IR-NOTICES-PRINTED    TO IR-RPT-NOTICES
           MOVE IR-NO-MASTER-COUNT    TO IR-RPT-NO-MASTER
           MOVE IR-NO-MAIL-COUNT      TO IR-RPT-NO-MAIL
           MOVE IR-PAYMENTS-READ      TO IR-RPT-PAYMENTS-READ
           MOVE IR-PAYMENTS-MATCHED   TO IR-RPT-PAYMENTS-MATCHED
           MOVE IR-ITEMS-READ         TO IR-RPT-ITEMS-READ
           MOVE IR-RECORDS-WRITTEN    TO IR-RPT-WRITTEN
           MOVE IR-TOTAL-PAID         TO IR-RPT-TOTAL-PAID
           MOVE IR-TOTAL-DEFAULTED    TO IR-RPT-TOTAL-DEFAULTED
           DISPLAY "==============================================="
           DISPLAY "   INSTALL-MONITOR CONTROL TOTAL REPORT        "
           DISPLAY "==============================================="
           DISPLAY "AGREEMENTS READ. . . . . . . "
                   IR-RPT-AGREEMENTS-READ
           DISPLAY "CURRENT AGREEMENTS CHECKED . " IR-RPT-CHECKED
           DISPLAY "  STAYED CURRENT . . . . . . " IR-RPT-CURRENT
           DISPLAY "  DEFAULTED. . . . . . . . . " IR-RPT-DEFAULTED
           DISPLAY "  PAID OFF . . . . . . . . . " IR-RPT-PAID-OFF
           DISPLAY "DEFAULT NOTICES PRINTED. . . " IR-RPT-NOTICES
           DISPLAY "NO MASTER RECORD . . . . . . " IR-RPT-NO-MASTER
           DISPLAY "SUPPRESSED, DO NOT MAIL. . . " IR-RPT-NO-MAIL
           DISPLAY "PAYMENT HISTORY READ . . . . "
                   IR-RPT-PAYMENTS-READ
           DISPLAY "PAYMENTS UNDER AGREEMENTS. . "
                   IR-RPT-PAYMENTS-MATCHED
           DISPLAY "OPEN ITEMS READ. . . . . . . " IR-RPT-ITEMS-READ
           DISPLAY "AGREEMENTS WRITTEN TO INSTNEW "
                   IR-RPT-WRITTEN
           DISPLAY "TOTAL PAID UNDER AGREEMENTS. "
                   IR-RPT-TOTAL-PAID
           DISPLAY "BALANCE RETURNED TO DUNNING. "
                   IR-RPT-TOTAL-DEFAULTED
           DISPLAY "===============================================".
