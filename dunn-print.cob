      * do-not-mail suppresses the letter and is counted.  The
      * receivable file is in ascending taxpayer-ID order, so a
      * taxpayer's items arrive together and the letter is cut on
      * the change of ID.  A tax year under a current installment
      * agreement on INSTAGMT is being paid on schedule and is left
      * off the letter; INSTALL-MONITOR sends its own notice if the
      * agreement defaults, after which the year is dunned again.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUNNING-PRINT.
      *   09/03/2026  JH  ORIGINAL VERSION.  COLLECTIONS HAD NO
      *                   LETTER RUN AT ALL; CHASING A BALANCE MEANT
      *                   TYPING A LETTER BY HAND OFF THE PRINTOUT.
      *   10/15/2026  JH  ITEMS FOR A TAX YEAR UNDER A CURRENT
      *                   INSTALLMENT AGREEMENT ARE NO LONGER DUNNED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-RCV-STATUS.

           SELECT INSTALLMENT-AGREEMENT ASSIGN TO "INSTAGMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-AGR-STATUS.

           SELECT TAXPAYER-MASTER ASSIGN TO "TAXMIDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       FD  RECEIVABLE-FILE.
       COPY RECVREC.

       FD  INSTALLMENT-AGREEMENT.
       COPY INSTREC.

       FD  TAXPAYER-MASTER.
       COPY TAXMREC.

       WORKING-STORAGE SECTION.
       01  DN-FILE-STATUSES.
           05  DN-RCV-STATUS      PIC X(02) VALUE "00".
           05  DN-AGR-STATUS      PIC X(02) VALUE "00".
           05  DN-MST-STATUS      PIC X(02) VALUE "00".
           05  DN-LTR-STATUS      PIC X(02) VALUE "00".
           05  DN-EXC-STATUS      PIC X(02) VALUE "00".
       01  DN-SWITCHES.
           05  DN-RCV-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  DN-RCV-END-OF-FILE      VALUE 'Y'.
           05  DN-AGR-EOF-SWITCH  PIC X(01) VALUE 'N'.
               88  DN-AGR-END-OF-FILE      VALUE 'Y'.
           05  DN-AGREEMENT-SWITCH PIC X(01) VALUE 'N'.
               88  DN-ITEM-UNDER-AGREEMENT VALUE 'Y'.
           05  DN-MST-FOUND-SWITCH PIC X(01) VALUE 'N'.
               88  DN-MASTER-IS-FOUND      VALUE 'Y'.
           05  DN-PRINTING-SWITCH PIC X(01) VALUE 'N'.
       01  DN-GROUP-TOTAL         PIC 9(10)V99 VALUE ZERO.
       01  DN-GROUP-ITEMS         PIC 9(04) VALUE ZERO.

      *****************************************************************
      * TAXPAYER ID AND TAX YEAR OF THE ITEM IN HAND, IN THE SAME
      * FORM AS AN AGREEMENT KEY SO THE TWO COMPARE.
      *****************************************************************
       01  DN-ITEM-AGR-KEY.
           05  DN-ITEM-AGR-ID     PIC X(09).
           05  DN-ITEM-AGR-YEAR   PIC 9(04).
       01  DN-PREV-AGR-KEY        PIC X(13) VALUE LOW-VALUES.

       01  DN-CONTROL-TOTALS.
           05  DN-ITEMS-READ             PIC 9(08) VALUE ZERO.
           05  DN-TAXPAYERS-SEEN         PIC 9(08) VALUE ZERO.
           05  DN-LETTERS-PRINTED        PIC 9(08) VALUE ZERO.
           05  DN-NO-ADDRESS-COUNT       PIC 9(08) VALUE ZERO.
           05  DN-NO-MAIL-COUNT          PIC 9(08) VALUE ZERO.
           05  DN-AGREEMENT-ITEMS        PIC 9(08) VALUE ZERO.
           05  DN-AGREEMENT-AMOUNT       PIC 9(10)V99 VALUE ZERO.
           05  DN-TOTAL-DUNNED           PIC 9(10)V99 VALUE ZERO.

       01  DN-RPT-ITEMS-READ       PIC ZZZ,ZZZ,ZZ9.
       01  DN-RPT-LETTERS          PIC ZZZ,ZZZ,ZZ9.
       01  DN-RPT-NO-ADDRESS       PIC ZZZ,ZZZ,ZZ9.
       01  DN-RPT-NO-MAIL          PIC ZZZ,ZZZ,ZZ9.
       01  DN-RPT-AGREEMENT-ITEMS  PIC ZZZ,ZZZ,ZZ9.
       01  DN-RPT-AGREEMENT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  DN-RPT-TOTAL-DUNNED     PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INSTALLMENT-AGREEMENT
           IF DN-AGR-STATUS = "35"
               MOVE 'Y'         TO DN-AGR-EOF-SWITCH
               MOVE HIGH-VALUES TO IA-KEY
           ELSE
               IF DN-AGR-STATUS NOT = "00"
                   DISPLAY "DUNNING-PRINT: UNABLE TO OPEN INSTAGMT, "
                           "STATUS = " DN-AGR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 125-READ-AGREEMENT
           END-IF
           OPEN INPUT TAXPAYER-MASTER
           IF DN-MST-STATUS NOT = "00"
               DISPLAY "DUNNING-PRINT: UNABLE TO OPEN TAXMIDX, "
           WRITE DN-EXC-PRINT-LINE FROM DN-EXC-HEADING-LINE
           PERFORM 110-READ-RECEIVABLE-ITEM.

      *****************************************************************
      * NEXT ITEM TO DUN.  ITEMS UNDER A CURRENT INSTALLMENT
      * AGREEMENT ARE COUNTED AND READ PAST HERE, SO THE LETTER LOGIC
      * NEVER SEES THEM.
      *****************************************************************
       110-READ-RECEIVABLE-ITEM.
           MOVE 'Y' TO DN-AGREEMENT-SWITCH
           PERFORM 115-READ-NEXT-ITEM
               UNTIL DN-RCV-END-OF-FILE
                  OR NOT DN-ITEM-UNDER-AGREEMENT.

       115-READ-NEXT-ITEM.
           READ RECEIVABLE-FILE
               AT END
                   MOVE 'Y' TO DN-RCV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO DN-ITEMS-READ
                   PERFORM 120-CHECK-AGREEMENT
                   IF DN-ITEM-UNDER-AGREEMENT
                       ADD 1 TO DN-AGREEMENT-ITEMS
                       ADD RV-OPEN-AMOUNT TO DN-AGREEMENT-AMOUNT
                   END-IF
           END-READ.

      *****************************************************************
      * INSTAGMT AND RECVFILE ARE BOTH IN TAXPAYER ID AND TAX YEAR
      * ORDER: READ AGREEMENTS FORWARD TO THE ITEM'S KEY, AND THE
      * ITEM IS UNDER AGREEMENT IF ONE IS THERE AND STILL CURRENT.
      *****************************************************************
       120-CHECK-AGREEMENT.
           MOVE 'N'            TO DN-AGREEMENT-SWITCH
           MOVE RV-TAXPAYER-ID TO DN-ITEM-AGR-ID
           MOVE RV-TAX-YEAR    TO DN-ITEM-AGR-YEAR
           PERFORM 125-READ-AGREEMENT
               UNTIL DN-AGR-END-OF-FILE
                  OR IA-KEY NOT < DN-ITEM-AGR-KEY
           IF IA-KEY = DN-ITEM-AGR-KEY AND IA-CURRENT
               MOVE 'Y' TO DN-AGREEMENT-SWITCH
           END-IF.

       125-READ-AGREEMENT.
           READ INSTALLMENT-AGREEMENT
               AT END
                   MOVE 'Y'         TO DN-AGR-EOF-SWITCH
                   MOVE HIGH-VALUES TO IA-KEY
               NOT AT END
                   IF IA-KEY NOT > DN-PREV-AGR-KEY
                       DISPLAY "DUNNING-PRINT: INSTAGMT OUT OF "
                               "SEQUENCE AT ID " IA-TAXPAYER-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE IA-KEY TO DN-PREV-AGR-KEY
           END-READ.

      *****************************************************************

       800-TERMINATE.
           CLOSE RECEIVABLE-FILE
           IF DN-AGR-STATUS NOT = "35"
               CLOSE INSTALLMENT-AGREEMENT
           END-IF
           CLOSE TAXPAYER-MASTER
           CLOSE DUNNING-FILE
           CLOSE NOADDR-REPORT
           MOVE DN-LETTERS-PRINTED  TO DN-RPT-LETTERS
           MOVE DN-NO-ADDRESS-COUNT TO DN-RPT-NO-ADDRESS
           MOVE DN-NO-MAIL-COUNT    TO DN-RPT-NO-MAIL
           MOVE DN-AGREEMENT-ITEMS  TO DN-RPT-AGREEMENT-ITEMS
           MOVE DN-AGREEMENT-AMOUNT TO DN-RPT-AGREEMENT-AMOUNT
           MOVE DN-TOTAL-DUNNED     TO DN-RPT-TOTAL-DUNNED
           DISPLAY "==============================================="
           DISPLAY "    DUNNING-PRINT CONTROL TOTAL REPORT         "
           DISPLAY "==============================================="
           DISPLAY "OPEN ITEMS READ. . . . . . . " DN-RPT-ITEMS-READ
           DISPLAY "UNDER INSTALLMENT AGREEMENT. "
                   DN-RPT-AGREEMENT-ITEMS
           DISPLAY "AMOUNT UNDER AGREEMENT . . . "
                   DN-RPT-AGREEMENT-AMOUNT
           DISPLAY "TAXPAYERS WITH OPEN ITEMS. . " DN-RPT-TAXPAYERS
           DISPLAY "LETTERS PRINTED. . . . . . . " DN-RPT-LETTERS
           DISPLAY "NO MASTER RECORD . . . . . . " DN-RPT-NO-ADDRESS
