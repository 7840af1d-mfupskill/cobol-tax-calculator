      * count and open amount per bucket and in total.  The day
      * arithmetic uses thirty-day months, which is how the buckets
      * are defined anyway, so the count never needs a calendar.
      * An item for a tax year under a current installment agreement
      * on INSTAGMT is not past due in the ordinary sense; it is
      * listed as AGREEMENT and totalled on its own line instead of
      * in an aging bucket, and still counts in the total open.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECV-AGING.
      *                   WORKED OFF A TAXPYOUT PRINTOUT AND A
      *                   HIGHLIGHTER, WITH NO VIEW OF HOW LONG A
      *                   BALANCE HAD BEEN SITTING.
      *   10/15/2026  JH  ITEMS UNDER A CURRENT INSTALLMENT AGREEMENT
      *                   ARE TOTALLED SEPARATELY, NOT AGED.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AG-RCV-STATUS.

           SELECT INSTALLMENT-AGREEMENT ASSIGN TO "INSTAGMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AG-AGR-STATUS.

           SELECT AGING-REPORT  ASSIGN TO "AGERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AG-RPT-STATUS.
       FD  RECEIVABLE-FILE.
       COPY RECVREC.

       FD  INSTALLMENT-AGREEMENT.
       COPY INSTREC.

       FD  AGING-REPORT.
       01  AG-PRINT-LINE          PIC X(100).

       WORKING-STORAGE SECTION.
       01  AG-RCV-STATUS          PIC X(02) VALUE "00".
       01  AG-RPT-STATUS          PIC X(02) VALUE "00".
       01  AG-AGR-STATUS          PIC X(02) VALUE "00".

       01  AG-RCV-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  AG-RCV-END-OF-FILE         VALUE 'Y'.
       01  AG-AGR-EOF-SWITCH      PIC X(01) VALUE 'N'.
           88  AG-AGR-END-OF-FILE         VALUE 'Y'.

      *****************************************************************
      * TAXPAYER ID AND TAX YEAR OF THE ITEM IN HAND, IN THE SAME
      * FORM AS AN AGREEMENT KEY SO THE TWO COMPARE.
      *****************************************************************
       01  AG-ITEM-AGR-KEY.
           05  AG-ITEM-AGR-ID     PIC X(09).
           05  AG-ITEM-AGR-YEAR   PIC 9(04).
       01  AG-PREV-AGR-KEY        PIC X(13) VALUE LOW-VALUES.

       01  AG-RUN-DATE            PIC 9(08) VALUE ZEROES.
       01  AG-RUN-DATE-PARTS REDEFINES AG-RUN-DATE.

       01  AG-ITEMS-READ          PIC 9(08) VALUE ZERO.
       01  AG-TOTAL-OPEN          PIC 9(10)V99 VALUE ZERO.
       01  AG-AGREEMENT-COUNT     PIC 9(08) VALUE ZERO.
       01  AG-AGREEMENT-AMOUNT    PIC 9(10)V99 VALUE ZERO.

       01  AG-RPT-ITEMS-READ       PIC ZZZ,ZZZ,ZZ9.
       01  AG-RPT-TOTAL-OPEN       PIC Z,ZZZ,ZZZ,ZZ9.99.
       01  AG-RPT-AGREEMENT-COUNT  PIC ZZZ,ZZZ,ZZ9.
       01  AG-RPT-AGREEMENT-AMOUNT PIC Z,ZZZ,ZZZ,ZZ9.99.

      *****************************************************************
      * REPORT LINE LAYOUTS.
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT INSTALLMENT-AGREEMENT
           IF AG-AGR-STATUS = "35"
               MOVE 'Y'         TO AG-AGR-EOF-SWITCH
               MOVE HIGH-VALUES TO IA-KEY
           ELSE
               IF AG-AGR-STATUS NOT = "00"
                   DISPLAY "RECV-AGING: UNABLE TO OPEN INSTAGMT, "
                           "STATUS = " AG-AGR-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 120-READ-AGREEMENT
           END-IF
           OPEN OUTPUT AGING-REPORT
           ACCEPT AG-RUN-DATE FROM DATE YYYYMMDD
           WRITE AG-PRINT-LINE FROM AG-HEADING-LINE-1
                   ADD 1 TO AG-ITEMS-READ
           END-READ.

       120-READ-AGREEMENT.
           READ INSTALLMENT-AGREEMENT
               AT END
                   MOVE 'Y'         TO AG-AGR-EOF-SWITCH
                   MOVE HIGH-VALUES TO IA-KEY
               NOT AT END
                   IF IA-KEY NOT > AG-PREV-AGR-KEY
                       DISPLAY "RECV-AGING: INSTAGMT OUT OF "
                               "SEQUENCE AT ID " IA-TAXPAYER-ID
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE IA-KEY TO AG-PREV-AGR-KEY
           END-READ.

      *****************************************************************
      * AGE ONE OPEN ITEM AND ROLL IT INTO ITS BUCKET.  THIRTY-DAY
      * MONTHS: DAYS = (YEARS * 360) + (MONTHS * 30) + DAYS APART,
      * FLOORED AT ZERO FOR AN ITEM POSTED TODAY.  INSTAGMT IS IN
      * THE SAME TAXPAYER ID AND TAX YEAR ORDER AS RECVFILE, SO THE
      * AGREEMENTS ARE READ FORWARD TO THE ITEM'S KEY; AN ITEM UNDER
      * A CURRENT AGREEMENT GOES TO THE AGREEMENT TOTAL, NOT A
      * BUCKET.
      *****************************************************************
       200-AGE-OPEN-ITEM.
           MOVE RV-POSTED-DATE TO AG-POSTED-DATE
           IF AG-AGE-DAYS < ZERO
               MOVE ZERO TO AG-AGE-DAYS
           END-IF
           MOVE RV-TAXPAYER-ID TO AG-ITEM-AGR-ID
           MOVE RV-TAX-YEAR    TO AG-ITEM-AGR-YEAR
           PERFORM 120-READ-AGREEMENT
               UNTIL AG-AGR-END-OF-FILE
                  OR IA-KEY NOT < AG-ITEM-AGR-KEY
           EVALUATE TRUE
               WHEN IA-KEY = AG-ITEM-AGR-KEY AND IA-CURRENT
                   MOVE ZERO TO AG-BUCKET-IDX
                   MOVE "AGREEMENT" TO AG-DTL-BUCKET
               WHEN AG-AGE-DAYS <= 30
                   MOVE 1 TO AG-BUCKET-IDX
                   MOVE "CURRENT"   TO AG-DTL-BUCKET
                   MOVE 4 TO AG-BUCKET-IDX
                   MOVE "OVER 90"   TO AG-DTL-BUCKET
           END-EVALUATE
           IF AG-BUCKET-IDX = ZERO
               ADD 1              TO AG-AGREEMENT-COUNT
               ADD RV-OPEN-AMOUNT TO AG-AGREEMENT-AMOUNT
           ELSE
               ADD 1              TO AG-BUCKET-COUNT  (AG-BUCKET-IDX)
               ADD RV-OPEN-AMOUNT TO AG-BUCKET-AMOUNT (AG-BUCKET-IDX)
           END-IF
           ADD RV-OPEN-AMOUNT TO AG-TOTAL-OPEN
           MOVE RV-TAXPAYER-ID TO AG-DTL-ID
           MOVE RV-TAX-YEAR    TO AG-DTL-YEAR
           PERFORM 710-PRINT-ONE-BUCKET
               VARYING AG-BUCKET-IDX FROM 1 BY 1
               UNTIL AG-BUCKET-IDX > 4
           MOVE "UNDER AGREEMENT"   TO AG-TOT-LABEL
           MOVE AG-AGREEMENT-COUNT  TO AG-TOT-COUNT
           MOVE AG-AGREEMENT-AMOUNT TO AG-TOT-AMOUNT
           WRITE AG-PRINT-LINE FROM AG-TOTAL-LINE
           MOVE "TOTAL OPEN"   TO AG-TOT-LABEL
           MOVE AG-ITEMS-READ  TO AG-TOT-COUNT
           MOVE AG-TOTAL-OPEN  TO AG-TOT-AMOUNT

       800-TERMINATE.
           CLOSE RECEIVABLE-FILE
           IF AG-AGR-STATUS NOT = "35"
               CLOSE INSTALLMENT-AGREEMENT
           END-IF
           CLOSE AGING-REPORT
           MOVE AG-ITEMS-READ       TO AG-RPT-ITEMS-READ
           MOVE AG-TOTAL-OPEN       TO AG-RPT-TOTAL-OPEN
           MOVE AG-AGREEMENT-COUNT  TO AG-RPT-AGREEMENT-COUNT
           MOVE AG-AGREEMENT-AMOUNT TO AG-RPT-AGREEMENT-AMOUNT
           DISPLAY "==============================================="
           DISPLAY "      RECV-AGING CONTROL TOTAL REPORT          "
           DISPLAY "==============================================="
           DISPLAY "OPEN ITEMS READ. . . . . . . " AG-RPT-ITEMS-READ
           DISPLAY "ITEMS UNDER AGREEMENT. . . . "
                   AG-RPT-AGREEMENT-COUNT
           DISPLAY "AMOUNT UNDER AGREEMENT . . . "
                   AG-RPT-AGREEMENT-AMOUNT
           DISPLAY "TOTAL OPEN AMOUNT. . . . . . " AG-RPT-TOTAL-OPEN
           DISPLAY "===============================================".
