      * file, a partial payment reduces RV-OPEN-AMOUNT and marks the
      * item "P".  RECV-AGING and DUNNING-PRINT work the open items
      * so collections no longer runs off a TAXPYOUT printout and a
      * highlighter.  RECV-ACCRUE adds each month's interest to the
      * open amount and stamps RV-LAST-ACCRUAL-DATE, which is zero
      * until the item has been through its first accrual; the next
      * accrual runs from that date rather than the posted date.
      *****************************************************************
       01  RV-OPEN-ITEM.
           05  RV-KEY.
           05  RV-ITEM-STATUS         PIC X(01).
               88  RV-ITEM-OPEN                VALUE "O".
               88  RV-ITEM-PARTIAL             VALUE "P".
           05  RV-LAST-ACCRUAL-DATE   PIC 9(08).
           05  FILLER                 PIC X(04).
