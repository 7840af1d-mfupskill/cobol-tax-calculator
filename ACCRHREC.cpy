      *****************************************************************
      * ACCRHREC.CPY
      * Record layout for the ACCRUAL-HISTORY file, one record per
      * month RECV-ACCRUE has charged interest on the receivable
      * file, appended at the end of a balanced run.  RECV-ACCRUE
      * reads it first and refuses to run a second time for a month
      * already on file, so a rerun never posts the interest twice.
      * If a month's RECVNEW is thrown away rather than copied over
      * RECVFILE, the desk removes that month's record before the
      * accrual is run again.
      *****************************************************************
       01  AH-ACCRUAL-RECORD.
           05  AH-ACCRUAL-MONTH       PIC 9(06).
           05  AH-RUN-DATE            PIC 9(08).
           05  AH-RUN-TIME            PIC 9(08).
           05  AH-ITEMS-ACCRUED       PIC 9(08).
           05  AH-INTEREST-TOTAL      PIC 9(10)V99.
           05  FILLER                 PIC X(08).
