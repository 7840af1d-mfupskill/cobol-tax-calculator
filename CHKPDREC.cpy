      *****************************************************************
      * CHKPDREC.CPY
      * Record layout for the CHECK-PAID file treasury sends back
      * each day, one record per refund check it paid or had
      * returned undeliverable since the last file.  The check is
      * identified by the taxpayer ID, tax year, and extract date
      * from the DISBEXT record it was cut from, with the amount as
      * a cross-check, plus treasury's own check number for the
      * register.  The file is in treasury's order, not ours.
      *****************************************************************
       01  CP-PAID-RECORD.
           05  CP-KEY.
               10  CP-TAXPAYER-ID     PIC X(09).
               10  CP-TAX-YEAR        PIC 9(04).
               10  CP-ISSUE-DATE      PIC 9(08).
           05  CP-CHECK-AMOUNT        PIC 9(07)V99.
           05  CP-CHECK-NUMBER        PIC X(10).
           05  CP-ACTION              PIC X(01).
               88  CP-CHECK-PAID               VALUE "P".
               88  CP-CHECK-RETURNED           VALUE "R".
           05  CP-ACTION-DATE         PIC 9(08).
           05  FILLER                 PIC X(07).
