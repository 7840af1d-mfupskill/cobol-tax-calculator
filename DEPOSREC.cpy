      *****************************************************************
      * DEPOSREC.CPY
      * Deposit header record layout for the REMIT-IN file.  The
      * cashier desk opens each remittance batch with one header,
      * the same length as RE-REMIT-RECORD and recognized by the
      * literal tag in the first eight positions, carrying the
      * deposit date and the count and total from the bank deposit
      * ticket, so RECV-APPLY can prove the remittances keyed are
      * the money the bank actually took in.
      *****************************************************************
       01  DH-DEPOSIT-HEADER.
           05  DH-RECORD-TAG          PIC X(08).
               88  DH-IS-DEPOSIT-HEADER        VALUE "DEPOSHDR".
           05  FILLER                 PIC X(01).
           05  DH-DEPOSIT-DATE        PIC 9(08).
           05  DH-DEPOSIT-COUNT       PIC 9(06).
           05  DH-DEPOSIT-TOTAL       PIC 9(09)V99.
           05  FILLER                 PIC X(02).
