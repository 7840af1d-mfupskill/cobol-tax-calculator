      *****************************************************************
      * INSTCHREC.CPY
      * Record layout for the INSTALLMENT-CHANGE file, the
      * transaction input to INSTALL-MAINTENANCE, in ascending
      * taxpayer ID / tax year order.  IC-TRANS-CODE says what to do
      * with the agreement for the key: "A" sets up a new agreement
      * from the terms on the transaction; "C" re-terms a current
      * agreement, replacing the installment count, amount, and due
      * day where the transaction carries them non-zero, keeping the
      * rest, and restarting the schedule from the run date with the
      * transaction's down payment (normally zero); "X" cancels a
      * current agreement, and the terms on the transaction are
      * ignored.  Every transaction names the desk user who
      * authorized it.
      *****************************************************************
       01  IC-CHANGE-RECORD.
           05  IC-KEY.
               10  IC-TAXPAYER-ID     PIC X(09).
               10  IC-TAX-YEAR        PIC 9(04).
           05  IC-TRANS-CODE          PIC X(01).
               88  IC-TRANS-SETUP              VALUE "A".
               88  IC-TRANS-MODIFY             VALUE "C".
               88  IC-TRANS-CANCEL             VALUE "X".
           05  IC-DOWN-PAYMENT        PIC 9(07)V99.
           05  IC-INSTALLMENT-COUNT   PIC 9(03).
           05  IC-INSTALLMENT-AMOUNT  PIC 9(07)V99.
           05  IC-DUE-DAY             PIC 9(02).
           05  IC-AUTH-USER           PIC X(20).
           05  FILLER                 PIC X(05).
