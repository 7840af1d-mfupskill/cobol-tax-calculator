      * items on the RECEIVABLE-FILE.  One record per payment
      * received, in ascending taxpayer ID / tax year order; an
      * out-of-sequence remittance is rejected to the application
      * report, not applied.  The file opens with one DEPOSHDR
      * deposit header carrying the bank deposit ticket figures
      * (see DEPOSREC).
      *****************************************************************
       01  RE-REMIT-RECORD.
           05  RE-KEY.
