      *****************************************************************
      * CHKHREC.CPY
      * Record layout for the CHECK-HISTORY file.  CHECK-RECONCILE
      * appends one record for every run that balances, carrying the
      * outstanding-check count and amount it left on OUTCHKN and
      * the voided checks still waiting for reissue.  The next run
      * proves the OUTCHK it is given against the last record here,
      * so a night where OUTCHKN was not copied back, or was copied
      * twice, is caught before any check is matched.
      *****************************************************************
       01  KH-HISTORY-RECORD.
           05  KH-RUN-DATE            PIC 9(08).
           05  KH-RUN-TIME            PIC 9(08).
           05  KH-OUTSTANDING-COUNT   PIC 9(08).
           05  KH-OUTSTANDING-TOTAL   PIC 9(10)V99.
           05  KH-VOIDED-COUNT        PIC 9(08).
           05  KH-VOIDED-TOTAL        PIC 9(10)V99.
           05  FILLER                 PIC X(08).
