      *****************************************************************
      * PAYHREC.CPY
      * Record layout for the PAYMENT-HISTORY file, the cumulative
      * record of every remittance dollar RECV-APPLY has applied to
      * an open item.  RECV-APPLY appends one record per item paid,
      * carrying the item's key, the remittance date, the run date,
      * the amount applied, and whether the payment cleared the item
      * ("F") or paid it down ("P").  REFUND-EXTRACT appends one
      * record per item a refund is offset against, disposition
      * "O", dated by the extract run, since an offset pays the
      * item the same as a remittance does.  The file is in run
      * order, not key order; programs that need a taxpayer's
      * payments read it through.  Money left unapplied goes to
      * suspense and is not carried here.
      *****************************************************************
       01  PH-PAYMENT-HISTORY.
           05  PH-KEY.
               10  PH-TAXPAYER-ID     PIC X(09).
               10  PH-TAX-YEAR        PIC 9(04).
               10  PH-POSTED-DATE     PIC 9(08).
           05  PH-REMIT-DATE          PIC 9(08).
           05  PH-APPLY-DATE          PIC 9(08).
           05  PH-AMOUNT              PIC 9(07)V99.
           05  PH-DISPOSITION         PIC X(01).
               88  PH-PAID-IN-FULL             VALUE "F".
               88  PH-PAID-DOWN                VALUE "P".
               88  PH-REFUND-OFFSET            VALUE "O".
           05  FILLER                 PIC X(05).
