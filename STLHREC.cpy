      *****************************************************************
      * STLHREC.CPY
      * Record layout for the SETTLEMENT-HISTORY file, one record per
      * locality code and tax year for every month LOCALITY-SETTLE
      * has settled, appended at the end of a balanced run.  Each
      * record carries the surtax settled to the locality for that
      * year from the start through the month, and the month's net:
      * paid to the county ("P") or recovered from it ("R").  The
      * next month's settlement pays only what it finds collected
      * beyond the last settled-to-date figure, so a month skipped
      * is caught up and nothing is paid twice.  LOCALITY-SETTLE
      * refuses a month already on file or earlier than one on file.
      * The months settled by hand before LOCALITY-SETTLE are seeded
      * by the desk as one record per locality and year for the
      * last hand-settled month, with the settled-to-date amount.
      *****************************************************************
       01  SH-SETTLEMENT-RECORD.
           05  SH-KEY.
               10  SH-SETTLE-MONTH    PIC 9(06).
               10  SH-LOCALITY        PIC X(03).
               10  SH-TAX-YEAR        PIC 9(04).
           05  SH-RUN-DATE            PIC 9(08).
           05  SH-RUN-TIME            PIC 9(08).
           05  SH-SETTLED-TO-DATE     PIC 9(09)V99.
           05  SH-NET-AMOUNT          PIC 9(09)V99.
           05  SH-DIRECTION           PIC X(01).
               88  SH-PAID-TO-COUNTY           VALUE "P".
               88  SH-RECOVERED-FROM-COUNTY    VALUE "R".
           05  FILLER                 PIC X(08).
