      *****************************************************************
      * RCVHREC.CPY
      * Record layout for the RECEIVABLE-HISTORY file, the cumulative
      * record of every change made to an open item other than a
      * payment.  RECV-ADJUST appends one record per item it adjusts
      * - an increase ("I"), decrease ("D"), or write-off ("W") with
      * the reason code and authorizing user off ADJTRAN - and
      * RECV-ACCRUE appends one per item it charges interest ("N").
      * Each carries the item's key, the run date, and the amount
      * the open balance moved.  Payments and refund offsets are on
      * PAYMENT-HISTORY (see PAYHREC), so the two files together
      * account for every movement of a receivable balance.  The
      * file is in run order, not key order; programs that need a
      * taxpayer's entries read it through.  If a run's RECVNEW is
      * thrown away rather than copied over RECVFILE, the desk
      * removes that run's records before the run is made again.
      *****************************************************************
       01  RH-RECEIVABLE-HISTORY.
           05  RH-KEY.
               10  RH-TAXPAYER-ID     PIC X(09).
               10  RH-TAX-YEAR        PIC 9(04).
               10  RH-POSTED-DATE     PIC 9(08).
           05  RH-ENTRY-DATE          PIC 9(08).
           05  RH-ENTRY-TYPE          PIC X(01).
               88  RH-INCREASE                 VALUE "I".
               88  RH-DECREASE                 VALUE "D".
               88  RH-WRITE-OFF                VALUE "W".
               88  RH-INTEREST                 VALUE "N".
           05  RH-AMOUNT              PIC 9(07)V99.
           05  RH-REASON-CODE         PIC X(02).
           05  RH-AUTH-USER           PIC X(20).
           05  FILLER                 PIC X(05).
