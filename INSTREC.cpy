      *****************************************************************
      * INSTREC.CPY
      * Record layout for the INSTALLMENT-AGREEMENT file, one record
      * per payment plan, keyed on taxpayer ID and tax year and kept
      * in ascending key order.  INSTALL-MAINTENANCE sets agreements
      * up, modifies and cancels them; INSTALL-MONITOR checks each
      * current agreement monthly against the PAYMENT-HISTORY file.
      * The taxpayer owes the down payment at setup and then
      * IA-INSTALLMENT-AMOUNT on IA-DUE-DAY of every month starting
      * with IA-FIRST-DUE-DATE, for IA-INSTALLMENT-COUNT months.
      * IA-PAID-TO-DATE is what INSTALL-MONITOR last found paid
      * against the year since IA-SETUP-DATE.  Items for a year
      * under a current agreement ("C") are left off the dunning
      * letters and aged separately; an agreement that misses an
      * installment is defaulted ("D") and the balance goes back to
      * normal collections.  A cancelled ("X"), defaulted, or paid
      * off ("P") agreement stays on file as history until a new
      * agreement is set up for the same year.
      *****************************************************************
       01  IA-AGREEMENT-RECORD.
           05  IA-KEY.
               10  IA-TAXPAYER-ID     PIC X(09).
               10  IA-TAX-YEAR        PIC 9(04).
           05  IA-SETUP-DATE          PIC 9(08).
           05  IA-DOWN-PAYMENT        PIC 9(07)V99.
           05  IA-INSTALLMENT-COUNT   PIC 9(03).
           05  IA-INSTALLMENT-AMOUNT  PIC 9(07)V99.
           05  IA-DUE-DAY             PIC 9(02).
           05  IA-FIRST-DUE-DATE      PIC 9(08).
           05  IA-STATUS              PIC X(01).
               88  IA-CURRENT                  VALUE "C".
               88  IA-DEFAULTED                VALUE "D".
               88  IA-CANCELLED                VALUE "X".
               88  IA-PAID-OFF                 VALUE "P".
           05  IA-STATUS-DATE         PIC 9(08).
           05  IA-PAID-TO-DATE        PIC 9(07)V99.
           05  IA-AUTH-USER           PIC X(20).
           05  FILLER                 PIC X(06).
