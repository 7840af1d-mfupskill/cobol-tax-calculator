      *****************************************************************
      * NFCTLREC.CPY
      * Record layout for the NON-FILER-CONTROL file, keyed on
      * taxpayer ID and tax year and kept in that order.  NONFILER-SCAN
      * adds a record the first time a taxpayer with withholding or
      * estimated payments, or an active master, is found with no
      * return assessed for the year, and every later run for the
      * year updates it: still outstanding, with the payments and
      * letters to date, or filed since, with the date the return
      * first reached the audit log.  The file is cumulative across
      * runs and years; NONFILER-SCAN writes the updated copy to
      * NFCTLN, which the desk copies over NFCTL.
      *****************************************************************
       01  NC-CONTROL-RECORD.
           05  NC-KEY.
               10  NC-TAXPAYER-ID     PIC X(09).
               10  NC-TAX-YEAR        PIC 9(04).
           05  NC-FIRST-FOUND-DATE    PIC 9(08).
           05  NC-WITHHOLDING         PIC 9(06)V99.
           05  NC-ESTIMATED           PIC 9(06)V99.
           05  NC-SOURCE              PIC X(01).
               88  NC-FROM-PAYMENTS            VALUE "P".
               88  NC-FROM-MASTER              VALUE "M".
               88  NC-FROM-BOTH                VALUE "B".
           05  NC-STATUS              PIC X(01).
               88  NC-OUTSTANDING              VALUE "O".
               88  NC-FILED-SINCE              VALUE "F".
           05  NC-FILED-DATE          PIC 9(08).
           05  NC-LETTER-COUNT        PIC 9(03).
           05  NC-LAST-LETTER-DATE    PIC 9(08).
           05  NC-LAST-RUN-DATE       PIC 9(08).
           05  FILLER                 PIC X(06).
