      *****************************************************************
      * OCHKREC.CPY
      * Record layout for the OUTSTANDING-CHECKS file, the cumulative
      * list of refund checks treasury has been asked to cut.
      * REFUND-EXTRACT appends one record per check on every DISBEXT it
      * releases, status "N" (new), to the NEWCHK intake file in this
      * same layout, carrying the payee name and address the check was
      * mailed to.  Each night CHECK-RECONCILE takes NEWCHK in with
      * OUTCHK, writes the lot to OUTCHKN (copied over OUTCHK by the
      * desk), empties NEWCHK, and matches the checks against
      * treasury's paid/returned file: a paid check is
      * cleared ("C"), a new one still unpaid becomes outstanding
      * ("O"), and a returned or stale-dated check is voided ("V") with
      * the reason and date, and waits on the file until
      * TAXMASTR-MAINTENANCE puts a corrected address on the master,
      * when it is reissued as a new outstanding check dated the
      * reissue day.  The key is the taxpayer ID, tax year, and issue
      * date; the file itself is in no particular order, since
      * CHECK-RECONCILE sorts it.  A cleared check stays on the file,
      * with the date treasury paid it in OC-STATUS-DATE, so the file
      * is the whole refund check history of every taxpayer; on a
      * voided check OC-STATUS-DATE is the date of the void.
      *****************************************************************
       01  OC-CHECK-RECORD.
           05  OC-KEY.
               10  OC-TAXPAYER-ID     PIC X(09).
               10  OC-TAX-YEAR        PIC 9(04).
               10  OC-ISSUE-DATE      PIC 9(08).
           05  OC-CHECK-AMOUNT        PIC 9(07)V99.
           05  OC-PAYEE-NAME          PIC X(20).
           05  OC-ADDR-LINE-1         PIC X(25).
           05  OC-ADDR-LINE-2         PIC X(25).
           05  OC-CITY                PIC X(15).
           05  OC-STATE               PIC X(02).
           05  OC-ZIP                 PIC X(09).
           05  OC-CHECK-STATUS        PIC X(01).
               88  OC-CHECK-NEW                VALUE "N".
               88  OC-CHECK-OUTSTANDING        VALUE "O".
               88  OC-CHECK-VOIDED             VALUE "V".
               88  OC-CHECK-CLEARED            VALUE "C".
           05  OC-VOID-REASON         PIC X(01).
               88  OC-VOID-RETURNED            VALUE "R".
               88  OC-VOID-STALE               VALUE "S".
           05  OC-STATUS-DATE         PIC 9(08).
           05  OC-REISSUE-FLAG        PIC X(01).
               88  OC-CHECK-IS-REISSUE         VALUE "Y".
           05  FILLER                 PIC X(05).
