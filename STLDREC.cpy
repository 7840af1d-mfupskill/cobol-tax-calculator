      *****************************************************************
      * STLDREC.CPY
      * Record layout for the SURTAX-DISTRIBUTION file LOCALITY-SETTLE
      * hands to treasury each month: one record per county with a
      * net settlement, the amount to pay the county ("P"), or to
      * recover from it ("R") when amendments took back more surtax
      * than was collected in the month.  All of a county's tax
      * years are netted into the one record.  The file is written
      * fresh by every run and is empty when the run did not
      * balance, so treasury never pays off a settlement that was
      * not posted.
      *****************************************************************
       01  DS-DISTRIBUTION-RECORD.
           05  DS-LOCALITY            PIC X(03).
           05  DS-LOCALITY-NAME       PIC X(15).
           05  DS-SETTLE-MONTH        PIC 9(06).
           05  DS-RUN-DATE            PIC 9(08).
           05  DS-AMOUNT              PIC 9(09)V99.
           05  DS-DIRECTION           PIC X(01).
               88  DS-PAY-COUNTY               VALUE "P".
               88  DS-RECOVER-FROM-COUNTY      VALUE "R".
           05  FILLER                 PIC X(10).
