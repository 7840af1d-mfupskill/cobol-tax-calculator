      *****************************************************************
      * ADJREC.CPY
      * Record layout for the ADJTRAN file, the receivable
      * adjustments for RECV-ADJUST to apply to the open items on the
      * RECEIVABLE-FILE.  The desk keys abatements, corrections, and
      * write-offs onto it; AMEND-PROCESSOR appends an increase or
      * decrease, reason "AM", for every amended return whose tax
      * changed.  The file arrives in no particular order - RECV-ADJUST
      * sorts it on taxpayer ID, tax year, and entry date.
      *
      * An increase adds to the taxpayer's oldest open item for the
      * year (or opens a new item if none is open); a decrease or a
      * write-off takes the open items down oldest first.  A
      * write-off with a zero amount writes off everything still open
      * for the year.  Every adjustment carries the reason code and
      * the user who authorized it so the register shows why each
      * balance moved:
      *   PA  PENALTY OR INTEREST ABATED
      *   AM  AMENDED RETURN CHANGED THE TAX
      *   ER  DESK ERROR CORRECTED
      *   UC  UNCOLLECTIBLE
      *   BK  BANKRUPTCY DISCHARGE
      *   DC  TAXPAYER DECEASED, NO ESTATE
      *****************************************************************
       01  AD-ADJ-RECORD.
           05  AD-KEY.
               10  AD-TAXPAYER-ID     PIC X(09).
               10  AD-TAX-YEAR        PIC 9(04).
           05  AD-ENTRY-DATE          PIC 9(08).
           05  AD-ADJ-TYPE            PIC X(01).
               88  AD-INCREASE                 VALUE "I".
               88  AD-DECREASE                 VALUE "D".
               88  AD-WRITE-OFF                VALUE "W".
               88  AD-TYPE-IS-VALID            VALUE "I" "D" "W".
           05  AD-AMOUNT              PIC 9(07)V99.
           05  AD-REASON-CODE         PIC X(02).
               88  AD-REASON-PENALTY-ABATED    VALUE "PA".
               88  AD-REASON-AMENDMENT         VALUE "AM".
               88  AD-REASON-IS-VALID          VALUE "PA" "AM" "ER"
                                                     "UC" "BK" "DC".
           05  AD-AUTH-USER           PIC X(20).
           05  FILLER                 PIC X(07).
