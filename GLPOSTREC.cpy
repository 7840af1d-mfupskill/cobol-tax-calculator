      * ledger and GL-RECONCILE never confuse it with the base
      * assessment.  An "L" posting is the locality surtax, posted
      * to the per-locality account off the locality parameter file
      * for the same reason; an amendment reverses the prior surtax
      * with an "R" posting against the same locality account.
      * An "O" posting is a refund offset from
      * REFUND-EXTRACT: the part of a refund applied to the
      * taxpayer's open receivable items instead of being paid out,
      * posted once against the refund account and once against the
      * receivable control account so both move on the ledger.
      * A "C" posting is a cash receipt from RECV-APPLY, posted
      * once against the receivable control account and once
      * against the cash account for every amount applied to an
      * open item; a "U" posting is remitted money that paid no
      * item, posted against the unapplied-cash suspense account
      * and the cash account the same way.  An "I", "D", or "W"
      * posting is a receivable adjustment from RECV-ADJUST - an
      * increase, a decrease, or a write-off - posted against the
      * receivable control account and against the tax, penalty and
      * interest, or bad-debt account the adjustment moves.
      * An "N" posting is the monthly interest RECV-ACCRUE charges on
      * an open receivable item, posted once against the receivable
      * control account and once against the penalty and interest
      * account.  A "V" posting is a refund check CHECK-RECONCILE
      * voided because treasury returned it or it went stale, posted
      * against the refund account to reverse the "F" posting the
      * check was cut from; a voided check that is reissued posts a
      * fresh "F" for the new check.
      * An "S" posting is the monthly locality surtax settlement
      * from LOCALITY-SETTLE: what a locality was owed out of the
      * surtax actually collected, posted once against the
      * locality's account and once against the cash account as the
      * money goes out to the county.  A "T" posting is the same
      * pair the other way, when amendments took back more than was
      * collected in the month and the county owes it.  Settlement
      * postings carry the locality code in GL-TAXPAYER-ID.
      * The same layout is used for SURTPOST, where GL-RELEASE keeps
      * a copy of every "L" and "R" posting it releases to the
      * ledger so LOCALITY-SETTLE can tie each locality account to
      * what was actually posted; the desk seeds it with one "L"
      * record per locality account for the net surtax posted
      * before the file was kept.
      *****************************************************************
       01  GL-POSTING-RECORD.
           05  GL-TAXPAYER-ID         PIC X(09).
               88  GL-TYPE-REFUND              VALUE "F".
               88  GL-TYPE-PENALTY             VALUE "P".
               88  GL-TYPE-SURTAX              VALUE "L".
               88  GL-TYPE-OFFSET              VALUE "O".
               88  GL-TYPE-CASH-RECEIPT        VALUE "C".
               88  GL-TYPE-UNAPPLIED-CASH      VALUE "U".
               88  GL-TYPE-ADJ-INCREASE        VALUE "I".
               88  GL-TYPE-ADJ-DECREASE        VALUE "D".
               88  GL-TYPE-WRITE-OFF           VALUE "W".
               88  GL-TYPE-INTEREST-ACCRUAL    VALUE "N".
               88  GL-TYPE-CHECK-VOID          VALUE "V".
               88  GL-TYPE-SURTAX-SETTLEMENT   VALUE "S".
               88  GL-TYPE-SURTAX-RECOVERY     VALUE "T".
           05  FILLER                 PIC X(09).
