      * Records seeded before the status and hold columns existed
      * carry spaces there; spaces read as an open, not-held account
      * so old masters keep posting unchanged.
      * ACCT-CREDIT-LIMIT is the authorised limit set by ACCTMNT's
      * LIMIT action: the ceiling a debit may take ACCT-BALANCE to
      * before TXNPOST suspends it as OVERLMT. Spaces (every master
      * from before the column, and every account opened without a
      * LIMIT request) mean no limit is enforced.
      * ACCT-PRODUCT-CODE keys the account into the INTACCR rate and
      * fee table; spaces mean no product, so nothing accrues.
      * ACCT-LAST-ACTIVITY-DATE (YYYYMMDD) is the last day a customer
      * posting reached the account - stamped by TXNPOST and SUSPDRN,
      * by ACCTMNT when it opens an account or lifts a dormancy hold.
      * ACCTDORM measures dormancy from it. Spaces mean no activity
      * on record yet; ACCTDORM starts the clock on those.
      * A hold switch of "D" is the dormancy hold ACCTDORM places: a
      * hold like any other to everything that honors one, except
      * that postings against it suspend as DORMANT, not ONHOLD.
      * ACCT-CURRENCY is the currency the account is kept in, set by
      * ACCTMNT at OPEN: ACCT-BALANCE and ACCT-CREDIT-LIMIT are in it,
      * and TXNPOST converts every posting into it. Spaces (every
      * master from before the column) mean the base currency.
      *----------------------------------------------------------------
           10  ACCT-KEY                   PIC X(10).
           10  ACCT-BALANCE               PIC S9(11)V99.
               88  ACCT-IS-OPEN           VALUES "O" " ".
               88  ACCT-IS-CLOSED         VALUE "C".
           10  ACCT-HOLD-SWITCH           PIC X(1).
               88  ACCT-ON-HOLD           VALUES "Y" "D".
               88  ACCT-DORMANT           VALUE "D".
               88  ACCT-NOT-ON-HOLD       VALUES "N" " ".
           10  ACCT-CREDIT-LIMIT          PIC 9(11)V99.
           10  ACCT-PRODUCT-CODE          PIC X(4).
           10  ACCT-LAST-ACTIVITY-DATE    PIC X(8).
           10  ACCT-CURRENCY              PIC X(3).
           10  FILLER                     PIC X(27).
