           10  TXN-KEY                    PIC X(10).
           10  TXN-AMOUNT                 PIC S9(9)V99.
           10  TXN-EFF-DATE               PIC X(8).
      * TXN-CURRENCY is the ISO code of the currency TXN-AMOUNT is in.
      * Spaces mean the base currency - every record from before the
      * column carries them. TXNPOST converts an amount in any other
      * currency than the account's at the FXRATES rate in force on
      * the effective date.
           10  TXN-CURRENCY               PIC X(3).
           10  FILLER                     PIC X(46).
