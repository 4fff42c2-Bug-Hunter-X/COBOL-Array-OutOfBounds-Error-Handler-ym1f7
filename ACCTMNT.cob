      * Account master maintenance for the ACCTMAST indexed file that
      * TXNPOST posts against. Reads one maintenance transaction per
      * MNTFILE line - open an account with a starting balance, close
      * an account, place or release a no-post hold, set, change or
      * remove the authorised credit limit, or change the product
      * code that drives INTACCR's interest and fees - applies it to
      * the master, and writes a before/after image of every request
      * (including the rejected ones) to the ACCTAUDT audit trail so
      * a disputed balance can be traced to the maintenance request
      * that set it. TXNPOST honors the hold flag this program sets by
      * routing transactions for a held account to SUSPENSE as ONHOLD,
      * and the credit limit by suspending any debit that would take
      * the balance past it as OVERLMT. RELEASE also lifts the
      * dormancy hold ACCTDORM places; the account is then active
      * again, so its last-activity date restarts at the release.
      * An account is opened in the currency it is to be kept in
      * (blank for the base currency); the currency cannot change
      * afterwards, since the balance is already held in it. Any
      * other currency must have a rate on FXRATES, or nothing could
      * ever be converted into it - an OPEN naming one that has not
      * is rejected as BADCCY.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * One maintenance request per line: the action word, the account
      * key, and the amount column - the starting balance for OPEN,
      * the authorised credit limit for LIMIT (blank removes it) -
      * then the product code (OPEN and PRODUCT) and the account's
      * currency (OPEN only, checked against FXRATES). Anything past
      * the currency on the line is ignored so the account team can
      * annotate requests.
      *----------------------------------------------------------------
       FD  MAINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
               88  MNT-ACTION-CLOSE       VALUE "CLOSE".
               88  MNT-ACTION-HOLD        VALUE "HOLD".
               88  MNT-ACTION-RELEASE     VALUE "RELEASE".
               88  MNT-ACTION-LIMIT       VALUE "LIMIT".
               88  MNT-ACTION-PRODUCT     VALUE "PRODUCT".
           05  FILLER                     PIC X(1).
           05  MNT-ACCT-KEY               PIC X(10).
           05  FILLER                     PIC X(1).
           05  MNT-OPEN-BALANCE           PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  MNT-LIMIT-AMOUNT REDEFINES MNT-OPEN-BALANCE
                                          PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  MNT-AMOUNT-TEXT REDEFINES MNT-OPEN-BALANCE
                                          PIC X(14).
           05  FILLER                     PIC X(1).
           05  MNT-PRODUCT-CODE           PIC X(4).
           05  FILLER                     PIC X(1).
           05  MNT-CURRENCY               PIC X(3).
           05  FILLER                     PIC X(37).

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  FILLER                     PIC X(1).
           05  AUD-AFTER-IMAGE            PIC X(80).

      *----------------------------------------------------------------
      * The exchange-rate file TXNPOST converts with; read here only
      * for the currencies it holds a usable rate for.
      *----------------------------------------------------------------
       FD  FX-RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  FX-RATE-RECORD.
           05  FX-CURRENCY                PIC X(3).
           05  FILLER                     PIC X(1).
           05  FX-EFF-DATE                PIC X(8).
           05  FILLER                     PIC X(1).
           05  FX-RATE                    PIC 9(5)V9(7).
           05  FILLER                     PIC X(55).

       WORKING-STORAGE SECTION.
       01  WS-MAINT-FILE-STATUS           PIC X(2) VALUE SPACES.
           88  WS-MAINT-FILE-OK           VALUE "00".
       01  WS-AUDIT-FILE-STATUS           PIC X(2) VALUE SPACES.
           88  WS-AUDIT-FILE-OK           VALUE "00".

       01  WS-FX-RATE-STATUS              PIC X(2) VALUE SPACES.
           88  WS-FX-RATE-OK              VALUE "00".

      *----------------------------------------------------------------
      * The currencies FXRATES holds a usable rate for (a numeric
      * date and a non-zero rate, as TXNPOST requires), each listed
      * once. An OPEN may name only one of these, or blank.
      *----------------------------------------------------------------
       01  WS-CCY-MAX                     PIC 9(3) VALUE 0.
       01  WS-CCY-CEILING                 PIC 9(3) VALUE 200.
       01  WS-CCY-TABLE.
           05  WS-CCY-CODE OCCURS 200 TIMES PIC X(3).
       01  WS-CCY-SUB                     PIC 9(3) VALUE 0.
       01  WS-CCY-SKIPPED-COUNT           PIC 9(5) VALUE 0.

       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE            PIC 9(8).
           05  WS-CURRENT-TIME            PIC 9(8).

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           OPEN INPUT MAINT-FILE
           IF NOT WS-MAINT-FILE-OK
               DISPLAY "Error: unable to open MNTFILE, status "
               STOP RUN
           END-IF

           PERFORM LOAD-CURRENCIES-PARA

           PERFORM UNTIL WS-EOF
               READ MAINT-FILE
                   AT END
                   PERFORM HOLD-ACCOUNT-PARA
               WHEN MNT-ACTION-RELEASE
                   PERFORM RELEASE-ACCOUNT-PARA
               WHEN MNT-ACTION-LIMIT
                   PERFORM LIMIT-ACCOUNT-PARA
               WHEN MNT-ACTION-PRODUCT
                   PERFORM PRODUCT-ACCOUNT-PARA
               WHEN OTHER
                   MOVE "BADACTN" TO WS-MAINT-RESULT
           END-EVALUATE
      * OPEN: the key must not already exist - re-opening over a live
      * record would wipe its balance. A starting balance that is not
      * a valid signed number rejects the request rather than seeding
      * a master with garbage, and so does a currency that is neither
      * blank nor one FXRATES holds a rate for.
      *----------------------------------------------------------------
       OPEN-ACCOUNT-PARA.
           PERFORM CHECK-CURRENCY-PARA
           EVALUATE TRUE
               WHEN MNT-OPEN-BALANCE IS NOT NUMERIC
                   MOVE "BADAMT" TO WS-MAINT-RESULT
               WHEN WS-CCY-SUB > WS-CCY-MAX
                   MOVE "BADCCY" TO WS-MAINT-RESULT
               WHEN OTHER
                   PERFORM WRITE-NEW-ACCOUNT-PARA
           END-EVALUATE.

       WRITE-NEW-ACCOUNT-PARA.
           MOVE SPACES TO ACCT-MASTER-RECORD
           MOVE MNT-ACCT-KEY TO ACCT-KEY
           MOVE MNT-OPEN-BALANCE TO ACCT-BALANCE
           MOVE "O" TO ACCT-STATUS
           MOVE "N" TO ACCT-HOLD-SWITCH
           MOVE MNT-PRODUCT-CODE TO ACCT-PRODUCT-CODE
           MOVE MNT-CURRENCY TO ACCT-CURRENCY
           MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
           WRITE ACCT-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           EVALUATE TRUE
               WHEN WS-ACCT-MASTER-OK
                   SET WS-RESULT-APPLIED TO TRUE
               WHEN WS-ACCT-MASTER-STATUS = "22"
                   MOVE "DUPLICAT" TO WS-MAINT-RESULT
                   PERFORM READ-MASTER-PARA
               WHEN OTHER
                   MOVE "WRFAIL" TO WS-MAINT-RESULT
                   DISPLAY "Error: write failed for account "
                       MNT-ACCT-KEY ", status "
                       WS-ACCT-MASTER-STATUS
           END-EVALUATE.

      *    Leaves WS-CCY-SUB past WS-CCY-MAX when the OPEN's currency
      *    is not acceptable. Blank is always acceptable.
       CHECK-CURRENCY-PARA.
           IF MNT-CURRENCY = SPACES
               MOVE 0 TO WS-CCY-SUB
           ELSE
               IF MNT-CURRENCY IS NOT ALPHABETIC
                   COMPUTE WS-CCY-SUB = WS-CCY-MAX + 1
               ELSE
                   PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                           UNTIL WS-CCY-SUB > WS-CCY-MAX
                           OR WS-CCY-CODE(WS-CCY-SUB) = MNT-CURRENCY
                       CONTINUE
                   END-PERFORM
               END-IF
           END-IF.

      *----------------------------------------------------------------
               PERFORM REWRITE-MASTER-PARA
           END-IF.

      *    Lifting a dormancy hold is the account holder back in
      *    touch - without a fresh activity date the next ACCTDORM
      *    run would simply put the hold straight back.
       RELEASE-ACCOUNT-PARA.
           PERFORM READ-MASTER-PARA
           IF WS-ACCT-MASTER-OK
               IF ACCT-DORMANT
                   MOVE WS-CURRENT-DATE TO ACCT-LAST-ACTIVITY-DATE
               END-IF
               MOVE "N" TO ACCT-HOLD-SWITCH
               PERFORM REWRITE-MASTER-PARA
           END-IF.

      *----------------------------------------------------------------
      * LIMIT: sets or changes the authorised credit limit, or with
      * the amount column left blank removes it - the master then
      * carries spaces, no limit, as it did before one was set. The
      * limit is a magnitude - a negative or otherwise non-numeric
      * amount rejects the request rather than leaving the account
      * with a limit nobody asked for. A closed account takes no
      * limit; nothing posts to it. Lowering a limit below the
      * current balance is allowed: the account simply takes no
      * further debits until credits bring it back inside.
      *----------------------------------------------------------------
       LIMIT-ACCOUNT-PARA.
           EVALUATE TRUE
               WHEN MNT-AMOUNT-TEXT = SPACES
                   PERFORM READ-MASTER-PARA
                   IF WS-ACCT-MASTER-OK
                       IF ACCT-IS-CLOSED
                           MOVE "CLOSED" TO WS-MAINT-RESULT
                       ELSE
                           MOVE SPACES TO ACCT-CREDIT-LIMIT(1:13)
                           PERFORM REWRITE-MASTER-PARA
                       END-IF
                   END-IF
               WHEN MNT-LIMIT-AMOUNT IS NOT NUMERIC
                   MOVE "BADAMT" TO WS-MAINT-RESULT
               WHEN MNT-LIMIT-AMOUNT < 0
                   MOVE "BADAMT" TO WS-MAINT-RESULT
               WHEN OTHER
                   PERFORM READ-MASTER-PARA
                   IF WS-ACCT-MASTER-OK
                       IF ACCT-IS-CLOSED
                           MOVE "CLOSED" TO WS-MAINT-RESULT
                       ELSE
                           MOVE MNT-LIMIT-AMOUNT TO ACCT-CREDIT-LIMIT
                           PERFORM REWRITE-MASTER-PARA
                       END-IF
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * PRODUCT: moves the account onto another product code - or off
      * every product when the column is blank, which stops INTACCR
      * accruing on it. The code is not checked against the rate
      * table here; INTACCR lists any account whose product it does
      * not know.
      *----------------------------------------------------------------
       PRODUCT-ACCOUNT-PARA.
           PERFORM READ-MASTER-PARA
           IF WS-ACCT-MASTER-OK
               IF ACCT-IS-CLOSED
                   MOVE "CLOSED" TO WS-MAINT-RESULT
               ELSE
                   MOVE MNT-PRODUCT-CODE TO ACCT-PRODUCT-CODE
                   PERFORM REWRITE-MASTER-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Random read of the master on the request's key, capturing the
      * before image while the record is still untouched. Sets the
               MOVE WS-BEFORE-IMAGE TO AUD-AFTER-IMAGE
           END-IF
           WRITE AUDIT-RECORD.

      *----------------------------------------------------------------
      * Loads the currencies FXRATES can convert. No FXRATES at all
      * leaves the list empty, so only base-currency accounts open.
      *----------------------------------------------------------------
       LOAD-CURRENCIES-PARA.
           MOVE 0 TO WS-CCY-MAX
           MOVE 0 TO WS-CCY-SKIPPED-COUNT
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-RATE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-FX-RATE-OK
                   DISPLAY "Warning: unable to open FXRATES, status "
                       WS-FX-RATE-STATUS
                       " - only base-currency accounts can be opened"
               ELSE
                   PERFORM UNTIL WS-EOF
                       READ FX-RATE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM STORE-ONE-CURRENCY-PARA
                       END-READ
                   END-PERFORM
                   CLOSE FX-RATE-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF
           IF WS-CCY-SKIPPED-COUNT > 0
               DISPLAY "Warning: " WS-CCY-SKIPPED-COUNT
                   " FXRATES line(s) unreadable or over the table"
                   " ceiling - skipped"
           END-IF.

       STORE-ONE-CURRENCY-PARA.
           IF FX-EFF-DATE IS NOT NUMERIC
                   OR FX-RATE IS NOT NUMERIC
                   OR FX-CURRENCY = SPACES
               ADD 1 TO WS-CCY-SKIPPED-COUNT
           ELSE
               IF FX-RATE = 0
                   ADD 1 TO WS-CCY-SKIPPED-COUNT
               ELSE
                   PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                           UNTIL WS-CCY-SUB > WS-CCY-MAX
                           OR WS-CCY-CODE(WS-CCY-SUB) = FX-CURRENCY
                       CONTINUE
                   END-PERFORM
                   IF WS-CCY-SUB > WS-CCY-MAX
                       IF WS-CCY-MAX NOT < WS-CCY-CEILING
                           ADD 1 TO WS-CCY-SKIPPED-COUNT
                       ELSE
                           ADD 1 TO WS-CCY-MAX
                           MOVE FX-CURRENCY TO WS-CCY-CODE(WS-CCY-MAX)
                       END-IF
                   END-IF
               END-IF
           END-IF.
