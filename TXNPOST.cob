      * the type code classifies the entry on the journal. An RV
      * reversal carries its original's key and amount and posts by
      * backing the amount out - but only after the original key is
      * found on the TXNHIST history as a debit or credit that really
      * posted - not one still in suspense or held on PENDAPPR for
      * approval, nor one APPRVL declined; otherwise it goes to
      * SUSPENSE as NOORIG rather than being applied blind. Every
      * transaction gets a journal line in JOURNAL; transactions whose
      * key has no master record (NOMASTER), whose account carries an
      * ACCTMNT no-post hold (ONHOLD), or whose account is closed
      * (CLOSED) are routed to the SUSPENSE file for the account team
      * to resolve, and the master is left untouched for them. So is
      * any debit that would take the balance past the authorised
      * credit limit ACCTMNT set on the master (OVERLMT); SUSPDRN
      * re-attempts it once the limit is raised or credits arrive.
      * Anything effective-dated into a period PERCLOSE has closed
      * (PERCTL) is suspensed as CLOSEDPD before the master is
      * touched - a signed-off month is never changed by a posting.
      * An account ACCTDORM has put on dormancy hold is not quietly
      * reactivated by a posting either: the item suspends as DORMANT
      * until the account team lifts the hold. Every customer posting
      * stamps the master's last-activity date; the ACCRUAL batch is
      * the bank's own interest and fees, not customer activity, and
      * leaves it alone.
      * The account master is kept in its own currency. A transaction
      * in any other currency is converted into it at the FXRATES rate
      * in force on the transaction's effective date (an RV at its
      * original's, so the reversal backs out what the original put
      * in); one with no rate to convert at is suspensed as NORATE and
      * SUSPDRN re-attempts it once the rate is loaded. The journal
      * line keeps the amount as sent, the amount posted in the
      * account's currency and the rate between them.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-CHECK-STATUS.

           SELECT PENDING-CHECK-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-CHECK-STATUS.

           SELECT DECISION-LOG-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-LOG-STATUS.

           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-FILE
      * One journal line per transaction processed: where it came
      * from, what it was, what happened to it, and the balance the
      * account was left with (spaces when the post went to suspense).
      * JRN-AMOUNT is the amount as sent, in JRN-TXN-CURRENCY; a line
      * that moved the balance also carries the amount it moved it by
      * in the account's currency and the rate used (1 when the two
      * currencies are the same). Lines from before the currency
      * columns end at the post date.
      *----------------------------------------------------------------
       FD  JOURNAL-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JRN-BATCH-ID               PIC X(10).
           05  FILLER                     PIC X(1).
           05  JRN-NEW-BALANCE            PIC +9(11).99.
           05  FILLER                     PIC X(1).
           05  JRN-POST-DATE              PIC 9(8).
           05  FILLER                     PIC X(1).
           05  JRN-TXN-CURRENCY           PIC X(3).
           05  FILLER                     PIC X(1).
           05  JRN-ACCT-CURRENCY          PIC X(3).
           05  FILLER                     PIC X(1).
           05  JRN-CONVERTED-AMOUNT       PIC +9(11).99.
           05  FILLER                     PIC X(1).
           05  JRN-FX-RATE                PIC 9(5).9(7).

      *----------------------------------------------------------------
      * Suspense item: the original POSTFILE record, why it could not
           05  FILLER                     PIC X(1).
           05  SCHK-FIRST-DATE            PIC X(8).

      *----------------------------------------------------------------
      * TXNSCRN's approval queue. TXNLOAD records an item's history
      * when it loads it, before screening can divert it here, so a
      * debit or credit held for approval shows on the history
      * without having moved the balance - its key is tabled like a
      * suspensed original's.
      *----------------------------------------------------------------
       FD  PENDING-CHECK-FILE
           RECORD CONTAINS 155 CHARACTERS.
       01  PENDING-CHECK-RECORD.
           05  PCHK-BATCH-ID              PIC X(10).
           05  FILLER                     PIC X(1).
           05  PCHK-ENTRY                 PIC X(80).
           05  FILLER                     PIC X(64).

      *----------------------------------------------------------------
      * APPRVL's decision log. A held item APPRVL declined went to
      * REJECTS and never posted, yet its history record stays - the
      * DECLINED lines identify that record (batch, key, type, amount
      * and currency) so it cannot vouch for a reversal.
      *----------------------------------------------------------------
       FD  DECISION-LOG-FILE
           RECORD CONTAINS 102 CHARACTERS.
       01  DECISION-LOG-RECORD.
           05  FILLER                     PIC X(34).
           05  AL-RESULT                  PIC X(8).
           05  FILLER                     PIC X(1).
           05  AL-BATCH-ID                PIC X(10).
           05  FILLER                     PIC X(1).
           05  AL-TXN-KEY                 PIC X(10).
           05  FILLER                     PIC X(1).
           05  AL-RECORD-TYPE             PIC X(2).
           05  FILLER                     PIC X(1).
           05  AL-AMOUNT                  PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(19).
           05  AL-CURRENCY                PIC X(3).

      *----------------------------------------------------------------
      * Cross-run history recorded by TXNLOAD, read here to prove an
      * RV reversal's original key actually came through before the
           05  CHECKPOINT-SUSPENSE-COUNT  PIC 9(7).
           05  CHECKPOINT-POSTED-AMOUNT   PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  CHECKPOINT-FOREIGN-COUNT   PIC 9(7).
           05  FILLER                     PIC X(36).

      *----------------------------------------------------------------
      * PERCLOSE's period lock, read once at startup: the last period
      * closed. No file means no period has been closed yet.
      *----------------------------------------------------------------
       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CONTROL-RECORD.
           05  PC-CLOSED-PERIOD           PIC X(6).
           05  FILLER                     PIC X(74).

      *----------------------------------------------------------------
      * Dated exchange-rate reference file, one line per currency per
      * rate change: how many units of the base currency one unit of
      * FX-CURRENCY buys, in force from FX-EFF-DATE until that
      * currency's next dated line. The base currency itself needs no
      * line (spaces convert at 1); a line for its own code at 1 lets
      * senders name it explicitly.
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
       01  WS-POST-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-SUSPENSE-CHECK-OK       VALUE "00".

      *----------------------------------------------------------------
      * Keys of every debit or credit currently in suspense or held
      * on PENDAPPR for approval - loaded from the files at startup,
      * then kept current as this run suspends more. An RV reversal
      * whose original is on this list
      * goes to SUSPENSE as NOORIG. Should the table ever fill, every
      * reversal is refused conservatively until the suspense backlog
      * is worked down - never applied blind.
       01  WS-SUSP-KEY-HIT-SWITCH         PIC X VALUE "N".
           88  WS-SUSP-KEY-HIT            VALUE "Y" FALSE "N".

      *----------------------------------------------------------------
      * Originals APPRVL declined, from APPRLOG. A history debit or
      * credit matching one of these never posted and does not count
      * as a reversal's original. Should the table ever fill, every
      * reversal is refused conservatively - never applied blind.
      *----------------------------------------------------------------
       01  WS-DECL-MAX                    PIC 9(5) VALUE 0.
       01  WS-DECL-CEILING                PIC 9(5) VALUE 10000.
       01  WS-DECL-TABLE.
           05  WS-DECL-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-DECL-MAX.
               10  WS-DECL-BATCH-ID       PIC X(10).
               10  WS-DECL-KEY            PIC X(10).
               10  WS-DECL-TYPE           PIC X(2).
               10  WS-DECL-AMOUNT         PIC S9(9)V99.
               10  WS-DECL-CURRENCY       PIC X(3).
       01  WS-DECL-SUB                    PIC 9(5) VALUE 0.
       01  WS-DECLINED-SWITCH             PIC X VALUE "N".
           88  WS-DECLINED-ORIGINAL       VALUE "Y" FALSE "N".


      *----------------------------------------------------------------
      * Suspense-scan workspace so each field of the TXNREC layout
      * can be referenced by name - same pattern as TXNLDSUB's edit
           05  WS-CHECK-ENTRY.
               COPY TXNREC.

       01  WS-PENDING-CHECK-STATUS        PIC X(2) VALUE SPACES.
           88  WS-PENDING-CHECK-OK        VALUE "00".

       01  WS-DECISION-LOG-STATUS         PIC X(2) VALUE SPACES.
           88  WS-DECISION-LOG-OK         VALUE "00".

       01  WS-TXN-HIST-STATUS             PIC X(2) VALUE SPACES.
           88  WS-TXN-HIST-OK             VALUE "00".

       01  WS-CHECKPOINT-FILE-STATUS      PIC X(2) VALUE SPACES.
           88  WS-CHECKPOINT-FILE-OK      VALUE "00".

       01  WS-PERIOD-CONTROL-STATUS       PIC X(2) VALUE SPACES.
           88  WS-PERIOD-CONTROL-OK       VALUE "00".
       01  WS-CLOSED-PERIOD               PIC 9(6) VALUE 0.
       01  WS-EFF-PERIOD                  PIC 9(6) VALUE 0.
       01  WS-CLOSED-PERIOD-SWITCH        PIC X VALUE "N".
           88  WS-IN-CLOSED-PERIOD        VALUE "Y" FALSE "N".

       01  WS-FX-RATE-STATUS              PIC X(2) VALUE SPACES.
           88  WS-FX-RATE-OK              VALUE "00".

      *----------------------------------------------------------------
      * The rate file in memory, loaded once at startup. A line with
      * an unreadable date or a zero or unreadable rate is skipped -
      * anything that needed it suspends as NORATE rather than
      * converting at a bad rate.
      *----------------------------------------------------------------
       01  WS-FX-MAX                      PIC 9(5) VALUE 0.
       01  WS-FX-CEILING                  PIC 9(5) VALUE 5000.
       01  WS-FX-TABLE.
           05  WS-FX-ENTRY OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-FX-MAX.
               10  WS-FX-CURRENCY         PIC X(3).
               10  WS-FX-EFF-DATE         PIC 9(8).
               10  WS-FX-RATE             PIC 9(5)V9(7).
       01  WS-FX-SUB                      PIC 9(5) VALUE 0.
       01  WS-FX-SKIPPED-COUNT            PIC 9(5) VALUE 0.

      *    One conversion: the date whose rate applies, the rates
      *    found for each side, and the results.
       01  WS-RATE-DATE                   PIC 9(8) VALUE 0.
       01  WS-ORIG-RATE-DATE              PIC 9(8) VALUE 0.
       01  WS-FX-LOOK-CURRENCY            PIC X(3) VALUE SPACES.
       01  WS-FX-LOOK-DATE                PIC 9(8) VALUE 0.
       01  WS-FX-LOOK-RATE                PIC 9(5)V9(7) VALUE 0.
       01  WS-FX-FROM-RATE                PIC 9(5)V9(7) VALUE 0.
       01  WS-FX-TO-RATE                  PIC 9(5)V9(7) VALUE 0.
       01  WS-FX-RATE-USED                PIC 9(5)V9(7) VALUE 0.
       01  WS-POST-AMOUNT                 PIC S9(11)V99 VALUE 0.
       01  WS-POSTED-EFFECT               PIC S9(11)V99 VALUE 0.
       01  WS-NO-RATE-SWITCH              PIC X VALUE "N".
           88  WS-NO-RATE                 VALUE "Y" FALSE "N".

       01  WS-READ-COUNT                  PIC 9(7) VALUE 0.
       01  WS-RESTART-COUNT               PIC 9(7) VALUE 0.


       01  WS-SUSPENSE-REASON             PIC X(8) VALUE "NOMASTER".

       01  WS-PROJECTED-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-OVER-LIMIT-SWITCH           PIC X VALUE "N".
           88  WS-OVER-LIMIT              VALUE "Y" FALSE "N".

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(13).

       01  WS-POSTED-COUNT                PIC 9(7) VALUE 0.
       01  WS-SUSPENSE-COUNT              PIC 9(7) VALUE 0.
      *    Net posted to base-currency accounts; postings to accounts
      *    kept in another currency are counted, not summed in.
       01  WS-POSTED-AMOUNT               PIC S9(13)V99 VALUE 0.
       01  WS-FOREIGN-POSTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-PRINT-POSTED-AMOUNT         PIC +9(13).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME

           PERFORM READ-PERIOD-CONTROL-PARA
           PERFORM LOAD-FX-RATES-PARA
           PERFORM READ-CHECKPOINT-PARA

           OPEN INPUT POST-FILE
               DISPLAY "Error: unable to open POSTFILE, status "
                   WS-POST-FILE-STATUS
                   " - run TXNLOAD before TXNPOST"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "Error: unable to open ACCTMAST, status "
                   WS-ACCT-MASTER-STATUS
               CLOSE POST-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

                   WS-JOURNAL-FILE-STATUS
               CLOSE POST-FILE
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               CLOSE POST-FILE
               CLOSE ACCT-MASTER-FILE
               CLOSE JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           DISPLAY "TXNPOST complete: posted " WS-POSTED-COUNT
               " suspense " WS-SUSPENSE-COUNT
               " net amount posted " WS-PRINT-POSTED-AMOUNT
           IF WS-FOREIGN-POSTED-COUNT > 0
               DISPLAY "TXNPOST: " WS-FOREIGN-POSTED-COUNT
                   " of the postings were to accounts kept in another"
                   " currency - not in the net above"
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      *----------------------------------------------------------------
       POST-ONE-TXN-PARA.
           MOVE "NOMASTER" TO WS-SUSPENSE-REASON
           PERFORM CHECK-CLOSED-PERIOD-PARA
           MOVE TXN-KEY OF POST-ENTRY TO ACCT-KEY
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
      *        A closed period outranks every account condition: the
      *        item cannot post whatever the master says, and the
      *        account team has to re-date it into an open period.
               WHEN WS-IN-CLOSED-PERIOD
                   MOVE "CLOSEDPD" TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
      *        A dormancy hold outranks the plain hold it is a kind
      *        of, so the account team sees why the item stopped.
               WHEN WS-ACCT-MASTER-OK AND ACCT-DORMANT
                   MOVE "DORMANT" TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
      *        A no-post hold set by ACCTMNT routes the transaction to
      *        suspense instead of moving the balance; the suspense
      *        drain re-attempts it once the hold is released.
      *    Signed-amount convention: the amount itself carries the
      *    direction, so debit and credit both post by addition and
      *    the balance moves by the same net every other program
      *    reports. The amount added is the one converted into the
      *    account's currency.
           IF TXN-EFF-DATE OF POST-ENTRY IS NUMERIC
               MOVE TXN-EFF-DATE OF POST-ENTRY TO WS-RATE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-RATE-DATE
           END-IF
           PERFORM CONVERT-AMOUNT-PARA
           IF WS-NO-RATE
               MOVE "NORATE" TO WS-SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-PARA
           ELSE
               PERFORM APPLY-CONVERTED-PARA
           END-IF.

       APPLY-CONVERTED-PARA.
           COMPUTE WS-PROJECTED-BALANCE =
               ACCT-BALANCE + WS-POST-AMOUNT
           PERFORM CHECK-CREDIT-LIMIT-PARA
           IF WS-OVER-LIMIT
               MOVE "OVERLMT" TO WS-SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-PARA
           ELSE
               ADD WS-POST-AMOUNT TO ACCT-BALANCE
               PERFORM STAMP-ACTIVITY-PARA
               REWRITE ACCT-MASTER-RECORD
               IF NOT WS-ACCT-MASTER-OK
                   DISPLAY "Error: rewrite failed for account "
                   PERFORM WRITE-SUSPENSE-PARA
               ELSE
                   ADD 1 TO WS-POSTED-COUNT
                   MOVE WS-POST-AMOUNT TO WS-POSTED-EFFECT
                   PERFORM ADD-POSTED-AMOUNT-PARA
                   MOVE "POSTED" TO WS-JOURNAL-ACTION
                   PERFORM WRITE-JOURNAL-PARA
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Credit-limit test on the balance the posting would leave. Only
      * a movement on the debit side (the balance going up) can be
      * refused - a credit that brings an over-limit account back
      * toward its limit always posts. A master with no limit on it
      * (spaces in the column) is never refused.
      *----------------------------------------------------------------
       CHECK-CREDIT-LIMIT-PARA.
           SET WS-OVER-LIMIT TO FALSE
           IF ACCT-CREDIT-LIMIT IS NUMERIC
               IF WS-PROJECTED-BALANCE > ACCT-BALANCE
                       AND WS-PROJECTED-BALANCE > ACCT-CREDIT-LIMIT
                   SET WS-OVER-LIMIT TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Applies an RV reversal: the original key must be on the
      * TXNHIST history as a real debit or credit before the amount is
      * backed out of the balance. The reversal record carries the
      * original's signed amount, so backing out is a subtract - the
      * exact opposite of the posting add. Backing out a credit moves
      * the balance the way a debit does, so it meets the same
      * credit-limit test. The amount is converted at the rate of the
      * original's effective date - its arrival date when it had none
      * - so the reversal takes out what the original put in.
      *----------------------------------------------------------------
       APPLY-REVERSAL-PARA.
           PERFORM FIND-ORIGINAL-PARA
           SET WS-OVER-LIMIT TO FALSE
           SET WS-NO-RATE TO FALSE
           IF WS-ORIGINAL-FOUND
               MOVE WS-ORIG-RATE-DATE TO WS-RATE-DATE
               PERFORM CONVERT-AMOUNT-PARA
               IF NOT WS-NO-RATE
                   COMPUTE WS-PROJECTED-BALANCE =
                       ACCT-BALANCE - WS-POST-AMOUNT
                   PERFORM CHECK-CREDIT-LIMIT-PARA
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ORIGINAL-FOUND
                   MOVE "NOORIG" TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN WS-NO-RATE
                   MOVE "NORATE" TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN WS-OVER-LIMIT
                   MOVE "OVERLMT" TO WS-SUSPENSE-REASON
                   PERFORM WRITE-SUSPENSE-PARA
               WHEN OTHER
                   PERFORM BACK-OUT-REVERSAL-PARA
           END-EVALUATE.

       BACK-OUT-REVERSAL-PARA.
           SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
           PERFORM STAMP-ACTIVITY-PARA
           REWRITE ACCT-MASTER-RECORD
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY "Error: rewrite failed for account "
                   ACCT-KEY ", status " WS-ACCT-MASTER-STATUS
               MOVE "RWFAIL" TO WS-SUSPENSE-REASON
               PERFORM WRITE-SUSPENSE-PARA
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               COMPUTE WS-POSTED-EFFECT = 0 - WS-POST-AMOUNT
               PERFORM ADD-POSTED-AMOUNT-PARA
               MOVE "REVERSED" TO WS-JOURNAL-ACTION
               PERFORM WRITE-JOURNAL-PARA
           END-IF.

      *    The run's posted net stays in the base currency.
       ADD-POSTED-AMOUNT-PARA.
           IF ACCT-CURRENCY = SPACES
               ADD WS-POSTED-EFFECT TO WS-POSTED-AMOUNT
           ELSE
               ADD 1 TO WS-FOREIGN-POSTED-COUNT
           END-IF.

      *----------------------------------------------------------------
      * Converts the POSTFILE amount into the account's currency at
      * the rates in force on WS-RATE-DATE. The same currency on both
      * sides needs no rate. Otherwise both sides go through the base
      * currency - spaces are the base and convert at 1 - and a side
      * with no rate on or before the date, or a result too large to
      * hold, leaves the item unconverted (NORATE).
      *----------------------------------------------------------------
       CONVERT-AMOUNT-PARA.
           SET WS-NO-RATE TO FALSE
           MOVE TXN-AMOUNT OF POST-ENTRY TO WS-POST-AMOUNT
           MOVE 1 TO WS-FX-RATE-USED
           IF TXN-CURRENCY OF POST-ENTRY NOT = ACCT-CURRENCY
               MOVE TXN-CURRENCY OF POST-ENTRY TO WS-FX-LOOK-CURRENCY
               PERFORM LOOKUP-RATE-PARA
               MOVE WS-FX-LOOK-RATE TO WS-FX-FROM-RATE
               MOVE ACCT-CURRENCY TO WS-FX-LOOK-CURRENCY
               PERFORM LOOKUP-RATE-PARA
               MOVE WS-FX-LOOK-RATE TO WS-FX-TO-RATE
               IF WS-FX-FROM-RATE = 0 OR WS-FX-TO-RATE = 0
                   SET WS-NO-RATE TO TRUE
               ELSE
                   COMPUTE WS-FX-RATE-USED ROUNDED =
                       WS-FX-FROM-RATE / WS-FX-TO-RATE
                       ON SIZE ERROR
                           SET WS-NO-RATE TO TRUE
                   END-COMPUTE
                   COMPUTE WS-POST-AMOUNT ROUNDED =
                       TXN-AMOUNT OF POST-ENTRY * WS-FX-FROM-RATE
                           / WS-FX-TO-RATE
                       ON SIZE ERROR
                           SET WS-NO-RATE TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

      *    The latest rate dated on or before WS-RATE-DATE for
      *    WS-FX-LOOK-CURRENCY; zero when there is none.
       LOOKUP-RATE-PARA.
           MOVE 0 TO WS-FX-LOOK-RATE
           MOVE 0 TO WS-FX-LOOK-DATE
           IF WS-FX-LOOK-CURRENCY = SPACES
               MOVE 1 TO WS-FX-LOOK-RATE
           ELSE
               PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                       UNTIL WS-FX-SUB > WS-FX-MAX
                   IF WS-FX-CURRENCY(WS-FX-SUB) = WS-FX-LOOK-CURRENCY
                           AND WS-FX-EFF-DATE(WS-FX-SUB)
                               NOT > WS-RATE-DATE
                           AND WS-FX-EFF-DATE(WS-FX-SUB)
                               NOT < WS-FX-LOOK-DATE
                       MOVE WS-FX-EFF-DATE(WS-FX-SUB)
                           TO WS-FX-LOOK-DATE
                       MOVE WS-FX-RATE(WS-FX-SUB) TO WS-FX-LOOK-RATE
                   END-IF
               END-PERFORM
           END-IF.

      *----------------------------------------------------------------
      * Loads FXRATES. No file leaves the table empty: postings in
      * the account's own currency - every posting in a shop with one
      * currency - are untouched, and anything that needs converting
      * suspends as NORATE.
      *----------------------------------------------------------------
       LOAD-FX-RATES-PARA.
           MOVE 0 TO WS-FX-MAX
           MOVE 0 TO WS-FX-SKIPPED-COUNT
           OPEN INPUT FX-RATE-FILE
           IF WS-FX-RATE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-FX-RATE-OK
                   DISPLAY "Warning: unable to open FXRATES, status "
                       WS-FX-RATE-STATUS
                       " - foreign-currency items will suspend as"
                       " NORATE"
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF
                       READ FX-RATE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM STORE-ONE-RATE-PARA
                       END-READ
                   END-PERFORM
                   CLOSE FX-RATE-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF
           IF WS-FX-SKIPPED-COUNT > 0
               DISPLAY "Warning: " WS-FX-SKIPPED-COUNT
                   " FXRATES line(s) unreadable or over the table"
                   " ceiling - skipped"
           END-IF.

       STORE-ONE-RATE-PARA.
           IF FX-EFF-DATE IS NOT NUMERIC
                   OR FX-RATE IS NOT NUMERIC
                   OR FX-CURRENCY = SPACES
               ADD 1 TO WS-FX-SKIPPED-COUNT
           ELSE
               IF FX-RATE = 0 OR WS-FX-MAX NOT < WS-FX-CEILING
                   ADD 1 TO WS-FX-SKIPPED-COUNT
               ELSE
                   ADD 1 TO WS-FX-MAX
                   MOVE FX-CURRENCY TO WS-FX-CURRENCY(WS-FX-MAX)
                   MOVE FX-EFF-DATE TO WS-FX-EFF-DATE(WS-FX-MAX)
                   MOVE FX-RATE TO WS-FX-RATE(WS-FX-MAX)
               END-IF
           END-IF.

      *    Last-activity date for ACCTDORM. Interest and fees INTACCR
      *    generates are not activity by the account holder.
       STAMP-ACTIVITY-PARA.
           IF POST-BATCH-ID NOT = "ACCRUAL"
               MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF.

      *----------------------------------------------------------------
      * Scans SUSPENSE once before it is opened for appending: every
      * debit or credit sitting unresolved there is tabled by key,
      * because history presence alone cannot tell an original that
      * posted from one that is still suspensed. The approval queue
      * and the declined items are loaded alongside, for the same
      * reason.
      *----------------------------------------------------------------
       LOAD-SUSPENSE-KEYS-PARA.
           OPEN INPUT SUSPENSE-CHECK-FILE
                   CLOSE SUSPENSE-CHECK-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF
           PERFORM LOAD-PENDING-KEYS-PARA
           PERFORM LOAD-DECLINED-ITEMS-PARA.

       ADD-SUSPENSE-KEY-PARA.
           IF WS-SUSP-KEY-MAX < WS-SUSP-KEY-CEILING
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Keys of every debit or credit waiting on PENDAPPR for an
      * approval decision: held back from posting, so a reversal of
      * one must wait like a reversal of a suspensed original.
      *----------------------------------------------------------------
       LOAD-PENDING-KEYS-PARA.
           OPEN INPUT PENDING-CHECK-FILE
           IF WS-PENDING-CHECK-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-PENDING-CHECK-OK
                   DISPLAY "Warning: unable to scan PENDAPPR, status "
                       WS-PENDING-CHECK-STATUS
                       " - reversals will be suspensed as NOORIG"
                   SET WS-SUSP-KEYS-FULL TO TRUE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF
                       READ PENDING-CHECK-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE PCHK-ENTRY TO WS-CHECK-ENTRY
                               IF TXN-TYPE-DEBIT OF WS-CHECK-ENTRY
                                   OR TXN-TYPE-CREDIT
                                       OF WS-CHECK-ENTRY
                                   PERFORM ADD-SUSPENSE-KEY-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-CHECK-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Every debit or credit APPRVL has declined, from the decision
      * log (kept for good, never archived, so it covers all history
      * still on file).
      *----------------------------------------------------------------
       LOAD-DECLINED-ITEMS-PARA.
           MOVE 0 TO WS-DECL-MAX
           OPEN INPUT DECISION-LOG-FILE
           IF WS-DECISION-LOG-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-DECISION-LOG-OK
                   DISPLAY "Warning: unable to scan APPRLOG, status "
                       WS-DECISION-LOG-STATUS
                       " - reversals will be suspensed as NOORIG"
                   SET WS-SUSP-KEYS-FULL TO TRUE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF
                       READ DECISION-LOG-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF AL-RESULT = "DECLINED"
                                   AND (AL-RECORD-TYPE = "DB"
                                       OR AL-RECORD-TYPE = "CR")
                                   AND AL-AMOUNT IS NUMERIC
                                   PERFORM ADD-DECLINED-ITEM-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DECISION-LOG-FILE
                   MOVE "N" TO WS-EOF-SWITCH
               END-IF
           END-IF.

       ADD-DECLINED-ITEM-PARA.
           IF WS-DECL-MAX < WS-DECL-CEILING
               ADD 1 TO WS-DECL-MAX
               MOVE AL-BATCH-ID TO WS-DECL-BATCH-ID(WS-DECL-MAX)
               MOVE AL-TXN-KEY TO WS-DECL-KEY(WS-DECL-MAX)
               MOVE AL-RECORD-TYPE TO WS-DECL-TYPE(WS-DECL-MAX)
               MOVE AL-AMOUNT TO WS-DECL-AMOUNT(WS-DECL-MAX)
               MOVE AL-CURRENCY TO WS-DECL-CURRENCY(WS-DECL-MAX)
           ELSE
               IF NOT WS-SUSP-KEYS-FULL
                   DISPLAY "Warning: declined item table full -"
                       " all reversals suspensed as NOORIG this run"
                   SET WS-SUSP-KEYS-FULL TO TRUE
               END-IF
           END-IF.

      *    Is the history record in hand a declined original?
       CHECK-DECLINED-ORIGINAL-PARA.
           SET WS-DECLINED-ORIGINAL TO FALSE
           PERFORM VARYING WS-DECL-SUB FROM 1 BY 1
                   UNTIL WS-DECL-SUB > WS-DECL-MAX
                   OR WS-DECLINED-ORIGINAL
               IF WS-DECL-BATCH-ID(WS-DECL-SUB) = HIST-BATCH-ID
                   AND WS-DECL-KEY(WS-DECL-SUB) = HIST-TXN-KEY
                   AND WS-DECL-TYPE(WS-DECL-SUB) =
                       TXN-RECORD-TYPE OF HIST-ENTRY
                   AND WS-DECL-AMOUNT(WS-DECL-SUB) =
                       TXN-AMOUNT OF HIST-ENTRY
                   AND WS-DECL-CURRENCY(WS-DECL-SUB) =
                       TXN-CURRENCY OF HIST-ENTRY
                   SET WS-DECLINED-ORIGINAL TO TRUE
               END-IF
           END-PERFORM.

       CHECK-SUSPENDED-ORIGINAL-PARA.
           SET WS-SUSP-KEY-HIT TO FALSE
           IF WS-SUSP-KEYS-FULL
      * changes, looking for a debit or credit occurrence. Reversals
      * recorded on the history do not count - an RV cannot vouch for
      * another RV - and neither does an original still sitting
      * unresolved in suspense or on the approval queue, or one APPRVL
      * declined: it never moved the balance, so there is nothing to
      * back out.
      *----------------------------------------------------------------
       FIND-ORIGINAL-PARA.
           SET WS-ORIGINAL-FOUND TO FALSE
                           ELSE
                               IF TXN-TYPE-DEBIT OF HIST-ENTRY
                                   OR TXN-TYPE-CREDIT OF HIST-ENTRY
                                   PERFORM CHECK-DECLINED-ORIGINAL-PARA
                                   IF NOT WS-DECLINED-ORIGINAL
                                       SET WS-ORIGINAL-FOUND TO TRUE
                                       SET WS-HIST-DONE TO TRUE
                                       PERFORM KEEP-ORIGINAL-DATE-PARA
                                   END-IF
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

      *    The date whose rate the original was converted at.
       KEEP-ORIGINAL-DATE-PARA.
           IF TXN-EFF-DATE OF HIST-ENTRY IS NUMERIC
               MOVE TXN-EFF-DATE OF HIST-ENTRY TO WS-ORIG-RATE-DATE
           ELSE
               MOVE HIST-RUN-DATE TO WS-ORIG-RATE-DATE
           END-IF.

      *----------------------------------------------------------------
      * Period lock. A lock file that exists but cannot be read stops
      * the run before anything posts - posting blind past an
      * unreadable lock could change a month finance has signed off.
      *----------------------------------------------------------------
       READ-PERIOD-CONTROL-PARA.
           MOVE 0 TO WS-CLOSED-PERIOD
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-PERIOD-CONTROL-OK
                   DISPLAY "Error: unable to open PERCTL, status "
                       WS-PERIOD-CONTROL-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               READ PERIOD-CONTROL-FILE
                   NOT AT END
                       IF PC-CLOSED-PERIOD IS NUMERIC
                           MOVE PC-CLOSED-PERIOD TO WS-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF WS-CLOSED-PERIOD > 0
               DISPLAY "TXNPOST: periods closed through "
                   WS-CLOSED-PERIOD
           END-IF.

      *    Only an explicit effective date can fall in a closed
      *    period; a blank one means "on arrival", which is today.
       CHECK-CLOSED-PERIOD-PARA.
           SET WS-IN-CLOSED-PERIOD TO FALSE
           IF WS-CLOSED-PERIOD > 0
                   AND TXN-EFF-DATE OF POST-ENTRY IS NUMERIC
               MOVE TXN-EFF-DATE OF POST-ENTRY (1:6) TO WS-EFF-PERIOD
               IF WS-EFF-PERIOD NOT > WS-CLOSED-PERIOD
                   SET WS-IN-CLOSED-PERIOD TO TRUE
               END-IF
           END-IF.

       WRITE-JOURNAL-PARA.
           MOVE SPACES TO JOURNAL-RECORD
           MOVE POST-BATCH-ID TO JRN-BATCH-ID
           MOVE WS-JOURNAL-ACTION TO JRN-ACTION
           MOVE ACCT-BALANCE TO JRN-NEW-BALANCE
           MOVE WS-RUN-DATE TO JRN-POST-DATE
           MOVE TXN-CURRENCY OF POST-ENTRY TO JRN-TXN-CURRENCY
           MOVE ACCT-CURRENCY TO JRN-ACCT-CURRENCY
           MOVE WS-POST-AMOUNT TO JRN-CONVERTED-AMOUNT
           MOVE WS-FX-RATE-USED TO JRN-FX-RATE
           WRITE JOURNAL-RECORD.

      *----------------------------------------------------------------
                               TO WS-SUSPENSE-COUNT
                           MOVE CHECKPOINT-POSTED-AMOUNT
                               TO WS-POSTED-AMOUNT
                           IF CHECKPOINT-FOREIGN-COUNT IS NUMERIC
                               MOVE CHECKPOINT-FOREIGN-COUNT
                                   TO WS-FOREIGN-POSTED-COUNT
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
               DISPLAY "Error: unable to write POSTCHKPT, status "
                   WS-CHECKPOINT-FILE-STATUS
                   " - stopping; rerun TXNPOST to resume"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO CHECKPOINT-RECORD
           MOVE WS-POSTED-COUNT TO CHECKPOINT-POSTED-COUNT
           MOVE WS-SUSPENSE-COUNT TO CHECKPOINT-SUSPENSE-COUNT
           MOVE WS-POSTED-AMOUNT TO CHECKPOINT-POSTED-AMOUNT
           MOVE WS-FOREIGN-POSTED-COUNT TO CHECKPOINT-FOREIGN-COUNT
           WRITE CHECKPOINT-RECORD
           CLOSE CHECKPOINT-FILE.

           MOVE TXN-AMOUNT OF POST-ENTRY TO JRN-AMOUNT
           MOVE "SUSPENSE" TO JRN-ACTION
           MOVE WS-RUN-DATE TO JRN-POST-DATE
           MOVE TXN-CURRENCY OF POST-ENTRY TO JRN-TXN-CURRENCY
           IF WS-ACCT-MASTER-OK
               MOVE ACCT-CURRENCY TO JRN-ACCT-CURRENCY
           END-IF
           WRITE JOURNAL-RECORD.
