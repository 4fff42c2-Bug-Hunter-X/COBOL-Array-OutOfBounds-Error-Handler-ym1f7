       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
      *
      * Daily interest and service-fee accrual. Reads every ACCTMAST
      * record, looks the account's ACCT-PRODUCT-CODE up on the
      * RATETBL rate and fee table, and generates the day's interest
      * and any monthly maintenance fee that falls due as an ordinary
      * POSTFILE batch under the ACCRUAL batch id, with its TXNHIST
      * history - so accruals post, journal and balance on EODBAL
      * exactly like a sender's batch. Ends with the accrual register
      * finance books from: per-account rate, days, base balance and
      * amount, and a grand total for each currency.
      *
      * An accrual is in the account's own currency - the product's
      * rates and fee are applied to the account's balance as kept -
      * so each generated record carries the account's currency and
      * TXNPOST posts it without conversion.
      *
      * Interest accrues only on open accounts that are not on hold,
      * at the product's debit rate on a positive (debit) balance or
      * its credit rate on a negative (credit) balance, for the days
      * since the last accrual run:
      *     balance * annual rate% * days / (100 * day basis)
      * rounded to the cent. A debit balance gives a DB charge, a
      * credit balance a CR payment; a zero amount is not generated.
      * The fee is a DB for the product's monthly fee on every open
      * account whose product fee day falls on any day the run covers
      * (a fee day past the end of a short month falls on its last
      * day). A held account still gets its fee record - TXNPOST
      * suspends it as ONHOLD like any other posting, and SUSPDRN
      * retries it once the hold is lifted.
      *
      * Run order: after TXNLOAD and before TXNPOST. TXNLOAD rewrites
      * POSTFILE for each night's load, so the ACCRUAL batch has to be
      * appended to that night's file for TXNPOST to pick it up.
      *
      * The run keeps a small ACCRSTATE ledger so an abend at any
      * point is safe to rerun without accruing twice:
      *   (idle)     no accrual in progress; the ledger carries the
      *              date of the last completed accrual, and a rerun
      *              on that same date generates nothing.
      *   BUILT      ACCRWORK holds the complete generated batch; the
      *              ledger counts the records already handed to
      *              POSTFILE. The rerun hands on the rest - it must
      *              not rebuild, since balances it reads may already
      *              carry part of the batch.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE-FILE ASSIGN TO "RATETBL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-TABLE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-MASTER-STATUS.

           SELECT ACCRUAL-WORK-FILE ASSIGN TO "ACCRWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-WORK-STATUS.

           SELECT ACCRUAL-STATE-FILE ASSIGN TO "ACCRSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCRUAL-STATE-STATUS.

           SELECT POST-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-FILE-STATUS.

           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-TXN-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * One rate/fee line per product. Rates are annual percentages;
      * the debit rate applies to positive (debit) balances and the
      * credit rate to negative (credit) balances. The day basis is
      * the days-per-year divisor (365 when blank or zero). The fee
      * is charged monthly on the fee day; a blank or zero fee day
      * or fee charges nothing.
      *----------------------------------------------------------------
       FD  RATE-TABLE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RATE-TABLE-RECORD.
           05  RT-PRODUCT-CODE            PIC X(4).
           05  FILLER                     PIC X(1).
           05  RT-DEBIT-RATE              PIC 9(3)V9(4).
           05  FILLER                     PIC X(1).
           05  RT-CREDIT-RATE             PIC 9(3)V9(4).
           05  FILLER                     PIC X(1).
           05  RT-DAY-BASIS               PIC 9(3).
           05  FILLER                     PIC X(1).
           05  RT-MONTHLY-FEE             PIC 9(7)V99.
           05  FILLER                     PIC X(1).
           05  RT-FEE-DAY                 PIC 9(2).
           05  FILLER                     PIC X(43).

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-MASTER-RECORD.
           05  ACCT-MASTER-ENTRY.
               COPY ACCTREC.

      *----------------------------------------------------------------
      * Generated batch, one line per accrual: the POSTFILE-format
      * record handed on as-is, then the register detail - what was
      * accrued, the product and rate used, the days covered and the
      * balance the interest was worked on.
      *----------------------------------------------------------------
       FD  ACCRUAL-WORK-FILE
           RECORD CONTAINS 132 CHARACTERS.
       01  ACCRUAL-WORK-RECORD.
           05  AW-BATCH-ID                PIC X(10).
           05  FILLER                     PIC X(1).
           05  AW-ENTRY.
               COPY TXNREC.
           05  FILLER                     PIC X(1).
           05  AW-KIND                    PIC X(8).
               88  AW-KIND-INTEREST       VALUE "INTEREST".
               88  AW-KIND-FEE            VALUE "FEE".
           05  FILLER                     PIC X(1).
           05  AW-PRODUCT-CODE            PIC X(4).
           05  FILLER                     PIC X(1).
           05  AW-RATE                    PIC 9(3)V9(4).
           05  FILLER                     PIC X(1).
           05  AW-DAYS                    PIC 9(3).
           05  FILLER                     PIC X(1).
           05  AW-BASE-BALANCE            PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
       01  ACCRUAL-WORK-POST-VIEW.
           05  AW-POST-RECORD             PIC X(91).
           05  FILLER                     PIC X(41).

       FD  ACCRUAL-STATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCRUAL-STATE-RECORD.
           05  AS-STATE                   PIC X(8).
           05  FILLER                     PIC X(1).
           05  AS-HANDED-COUNT            PIC 9(7).
           05  FILLER                     PIC X(1).
           05  AS-LAST-ACCRUAL-DATE       PIC 9(8).
           05  FILLER                     PIC X(1).
           05  AS-BUILT-DATE              PIC 9(8).
           05  FILLER                     PIC X(1).
           05  AS-BUILT-DAYS              PIC 9(3).
           05  FILLER                     PIC X(43).

       FD  POST-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  POST-RECORD                    PIC X(91).

       FD  TXN-HIST-FILE
           RECORD CONTAINS 113 CHARACTERS.
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-TXN-KEY           PIC X(10).
               10  HIST-RUN-DATE          PIC 9(8).
               10  HIST-BATCH-ID          PIC X(10).
               10  HIST-SEQ               PIC 9(5).
           05  HIST-ENTRY.
               COPY TXNREC.

       WORKING-STORAGE SECTION.
       01  WS-RATE-TABLE-STATUS           PIC X(2) VALUE SPACES.
           88  WS-RATE-TABLE-OK           VALUE "00".

       01  WS-ACCT-MASTER-STATUS          PIC X(2) VALUE SPACES.
           88  WS-ACCT-MASTER-OK          VALUE "00".

       01  WS-ACCRUAL-WORK-STATUS         PIC X(2) VALUE SPACES.
           88  WS-ACCRUAL-WORK-OK         VALUE "00".

       01  WS-ACCRUAL-STATE-STATUS        PIC X(2) VALUE SPACES.
           88  WS-ACCRUAL-STATE-OK        VALUE "00".

       01  WS-POST-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-POST-FILE-OK            VALUE "00".

       01  WS-TXN-HIST-STATUS             PIC X(2) VALUE SPACES.
           88  WS-TXN-HIST-OK             VALUE "00".

       01  WS-EOF-SWITCH                  PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y" FALSE "N".

       01  WS-HIST-OPEN-SWITCH            PIC X VALUE "N".
           88  WS-HIST-OPEN               VALUE "Y" FALSE "N".

      *    TXNHIST sequence within the account: ACCRWORK is built in
      *    one pass of the master, so an account's interest and fee
      *    records sit together and number 1, 2 under its key.
       01  WS-HIST-SEQ                    PIC 9(5) VALUE 0.
       01  WS-HIST-PREV-KEY               PIC X(10) VALUE SPACES.

       01  WS-HANDED-OFF-SWITCH           PIC X VALUE "N".
           88  WS-HANDED-OFF              VALUE "Y" FALSE "N".

       01  WS-ACCRUAL-STATE               PIC X(8) VALUE SPACES.
           88  WS-STATE-IDLE              VALUE SPACES.
           88  WS-STATE-BUILT             VALUE "BUILT".
       01  WS-STATE-HANDED-COUNT          PIC 9(7) VALUE 0.
       01  WS-LAST-ACCRUAL-DATE           PIC 9(8) VALUE 0.
       01  WS-BUILT-DATE                  PIC 9(8) VALUE 0.

       01  WS-ACCRUAL-BATCH-ID            PIC X(10) VALUE "ACCRUAL".

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(13).

      *----------------------------------------------------------------
      * Day arithmetic for the accrual window. The window runs from
      * the day after the last accrual through the run date; on the
      * very first run it is the run date alone.
      *----------------------------------------------------------------
       01  WS-RUN-DATE-INT                PIC 9(7) VALUE 0.
       01  WS-FROM-DATE-INT               PIC 9(7) VALUE 0.
       01  WS-DAY-INT                     PIC 9(7) VALUE 0.
       01  WS-ACCRUAL-DAYS                PIC 9(3) VALUE 0.
       01  WS-MAX-ACCRUAL-DAYS            PIC 9(3) VALUE 366.
       01  WS-DAY-DATE                    PIC 9(8) VALUE 0.
       01  WS-DAY-DATE-PARTS REDEFINES WS-DAY-DATE.
           05  WS-DAY-YYYYMM              PIC 9(6).
           05  WS-DAY-DD                  PIC 9(2).
       01  WS-NEXT-DATE                   PIC 9(8) VALUE 0.
       01  WS-NEXT-DATE-PARTS REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYYMM             PIC 9(6).
           05  WS-NEXT-DD                 PIC 9(2).

      *----------------------------------------------------------------
      * RATETBL, loaded once per run. Same fixed ceiling and search
      * shape as TXNLOAD's SNDRPROF table.
      *----------------------------------------------------------------
       01  WS-RATE-CEILING                PIC 9(3) VALUE 050.
       01  WS-RATE-SUB                    PIC 9(3) VALUE 0.
       01  WS-FOUND-SUB                   PIC 9(3) VALUE 0.
       01  WS-RATE-AREA.
           05  WS-RATE-MAX                PIC 9(3) VALUE 0.
           05  WS-RATE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-RATE-MAX.
               10  WS-RT-PRODUCT-CODE     PIC X(4).
               10  WS-RT-DEBIT-RATE       PIC 9(3)V9(4).
               10  WS-RT-CREDIT-RATE      PIC 9(3)V9(4).
               10  WS-RT-DAY-BASIS        PIC 9(3).
               10  WS-RT-MONTHLY-FEE      PIC 9(7)V99.
               10  WS-RT-FEE-DAY          PIC 9(2).
               10  WS-RT-FEE-DUE-SWITCH   PIC X.
                   88  WS-RT-FEE-DUE      VALUE "Y" FALSE "N".

       01  WS-RATE                        PIC 9(3)V9(4) VALUE 0.
       01  WS-ACCRUAL-AMOUNT              PIC S9(9)V99 VALUE 0.

       01  WS-REPORT-COUNTERS.
           05  WS-ACCOUNTS-READ           PIC 9(7) VALUE 0.
           05  WS-SKIPPED-CLOSED          PIC 9(7) VALUE 0.
           05  WS-SKIPPED-HELD            PIC 9(7) VALUE 0.
           05  WS-SKIPPED-NO-PRODUCT      PIC 9(7) VALUE 0.
           05  WS-SKIPPED-UNKNOWN         PIC 9(7) VALUE 0.
           05  WS-SKIPPED-ZERO            PIC 9(7) VALUE 0.
           05  WS-GENERATED-COUNT         PIC 9(7) VALUE 0.
           05  WS-HANDED-COUNT            PIC 9(7) VALUE 0.
           05  WS-PROCESSED-COUNT         PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Register totals, one set per currency so nothing is summed
      * across currencies. Entry 1 is the base currency (spaces).
      *----------------------------------------------------------------
       01  WS-CCY-MAX                     PIC 9(2) VALUE 1.
       01  WS-CCY-SUB                     PIC 9(2) VALUE 0.
       01  WS-REGISTER-TOTALS.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE                PIC X(3).
               10  WS-INTEREST-CHARGED-COUNT  PIC 9(7).
               10  WS-INTEREST-CHARGED-TOTAL  PIC S9(13)V99.
               10  WS-INTEREST-PAID-COUNT     PIC 9(7).
               10  WS-INTEREST-PAID-TOTAL     PIC S9(13)V99.
               10  WS-FEE-COUNT               PIC 9(7).
               10  WS-FEE-TOTAL               PIC S9(13)V99.
               10  WS-GRAND-TOTAL             PIC S9(13)V99.

       01  WS-PRINT-RATE                  PIC ZZ9.9999.
       01  WS-PRINT-BASE                  PIC +9(11).99.
       01  WS-PRINT-AMOUNT                PIC +9(9).99.
       01  WS-PRINT-TOTAL                 PIC +9(13).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)

           PERFORM READ-ACCRUAL-STATE-PARA

      *    Finish handing on a batch an interrupted run built before
      *    accruing anything new.
           EVALUATE TRUE
               WHEN WS-STATE-IDLE
                   PERFORM BUILD-ACCRUAL-BATCH-PARA
                       THRU BUILD-ACCRUAL-BATCH-EXIT
                   IF WS-STATE-BUILT
                       PERFORM HAND-OFF-BATCH-PARA
                           THRU HAND-OFF-BATCH-EXIT
                   END-IF
               WHEN WS-STATE-BUILT
                   DISPLAY "INTACCR: completing interrupted accrual"
                       " built " WS-BUILT-DATE ", "
                       WS-STATE-HANDED-COUNT " records already handed"
                       " on"
                   PERFORM HAND-OFF-BATCH-PARA
                       THRU HAND-OFF-BATCH-EXIT
               WHEN OTHER
                   DISPLAY "Warning: unrecognized ACCRSTATE '"
                       WS-ACCRUAL-STATE "' - nothing accrued"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           IF WS-HANDED-OFF
               PERFORM PRINT-ACCRUAL-REGISTER-PARA
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * Works out the accrual window, loads the rate table, and
      * writes the whole generated batch to ACCRWORK. Only once the
      * work file is complete does the ledger move to BUILT - an abend
      * before that leaves the ledger idle and the rerun rebuilds
      * from scratch, nothing having been handed on.
      *----------------------------------------------------------------
       BUILD-ACCRUAL-BATCH-PARA.
           IF WS-LAST-ACCRUAL-DATE NOT < WS-RUN-DATE
               DISPLAY "INTACCR: accrual already run through "
                   WS-LAST-ACCRUAL-DATE " - nothing generated"
               GO TO BUILD-ACCRUAL-BATCH-EXIT
           END-IF

           IF WS-LAST-ACCRUAL-DATE = 0
               MOVE 1 TO WS-ACCRUAL-DAYS
               MOVE WS-RUN-DATE-INT TO WS-FROM-DATE-INT
           ELSE
               COMPUTE WS-FROM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-LAST-ACCRUAL-DATE) + 1
               IF WS-RUN-DATE-INT - WS-FROM-DATE-INT + 1
                       > WS-MAX-ACCRUAL-DAYS
                   DISPLAY "Error: last accrual " WS-LAST-ACCRUAL-DATE
                       " is more than " WS-MAX-ACCRUAL-DAYS
                       " days back - check ACCRSTATE"
                   MOVE 8 TO RETURN-CODE
                   GO TO BUILD-ACCRUAL-BATCH-EXIT
               END-IF
               COMPUTE WS-ACCRUAL-DAYS =
                   WS-RUN-DATE-INT - WS-FROM-DATE-INT + 1
           END-IF

           PERFORM LOAD-RATE-TABLE-PARA
           IF WS-RATE-MAX = 0
               DISPLAY "Error: no RATETBL entries loaded -"
                   " nothing accrued"
               MOVE 8 TO RETURN-CODE
               GO TO BUILD-ACCRUAL-BATCH-EXIT
           END-IF
           PERFORM FLAG-FEE-DUE-PARA
               VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-MAX

           OPEN INPUT ACCT-MASTER-FILE
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY "Error: unable to open ACCTMAST, status "
                   WS-ACCT-MASTER-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO BUILD-ACCRUAL-BATCH-EXIT
           END-IF
           OPEN OUTPUT ACCRUAL-WORK-FILE
           IF NOT WS-ACCRUAL-WORK-OK
               DISPLAY "Error: unable to open ACCRWORK, status "
                   WS-ACCRUAL-WORK-STATUS
               CLOSE ACCT-MASTER-FILE
               MOVE 8 TO RETURN-CODE
               GO TO BUILD-ACCRUAL-BATCH-EXIT
           END-IF

           SET WS-EOF TO FALSE
           PERFORM UNTIL WS-EOF
               READ ACCT-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM ACCRUE-ONE-ACCOUNT-PARA
               END-READ
           END-PERFORM
           CLOSE ACCT-MASTER-FILE
           CLOSE ACCRUAL-WORK-FILE

           MOVE "BUILT" TO WS-ACCRUAL-STATE
           MOVE WS-RUN-DATE TO WS-BUILT-DATE
           MOVE 0 TO WS-STATE-HANDED-COUNT
           PERFORM WRITE-ACCRUAL-STATE-PARA.
       BUILD-ACCRUAL-BATCH-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Loads RATETBL. Lines past the table ceiling are ignored with
      * a warning rather than failing the run.
      *----------------------------------------------------------------
       LOAD-RATE-TABLE-PARA.
           MOVE 0 TO WS-RATE-MAX
           OPEN INPUT RATE-TABLE-FILE
           IF NOT WS-RATE-TABLE-OK
               DISPLAY "Error: unable to open RATETBL, status "
                   WS-RATE-TABLE-STATUS
           ELSE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ RATE-TABLE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-RATE-PARA
                   END-READ
               END-PERFORM
               CLOSE RATE-TABLE-FILE
           END-IF.

       STORE-ONE-RATE-PARA.
           IF RT-PRODUCT-CODE = SPACES
               CONTINUE
           ELSE
               IF WS-RATE-MAX NOT < WS-RATE-CEILING
                   DISPLAY "Warning: RATETBL table full - product "
                       RT-PRODUCT-CODE " ignored"
               ELSE
                   ADD 1 TO WS-RATE-MAX
                   MOVE RT-PRODUCT-CODE
                       TO WS-RT-PRODUCT-CODE(WS-RATE-MAX)
                   MOVE 0 TO WS-RT-DEBIT-RATE(WS-RATE-MAX)
                   MOVE 0 TO WS-RT-CREDIT-RATE(WS-RATE-MAX)
                   MOVE 365 TO WS-RT-DAY-BASIS(WS-RATE-MAX)
                   MOVE 0 TO WS-RT-MONTHLY-FEE(WS-RATE-MAX)
                   MOVE 0 TO WS-RT-FEE-DAY(WS-RATE-MAX)
                   SET WS-RT-FEE-DUE(WS-RATE-MAX) TO FALSE
                   IF RT-DEBIT-RATE IS NUMERIC
                       MOVE RT-DEBIT-RATE
                           TO WS-RT-DEBIT-RATE(WS-RATE-MAX)
                   END-IF
                   IF RT-CREDIT-RATE IS NUMERIC
                       MOVE RT-CREDIT-RATE
                           TO WS-RT-CREDIT-RATE(WS-RATE-MAX)
                   END-IF
                   IF RT-DAY-BASIS IS NUMERIC AND RT-DAY-BASIS > 0
                       MOVE RT-DAY-BASIS
                           TO WS-RT-DAY-BASIS(WS-RATE-MAX)
                   END-IF
                   IF RT-MONTHLY-FEE IS NUMERIC
                       MOVE RT-MONTHLY-FEE
                           TO WS-RT-MONTHLY-FEE(WS-RATE-MAX)
                   END-IF
                   IF RT-FEE-DAY IS NUMERIC
                       MOVE RT-FEE-DAY TO WS-RT-FEE-DAY(WS-RATE-MAX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * A product's fee is due this run when its fee day falls on any
      * day of the accrual window. A fee day the month does not reach
      * (31 in a 30-day month, 30 in February) falls on the month's
      * last day, recognised by the following day being the 1st.
      *----------------------------------------------------------------
       FLAG-FEE-DUE-PARA.
           IF WS-RT-MONTHLY-FEE(WS-RATE-SUB) > 0
                   AND WS-RT-FEE-DAY(WS-RATE-SUB) > 0
                   AND WS-RT-FEE-DAY(WS-RATE-SUB) NOT > 31
               PERFORM CHECK-ONE-FEE-DAY-PARA
                   VARYING WS-DAY-INT FROM WS-FROM-DATE-INT BY 1
                       UNTIL WS-DAY-INT > WS-RUN-DATE-INT
           END-IF.

       CHECK-ONE-FEE-DAY-PARA.
           COMPUTE WS-DAY-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DAY-INT + 1)
           IF WS-DAY-DD = WS-RT-FEE-DAY(WS-RATE-SUB)
               SET WS-RT-FEE-DUE(WS-RATE-SUB) TO TRUE
           END-IF
           IF WS-NEXT-DD = 1
                   AND WS-RT-FEE-DAY(WS-RATE-SUB) > WS-DAY-DD
               SET WS-RT-FEE-DUE(WS-RATE-SUB) TO TRUE
           END-IF.

       FIND-RATE-PARA.
           MOVE 0 TO WS-FOUND-SUB
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
                   UNTIL WS-RATE-SUB > WS-RATE-MAX
                       OR WS-FOUND-SUB > 0
               IF WS-RT-PRODUCT-CODE(WS-RATE-SUB) = ACCT-PRODUCT-CODE
                   MOVE WS-RATE-SUB TO WS-FOUND-SUB
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * One master record: interest unless it is closed, held or has
      * no known product; the fee on any open account with a known
      * product whose fee is due, unless it is dormant.
      *----------------------------------------------------------------
       ACCRUE-ONE-ACCOUNT-PARA.
           ADD 1 TO WS-ACCOUNTS-READ
           EVALUATE TRUE
               WHEN NOT ACCT-IS-OPEN
                   ADD 1 TO WS-SKIPPED-CLOSED
               WHEN ACCT-PRODUCT-CODE = SPACES
                   ADD 1 TO WS-SKIPPED-NO-PRODUCT
               WHEN OTHER
                   PERFORM FIND-RATE-PARA
                   IF WS-FOUND-SUB = 0
                       ADD 1 TO WS-SKIPPED-UNKNOWN
                       DISPLAY "Warning: account " ACCT-KEY
                           " product " ACCT-PRODUCT-CODE
                           " not on RATETBL - not accrued"
                   ELSE
                       IF ACCT-ON-HOLD
                           ADD 1 TO WS-SKIPPED-HELD
                       ELSE
                           PERFORM ACCRUE-INTEREST-PARA
                               THRU ACCRUE-INTEREST-EXIT
                       END-IF
      *                A dormant account's fee could only suspend
      *                as DORMANT; it is not charged while dormant.
                       IF WS-RT-FEE-DUE(WS-FOUND-SUB)
                               AND NOT ACCT-DORMANT
                           PERFORM CHARGE-FEE-PARA
                       END-IF
                   END-IF
           END-EVALUATE.

       ACCRUE-INTEREST-PARA.
           EVALUATE TRUE
               WHEN ACCT-BALANCE > 0
                   MOVE WS-RT-DEBIT-RATE(WS-FOUND-SUB) TO WS-RATE
               WHEN ACCT-BALANCE < 0
                   MOVE WS-RT-CREDIT-RATE(WS-FOUND-SUB) TO WS-RATE
               WHEN OTHER
                   MOVE 0 TO WS-RATE
           END-EVALUATE

           COMPUTE WS-ACCRUAL-AMOUNT ROUNDED =
               ACCT-BALANCE * WS-RATE * WS-ACCRUAL-DAYS
                   / (100 * WS-RT-DAY-BASIS(WS-FOUND-SUB))
               ON SIZE ERROR
                   DISPLAY "Warning: account " ACCT-KEY
                       " interest too large for one posting -"
                       " not accrued"
                   GO TO ACCRUE-INTEREST-EXIT
           END-COMPUTE

           IF WS-ACCRUAL-AMOUNT = 0
               ADD 1 TO WS-SKIPPED-ZERO
               GO TO ACCRUE-INTEREST-EXIT
           END-IF

           MOVE SPACES TO ACCRUAL-WORK-RECORD
           IF WS-ACCRUAL-AMOUNT > 0
               MOVE "DB" TO TXN-RECORD-TYPE OF AW-ENTRY
           ELSE
               MOVE "CR" TO TXN-RECORD-TYPE OF AW-ENTRY
           END-IF
           MOVE "INTEREST" TO AW-KIND
           MOVE WS-RATE TO AW-RATE
           MOVE WS-ACCRUAL-DAYS TO AW-DAYS
           PERFORM WRITE-WORK-RECORD-PARA.
       ACCRUE-INTEREST-EXIT.
           EXIT.

       CHARGE-FEE-PARA.
           MOVE SPACES TO ACCRUAL-WORK-RECORD
           MOVE "DB" TO TXN-RECORD-TYPE OF AW-ENTRY
           MOVE WS-RT-MONTHLY-FEE(WS-FOUND-SUB) TO WS-ACCRUAL-AMOUNT
           MOVE "FEE" TO AW-KIND
           MOVE 0 TO AW-RATE
           MOVE 0 TO AW-DAYS
           PERFORM WRITE-WORK-RECORD-PARA.

       WRITE-WORK-RECORD-PARA.
           MOVE WS-ACCRUAL-BATCH-ID TO AW-BATCH-ID
           MOVE ACCT-KEY TO TXN-KEY OF AW-ENTRY
           MOVE WS-ACCRUAL-AMOUNT TO TXN-AMOUNT OF AW-ENTRY
           MOVE WS-RUN-DATE TO TXN-EFF-DATE OF AW-ENTRY
           MOVE ACCT-CURRENCY TO TXN-CURRENCY OF AW-ENTRY
           MOVE ACCT-PRODUCT-CODE TO AW-PRODUCT-CODE
           MOVE ACCT-BALANCE TO AW-BASE-BALANCE
           WRITE ACCRUAL-WORK-RECORD
           IF NOT WS-ACCRUAL-WORK-OK
               DISPLAY "Error: unable to write ACCRWORK, status "
                   WS-ACCRUAL-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GENERATED-COUNT.

      *----------------------------------------------------------------
      * Appends the built batch to POSTFILE and TXNHIST, skipping the
      * records the ledger says an interrupted run already handed on
      * and advancing the ledger count after every record, the same
      * per-item bookkeeping SUSPDRN does. When the whole work file is
      * handed on the ledger goes idle carrying the built date as the
      * last accrual date. If POSTFILE cannot be opened the ledger
      * stays BUILT and the next run resumes.
      *----------------------------------------------------------------
       HAND-OFF-BATCH-PARA.
           OPEN INPUT ACCRUAL-WORK-FILE
           IF NOT WS-ACCRUAL-WORK-OK
               DISPLAY "Error: unable to open ACCRWORK, status "
                   WS-ACCRUAL-WORK-STATUS
                   " - accrual left BUILT for a rerun"
               MOVE 8 TO RETURN-CODE
               GO TO HAND-OFF-BATCH-EXIT
           END-IF

           OPEN EXTEND POST-FILE
           IF WS-POST-FILE-STATUS = "35"
               OPEN OUTPUT POST-FILE
           END-IF
           IF NOT WS-POST-FILE-OK
               DISPLAY "Error: unable to open POSTFILE, status "
                   WS-POST-FILE-STATUS
                   " - accrual left BUILT for a rerun"
               CLOSE ACCRUAL-WORK-FILE
               MOVE 8 TO RETURN-CODE
               GO TO HAND-OFF-BATCH-EXIT
           END-IF

           OPEN I-O TXN-HIST-FILE
           IF WS-TXN-HIST-STATUS = "35"
               OPEN OUTPUT TXN-HIST-FILE
           END-IF
           IF WS-TXN-HIST-OK
               SET WS-HIST-OPEN TO TRUE
           ELSE
               DISPLAY "Warning: unable to open TXNHIST, status "
                   WS-TXN-HIST-STATUS
                   " - accrual history not recorded"
           END-IF

           MOVE 0 TO WS-PROCESSED-COUNT
           MOVE 0 TO WS-HANDED-COUNT
           MOVE 0 TO WS-HIST-SEQ
           MOVE SPACES TO WS-HIST-PREV-KEY
           SET WS-EOF TO FALSE
           PERFORM UNTIL WS-EOF
               READ ACCRUAL-WORK-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM HAND-OFF-ONE-RECORD-PARA
               END-READ
           END-PERFORM

           CLOSE ACCRUAL-WORK-FILE
           CLOSE POST-FILE
           IF WS-HIST-OPEN
               CLOSE TXN-HIST-FILE
           END-IF

           MOVE SPACES TO WS-ACCRUAL-STATE
           MOVE WS-BUILT-DATE TO WS-LAST-ACCRUAL-DATE
           MOVE 0 TO WS-STATE-HANDED-COUNT
           PERFORM WRITE-ACCRUAL-STATE-PARA
           SET WS-HANDED-OFF TO TRUE.
       HAND-OFF-BATCH-EXIT.
           EXIT.

       HAND-OFF-ONE-RECORD-PARA.
           ADD 1 TO WS-PROCESSED-COUNT
           IF TXN-KEY OF AW-ENTRY = WS-HIST-PREV-KEY
               ADD 1 TO WS-HIST-SEQ
           ELSE
               MOVE 1 TO WS-HIST-SEQ
               MOVE TXN-KEY OF AW-ENTRY TO WS-HIST-PREV-KEY
           END-IF
           IF WS-PROCESSED-COUNT > WS-STATE-HANDED-COUNT
               MOVE AW-POST-RECORD TO POST-RECORD
               WRITE POST-RECORD
               IF WS-HIST-OPEN
                   MOVE TXN-KEY OF AW-ENTRY TO HIST-TXN-KEY
                   MOVE WS-BUILT-DATE TO HIST-RUN-DATE
                   MOVE WS-ACCRUAL-BATCH-ID TO HIST-BATCH-ID
                   MOVE WS-HIST-SEQ TO HIST-SEQ
                   MOVE AW-ENTRY TO HIST-ENTRY
                   WRITE HIST-RECORD
                       INVALID KEY
                           DISPLAY "Warning: TXNHIST already holds "
                               HIST-TXN-KEY " " HIST-RUN-DATE " "
                               HIST-BATCH-ID " " HIST-SEQ ", status "
                               WS-TXN-HIST-STATUS
                               " - accrual posted, history not recorded"
                           MOVE 8 TO RETURN-CODE
                   END-WRITE
               END-IF
               ADD 1 TO WS-HANDED-COUNT
               MOVE WS-PROCESSED-COUNT TO WS-STATE-HANDED-COUNT
               PERFORM WRITE-ACCRUAL-STATE-PARA
           END-IF.

      *----------------------------------------------------------------
      * ACCRSTATE ledger access. Unlike the drain ledgers it is never
      * cleared to empty: the idle record still carries the date of
      * the last completed accrual, which the next run's window
      * starts from.
      *----------------------------------------------------------------
       READ-ACCRUAL-STATE-PARA.
           MOVE SPACES TO WS-ACCRUAL-STATE
           MOVE 0 TO WS-STATE-HANDED-COUNT
           MOVE 0 TO WS-LAST-ACCRUAL-DATE
           MOVE 0 TO WS-BUILT-DATE
           OPEN INPUT ACCRUAL-STATE-FILE
           IF WS-ACCRUAL-STATE-OK
               READ ACCRUAL-STATE-FILE
                   NOT AT END
                       MOVE AS-STATE TO WS-ACCRUAL-STATE
                       IF AS-HANDED-COUNT IS NUMERIC
                           MOVE AS-HANDED-COUNT
                               TO WS-STATE-HANDED-COUNT
                       END-IF
                       IF AS-LAST-ACCRUAL-DATE IS NUMERIC
                           MOVE AS-LAST-ACCRUAL-DATE
                               TO WS-LAST-ACCRUAL-DATE
                       END-IF
                       IF AS-BUILT-DATE IS NUMERIC
                           MOVE AS-BUILT-DATE TO WS-BUILT-DATE
                       END-IF
                       IF AS-BUILT-DAYS IS NUMERIC
                           MOVE AS-BUILT-DAYS TO WS-ACCRUAL-DAYS
                       END-IF
               END-READ
               CLOSE ACCRUAL-STATE-FILE
           END-IF.

       WRITE-ACCRUAL-STATE-PARA.
           OPEN OUTPUT ACCRUAL-STATE-FILE
           IF NOT WS-ACCRUAL-STATE-OK
               DISPLAY "Error: unable to write ACCRSTATE, status "
                   WS-ACCRUAL-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO ACCRUAL-STATE-RECORD
           MOVE WS-ACCRUAL-STATE TO AS-STATE
           MOVE WS-STATE-HANDED-COUNT TO AS-HANDED-COUNT
           MOVE WS-LAST-ACCRUAL-DATE TO AS-LAST-ACCRUAL-DATE
           MOVE WS-BUILT-DATE TO AS-BUILT-DATE
           MOVE WS-ACCRUAL-DAYS TO AS-BUILT-DAYS
           WRITE ACCRUAL-STATE-RECORD
           CLOSE ACCRUAL-STATE-FILE.

      *----------------------------------------------------------------
      * The register is printed from ACCRWORK, so a resumed run
      * prints the same register the interrupted run would have.
      *----------------------------------------------------------------
       PRINT-ACCRUAL-REGISTER-PARA.
           DISPLAY "=============================================="
           DISPLAY "INTACCR ACCRUAL REGISTER FOR " WS-BUILT-DATE
           DISPLAY "Batch id ACCRUAL, " WS-ACCRUAL-DAYS
               " day(s) accrued"
           DISPLAY "------------------------------------------------"
           DISPLAY "ACCOUNT    KIND     PROD    RATE% DAY"
               "    BASE BALANCE        AMOUNT CCY"

           INITIALIZE WS-REGISTER-TOTALS
           MOVE 1 TO WS-CCY-MAX
           OPEN INPUT ACCRUAL-WORK-FILE
           IF WS-ACCRUAL-WORK-OK
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ ACCRUAL-WORK-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM PRINT-REGISTER-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE ACCRUAL-WORK-FILE
           END-IF
           IF WS-CCY-MAX = 1
                   AND WS-INTEREST-CHARGED-COUNT(1) = 0
                   AND WS-INTEREST-PAID-COUNT(1) = 0
                   AND WS-FEE-COUNT(1) = 0
               DISPLAY "  (nothing accrued)"
           END-IF

           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
               PERFORM PRINT-CURRENCY-TOTALS-PARA
           END-PERFORM
           DISPLAY "------------------------------------------------"
           DISPLAY "Records handed to POSTFILE  . . : "
               WS-HANDED-COUNT
           IF WS-ACCOUNTS-READ > 0
               PERFORM PRINT-SKIP-COUNTS-PARA
           END-IF
           DISPLAY "==============================================".

      *    The base currency's totals always print; another
      *    currency's print under its code.
       PRINT-CURRENCY-TOTALS-PARA.
           DISPLAY "------------------------------------------------"
           IF WS-CCY-CODE(WS-CCY-SUB) NOT = SPACES
               DISPLAY "CURRENCY " WS-CCY-CODE(WS-CCY-SUB)
           END-IF
           MOVE WS-INTEREST-CHARGED-TOTAL(WS-CCY-SUB) TO WS-PRINT-TOTAL
           DISPLAY "Interest charged  . . . . . . . : "
               WS-INTEREST-CHARGED-COUNT(WS-CCY-SUB) " " WS-PRINT-TOTAL
           MOVE WS-INTEREST-PAID-TOTAL(WS-CCY-SUB) TO WS-PRINT-TOTAL
           DISPLAY "Interest paid . . . . . . . . . : "
               WS-INTEREST-PAID-COUNT(WS-CCY-SUB) " " WS-PRINT-TOTAL
           MOVE WS-FEE-TOTAL(WS-CCY-SUB) TO WS-PRINT-TOTAL
           DISPLAY "Service fees charged  . . . . . : "
               WS-FEE-COUNT(WS-CCY-SUB) " " WS-PRINT-TOTAL
           MOVE WS-GRAND-TOTAL(WS-CCY-SUB) TO WS-PRINT-TOTAL
           DISPLAY "GRAND TOTAL TO BOOK . . . . . . : " WS-PRINT-TOTAL.

      *    Finds the register line's currency in the totals table,
      *    adding it when new; should a 21st turn up it is reported
      *    and totalled in with the last entry.
       FIND-CURRENCY-PARA.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
                   OR WS-CCY-CODE(WS-CCY-SUB) =
                       TXN-CURRENCY OF AW-ENTRY
               CONTINUE
           END-PERFORM
           IF WS-CCY-SUB > WS-CCY-MAX
               IF WS-CCY-MAX < 20
                   ADD 1 TO WS-CCY-MAX
                   MOVE TXN-CURRENCY OF AW-ENTRY
                       TO WS-CCY-CODE(WS-CCY-MAX)
               ELSE
                   DISPLAY "Warning: more than 20 currencies - "
                       TXN-CURRENCY OF AW-ENTRY
                       " totalled under " WS-CCY-CODE(WS-CCY-MAX)
               END-IF
               MOVE WS-CCY-MAX TO WS-CCY-SUB
           END-IF.

      *    Only a run that built the batch has read the master; a
      *    resumed handoff has no account counts to show.
       PRINT-SKIP-COUNTS-PARA.
           DISPLAY "------------------------------------------------"
           DISPLAY "Accounts read . . . . . . . . . : "
               WS-ACCOUNTS-READ
           DISPLAY "Skipped - closed  . . . . . . . : "
               WS-SKIPPED-CLOSED
           DISPLAY "Skipped - on hold (no interest) : "
               WS-SKIPPED-HELD
           DISPLAY "Skipped - no product code . . . : "
               WS-SKIPPED-NO-PRODUCT
           DISPLAY "Skipped - product not on table  : "
               WS-SKIPPED-UNKNOWN
           DISPLAY "No interest - zero amount . . . : "
               WS-SKIPPED-ZERO.

       PRINT-REGISTER-LINE-PARA.
           PERFORM FIND-CURRENCY-PARA
           EVALUATE TRUE
               WHEN AW-KIND-FEE
                   ADD 1 TO WS-FEE-COUNT(WS-CCY-SUB)
                   ADD TXN-AMOUNT OF AW-ENTRY
                       TO WS-FEE-TOTAL(WS-CCY-SUB)
               WHEN TXN-AMOUNT OF AW-ENTRY > 0
                   ADD 1 TO WS-INTEREST-CHARGED-COUNT(WS-CCY-SUB)
                   ADD TXN-AMOUNT OF AW-ENTRY
                       TO WS-INTEREST-CHARGED-TOTAL(WS-CCY-SUB)
               WHEN OTHER
                   ADD 1 TO WS-INTEREST-PAID-COUNT(WS-CCY-SUB)
                   ADD TXN-AMOUNT OF AW-ENTRY
                       TO WS-INTEREST-PAID-TOTAL(WS-CCY-SUB)
           END-EVALUATE
           ADD TXN-AMOUNT OF AW-ENTRY TO WS-GRAND-TOTAL(WS-CCY-SUB)

           MOVE AW-RATE TO WS-PRINT-RATE
           MOVE AW-BASE-BALANCE TO WS-PRINT-BASE
           MOVE TXN-AMOUNT OF AW-ENTRY TO WS-PRINT-AMOUNT
           DISPLAY TXN-KEY OF AW-ENTRY " " AW-KIND " "
               AW-PRODUCT-CODE " " WS-PRINT-RATE " " AW-DAYS " "
               WS-PRINT-BASE " " WS-PRINT-AMOUNT " "
               TXN-CURRENCY OF AW-ENTRY.
