       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERCLOSE.
      *
      * Month-end close. Takes the period to close (YYYYMM) from
      * PERPARM, writes a dated snapshot of every ACCTMAST record -
      * key, balance, status, hold and currency - to that period's
      * balance file (PERBAL.P<period>), prints a trial balance with
      * totals by currency and account status (balances in different
      * currencies are never added together), and records the period
      * as closed on the PERCTL lock record. From then on TXNPOST,
      * SUSPDRN and WHSRLS refuse anything effective-dated on or
      * before the end of the closed period and route it to SUSPENSE
      * as CLOSEDPD, so a back-dated adjustment can no longer land in
      * a month finance has signed off.
      *
      * Periods close in order, one month at a time, and never ahead
      * of the run date: the month following the last close, or any
      * month at all on the very first close. A period already closed
      * is refused, so the lock can only move forward.
      *
      * Rerun safety: the snapshot file is written fresh (OPEN OUTPUT)
      * and PERCTL is only rewritten once the snapshot is complete.
      * An abend before that leaves the period open and the rerun
      * simply writes the snapshot again.
      *
      * RETURN-CODE is 8 when the close is refused (no valid period
      * on PERPARM, a period not yet started, already closed or out
      * of order) and 16 when a file cannot be opened or written -
      * in either case no period has been closed.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PERPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-MASTER-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN DYNAMIC WS-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-PERIOD                PIC X(6).
           05  FILLER                     PIC X(74).

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-MASTER-RECORD.
           05  ACCT-MASTER-ENTRY.
               COPY ACCTREC.

      *----------------------------------------------------------------
      * One snapshot line per master record as it stood at the close:
      * the period it closes, the date the snapshot was taken, and
      * the account's key, balance, status, hold flag and the
      * currency the balance is in.
      *----------------------------------------------------------------
       FD  SNAPSHOT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SNAPSHOT-RECORD.
           05  PB-PERIOD                  PIC 9(6).
           05  FILLER                     PIC X(1).
           05  PB-SNAPSHOT-DATE           PIC 9(8).
           05  FILLER                     PIC X(1).
           05  PB-ACCT-KEY                PIC X(10).
           05  FILLER                     PIC X(1).
           05  PB-BALANCE                 PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  PB-STATUS                  PIC X(1).
           05  FILLER                     PIC X(1).
           05  PB-HOLD-SWITCH             PIC X(1).
           05  FILLER                     PIC X(1).
           05  PB-CURRENCY                PIC X(3).
           05  FILLER                     PIC X(31).

      *----------------------------------------------------------------
      * The period lock: the last period closed (everything dated in
      * it or earlier is refused by the posting programs), when it
      * was closed, and the snapshot that closed it. Rewritten whole
      * by each close; no file means no period has ever been closed.
      *----------------------------------------------------------------
       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CONTROL-RECORD.
           05  PC-CLOSED-PERIOD           PIC X(6).
           05  FILLER                     PIC X(1).
           05  PC-CLOSE-DATE              PIC 9(8).
           05  FILLER                     PIC X(1).
           05  PC-ACCOUNT-COUNT           PIC 9(7).
           05  FILLER                     PIC X(1).
           05  PC-SNAPSHOT-NAME           PIC X(30).
           05  FILLER                     PIC X(26).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-PARM-FILE-OK            VALUE "00".

       01  WS-ACCT-MASTER-STATUS          PIC X(2) VALUE SPACES.
           88  WS-ACCT-MASTER-OK          VALUE "00".

       01  WS-SNAPSHOT-FILE-STATUS        PIC X(2) VALUE SPACES.
           88  WS-SNAPSHOT-FILE-OK        VALUE "00".

       01  WS-PERIOD-CONTROL-STATUS       PIC X(2) VALUE SPACES.
           88  WS-PERIOD-CONTROL-OK       VALUE "00".

       01  WS-EOF-SWITCH                  PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(13).
       01  WS-RUN-PERIOD                  PIC 9(6) VALUE 0.

       01  WS-CLOSE-PERIOD                PIC 9(6) VALUE 0.
       01  WS-CLOSE-PERIOD-PARTS REDEFINES WS-CLOSE-PERIOD.
           05  WS-CLOSE-YEAR              PIC 9(4).
           05  WS-CLOSE-MONTH             PIC 9(2).

       01  WS-LAST-CLOSED-PERIOD          PIC 9(6) VALUE 0.
       01  WS-NEXT-PERIOD                 PIC 9(6) VALUE 0.
       01  WS-NEXT-PERIOD-PARTS REDEFINES WS-NEXT-PERIOD.
           05  WS-NEXT-YEAR               PIC 9(4).
           05  WS-NEXT-MONTH              PIC 9(2).

       01  WS-PERIOD-OK-SWITCH            PIC X VALUE "N".
           88  WS-PERIOD-OK               VALUE "Y" FALSE "N".

       01  WS-SNAPSHOT-FILENAME           PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------
      * Trial balance accumulators: one block per currency, so
      * nothing is summed across currencies (entry 1 is the base
      * currency, spaces), and within it one row per account status
      * plus the currency's totals. Debit balances (positive) and
      * credit balances (negative) are kept apart so each column
      * foots on its own, the way finance books them; the net is
      * their sum. Only the account counts are totalled over all
      * currencies.
      *----------------------------------------------------------------
       01  WS-TB-LABEL-TABLE.
           05  WS-TB-LABEL OCCURS 3 TIMES PIC X(14).
       01  WS-CCY-MAX                     PIC 9(2) VALUE 1.
       01  WS-CCY-SUB                     PIC 9(2) VALUE 0.
       01  WS-TB-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE            PIC X(3).
               10  WS-TB-ENTRY OCCURS 3 TIMES.
                   15  WS-TB-COUNT        PIC 9(7).
                   15  WS-TB-HELD-COUNT   PIC 9(7).
                   15  WS-TB-DEBIT-TOTAL  PIC S9(15)V99.
                   15  WS-TB-CREDIT-TOTAL PIC S9(15)V99.
               10  WS-CCY-COUNT           PIC 9(7).
               10  WS-CCY-HELD-COUNT      PIC 9(7).
               10  WS-CCY-DEBIT-TOTAL     PIC S9(15)V99.
               10  WS-CCY-CREDIT-TOTAL    PIC S9(15)V99.
       01  WS-TB-SUB                      PIC 9(1) VALUE 0.

       01  WS-GRAND-COUNT                 PIC 9(7) VALUE 0.
       01  WS-GRAND-HELD-COUNT            PIC 9(7) VALUE 0.
       01  WS-NET-TOTAL                   PIC S9(15)V99 VALUE 0.

       01  WS-PRINT-AMOUNT                PIC +9(15).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-PERIOD

           PERFORM READ-PARM-PARA
               THRU READ-PARM-EXIT
           IF WS-CLOSE-PERIOD = 0
               STOP RUN
           END-IF

           PERFORM CHECK-PERIOD-PARA
               THRU CHECK-PERIOD-EXIT
           IF NOT WS-PERIOD-OK
               STOP RUN
           END-IF

           PERFORM INITIALIZE-TB-PARA
           PERFORM WRITE-SNAPSHOT-PARA
           PERFORM WRITE-PERIOD-CONTROL-PARA
           PERFORM PRINT-TRIAL-BALANCE-PARA
           STOP RUN.

      *----------------------------------------------------------------
      * The period comes from PERPARM and nothing closes without a
      * valid one - a close that guessed its own month could lock a
      * month still taking postings.
      *----------------------------------------------------------------
       READ-PARM-PARA.
           MOVE 0 TO WS-CLOSE-PERIOD
           OPEN INPUT PARM-FILE
           IF NOT WS-PARM-FILE-OK
               DISPLAY "Error: unable to open PERPARM, status "
                   WS-PARM-FILE-STATUS " - no period closed"
               MOVE 8 TO RETURN-CODE
               GO TO READ-PARM-EXIT
           END-IF
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-PERIOD IS NUMERIC
                       MOVE PARM-PERIOD TO WS-CLOSE-PERIOD
                   END-IF
           END-READ
           CLOSE PARM-FILE
           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               MOVE 0 TO WS-CLOSE-PERIOD
           END-IF
           IF WS-CLOSE-PERIOD = 0
               DISPLAY "Error: PERPARM has no valid period"
                   " (YYYYMM in columns 1-6) - no period closed"
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "PERCLOSE: closing period " WS-CLOSE-PERIOD
           END-IF.
       READ-PARM-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * The lock only moves forward, a month at a time, and never past
      * the month the run is in. A PERCTL that cannot be read (other
      * than not existing yet) stops the close rather than risk
      * closing out of order.
      *----------------------------------------------------------------
       CHECK-PERIOD-PARA.
           SET WS-PERIOD-OK TO FALSE
           MOVE 0 TO WS-LAST-CLOSED-PERIOD
           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-CONTROL-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-PERIOD-CONTROL-OK
                   DISPLAY "Error: unable to open PERCTL, status "
                       WS-PERIOD-CONTROL-STATUS " - no period closed"
                   MOVE 16 TO RETURN-CODE
                   GO TO CHECK-PERIOD-EXIT
               END-IF
               READ PERIOD-CONTROL-FILE
                   NOT AT END
                       IF PC-CLOSED-PERIOD IS NUMERIC
                           MOVE PC-CLOSED-PERIOD
                               TO WS-LAST-CLOSED-PERIOD
                       END-IF
               END-READ
               CLOSE PERIOD-CONTROL-FILE
           END-IF

           IF WS-CLOSE-PERIOD > WS-RUN-PERIOD
               DISPLAY "Error: period " WS-CLOSE-PERIOD
                   " has not started yet - no period closed"
               MOVE 8 TO RETURN-CODE
               GO TO CHECK-PERIOD-EXIT
           END-IF

           IF WS-LAST-CLOSED-PERIOD > 0
               IF WS-CLOSE-PERIOD NOT > WS-LAST-CLOSED-PERIOD
                   DISPLAY "Error: period " WS-CLOSE-PERIOD
                       " is already closed (PERCTL closed through "
                       WS-LAST-CLOSED-PERIOD ") - no period closed"
                   MOVE 8 TO RETURN-CODE
                   GO TO CHECK-PERIOD-EXIT
               END-IF
               MOVE WS-LAST-CLOSED-PERIOD TO WS-NEXT-PERIOD
               IF WS-NEXT-MONTH = 12
                   ADD 1 TO WS-NEXT-YEAR
                   MOVE 1 TO WS-NEXT-MONTH
               ELSE
                   ADD 1 TO WS-NEXT-MONTH
               END-IF
               IF WS-CLOSE-PERIOD NOT = WS-NEXT-PERIOD
                   DISPLAY "Error: period " WS-NEXT-PERIOD
                       " must close before " WS-CLOSE-PERIOD
                       " - no period closed"
                   MOVE 8 TO RETURN-CODE
                   GO TO CHECK-PERIOD-EXIT
               END-IF
           END-IF

           SET WS-PERIOD-OK TO TRUE.
       CHECK-PERIOD-EXIT.
           EXIT.

       INITIALIZE-TB-PARA.
           INITIALIZE WS-TB-TABLE
           MOVE 1 TO WS-CCY-MAX
           MOVE "OPEN" TO WS-TB-LABEL(1)
           MOVE "CLOSED" TO WS-TB-LABEL(2)
           MOVE "OTHER STATUS" TO WS-TB-LABEL(3).

      *----------------------------------------------------------------
      * Snapshot pass: a sequential read of the whole master, one
      * snapshot line per record, each record also footed into the
      * trial balance row for its status. Both files must open or
      * nothing is written - a partial snapshot is never recorded as
      * the close.
      *----------------------------------------------------------------
       WRITE-SNAPSHOT-PARA.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME
           STRING "PERBAL.P" DELIMITED BY SIZE
                   WS-CLOSE-PERIOD DELIMITED BY SIZE
                   INTO WS-SNAPSHOT-FILENAME

           OPEN INPUT ACCT-MASTER-FILE
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY "Error: unable to open ACCTMAST, status "
                   WS-ACCT-MASTER-STATUS " - no period closed"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT SNAPSHOT-FILE
           IF NOT WS-SNAPSHOT-FILE-OK
               DISPLAY "Error: unable to open " WS-SNAPSHOT-FILENAME
                   ", status " WS-SNAPSHOT-FILE-STATUS
                   " - no period closed"
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "N" TO WS-EOF-SWITCH
           PERFORM UNTIL WS-EOF
               READ ACCT-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM SNAPSHOT-ONE-ACCOUNT-PARA
               END-READ
           END-PERFORM

           CLOSE ACCT-MASTER-FILE
           CLOSE SNAPSHOT-FILE.

       SNAPSHOT-ONE-ACCOUNT-PARA.
           MOVE SPACES TO SNAPSHOT-RECORD
           MOVE WS-CLOSE-PERIOD TO PB-PERIOD
           MOVE WS-RUN-DATE TO PB-SNAPSHOT-DATE
           MOVE ACCT-KEY TO PB-ACCT-KEY
           MOVE ACCT-BALANCE TO PB-BALANCE
           MOVE ACCT-STATUS TO PB-STATUS
           MOVE ACCT-HOLD-SWITCH TO PB-HOLD-SWITCH
           MOVE ACCT-CURRENCY TO PB-CURRENCY
           WRITE SNAPSHOT-RECORD
           IF NOT WS-SNAPSHOT-FILE-OK
               DISPLAY "Error: unable to write " WS-SNAPSHOT-FILENAME
                   ", status " WS-SNAPSHOT-FILE-STATUS
                   " - no period closed"
               CLOSE ACCT-MASTER-FILE
               CLOSE SNAPSHOT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM FIND-CURRENCY-PARA
           EVALUATE TRUE
               WHEN ACCT-IS-OPEN
                   MOVE 1 TO WS-TB-SUB
               WHEN ACCT-IS-CLOSED
                   MOVE 2 TO WS-TB-SUB
               WHEN OTHER
                   MOVE 3 TO WS-TB-SUB
           END-EVALUATE
           ADD 1 TO WS-TB-COUNT(WS-CCY-SUB, WS-TB-SUB)
           IF ACCT-ON-HOLD
               ADD 1 TO WS-TB-HELD-COUNT(WS-CCY-SUB, WS-TB-SUB)
           END-IF
           IF ACCT-BALANCE < 0
               ADD ACCT-BALANCE
                   TO WS-TB-CREDIT-TOTAL(WS-CCY-SUB, WS-TB-SUB)
           ELSE
               ADD ACCT-BALANCE
                   TO WS-TB-DEBIT-TOTAL(WS-CCY-SUB, WS-TB-SUB)
           END-IF.

      *    Finds the account's currency in the trial balance, adding
      *    it when new; should a 21st turn up it is reported and
      *    footed in with the last entry.
       FIND-CURRENCY-PARA.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
                   OR WS-CCY-CODE(WS-CCY-SUB) = ACCT-CURRENCY
               CONTINUE
           END-PERFORM
           IF WS-CCY-SUB > WS-CCY-MAX
               IF WS-CCY-MAX < 20
                   ADD 1 TO WS-CCY-MAX
                   MOVE ACCT-CURRENCY TO WS-CCY-CODE(WS-CCY-MAX)
               ELSE
                   DISPLAY "Warning: more than 20 currencies - "
                       ACCT-CURRENCY
                       " footed under " WS-CCY-CODE(WS-CCY-MAX)
               END-IF
               MOVE WS-CCY-MAX TO WS-CCY-SUB
           END-IF.

      *----------------------------------------------------------------
      * The lock moves only after the snapshot is complete. A lock
      * that cannot be written is fatal: the snapshot is on disk but
      * the period is still open, and the rerun rewrites both.
      *----------------------------------------------------------------
       WRITE-PERIOD-CONTROL-PARA.
           PERFORM FOOT-ONE-CURRENCY-PARA
               VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX

           OPEN OUTPUT PERIOD-CONTROL-FILE
           IF NOT WS-PERIOD-CONTROL-OK
               DISPLAY "Error: unable to write PERCTL, status "
                   WS-PERIOD-CONTROL-STATUS
                   " - period NOT closed; rerun PERCLOSE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO PERIOD-CONTROL-RECORD
           MOVE WS-CLOSE-PERIOD TO PC-CLOSED-PERIOD
           MOVE WS-RUN-DATE TO PC-CLOSE-DATE
           MOVE WS-GRAND-COUNT TO PC-ACCOUNT-COUNT
           MOVE WS-SNAPSHOT-FILENAME(1:30) TO PC-SNAPSHOT-NAME
           WRITE PERIOD-CONTROL-RECORD
           IF NOT WS-PERIOD-CONTROL-OK
               DISPLAY "Error: unable to write PERCTL, status "
                   WS-PERIOD-CONTROL-STATUS
                   " - period NOT closed; rerun PERCLOSE"
               CLOSE PERIOD-CONTROL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE PERIOD-CONTROL-FILE.

      *    A currency's totals over its status rows; the account
      *    counts also go into the all-currency count.
       FOOT-ONE-CURRENCY-PARA.
           PERFORM VARYING WS-TB-SUB FROM 1 BY 1
                   UNTIL WS-TB-SUB > 3
               ADD WS-TB-COUNT(WS-CCY-SUB, WS-TB-SUB)
                   TO WS-CCY-COUNT(WS-CCY-SUB)
               ADD WS-TB-HELD-COUNT(WS-CCY-SUB, WS-TB-SUB)
                   TO WS-CCY-HELD-COUNT(WS-CCY-SUB)
               ADD WS-TB-DEBIT-TOTAL(WS-CCY-SUB, WS-TB-SUB)
                   TO WS-CCY-DEBIT-TOTAL(WS-CCY-SUB)
               ADD WS-TB-CREDIT-TOTAL(WS-CCY-SUB, WS-TB-SUB)
                   TO WS-CCY-CREDIT-TOTAL(WS-CCY-SUB)
           END-PERFORM
           ADD WS-CCY-COUNT(WS-CCY-SUB) TO WS-GRAND-COUNT
           ADD WS-CCY-HELD-COUNT(WS-CCY-SUB) TO WS-GRAND-HELD-COUNT.

       PRINT-TRIAL-BALANCE-PARA.
           DISPLAY "=============================================="
           DISPLAY "PERCLOSE MONTH-END TRIAL BALANCE FOR PERIOD "
               WS-CLOSE-PERIOD
           DISPLAY "------------------------------------------------"
           DISPLAY "Snapshot date . . . . . . . . . : " WS-RUN-DATE
           DISPLAY "Snapshot file . . . . . . . . . : "
               WS-SNAPSHOT-FILENAME(1:30)
           PERFORM PRINT-CURRENCY-TB-PARA
               VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
           DISPLAY "=============================================="
           DISPLAY "ALL CURRENCIES"
           DISPLAY "  Accounts  . . . . . . . . . . : "
               WS-GRAND-COUNT
           DISPLAY "  Of which on hold  . . . . . . : "
               WS-GRAND-HELD-COUNT
           DISPLAY "Period " WS-CLOSE-PERIOD
               " CLOSED - postings dated in it now suspend as CLOSEDPD"
           DISPLAY "==============================================".

      *    One currency's block: its status rows, then its totals. The
      *    base currency prints as BASE.
       PRINT-CURRENCY-TB-PARA.
           DISPLAY "=============================================="
           IF WS-CCY-CODE(WS-CCY-SUB) = SPACES
               DISPLAY "CURRENCY BASE"
           ELSE
               DISPLAY "CURRENCY " WS-CCY-CODE(WS-CCY-SUB)
           END-IF
           PERFORM PRINT-TB-ROW-PARA
               VARYING WS-TB-SUB FROM 1 BY 1
                   UNTIL WS-TB-SUB > 3
           DISPLAY "------------------------------------------------"
           DISPLAY "ALL ACCOUNTS IN THIS CURRENCY"
           DISPLAY "  Accounts  . . . . . . . . . . : "
               WS-CCY-COUNT(WS-CCY-SUB)
           DISPLAY "  Of which on hold  . . . . . . : "
               WS-CCY-HELD-COUNT(WS-CCY-SUB)
           MOVE WS-CCY-DEBIT-TOTAL(WS-CCY-SUB) TO WS-PRINT-AMOUNT
           DISPLAY "  Debit balances  . . . . . . . : " WS-PRINT-AMOUNT
           MOVE WS-CCY-CREDIT-TOTAL(WS-CCY-SUB) TO WS-PRINT-AMOUNT
           DISPLAY "  Credit balances . . . . . . . : " WS-PRINT-AMOUNT
           COMPUTE WS-NET-TOTAL = WS-CCY-DEBIT-TOTAL(WS-CCY-SUB)
               + WS-CCY-CREDIT-TOTAL(WS-CCY-SUB)
           MOVE WS-NET-TOTAL TO WS-PRINT-AMOUNT
           DISPLAY "  Net ledger balance  . . . . . : " WS-PRINT-AMOUNT.

       PRINT-TB-ROW-PARA.
           DISPLAY "------------------------------------------------"
           DISPLAY "STATUS " WS-TB-LABEL(WS-TB-SUB)
           DISPLAY "  Accounts  . . . . . . . . . . : "
               WS-TB-COUNT(WS-CCY-SUB, WS-TB-SUB)
           DISPLAY "  Of which on hold  . . . . . . : "
               WS-TB-HELD-COUNT(WS-CCY-SUB, WS-TB-SUB)
           MOVE WS-TB-DEBIT-TOTAL(WS-CCY-SUB, WS-TB-SUB)
               TO WS-PRINT-AMOUNT
           DISPLAY "  Debit balances  . . . . . . . : " WS-PRINT-AMOUNT
           MOVE WS-TB-CREDIT-TOTAL(WS-CCY-SUB, WS-TB-SUB)
               TO WS-PRINT-AMOUNT
           DISPLAY "  Credit balances . . . . . . . : " WS-PRINT-AMOUNT
           COMPUTE WS-NET-TOTAL =
               WS-TB-DEBIT-TOTAL(WS-CCY-SUB, WS-TB-SUB)
               + WS-TB-CREDIT-TOTAL(WS-CCY-SUB, WS-TB-SUB)
           MOVE WS-NET-TOTAL TO WS-PRINT-AMOUNT
           DISPLAY "  Net . . . . . . . . . . . . . : " WS-PRINT-AMOUNT.
