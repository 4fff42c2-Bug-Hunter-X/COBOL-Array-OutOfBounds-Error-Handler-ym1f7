       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALPROOF.
      *
      * Account-level balance proof, run weekly and before every
      * audit. EODBAL proves the day's totals; this proves each
      * account from the ground up: the opening balance ACCTMNT put
      * on the ACCTAUDT trail when the account was opened, plus every
      * JOURNAL line that has moved it since - POSTED and REVERSED
      * from TXNPOST (first-pass, CATCHUP catch-up and every other
      * batch alike) and SUSPPOST from SUSPDRN - must come to the
      * ACCT-BALANCE on the ACCTMAST master. SUSPENSE lines moved
      * nothing and are passed over.
      *
      * The journal is read whole: every JOURNAL archive HSKARCH has
      * cataloged on HSKCATLG, oldest first, then the live file, so
      * housekeeping never breaks an account's proof. Lines dated
      * before the account's open date belong to an earlier life of
      * the key and are not applied; lines from before the post-date
      * column existed carry spaces there and are treated the same
      * way, as ACCTSTMT treats them.
      *
      * The report lists:
      *   BREAK      an account whose derived balance does not tie to
      *              the master, with the difference and the last
      *              journal line seen for it;
      *   NO OPEN    an account with no APPLIED OPEN on the audit
      *              trail (seeded before ACCTMNT kept one) - it has
      *              no opening balance to prove from;
      *   NO MASTER  every balance-moving journal line whose key has
      *              no ACCTMAST record.
      * Nothing is updated. RETURN-CODE is 4 when anything breaks or
      * a journal line has no master, as EODBAL signals an
      * out-of-balance day; 16 when a file cannot be read.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN TO "ACCTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-MASTER-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "HSKCATLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN DYNAMIC WS-JOURNAL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * ACCTMNT's audit line: timestamp, action, account, result, and
      * the master's before and after images. The after image of an
      * APPLIED OPEN is the master as first written.
      *----------------------------------------------------------------
       FD  AUDIT-FILE
           RECORD CONTAINS 207 CHARACTERS.
       01  AUDIT-RECORD.
           05  AUD-TIMESTAMP              PIC X(16).
           05  FILLER                     PIC X(1).
           05  AUD-ACTION                 PIC X(8).
           05  FILLER                     PIC X(1).
           05  AUD-ACCT-KEY               PIC X(10).
           05  FILLER                     PIC X(1).
           05  AUD-RESULT                 PIC X(8).
           05  FILLER                     PIC X(1).
           05  AUD-BEFORE-IMAGE           PIC X(80).
           05  FILLER                     PIC X(1).
           05  AUD-AFTER-IMAGE.
               10  AUD-AFTER-KEY          PIC X(10).
               10  AUD-AFTER-BALANCE      PIC S9(11)V99.
               10  FILLER                 PIC X(57).

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-MASTER-RECORD.
           05  ACCT-MASTER-ENTRY.
               COPY ACCTREC.

       FD  CATALOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CATALOG-RECORD.
           05  CAT-SOURCE-NAME            PIC X(10).
           05  FILLER                     PIC X(1).
           05  CAT-ARCHIVE-NAME           PIC X(30).
           05  FILLER                     PIC X(1).
           05  CAT-CUTOFF-DATE            PIC 9(8).
           05  FILLER                     PIC X(1).
           05  CAT-MOVED-COUNT            PIC 9(7).
           05  FILLER                     PIC X(22).

      *----------------------------------------------------------------
      * Reading-side view of the JOURNAL line TXNPOST and SUSPDRN
      * write, shared by the live file and its archives.
      *----------------------------------------------------------------
       FD  JOURNAL-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JRN-BATCH-ID               PIC X(10).
           05  FILLER                     PIC X(1).
           05  JRN-TXN-KEY                PIC X(10).
           05  FILLER                     PIC X(1).
           05  JRN-RECORD-TYPE            PIC X(2).
           05  FILLER                     PIC X(1).
           05  JRN-AMOUNT.
               10  JRN-AMOUNT-SIGN        PIC X(1).
               10  JRN-AMOUNT-UNITS       PIC 9(9).
               10  FILLER                 PIC X(1).
               10  JRN-AMOUNT-CENTS       PIC 9(2).
           05  FILLER                     PIC X(1).
           05  JRN-ACTION                 PIC X(8).
           05  FILLER                     PIC X(1).
           05  JRN-NEW-BALANCE            PIC X(15).
           05  FILLER                     PIC X(1).
           05  JRN-POST-DATE              PIC X(8).
           05  FILLER                     PIC X(1).
           05  JRN-TXN-CURRENCY           PIC X(3).
           05  FILLER                     PIC X(1).
           05  JRN-ACCT-CURRENCY          PIC X(3).
           05  FILLER                     PIC X(1).
           05  JRN-CONVERTED-AMOUNT.
               10  JRN-CONVERTED-SIGN     PIC X(1).
               10  JRN-CONVERTED-UNITS    PIC 9(11).
               10  FILLER                 PIC X(1).
               10  JRN-CONVERTED-CENTS    PIC 9(2).
           05  FILLER                     PIC X(1).
           05  JRN-FX-RATE                PIC X(13).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS           PIC X(2) VALUE SPACES.
           88  WS-AUDIT-FILE-OK           VALUE "00".

       01  WS-ACCT-MASTER-STATUS          PIC X(2) VALUE SPACES.
           88  WS-ACCT-MASTER-OK          VALUE "00".

       01  WS-CATALOG-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-CATALOG-FILE-OK         VALUE "00".

       01  WS-JOURNAL-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-JOURNAL-FILE-OK         VALUE "00".

       01  WS-EOF-SWITCH                  PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y" FALSE "N".

       01  WS-CAT-EOF-SWITCH              PIC X VALUE "N".
           88  WS-CAT-EOF                 VALUE "Y" FALSE "N".

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(13).

       01  WS-JOURNAL-FILENAME            PIC X(100) VALUE SPACES.

      *----------------------------------------------------------------
      * Every APPLIED OPEN on the audit trail, sorted by key and
      * timestamp and then folded to the latest one per key: a key
      * closed, purged and opened again is proved from its last open.
      *----------------------------------------------------------------
       01  WS-OPEN-CEILING                PIC 9(7) VALUE 0100000.
       01  WS-OPEN-MAX                    PIC 9(7) VALUE 0.
       01  WS-OPEN-TABLE.
           05  WS-OPEN-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-OPEN-MAX
                   ASCENDING KEY IS WS-OPEN-KEY
                   INDEXED BY WS-OPEN-IDX.
               10  WS-OPEN-KEY            PIC X(10).
               10  WS-OPEN-STAMP          PIC X(16).
               10  WS-OPEN-BALANCE        PIC S9(11)V99.

      *----------------------------------------------------------------
      * One entry per ACCTMAST record, filled in the master's key
      * order so the journal pass can SEARCH ALL it, carrying the
      * derived balance and the last journal line applied to it.
      *----------------------------------------------------------------
       01  WS-ACCT-CEILING                PIC 9(7) VALUE 0100000.
       01  WS-ACCT-MAX                    PIC 9(7) VALUE 0.
       01  WS-ACCT-TABLE.
           05  WS-ACCT-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-ACCT-MAX
                   ASCENDING KEY IS WS-ACCT-VALUE
                   INDEXED BY WS-ACCT-IDX.
               10  WS-ACCT-VALUE          PIC X(10).
               10  WS-ACCT-MASTER-BAL     PIC S9(11)V99.
               10  WS-ACCT-CCY            PIC X(3).
               10  WS-ACCT-OPEN-SWITCH    PIC X(1).
                   88  WS-ACCT-HAS-OPEN   VALUE "Y" FALSE "N".
               10  WS-ACCT-OPEN-DATE      PIC 9(8).
               10  WS-ACCT-DERIVED-BAL    PIC S9(13)V99.
               10  WS-ACCT-LINE-COUNT     PIC 9(7).
               10  WS-ACCT-LAST-LINE      PIC X(80).

       01  WS-SCAN-SUB                    PIC 9(7) VALUE 0.
       01  WS-KEEP-SUB                    PIC 9(7) VALUE 0.
       01  WS-FOUND-SUB                   PIC 9(7) VALUE 0.

       01  WS-LINE-DATE                   PIC 9(8) VALUE 0.
       01  WS-LINE-AMOUNT                 PIC S9(11)V99 VALUE 0.
       01  WS-LINE-EFFECT                 PIC S9(11)V99 VALUE 0.
       01  WS-DIFFERENCE                  PIC S9(13)V99 VALUE 0.

       01  WS-LAST-LINE-VIEW.
           05  WS-LAST-BATCH-ID           PIC X(10).
           05  FILLER                     PIC X(1).
           05  WS-LAST-TXN-KEY            PIC X(10).
           05  FILLER                     PIC X(1).
           05  WS-LAST-RECORD-TYPE        PIC X(2).
           05  FILLER                     PIC X(1).
           05  WS-LAST-AMOUNT             PIC X(13).
           05  FILLER                     PIC X(1).
           05  WS-LAST-ACTION             PIC X(8).
           05  FILLER                     PIC X(1).
           05  WS-LAST-NEW-BALANCE        PIC X(15).
           05  FILLER                     PIC X(1).
           05  WS-LAST-POST-DATE          PIC X(8).
           05  FILLER                     PIC X(8).

       01  WS-REPORT-COUNTERS.
           05  WS-OPENS-READ              PIC 9(7) VALUE 0.
           05  WS-ARCHIVES-READ           PIC 9(7) VALUE 0.
           05  WS-LINES-READ              PIC 9(7) VALUE 0.
           05  WS-LINES-APPLIED           PIC 9(7) VALUE 0.
           05  WS-CATCHUP-APPLIED         PIC 9(7) VALUE 0.
           05  WS-SUSPPOST-APPLIED        PIC 9(7) VALUE 0.
           05  WS-LINES-NOT-MOVING        PIC 9(7) VALUE 0.
           05  WS-LINES-BEFORE-OPEN       PIC 9(7) VALUE 0.
           05  WS-LINES-NO-OPEN           PIC 9(7) VALUE 0.
           05  WS-ORPHAN-LINES            PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-PROVED         PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-TIED           PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-BROKEN         PIC 9(7) VALUE 0.
           05  WS-ACCOUNTS-NO-OPEN        PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * No-master and break amounts, one pair per currency so nothing
      * is summed across currencies. Entry 1 is the base currency
      * (spaces).
      *----------------------------------------------------------------
       01  WS-CCY-MAX                     PIC 9(2) VALUE 1.
       01  WS-CCY-SUB                     PIC 9(2) VALUE 0.
       01  WS-LOOK-CURRENCY               PIC X(3) VALUE SPACES.
       01  WS-PROOF-TOTALS.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE            PIC X(3).
               10  WS-ORPHAN-AMOUNT       PIC S9(15)V99.
               10  WS-BREAK-TOTAL         PIC S9(15)V99.

       01  WS-PRINT-AMOUNT                PIC +9(11).99.
       01  WS-PRINT-BALANCE               PIC +9(13).99.
       01  WS-PRINT-DERIVED               PIC +9(13).99.
       01  WS-PRINT-DIFF                  PIC +9(13).99.
       01  WS-PRINT-TOTAL                 PIC +9(15).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           INITIALIZE WS-PROOF-TOTALS

           PERFORM LOAD-OPENS-PARA
           PERFORM LOAD-MASTER-PARA

           DISPLAY "=============================================="
           DISPLAY "BALPROOF ACCOUNT BALANCE PROOF FOR " WS-RUN-DATE
           DISPLAY "------------------------------------------------"
           DISPLAY "Journal lines with no master record:"

           PERFORM READ-ARCHIVES-PARA
           MOVE "JOURNAL" TO WS-JOURNAL-FILENAME
           PERFORM READ-ONE-JOURNAL-PARA
           IF NOT WS-JOURNAL-FILE-OK
               DISPLAY "Error: unable to open JOURNAL, status "
                   WS-JOURNAL-FILE-STATUS " - no proof produced"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ORPHAN-LINES = 0
               DISPLAY "  (none)"
           END-IF

           DISPLAY "------------------------------------------------"
           DISPLAY "Accounts that do not prove:"
           PERFORM PROVE-ONE-ACCOUNT-PARA
               VARYING WS-SCAN-SUB FROM 1 BY 1
                   UNTIL WS-SCAN-SUB > WS-ACCT-MAX
           IF WS-ACCOUNTS-BROKEN = 0 AND WS-ACCOUNTS-NO-OPEN = 0
               DISPLAY "  (none)"
           END-IF

           PERFORM PRINT-PROOF-TOTALS-PARA
           IF WS-ACCOUNTS-BROKEN > 0 OR WS-ORPHAN-LINES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
      * Collects every APPLIED OPEN from ACCTAUDT. A missing audit
      * trail proves nothing, so it stops the run.
      *----------------------------------------------------------------
       LOAD-OPENS-PARA.
           OPEN INPUT AUDIT-FILE
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "Error: unable to open ACCTAUDT, status "
                   WS-AUDIT-FILE-STATUS " - no proof produced"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-EOF TO FALSE
           PERFORM UNTIL WS-EOF
               READ AUDIT-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       IF AUD-ACTION = "OPEN"
                               AND AUD-RESULT = "APPLIED"
                           PERFORM KEEP-ONE-OPEN-PARA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-FILE

           IF WS-OPEN-MAX > 0
               SORT WS-OPEN-ENTRY
                   ASCENDING KEY WS-OPEN-KEY OF WS-OPEN-ENTRY
                                 WS-OPEN-STAMP OF WS-OPEN-ENTRY
               MOVE 0 TO WS-KEEP-SUB
               PERFORM FOLD-ONE-OPEN-PARA
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-OPEN-MAX
               MOVE WS-KEEP-SUB TO WS-OPEN-MAX
           END-IF.

       KEEP-ONE-OPEN-PARA.
           IF WS-OPEN-MAX NOT < WS-OPEN-CEILING
               DISPLAY "Error: more than " WS-OPEN-CEILING
                   " OPEN lines on ACCTAUDT - no proof produced"
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPENS-READ
           ADD 1 TO WS-OPEN-MAX
           MOVE AUD-ACCT-KEY TO WS-OPEN-KEY(WS-OPEN-MAX)
           MOVE AUD-TIMESTAMP TO WS-OPEN-STAMP(WS-OPEN-MAX)
           MOVE AUD-AFTER-BALANCE TO WS-OPEN-BALANCE(WS-OPEN-MAX).

      *    After the sort the last entry of each run of equal keys is
      *    the latest open; it overwrites the kept slot for its key.
       FOLD-ONE-OPEN-PARA.
           IF WS-KEEP-SUB = 0
               ADD 1 TO WS-KEEP-SUB
           ELSE
               IF WS-OPEN-KEY(WS-SCAN-SUB) NOT =
                       WS-OPEN-KEY(WS-KEEP-SUB)
                   ADD 1 TO WS-KEEP-SUB
               END-IF
           END-IF
           MOVE WS-OPEN-ENTRY(WS-SCAN-SUB)
               TO WS-OPEN-ENTRY(WS-KEEP-SUB).

      *----------------------------------------------------------------
      * One table entry per master, in key order, started at the
      * account's opening balance when the audit trail has one.
      *----------------------------------------------------------------
       LOAD-MASTER-PARA.
           OPEN INPUT ACCT-MASTER-FILE
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY "Error: unable to open ACCTMAST, status "
                   WS-ACCT-MASTER-STATUS " - no proof produced"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-EOF TO FALSE
           PERFORM UNTIL WS-EOF
               READ ACCT-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM KEEP-ONE-MASTER-PARA
               END-READ
           END-PERFORM
           CLOSE ACCT-MASTER-FILE.

       KEEP-ONE-MASTER-PARA.
           IF WS-ACCT-MAX NOT < WS-ACCT-CEILING
               DISPLAY "Error: more than " WS-ACCT-CEILING
                   " accounts on ACCTMAST - no proof produced"
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-ACCT-MAX
           MOVE ACCT-KEY TO WS-ACCT-VALUE(WS-ACCT-MAX)
           MOVE ACCT-BALANCE TO WS-ACCT-MASTER-BAL(WS-ACCT-MAX)
           MOVE ACCT-CURRENCY TO WS-ACCT-CCY(WS-ACCT-MAX)
           SET WS-ACCT-HAS-OPEN(WS-ACCT-MAX) TO FALSE
           MOVE 0 TO WS-ACCT-OPEN-DATE(WS-ACCT-MAX)
           MOVE 0 TO WS-ACCT-DERIVED-BAL(WS-ACCT-MAX)
           MOVE 0 TO WS-ACCT-LINE-COUNT(WS-ACCT-MAX)
           MOVE SPACES TO WS-ACCT-LAST-LINE(WS-ACCT-MAX)
           IF WS-OPEN-MAX > 0
               SEARCH ALL WS-OPEN-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-OPEN-KEY(WS-OPEN-IDX) = ACCT-KEY
                       SET WS-ACCT-HAS-OPEN(WS-ACCT-MAX) TO TRUE
                       MOVE WS-OPEN-STAMP(WS-OPEN-IDX)(1:8)
                           TO WS-ACCT-OPEN-DATE(WS-ACCT-MAX)
                       MOVE WS-OPEN-BALANCE(WS-OPEN-IDX)
                           TO WS-ACCT-DERIVED-BAL(WS-ACCT-MAX)
               END-SEARCH
           END-IF.

      *----------------------------------------------------------------
      * Every JOURNAL archive on the HSKARCH catalog, in the order
      * they were cut. An archive that cannot be read is reported -
      * the accounts it touched will show as breaks.
      *----------------------------------------------------------------
       READ-ARCHIVES-PARA.
           OPEN INPUT CATALOG-FILE
           IF WS-CATALOG-FILE-OK
               SET WS-CAT-EOF TO FALSE
               PERFORM UNTIL WS-CAT-EOF
                   READ CATALOG-FILE
                       AT END
                           SET WS-CAT-EOF TO TRUE
                       NOT AT END
                           IF CAT-SOURCE-NAME = "JOURNAL"
                               MOVE SPACES TO WS-JOURNAL-FILENAME
                               MOVE CAT-ARCHIVE-NAME
                                   TO WS-JOURNAL-FILENAME
                               PERFORM READ-ONE-JOURNAL-PARA
                               IF WS-JOURNAL-FILE-OK
                                   ADD 1 TO WS-ARCHIVES-READ
                               ELSE
                                   DISPLAY "Warning: archive "
                                       CAT-ARCHIVE-NAME
                                       " unreadable, status "
                                       WS-JOURNAL-FILE-STATUS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATALOG-FILE
           END-IF.

      *    Leaves the open status in WS-JOURNAL-FILE-STATUS for the
      *    caller to judge.
       READ-ONE-JOURNAL-PARA.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-OK
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ JOURNAL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM APPLY-ONE-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               MOVE "00" TO WS-JOURNAL-FILE-STATUS
           END-IF.

      *----------------------------------------------------------------
      * One journal line. Only POSTED, REVERSED and SUSPPOST moved a
      * balance. A line whose key has no master is listed; one dated
      * on or after its account's open date is applied and becomes
      * the last line seen.
      *----------------------------------------------------------------
       APPLY-ONE-LINE-PARA.
           ADD 1 TO WS-LINES-READ
           IF NOT (JRN-ACTION = "POSTED"
                   OR JRN-ACTION = "REVERSED"
                   OR JRN-ACTION = "SUSPPOST")
               ADD 1 TO WS-LINES-NOT-MOVING
           ELSE
               PERFORM PARSE-LINE-EFFECT-PARA
               MOVE 0 TO WS-FOUND-SUB
               IF WS-ACCT-MAX > 0
                   SEARCH ALL WS-ACCT-ENTRY
                       AT END
                           CONTINUE
                       WHEN WS-ACCT-VALUE(WS-ACCT-IDX) = JRN-TXN-KEY
                           SET WS-FOUND-SUB TO WS-ACCT-IDX
                   END-SEARCH
               END-IF
               EVALUATE TRUE
                   WHEN WS-FOUND-SUB = 0
                       PERFORM LIST-ORPHAN-LINE-PARA
                   WHEN NOT WS-ACCT-HAS-OPEN(WS-FOUND-SUB)
                       ADD 1 TO WS-LINES-NO-OPEN
                   WHEN JRN-POST-DATE IS NOT NUMERIC
                       ADD 1 TO WS-LINES-BEFORE-OPEN
                   WHEN OTHER
                       MOVE JRN-POST-DATE TO WS-LINE-DATE
                       IF WS-LINE-DATE <
                               WS-ACCT-OPEN-DATE(WS-FOUND-SUB)
                           ADD 1 TO WS-LINES-BEFORE-OPEN
                       ELSE
                           PERFORM APPLY-TO-ACCOUNT-PARA
                       END-IF
               END-EVALUATE
           END-IF.

      *    Rebuilds the signed amount from the journal's edited
      *    column: an RV line backed the amount out, every other line
      *    applied it - ACCTSTMT's rule. The amount that moved the
      *    balance is the one converted into the account's currency;
      *    a line from before the conversion columns has only the
      *    amount as sent.
       PARSE-LINE-EFFECT-PARA.
           IF JRN-CONVERTED-UNITS IS NUMERIC
                   AND JRN-CONVERTED-CENTS IS NUMERIC
               COMPUTE WS-LINE-AMOUNT =
                   JRN-CONVERTED-UNITS + JRN-CONVERTED-CENTS / 100
               IF JRN-CONVERTED-SIGN = "-"
                   COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
               END-IF
           ELSE
               COMPUTE WS-LINE-AMOUNT =
                   JRN-AMOUNT-UNITS + JRN-AMOUNT-CENTS / 100
               IF JRN-AMOUNT-SIGN = "-"
                   COMPUTE WS-LINE-AMOUNT = 0 - WS-LINE-AMOUNT
               END-IF
           END-IF
           IF JRN-RECORD-TYPE = "RV"
               COMPUTE WS-LINE-EFFECT = 0 - WS-LINE-AMOUNT
           ELSE
               MOVE WS-LINE-AMOUNT TO WS-LINE-EFFECT
           END-IF.

       APPLY-TO-ACCOUNT-PARA.
           ADD WS-LINE-EFFECT TO WS-ACCT-DERIVED-BAL(WS-FOUND-SUB)
           ADD 1 TO WS-ACCT-LINE-COUNT(WS-FOUND-SUB)
           MOVE JOURNAL-RECORD TO WS-ACCT-LAST-LINE(WS-FOUND-SUB)
           ADD 1 TO WS-LINES-APPLIED
           IF JRN-BATCH-ID(1:7) = "CATCHUP"
               ADD 1 TO WS-CATCHUP-APPLIED
           END-IF
           IF JRN-ACTION = "SUSPPOST"
               ADD 1 TO WS-SUSPPOST-APPLIED
           END-IF.

      *    The amount is totalled in the currency it moved the
      *    balance in: the account's, or the base currency for a line
      *    from before the conversion columns.
       LIST-ORPHAN-LINE-PARA.
           ADD 1 TO WS-ORPHAN-LINES
           IF JRN-CONVERTED-UNITS IS NUMERIC
                   AND JRN-CONVERTED-CENTS IS NUMERIC
               MOVE JRN-ACCT-CURRENCY TO WS-LOOK-CURRENCY
           ELSE
               MOVE SPACES TO WS-LOOK-CURRENCY
           END-IF
           PERFORM FIND-CURRENCY-PARA
           ADD WS-LINE-EFFECT TO WS-ORPHAN-AMOUNT(WS-CCY-SUB)
           MOVE WS-LINE-AMOUNT TO WS-PRINT-AMOUNT
           DISPLAY "  NO MASTER " JRN-TXN-KEY
               " " JRN-POST-DATE
               " batch " JRN-BATCH-ID
               " " JRN-RECORD-TYPE
               " " JRN-ACTION
               " amount " WS-PRINT-AMOUNT
               " " WS-LOOK-CURRENCY.

      *----------------------------------------------------------------
      * Compares one account's derived balance with its master. A
      * break prints the difference (master less derived) and the
      * last journal line applied, with the balance TXNPOST or
      * SUSPDRN recorded after it - a master that still agrees with
      * that line was moved afterwards by something that journals
      * nothing.
      *----------------------------------------------------------------
       PROVE-ONE-ACCOUNT-PARA.
           IF NOT WS-ACCT-HAS-OPEN(WS-SCAN-SUB)
               ADD 1 TO WS-ACCOUNTS-NO-OPEN
               MOVE WS-ACCT-MASTER-BAL(WS-SCAN-SUB)
                   TO WS-PRINT-BALANCE
               DISPLAY "  NO OPEN   " WS-ACCT-VALUE(WS-SCAN-SUB)
                   " master " WS-PRINT-BALANCE
                   " - no opening balance on ACCTAUDT"
           ELSE
               ADD 1 TO WS-ACCOUNTS-PROVED
               COMPUTE WS-DIFFERENCE =
                   WS-ACCT-MASTER-BAL(WS-SCAN-SUB)
                   - WS-ACCT-DERIVED-BAL(WS-SCAN-SUB)
               IF WS-DIFFERENCE = 0
                   ADD 1 TO WS-ACCOUNTS-TIED
               ELSE
                   PERFORM LIST-BREAK-PARA
               END-IF
           END-IF.

       LIST-BREAK-PARA.
           ADD 1 TO WS-ACCOUNTS-BROKEN
           MOVE WS-ACCT-CCY(WS-SCAN-SUB) TO WS-LOOK-CURRENCY
           PERFORM FIND-CURRENCY-PARA
           ADD WS-DIFFERENCE TO WS-BREAK-TOTAL(WS-CCY-SUB)
           MOVE WS-ACCT-MASTER-BAL(WS-SCAN-SUB) TO WS-PRINT-BALANCE
           MOVE WS-ACCT-DERIVED-BAL(WS-SCAN-SUB) TO WS-PRINT-DERIVED
           MOVE WS-DIFFERENCE TO WS-PRINT-DIFF
           DISPLAY "  BREAK     " WS-ACCT-VALUE(WS-SCAN-SUB)
               " master " WS-PRINT-BALANCE
               " derived " WS-PRINT-DERIVED
               " difference " WS-PRINT-DIFF
               " " WS-LOOK-CURRENCY
           IF WS-ACCT-LINE-COUNT(WS-SCAN-SUB) = 0
               DISPLAY "            no journal line since open "
                   WS-ACCT-OPEN-DATE(WS-SCAN-SUB)
           ELSE
               MOVE WS-ACCT-LAST-LINE(WS-SCAN-SUB)
                   TO WS-LAST-LINE-VIEW
               DISPLAY "            last line " WS-LAST-POST-DATE
                   " batch " WS-LAST-BATCH-ID
                   " " WS-LAST-RECORD-TYPE
                   " " WS-LAST-ACTION
                   " amount " WS-LAST-AMOUNT
                   " balance " WS-LAST-NEW-BALANCE
               DISPLAY "            lines applied "
                   WS-ACCT-LINE-COUNT(WS-SCAN-SUB)
                   " since open " WS-ACCT-OPEN-DATE(WS-SCAN-SUB)
           END-IF.

       PRINT-PROOF-TOTALS-PARA.
           DISPLAY "------------------------------------------------"
           DISPLAY "OPEN lines on ACCTAUDT  . . . . : "
               WS-OPENS-READ
           DISPLAY "Journal archives read . . . . . : "
               WS-ARCHIVES-READ
           DISPLAY "Journal lines read  . . . . . . : "
               WS-LINES-READ
           DISPLAY "  Moved no balance (SUSPENSE) . : "
               WS-LINES-NOT-MOVING
           DISPLAY "  Applied . . . . . . . . . . . : "
               WS-LINES-APPLIED
           DISPLAY "    CATCHUP batches . . . . . . : "
               WS-CATCHUP-APPLIED
           DISPLAY "    SUSPPOST  . . . . . . . . . : "
               WS-SUSPPOST-APPLIED
           DISPLAY "  Before open / undated . . . . : "
               WS-LINES-BEFORE-OPEN
           DISPLAY "  Account has no OPEN . . . . . : "
               WS-LINES-NO-OPEN
           DISPLAY "  No master record  . . . . . . : "
               WS-ORPHAN-LINES
           DISPLAY "------------------------------------------------"
           DISPLAY "Accounts on ACCTMAST  . . . . . : "
               WS-ACCT-MAX
           DISPLAY "Accounts proved . . . . . . . . : "
               WS-ACCOUNTS-PROVED
           DISPLAY "  Tied to master  . . . . . . . : "
               WS-ACCOUNTS-TIED
           DISPLAY "  Do not tie  . . . . . . . . . : "
               WS-ACCOUNTS-BROKEN
           DISPLAY "No opening balance on ACCTAUDT  : "
               WS-ACCOUNTS-NO-OPEN
           PERFORM PRINT-CURRENCY-TOTALS-PARA
               VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
           IF WS-ACCOUNTS-BROKEN = 0 AND WS-ORPHAN-LINES = 0
               DISPLAY "RESULT: PROVED"
           ELSE
               DISPLAY "RESULT: BREAKS FOUND"
           END-IF
           DISPLAY "==============================================".

      *    The base currency's amounts always print; another
      *    currency's print under its code.
       PRINT-CURRENCY-TOTALS-PARA.
           DISPLAY "------------------------------------------------"
           IF WS-CCY-CODE(WS-CCY-SUB) NOT = SPACES
               DISPLAY "CURRENCY " WS-CCY-CODE(WS-CCY-SUB)
           END-IF
           MOVE WS-ORPHAN-AMOUNT(WS-CCY-SUB) TO WS-PRINT-TOTAL
           DISPLAY "No-master net effect  . . . . . : "
               WS-PRINT-TOTAL
           MOVE WS-BREAK-TOTAL(WS-CCY-SUB) TO WS-PRINT-TOTAL
           DISPLAY "Net difference on breaks  . . . : "
               WS-PRINT-TOTAL.

      *    Finds WS-LOOK-CURRENCY in the totals table, adding it when
      *    new; should a 21st turn up it is reported and totalled in
      *    with the last entry.
       FIND-CURRENCY-PARA.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
                   OR WS-CCY-CODE(WS-CCY-SUB) = WS-LOOK-CURRENCY
               CONTINUE
           END-PERFORM
           IF WS-CCY-SUB > WS-CCY-MAX
               IF WS-CCY-MAX < 20
                   ADD 1 TO WS-CCY-MAX
                   MOVE WS-LOOK-CURRENCY TO WS-CCY-CODE(WS-CCY-MAX)
               ELSE
                   DISPLAY "Warning: more than 20 currencies - "
                       WS-LOOK-CURRENCY
                       " totalled under " WS-CCY-CODE(WS-CCY-MAX)
               END-IF
               MOVE WS-CCY-MAX TO WS-CCY-SUB
           END-IF.
