       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTDORM.
      *
      * Monthly dormancy run. Reads every ACCTMAST record and measures
      * how long each open account has gone without customer activity
      * - whole months from the ACCT-LAST-ACTIVITY-DATE that TXNPOST,
      * SUSPDRN and ACCTMNT stamp on the master to the run date:
      *   DORMANT    at or past the DORMPARM dormancy threshold an
      *              account not already held is put on the dormancy
      *              hold (hold switch "D"). From then on TXNPOST and
      *              SUSPDRN suspend anything posted to it as DORMANT
      *              rather than let a stray posting quietly reactivate
      *              it; ACCTMNT's RELEASE lifts the hold. An account
      *              already under an ACCTMNT no-post hold keeps that
      *              hold and is only listed.
      *   UNCLAIMED  at or past the second, longer threshold the
      *              account is written to the UNCLAIMED listing (held
      *              or not) for the unclaimed-property return.
      * An account with no activity date on file - every master from
      * before the column - has its clock started at this run's date
      * instead of being judged dormant on no evidence.
      *
      * Every change to a master goes through the same audit trail as
      * ACCTMNT maintenance: one ACCTAUDT line per account changed,
      * with the master's before and after images, under the action
      * DORMANT (hold placed) or ACTCLOCK (clock started). No audit
      * trail means no change - the run stops before touching the
      * master if ACCTAUDT cannot be opened.
      *
      * DORMPARM (optional) carries the two thresholds in months:
      * columns 1-3 dormancy, columns 5-7 unclaimed property. Missing
      * or non-numeric values take the defaults of 12 and 36.
      *
      * Rerun safety: an account already dormant is not held again
      * and a started clock is not restarted, so a rerun in the same
      * month changes nothing further. UNCLAIMED is rewritten whole
      * by every run.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "DORMPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-MASTER-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "ACCTAUDT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT UNCLAIMED-FILE ASSIGN TO "UNCLAIMED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNCLAIMED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PARM-RECORD.
           05  PARM-DORMANT-MONTHS        PIC 9(3).
           05  FILLER                     PIC X(1).
           05  PARM-UNCLAIMED-MONTHS      PIC 9(3).
           05  FILLER                     PIC X(73).

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-MASTER-RECORD.
           05  ACCT-MASTER-ENTRY.
               COPY ACCTREC.

      *----------------------------------------------------------------
      * ACCTMNT's audit line: timestamp, action, account, result, and
      * the master's before and after images.
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
           05  AUD-AFTER-IMAGE            PIC X(80).

      *----------------------------------------------------------------
      * Unclaimed-property listing, one line per account past the
      * second threshold: the listing date, the account, the balance
      * to be reported, its last activity, how many whole months ago
      * that was, and its hold, product and the currency the balance
      * is in for the filing team.
      *----------------------------------------------------------------
       FD  UNCLAIMED-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  UNCLAIMED-RECORD.
           05  UC-LIST-DATE               PIC 9(8).
           05  FILLER                     PIC X(1).
           05  UC-ACCT-KEY                PIC X(10).
           05  FILLER                     PIC X(1).
           05  UC-BALANCE                 PIC S9(11)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  UC-LAST-ACTIVITY-DATE      PIC X(8).
           05  FILLER                     PIC X(1).
           05  UC-MONTHS-INACTIVE         PIC 9(4).
           05  FILLER                     PIC X(1).
           05  UC-HOLD-SWITCH             PIC X(1).
           05  FILLER                     PIC X(1).
           05  UC-PRODUCT-CODE            PIC X(4).
           05  FILLER                     PIC X(1).
           05  UC-CURRENCY                PIC X(3).
           05  FILLER                     PIC X(21).

       WORKING-STORAGE SECTION.
       01  WS-PARM-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-PARM-FILE-OK            VALUE "00".

       01  WS-ACCT-MASTER-STATUS          PIC X(2) VALUE SPACES.
           88  WS-ACCT-MASTER-OK          VALUE "00".

       01  WS-AUDIT-FILE-STATUS           PIC X(2) VALUE SPACES.
           88  WS-AUDIT-FILE-OK           VALUE "00".

       01  WS-UNCLAIMED-FILE-STATUS       PIC X(2) VALUE SPACES.
           88  WS-UNCLAIMED-FILE-OK       VALUE "00".

       01  WS-EOF-SWITCH                  PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
               10  WS-RUN-YEAR            PIC 9(4).
               10  WS-RUN-MONTH           PIC 9(2).
               10  WS-RUN-DAY             PIC 9(2).
           05  FILLER                     PIC X(13).

       01  WS-AUDIT-DATE-TIME.
           05  WS-AUDIT-DATE              PIC 9(8).
           05  WS-AUDIT-TIME              PIC 9(8).
           05  FILLER                     PIC X(5).

       01  WS-ACTIVITY-DATE               PIC 9(8) VALUE 0.
       01  WS-ACTIVITY-DATE-PARTS REDEFINES WS-ACTIVITY-DATE.
           05  WS-ACTIVITY-YEAR           PIC 9(4).
           05  WS-ACTIVITY-MONTH          PIC 9(2).
           05  WS-ACTIVITY-DAY            PIC 9(2).

      *    Thresholds in whole months, defaulted when DORMPARM is
      *    missing or blank.
       01  WS-DORMANT-DEFAULT             PIC 9(3) VALUE 012.
       01  WS-UNCLAIMED-DEFAULT           PIC 9(3) VALUE 036.
       01  WS-DORMANT-MONTHS              PIC 9(3) VALUE 0.
       01  WS-UNCLAIMED-MONTHS            PIC 9(3) VALUE 0.

       01  WS-MONTHS-INACTIVE             PIC S9(5) VALUE 0.

       01  WS-AUDIT-ACTION                PIC X(8) VALUE SPACES.
       01  WS-BEFORE-IMAGE                PIC X(80) VALUE SPACES.

       01  WS-REPORT-COUNTERS.
           05  WS-ACCOUNTS-READ           PIC 9(7) VALUE 0.
           05  WS-CLOSED-SKIPPED          PIC 9(7) VALUE 0.
           05  WS-CLOCK-STARTED           PIC 9(7) VALUE 0.
           05  WS-ACTIVE-COUNT            PIC 9(7) VALUE 0.
           05  WS-NEWLY-DORMANT           PIC 9(7) VALUE 0.
           05  WS-ALREADY-DORMANT         PIC 9(7) VALUE 0.
           05  WS-HELD-INACTIVE           PIC 9(7) VALUE 0.
           05  WS-UNCLAIMED-COUNT         PIC 9(7) VALUE 0.
           05  WS-REWRITE-FAILED          PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Dormant and unclaimed balances, one pair per currency so
      * nothing is summed across currencies. Entry 1 is the base
      * currency (spaces).
      *----------------------------------------------------------------
       01  WS-CCY-MAX                     PIC 9(2) VALUE 1.
       01  WS-CCY-SUB                     PIC 9(2) VALUE 0.
       01  WS-BALANCE-TOTALS.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE            PIC X(3).
               10  WS-DORMANT-BALANCE     PIC S9(15)V99.
               10  WS-UNCLAIMED-BALANCE   PIC S9(15)V99.

       01  WS-PRINT-AMOUNT                PIC +9(15).99.
       01  WS-PRINT-BALANCE               PIC +9(11).99.
       01  WS-PRINT-MONTHS                PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           INITIALIZE WS-BALANCE-TOTALS

           PERFORM READ-PARM-PARA
           PERFORM OPEN-FILES-PARA

           DISPLAY "=============================================="
           DISPLAY "ACCTDORM DORMANCY REPORT FOR " WS-RUN-DATE
           DISPLAY "------------------------------------------------"
           DISPLAY "Dormancy threshold (months) . . : "
               WS-DORMANT-MONTHS
           DISPLAY "Unclaimed threshold (months)  . : "
               WS-UNCLAIMED-MONTHS
           DISPLAY "------------------------------------------------"
           DISPLAY "ACCOUNT    ACTION           BALANCE LAST ACT"
               "  MONTHS CCY"

           PERFORM UNTIL WS-EOF
               READ ACCT-MASTER-FILE NEXT RECORD
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT-PARA
               END-READ
           END-PERFORM

           CLOSE ACCT-MASTER-FILE
           CLOSE AUDIT-FILE
           CLOSE UNCLAIMED-FILE

           PERFORM PRINT-DORMANCY-TOTALS-PARA
           IF WS-REWRITE-FAILED > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       READ-PARM-PARA.
           MOVE WS-DORMANT-DEFAULT TO WS-DORMANT-MONTHS
           MOVE WS-UNCLAIMED-DEFAULT TO WS-UNCLAIMED-MONTHS
           OPEN INPUT PARM-FILE
           IF WS-PARM-FILE-OK
               READ PARM-FILE
                   NOT AT END
                       IF PARM-DORMANT-MONTHS IS NUMERIC
                               AND PARM-DORMANT-MONTHS > 0
                           MOVE PARM-DORMANT-MONTHS
                               TO WS-DORMANT-MONTHS
                       END-IF
                       IF PARM-UNCLAIMED-MONTHS IS NUMERIC
                               AND PARM-UNCLAIMED-MONTHS > 0
                           MOVE PARM-UNCLAIMED-MONTHS
                               TO WS-UNCLAIMED-MONTHS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF
      *    An account cannot be unclaimed property before it is even
      *    dormant.
           IF WS-UNCLAIMED-MONTHS < WS-DORMANT-MONTHS
               DISPLAY "Warning: unclaimed threshold "
                   WS-UNCLAIMED-MONTHS " below dormancy threshold "
                   WS-DORMANT-MONTHS " - raised to match"
               MOVE WS-DORMANT-MONTHS TO WS-UNCLAIMED-MONTHS
           END-IF.

      *----------------------------------------------------------------
      * The master is opened I-O for the in-place hold. ACCTAUDT is
      * opened before anything is read - no audit, no change - and
      * UNCLAIMED is rewritten whole.
      *----------------------------------------------------------------
       OPEN-FILES-PARA.
           OPEN I-O ACCT-MASTER-FILE
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY "Error: unable to open ACCTMAST, status "
                   WS-ACCT-MASTER-STATUS " - no dormancy run"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "Error: unable to open ACCTAUDT, status "
                   WS-AUDIT-FILE-STATUS
                   " - no hold placed without an audit trail"
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT UNCLAIMED-FILE
           IF NOT WS-UNCLAIMED-FILE-OK
               DISPLAY "Error: unable to open UNCLAIMED, status "
                   WS-UNCLAIMED-FILE-STATUS " - no dormancy run"
               CLOSE ACCT-MASTER-FILE
               CLOSE AUDIT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * One master record. Closed accounts take no part; an open
      * account with no readable activity date has its clock started;
      * the rest are measured against both thresholds.
      *----------------------------------------------------------------
       CHECK-ONE-ACCOUNT-PARA.
           ADD 1 TO WS-ACCOUNTS-READ
           IF NOT ACCT-IS-OPEN
               ADD 1 TO WS-CLOSED-SKIPPED
           ELSE
               IF ACCT-LAST-ACTIVITY-DATE IS NOT NUMERIC
                   PERFORM START-CLOCK-PARA
               ELSE
                   PERFORM MEASURE-INACTIVITY-PARA
                   IF WS-MONTHS-INACTIVE < WS-DORMANT-MONTHS
                       ADD 1 TO WS-ACTIVE-COUNT
                   ELSE
                       PERFORM APPLY-DORMANCY-PARA
                   END-IF
                   IF WS-MONTHS-INACTIVE NOT < WS-UNCLAIMED-MONTHS
                       PERFORM LIST-UNCLAIMED-PARA
                   END-IF
               END-IF
           END-IF.

      *    Whole months from the last activity to the run date: the
      *    month count, less one when the day of the month has not
      *    come round yet. A date after the run date counts as zero.
       MEASURE-INACTIVITY-PARA.
           MOVE ACCT-LAST-ACTIVITY-DATE TO WS-ACTIVITY-DATE
           COMPUTE WS-MONTHS-INACTIVE =
               (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
               - (WS-ACTIVITY-YEAR * 12 + WS-ACTIVITY-MONTH)
           IF WS-RUN-DAY < WS-ACTIVITY-DAY
               SUBTRACT 1 FROM WS-MONTHS-INACTIVE
           END-IF
           IF WS-MONTHS-INACTIVE < 0
               MOVE 0 TO WS-MONTHS-INACTIVE
           END-IF.

       START-CLOCK-PARA.
           MOVE ACCT-MASTER-RECORD TO WS-BEFORE-IMAGE
           MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
           MOVE "ACTCLOCK" TO WS-AUDIT-ACTION
           PERFORM REWRITE-MASTER-PARA
           IF WS-ACCT-MASTER-OK
               ADD 1 TO WS-CLOCK-STARTED
           END-IF.

      *----------------------------------------------------------------
      * Past the dormancy threshold: a plain account goes on the
      * dormancy hold; one already dormant is counted; one under an
      * ACCTMNT no-post hold keeps it and is listed, since replacing
      * it would let a dormancy release lift a hold someone else set.
      *----------------------------------------------------------------
       APPLY-DORMANCY-PARA.
           PERFORM FIND-CURRENCY-PARA
           MOVE ACCT-BALANCE TO WS-PRINT-BALANCE
           MOVE WS-MONTHS-INACTIVE TO WS-PRINT-MONTHS
           EVALUATE TRUE
               WHEN ACCT-DORMANT
                   ADD 1 TO WS-ALREADY-DORMANT
                   ADD ACCT-BALANCE
                       TO WS-DORMANT-BALANCE(WS-CCY-SUB)
               WHEN ACCT-ON-HOLD
                   ADD 1 TO WS-HELD-INACTIVE
                   DISPLAY ACCT-KEY " HELD-KEPT "
                       WS-PRINT-BALANCE " "
                       ACCT-LAST-ACTIVITY-DATE "  " WS-PRINT-MONTHS
                       "   " ACCT-CURRENCY
               WHEN OTHER
                   MOVE ACCT-MASTER-RECORD TO WS-BEFORE-IMAGE
                   MOVE "D" TO ACCT-HOLD-SWITCH
                   MOVE "DORMANT" TO WS-AUDIT-ACTION
                   PERFORM REWRITE-MASTER-PARA
                   IF WS-ACCT-MASTER-OK
                       ADD 1 TO WS-NEWLY-DORMANT
                       ADD ACCT-BALANCE
                           TO WS-DORMANT-BALANCE(WS-CCY-SUB)
                       DISPLAY ACCT-KEY " DORMANT   "
                           WS-PRINT-BALANCE " "
                           ACCT-LAST-ACTIVITY-DATE "  "
                           WS-PRINT-MONTHS "   " ACCT-CURRENCY
                   END-IF
           END-EVALUATE.

       LIST-UNCLAIMED-PARA.
           MOVE SPACES TO UNCLAIMED-RECORD
           MOVE WS-RUN-DATE TO UC-LIST-DATE
           MOVE ACCT-KEY TO UC-ACCT-KEY
           MOVE ACCT-BALANCE TO UC-BALANCE
           MOVE ACCT-LAST-ACTIVITY-DATE TO UC-LAST-ACTIVITY-DATE
           MOVE WS-MONTHS-INACTIVE TO UC-MONTHS-INACTIVE
           MOVE ACCT-HOLD-SWITCH TO UC-HOLD-SWITCH
           MOVE ACCT-PRODUCT-CODE TO UC-PRODUCT-CODE
           MOVE ACCT-CURRENCY TO UC-CURRENCY
           WRITE UNCLAIMED-RECORD
           IF NOT WS-UNCLAIMED-FILE-OK
               DISPLAY "Error: unable to write UNCLAIMED, status "
                   WS-UNCLAIMED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-UNCLAIMED-COUNT
           PERFORM FIND-CURRENCY-PARA
           ADD ACCT-BALANCE TO WS-UNCLAIMED-BALANCE(WS-CCY-SUB)
           MOVE ACCT-BALANCE TO WS-PRINT-BALANCE
           MOVE WS-MONTHS-INACTIVE TO WS-PRINT-MONTHS
           DISPLAY ACCT-KEY " UNCLAIMED "
               WS-PRINT-BALANCE " "
               ACCT-LAST-ACTIVITY-DATE "  " WS-PRINT-MONTHS
               "   " ACCT-CURRENCY.

      *    Finds the account's currency in the totals table, adding
      *    it when new; should a 21st turn up it is reported and
      *    totalled in with the last entry.
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
                       " totalled under " WS-CCY-CODE(WS-CCY-MAX)
               END-IF
               MOVE WS-CCY-MAX TO WS-CCY-SUB
           END-IF.

      *----------------------------------------------------------------
      * Rewrite and audit, ACCTMNT's order: the audit line records
      * the change only once the master holds it. A failed rewrite is
      * reported, leaves the master as it was, and is retried by the
      * next run.
      *----------------------------------------------------------------
       REWRITE-MASTER-PARA.
           REWRITE ACCT-MASTER-RECORD
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY "Error: rewrite failed for account "
                   ACCT-KEY ", status " WS-ACCT-MASTER-STATUS
               ADD 1 TO WS-REWRITE-FAILED
               MOVE WS-BEFORE-IMAGE TO ACCT-MASTER-RECORD
           ELSE
               PERFORM WRITE-AUDIT-PARA
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE SPACES TO AUDIT-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-DATE-TIME
           STRING WS-AUDIT-DATE DELIMITED BY SIZE
                   WS-AUDIT-TIME DELIMITED BY SIZE
                   INTO AUD-TIMESTAMP
           MOVE WS-AUDIT-ACTION TO AUD-ACTION
           MOVE ACCT-KEY TO AUD-ACCT-KEY
           MOVE "APPLIED" TO AUD-RESULT
           MOVE WS-BEFORE-IMAGE TO AUD-BEFORE-IMAGE
           MOVE ACCT-MASTER-RECORD TO AUD-AFTER-IMAGE
           WRITE AUDIT-RECORD
           IF NOT WS-AUDIT-FILE-OK
               DISPLAY "Error: unable to write ACCTAUDT, status "
                   WS-AUDIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       PRINT-DORMANCY-TOTALS-PARA.
           DISPLAY "------------------------------------------------"
           DISPLAY "Accounts read . . . . . . . . . : "
               WS-ACCOUNTS-READ
           DISPLAY "Closed, not measured  . . . . . : "
               WS-CLOSED-SKIPPED
           DISPLAY "No activity date - clock started: "
               WS-CLOCK-STARTED
           DISPLAY "Active  . . . . . . . . . . . . : "
               WS-ACTIVE-COUNT
           DISPLAY "Placed on dormancy hold . . . . : "
               WS-NEWLY-DORMANT
           DISPLAY "Already dormant . . . . . . . . : "
               WS-ALREADY-DORMANT
           DISPLAY "Inactive, no-post hold kept . . : "
               WS-HELD-INACTIVE
           DISPLAY "Listed as unclaimed property  . : "
               WS-UNCLAIMED-COUNT
           IF WS-REWRITE-FAILED > 0
               DISPLAY "Master rewrites failed  . . . . : "
                   WS-REWRITE-FAILED
           END-IF
           PERFORM PRINT-CURRENCY-TOTALS-PARA
               VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
           DISPLAY "==============================================".

      *    The base currency's balances always print; another
      *    currency's print under its code.
       PRINT-CURRENCY-TOTALS-PARA.
           DISPLAY "------------------------------------------------"
           IF WS-CCY-CODE(WS-CCY-SUB) NOT = SPACES
               DISPLAY "CURRENCY " WS-CCY-CODE(WS-CCY-SUB)
           END-IF
           MOVE WS-DORMANT-BALANCE(WS-CCY-SUB) TO WS-PRINT-AMOUNT
           DISPLAY "Balance on dormant accounts . . : "
               WS-PRINT-AMOUNT
           MOVE WS-UNCLAIMED-BALANCE(WS-CCY-SUB) TO WS-PRINT-AMOUNT
           DISPLAY "Unclaimed balance . . . . . . . : "
               WS-PRINT-AMOUNT.
