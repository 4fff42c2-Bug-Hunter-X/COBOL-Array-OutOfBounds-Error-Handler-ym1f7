      * Works off the SUSPENSE file that TXNPOST appends to, in the
      * style of the OVFLDRN spill drain: every suspense item is
      * re-attempted against the ACCTMAST master, the ones that now
      * resolve (the master record exists, is open, carries no hold,
      * has room under its credit limit, and the item is not dated
      * into a period PERCLOSE has closed) are posted with a SUSPPOST
      * journal line saying they came from suspense, and the rest are
      * retained on SUSPENSE with their first-suspended date intact so
      * each carries its days in suspense. The run ends with an
      * ageing report - items stuck past the 5-business-day standard
      * (aged here as 7 calendar days) are listed for escalation
      * instead of being discovered at month end. An item for an
      * account ACCTDORM has put on dormancy hold is retained as
      * DORMANT; an item that posts stamps the master's last-activity
      * date, as TXNPOST does, unless it is an ACCRUAL item. A
      * foreign-currency item is converted into the account's currency
      * from FXRATES exactly as TXNPOST converts it, so a NORATE item
      * drains on the first run after its rate is loaded.
      *
      * The drain keeps a small SUSPSTATE ledger so an abend at any
      * point is safe to rerun without posting an item twice:
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT PENDING-CHECK-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-CHECK-STATUS.

           SELECT DECISION-LOG-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-LOG-STATUS.

           SELECT TXN-HIST-FILE ASSIGN TO "TXNHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-TXN-HIST-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUSPENSE-IN-FILE
               COPY ACCTREC.

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
      * Cross-run history, read the same way TXNPOST reads it: an RV
           05  HIST-ENTRY.
               COPY TXNREC.

      *----------------------------------------------------------------
      * PERCLOSE's period lock, read the same way TXNPOST reads it.
      *----------------------------------------------------------------
       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CONTROL-RECORD.
           05  PC-CLOSED-PERIOD           PIC X(6).
           05  FILLER                     PIC X(74).

      *----------------------------------------------------------------
      * TXNPOST's dated exchange-rate file, read the same way.
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
       01  WS-SUSPENSE-IN-STATUS          PIC X(2) VALUE SPACES.
           88  WS-SUSPENSE-IN-OK          VALUE "00".
       01  WS-JOURNAL-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-JOURNAL-FILE-OK         VALUE "00".

       01  WS-PENDING-CHECK-STATUS        PIC X(2) VALUE SPACES.
           88  WS-PENDING-CHECK-OK        VALUE "00".

       01  WS-DECISION-LOG-STATUS         PIC X(2) VALUE SPACES.
           88  WS-DECISION-LOG-OK         VALUE "00".

       01  WS-TXN-HIST-STATUS             PIC X(2) VALUE SPACES.
           88  WS-TXN-HIST-OK             VALUE "00".

       01  WS-PERIOD-CONTROL-STATUS       PIC X(2) VALUE SPACES.
           88  WS-PERIOD-CONTROL-OK       VALUE "00".
       01  WS-CLOSED-PERIOD               PIC 9(6) VALUE 0.
       01  WS-EFF-PERIOD                  PIC 9(6) VALUE 0.
       01  WS-CLOSED-PERIOD-SWITCH        PIC X VALUE "N".
           88  WS-IN-CLOSED-PERIOD        VALUE "Y" FALSE "N".

       01  WS-FX-RATE-STATUS              PIC X(2) VALUE SPACES.
           88  WS-FX-RATE-OK              VALUE "00".

      *----------------------------------------------------------------
      * The rate file in memory and the conversion workspace - the
      * same table and rules as TXNPOST's.
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

       01  WS-RATE-DATE                   PIC 9(8) VALUE 0.
       01  WS-ORIG-RATE-DATE              PIC 9(8) VALUE 0.
       01  WS-FX-LOOK-CURRENCY            PIC X(3) VALUE SPACES.
       01  WS-FX-LOOK-DATE                PIC 9(8) VALUE 0.
       01  WS-FX-LOOK-RATE                PIC 9(5)V9(7) VALUE 0.
       01  WS-FX-FROM-RATE                PIC 9(5)V9(7) VALUE 0.
       01  WS-FX-TO-RATE                  PIC 9(5)V9(7) VALUE 0.
       01  WS-FX-RATE-USED                PIC 9(5)V9(7) VALUE 0.
       01  WS-POST-AMOUNT                 PIC S9(11)V99 VALUE 0.
       01  WS-NO-RATE-SWITCH              PIC X VALUE "N".
           88  WS-NO-RATE                 VALUE "Y" FALSE "N".

       01  WS-HIST-OPEN-SWITCH            PIC X VALUE "N".
           88  WS-HIST-OPEN               VALUE "Y" FALSE "N".

      * still suspensed must not drain - the original never moved the
      * balance, so there is nothing to back out yet. A key is
      * cleared from the table the moment its original posts, so a
      * reversal later in the same drain can resolve. The keys of
      * debits and credits held on PENDAPPR for approval are tabled
      * too, flagged so the drain never clears them - they post only
      * once APPRVL releases them. Should the table ever fill, every
      * reversal is retained conservatively as NOORIG until the
      * backlog is worked down.
      *----------------------------------------------------------------
       01  WS-SUSP-KEY-MAX                PIC 9(5) VALUE 0.
       01  WS-SUSP-KEY-CEILING            PIC 9(5) VALUE 10000.
           05  WS-SUSP-KEY-ENTRY OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-SUSP-KEY-MAX.
               10  WS-SUSP-KEY            PIC X(10).
               10  WS-SUSP-KEY-SOURCE     PIC X(1).
                   88  WS-SUSP-KEY-HELD   VALUE "P".
       01  WS-NEW-KEY-SOURCE              PIC X(1) VALUE "S".
       01  WS-SUSP-KEY-SUB                PIC 9(5) VALUE 0.
       01  WS-SUSP-KEY-FULL-SWITCH        PIC X VALUE "N".
           88  WS-SUSP-KEYS-FULL          VALUE "Y" FALSE "N".
       01  WS-SUSP-KEY-HIT-SWITCH         PIC X VALUE "N".
           88  WS-SUSP-KEY-HIT            VALUE "Y" FALSE "N".

      *----------------------------------------------------------------
      * Originals APPRVL declined, from APPRLOG. A history debit or
      * credit matching one of these never posted and does not count
      * as a reversal's original. Should the table ever fill, every
      * reversal item is retained conservatively as NOORIG.
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


       01  WS-DRAIN-STATE                 PIC X(8) VALUE SPACES.
           88  WS-STATE-IDLE              VALUE SPACES.
           88  WS-STATE-STAGED            VALUE "STAGED".
           88  WS-RETAIN-ITEM             VALUE "Y" FALSE "N".
       01  WS-RETAIN-REASON               PIC X(8) VALUE SPACES.

       01  WS-PROJECTED-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-OVER-LIMIT-SWITCH           PIC X VALUE "N".
           88  WS-OVER-LIMIT              VALUE "Y" FALSE "N".

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(13).
       01  WS-POSTED-COUNT                PIC 9(7) VALUE 0.
       01  WS-RETAINED-COUNT              PIC 9(7) VALUE 0.
       01  WS-ESCALATED-COUNT             PIC 9(7) VALUE 0.
      *    Net posted to base-currency accounts; postings to accounts
      *    kept in another currency are counted, not summed in.
       01  WS-POSTED-AMOUNT               PIC S9(13)V99 VALUE 0.
       01  WS-FOREIGN-POSTED-COUNT        PIC 9(7) VALUE 0.
       01  WS-PRINT-POSTED-AMOUNT         PIC +9(13).99.
       01  WS-PRINT-AMOUNT                PIC +9(9).99.

           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT

           PERFORM READ-PERIOD-CONTROL-PARA
           PERFORM LOAD-FX-RATES-PARA
           PERFORM READ-DRAIN-STATE-PARA

      *    Finish whatever an interrupted drain left half-done before
               WHEN OTHER
                   DISPLAY "Warning: unrecognized SUSPSTATE '"
                       WS-DRAIN-STATE "' - nothing drained this run"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM PRINT-AGEING-REPORT-PARA
           IF NOT WS-SUSPENSE-IN-OK
               DISPLAY "Error: unable to open SUSPENSE, status "
                   WS-SUSPENSE-IN-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO STAGE-SUSPENSE-EXIT
           END-IF

               DISPLAY "Error: unable to open SUSPWORK, status "
                   WS-SUSP-WORK-STATUS
               CLOSE SUSPENSE-IN-FILE
               MOVE 8 TO RETURN-CODE
               GO TO STAGE-SUSPENSE-EXIT
           END-IF

           IF NOT WS-SUSPENSE-OUT-OK
               DISPLAY "Error: unable to rewrite SUSPENSE, status "
                   WS-SUSPENSE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE SUSPENSE-OUT-FILE
           IF NOT WS-SUSP-WORK-OK
               DISPLAY "Error: unable to open SUSPWORK, status "
                   WS-SUSP-WORK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               DISPLAY "Error: unable to open ACCTMAST, status "
                   WS-ACCT-MASTER-STATUS
               CLOSE SUSP-WORK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

                   WS-JOURNAL-FILE-STATUS
               CLOSE SUSP-WORK-FILE
               CLOSE ACCT-MASTER-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

               CLOSE SUSP-WORK-FILE
               CLOSE ACCT-MASTER-FILE
               CLOSE JOURNAL-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF


      *----------------------------------------------------------------
      * Re-attempts one suspense item. Resolvable means the master
      * record exists, the account is open and carries no hold, and
      * the posting stays inside the account's credit limit; the
      * signed amount then posts exactly as TXNPOST would have posted
      * it. Anything else is retained with the reason refreshed to
      * what blocks it today.
           SET WS-RETAIN-ITEM TO FALSE
           MOVE SPACES TO WS-RETAIN-REASON
           MOVE WORK-ENTRY TO WS-ITEM-ENTRY
           PERFORM CHECK-CLOSED-PERIOD-PARA
           MOVE TXN-KEY OF WS-ITEM-ENTRY TO ACCT-KEY
           READ ACCT-MASTER-FILE
               INVALID KEY
                   CONTINUE
           END-READ
           EVALUATE TRUE
      *        An item dated into a closed period never drains, even
      *        one suspended for another reason before the close - it
      *        waits for the account team to re-date it.
               WHEN WS-IN-CLOSED-PERIOD
                   SET WS-RETAIN-ITEM TO TRUE
                   MOVE "CLOSEDPD" TO WS-RETAIN-REASON
               WHEN WS-ACCT-NOT-FOUND
                   SET WS-RETAIN-ITEM TO TRUE
                   MOVE "NOMASTER" TO WS-RETAIN-REASON
                       ", status " WS-ACCT-MASTER-STATUS
                   SET WS-RETAIN-ITEM TO TRUE
                   MOVE "RDFAIL" TO WS-RETAIN-REASON
               WHEN ACCT-DORMANT
                   SET WS-RETAIN-ITEM TO TRUE
                   MOVE "DORMANT" TO WS-RETAIN-REASON
               WHEN ACCT-ON-HOLD
                   SET WS-RETAIN-ITEM TO TRUE
                   MOVE "ONHOLD" TO WS-RETAIN-REASON
               PERFORM RETAIN-ONE-ITEM-PARA
           END-IF.

      *----------------------------------------------------------------
      * An OVERLMT item - or any item that would now breach a limit
      * set since it was suspended - stays in suspense until the limit
      * is raised or offsetting credits bring the balance down; the
      * test is TXNPOST's, on the balance the posting would leave. The
      * amount is first converted into the account's currency at
      * TXNPOST's rate date - an RV's at its original's - and an item
      * with still no rate stays as NORATE.
      *----------------------------------------------------------------
       POST-ONE-ITEM-PARA.
           IF TXN-TYPE-REVERSAL OF WS-ITEM-ENTRY
               MOVE WS-ORIG-RATE-DATE TO WS-RATE-DATE
           ELSE
               IF TXN-EFF-DATE OF WS-ITEM-ENTRY IS NUMERIC
                   MOVE TXN-EFF-DATE OF WS-ITEM-ENTRY TO WS-RATE-DATE
               ELSE
                   MOVE WS-RUN-DATE TO WS-RATE-DATE
               END-IF
           END-IF
           PERFORM CONVERT-AMOUNT-PARA
           IF TXN-TYPE-REVERSAL OF WS-ITEM-ENTRY
               COMPUTE WS-PROJECTED-BALANCE =
                   ACCT-BALANCE - WS-POST-AMOUNT
           ELSE
               COMPUTE WS-PROJECTED-BALANCE =
                   ACCT-BALANCE + WS-POST-AMOUNT
           END-IF
           PERFORM CHECK-CREDIT-LIMIT-PARA
           EVALUATE TRUE
               WHEN WS-NO-RATE
                   SET WS-RETAIN-ITEM TO TRUE
                   MOVE "NORATE" TO WS-RETAIN-REASON
               WHEN WS-OVER-LIMIT
                   SET WS-RETAIN-ITEM TO TRUE
                   MOVE "OVERLMT" TO WS-RETAIN-REASON
               WHEN OTHER
                   PERFORM APPLY-ONE-ITEM-PARA
           END-EVALUATE.

       CHECK-CREDIT-LIMIT-PARA.
           SET WS-OVER-LIMIT TO FALSE
           IF ACCT-CREDIT-LIMIT IS NUMERIC
               IF WS-PROJECTED-BALANCE > ACCT-BALANCE
                       AND WS-PROJECTED-BALANCE > ACCT-CREDIT-LIMIT
                   SET WS-OVER-LIMIT TO TRUE
               END-IF
           END-IF.

       APPLY-ONE-ITEM-PARA.
      *    A reversal backs its amount out; everything else posts by
      *    the signed-amount addition every other program uses.
           IF TXN-TYPE-REVERSAL OF WS-ITEM-ENTRY
               SUBTRACT WS-POST-AMOUNT FROM ACCT-BALANCE
           ELSE
               ADD WS-POST-AMOUNT TO ACCT-BALANCE
           END-IF
           IF WORK-BATCH-ID NOT = "ACCRUAL"
               MOVE WS-RUN-DATE TO ACCT-LAST-ACTIVITY-DATE
           END-IF
           REWRITE ACCT-MASTER-RECORD
           IF NOT WS-ACCT-MASTER-OK
               MOVE "RWFAIL" TO WS-RETAIN-REASON
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               IF ACCT-CURRENCY NOT = SPACES
                   ADD 1 TO WS-FOREIGN-POSTED-COUNT
               END-IF
               IF TXN-TYPE-REVERSAL OF WS-ITEM-ENTRY
                   IF ACCT-CURRENCY = SPACES
                       SUBTRACT WS-POST-AMOUNT FROM WS-POSTED-AMOUNT
                   END-IF
               ELSE
                   IF ACCT-CURRENCY = SPACES
                       ADD WS-POST-AMOUNT TO WS-POSTED-AMOUNT
                   END-IF
                   PERFORM CLEAR-SUSPENSE-KEY-PARA
               END-IF
               MOVE SPACES TO JOURNAL-RECORD
               MOVE "SUSPPOST" TO JRN-ACTION
               MOVE ACCT-BALANCE TO JRN-NEW-BALANCE
               MOVE WS-RUN-DATE TO JRN-POST-DATE
               MOVE TXN-CURRENCY OF WS-ITEM-ENTRY TO JRN-TXN-CURRENCY
               MOVE ACCT-CURRENCY TO JRN-ACCT-CURRENCY
               MOVE WS-POST-AMOUNT TO JRN-CONVERTED-AMOUNT
               MOVE WS-FX-RATE-USED TO JRN-FX-RATE
               WRITE JOURNAL-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Pre-scan of the staged work file for the keys of every debit
      * and credit it holds, run before processing so the reversal
      * check below sees the whole backlog regardless of item order;
      * the approval queue and the declined items are loaded with it.
      *----------------------------------------------------------------
       LOAD-SUSPWORK-KEYS-PARA.
           MOVE 0 TO WS-SUSP-KEY-MAX
           MOVE "S" TO WS-NEW-KEY-SOURCE
           OPEN INPUT SUSP-WORK-FILE
           IF NOT WS-SUSP-WORK-OK
               DISPLAY "Warning: unable to pre-scan SUSPWORK, status "
               END-PERFORM
               CLOSE SUSP-WORK-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           MOVE "P" TO WS-NEW-KEY-SOURCE
           PERFORM LOAD-PENDING-KEYS-PARA
           PERFORM LOAD-DECLINED-ITEMS-PARA.

       ADD-SUSPENSE-KEY-PARA.
           IF WS-SUSP-KEY-MAX < WS-SUSP-KEY-CEILING
               ADD 1 TO WS-SUSP-KEY-MAX
               MOVE TXN-KEY OF WS-ITEM-ENTRY
                   TO WS-SUSP-KEY(WS-SUSP-KEY-MAX)
               MOVE WS-NEW-KEY-SOURCE
                   TO WS-SUSP-KEY-SOURCE(WS-SUSP-KEY-MAX)
           ELSE
               IF NOT WS-SUSP-KEYS-FULL
                   DISPLAY "Warning: suspense key table full -"
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
                       " - reversal items retained as NOORIG"
                   SET WS-SUSP-KEYS-FULL TO TRUE
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF
                       READ PENDING-CHECK-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               MOVE PCHK-ENTRY TO WS-ITEM-ENTRY
                               IF TXN-TYPE-DEBIT OF WS-ITEM-ENTRY
                                   OR TXN-TYPE-CREDIT
                                       OF WS-ITEM-ENTRY
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
                       " - reversal items retained as NOORIG"
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
                       " reversal items retained as NOORIG this run"
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
           END-IF.

      *    A posted original no longer blocks its reversal - blank
      *    its key out of the table. An item still held for approval
      *    goes on blocking.
       CLEAR-SUSPENSE-KEY-PARA.
           PERFORM VARYING WS-SUSP-KEY-SUB FROM 1 BY 1
                   UNTIL WS-SUSP-KEY-SUB > WS-SUSP-KEY-MAX
               IF WS-SUSP-KEY(WS-SUSP-KEY-SUB) =
                       TXN-KEY OF WS-ITEM-ENTRY
                   AND NOT WS-SUSP-KEY-HELD(WS-SUSP-KEY-SUB)
                   MOVE LOW-VALUES TO WS-SUSP-KEY(WS-SUSP-KEY-SUB)
               END-IF
           END-PERFORM.
      * on the first record for the key and read forward until the
      * key changes, looking for a debit or credit occurrence - an RV
      * cannot vouch for another RV, and neither can an original that
      * is itself still in the suspense backlog, still held for
      * approval, or declined by APPRVL.
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
      * Currency conversion, TXNPOST's rules: the same currency on
      * both sides needs no rate; otherwise both go through the base
      * currency (spaces, at 1) at the latest rate on or before
      * WS-RATE-DATE, and a missing rate or an unholdable result
      * leaves the item NORATE.
      *----------------------------------------------------------------
       CONVERT-AMOUNT-PARA.
           SET WS-NO-RATE TO FALSE
           MOVE TXN-AMOUNT OF WS-ITEM-ENTRY TO WS-POST-AMOUNT
           MOVE 1 TO WS-FX-RATE-USED
           IF TXN-CURRENCY OF WS-ITEM-ENTRY NOT = ACCT-CURRENCY
               MOVE TXN-CURRENCY OF WS-ITEM-ENTRY
                   TO WS-FX-LOOK-CURRENCY
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
                       TXN-AMOUNT OF WS-ITEM-ENTRY * WS-FX-FROM-RATE
                           / WS-FX-TO-RATE
                       ON SIZE ERROR
                           SET WS-NO-RATE TO TRUE
                   END-COMPUTE
               END-IF
           END-IF.

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
                       " - foreign-currency items stay as NORATE"
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

      *----------------------------------------------------------------
      * Period lock, same rule as TXNPOST: an unreadable lock stops
      * the drain before anything posts, and only an explicit
      * effective date can fall in a closed period.
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
           END-IF.

       CHECK-CLOSED-PERIOD-PARA.
           SET WS-IN-CLOSED-PERIOD TO FALSE
           IF WS-CLOSED-PERIOD > 0
                   AND TXN-EFF-DATE OF WS-ITEM-ENTRY IS NUMERIC
               MOVE TXN-EFF-DATE OF WS-ITEM-ENTRY (1:6)
                   TO WS-EFF-PERIOD
               IF WS-EFF-PERIOD NOT > WS-CLOSED-PERIOD
                   SET WS-IN-CLOSED-PERIOD TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * SUSPSTATE ledger access, same shape as OVFLDRN's DRNSTATE.
      *----------------------------------------------------------------
           IF NOT WS-DRAIN-STATE-OK
               DISPLAY "Error: unable to write SUSPSTATE, status "
                   WS-DRAIN-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO DRAIN-STATE-RECORD
               WS-POSTED-COUNT
           DISPLAY "Net amount posted . . . . . . . : "
               WS-PRINT-POSTED-AMOUNT
           IF WS-FOREIGN-POSTED-COUNT > 0
               DISPLAY "  posted to other-currency accts: "
                   WS-FOREIGN-POSTED-COUNT " (not in the net)"
           END-IF
           DISPLAY "Items retained in suspense  . . : "
               WS-RETAINED-COUNT
           DISPLAY "------------------------------------------------"
