      * batch jobs can reuse the same bounds-checked behavior; this
      * program reads the batch headers, CALLs the loader once per
      * batch, and reports.
      *
      * Every sender's transmissions are kept on the TRANSREG
      * transmission register: each file this program accepts is
      * recorded with the sequence number from its HD header record,
      * its detail record count and its amount totals. Before a batch
      * is loaded its file is checked against the register, and a
      * transmission whose sequence was already received, or whose
      * count and totals exactly match an earlier transmission from
      * the same sender, is rejected whole as a resubmission. A
      * same-day rerun of the batch that first brought the file in is
      * not a resubmission. The run ends with the register's expected
      * vs received list by sender: what arrived today, and every gap
      * in a sender's sequence still to be chased as a missing
      * transmission.
      *
      * A batch is in one currency, named on its CONTROLFILE header
      * (spaces for the base currency); the header totals and the TR
      * trailer are in that currency, and a file carrying a detail in
      * any other currency is rejected whole before it is loaded. The
      * GL extract is totalled by currency, and nothing is summed
      * across currencies anywhere in the load.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-TXN-HIST-STATUS.

           SELECT TRANS-SCAN-FILE ASSIGN DYNAMIC WS-SCAN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-SCAN-STATUS.

           SELECT TRANS-REGISTER-FILE ASSIGN TO "TRANSREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-REGISTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      *    with no sender tagging - the batch runs on the run-level
      *    defaults.
           05  CONTROL-SENDER-ID          PIC X(8).
      *    Currency of the batch - of every detail in its file and of
      *    the expected totals above. Spaces mean the base currency.
           05  CONTROL-CURRENCY           PIC X(3).
      *----------------------------------------------------------------
      * Optional run-options record, distinguished from a batch header
      * by "*OPTIONS" in the batch-id columns. OPTION-DUP-MODE chooses
      * carry a TR trailer (one partner still cannot produce one),
      * and its per-batch table capacity (spaces defer to the batch
      * header's control count). A batch header naming a sender not
      * on this file is rejected whole. SP-LARGE-VALUE-LIMIT is not
      * used by the load: it is the single-item amount above which
      * the TXNSCRN screening step holds that sender's items for
      * approval (spaces or zero - no large-value check).
      *----------------------------------------------------------------
       FD  SENDER-PROFILE-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  SP-TRAILER-REQUIRED        PIC X(1).
           05  FILLER                     PIC X(1).
           05  SP-TABLE-MAX               PIC X(5).
           05  FILLER                     PIC X(1).
           05  SP-LARGE-VALUE-LIMIT       PIC 9(9)V99.
           05  FILLER                     PIC X(43).

      *----------------------------------------------------------------
      * Batch run-status ledger, rewritten after every batch: one
      *    warehouse leg without re-reading the warehouse.
           05  RS-WHS-AMOUNT              PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
      *    The batch currency the warehoused value is in.
           05  RS-CURRENCY                PIC X(3).
           05  FILLER                     PIC X(4).

      *----------------------------------------------------------------
      * Cross-run transaction history: every record left in the table
      * trailer with the run's grand totals that ties back to the
      * grand accepted count on the control report. The ledger system
      * picks this file up instead of finance re-keying batch totals
      * from the printed report. Every line carries its currency:
      * there is one "T" trailer per currency in the run (always one
      * for the base currency), and the trailers' counts add up to the
      * grand accepted count.
      *----------------------------------------------------------------
       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 80 CHARACTERS.
                                           SIGN LEADING SEPARATE.
           05  GL-NET-AMOUNT              PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
           05  GL-CURRENCY                PIC X(3).
           05  FILLER                     PIC X(3).

      *----------------------------------------------------------------
      * A batch's transmission file, read through once before it is
      * loaded to fingerprint it for the register: the HD header's
      * sequence number, and the detail count and amount totals as
      * sent. The HD record carries the sender's transmission
      * sequence in columns 3-8; spaces (every header from before the
      * column) mean an unsequenced transmission, which is still
      * checked on its count and totals.
      *----------------------------------------------------------------
       FD  TRANS-SCAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRANS-SCAN-RECORD.
           05  SCAN-ENTRY.
               COPY TXNREC.
       01  SCAN-HEADER-RECORD.
           05  SCAN-HDR-RECORD-TYPE       PIC X(2).
           05  SCAN-HDR-TRANS-SEQ         PIC X(6).
           05  FILLER                     PIC X(72).

      *----------------------------------------------------------------
      * Transmission register, one line per transmission accepted:
      * the sender, its HD sequence (spaces if unsequenced), the run
      * date and batch id it was loaded under, the detail count and
      * the net, debit and credit totals as sent, and the file it
      * came in. Accumulates across runs.
      *----------------------------------------------------------------
       FD  TRANS-REGISTER-FILE
           RECORD CONTAINS 134 CHARACTERS.
       01  TRANS-REGISTER-RECORD.
           05  REG-SENDER-ID              PIC X(8).
           05  FILLER                     PIC X(1).
           05  REG-SEQUENCE               PIC X(6).
           05  FILLER                     PIC X(1).
           05  REG-RUN-DATE               PIC 9(8).
           05  FILLER                     PIC X(1).
           05  REG-BATCH-ID               PIC X(10).
           05  FILLER                     PIC X(1).
           05  REG-DETAIL-COUNT           PIC 9(7).
           05  FILLER                     PIC X(1).
           05  REG-NET-AMOUNT             PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  REG-DEBIT-AMOUNT           PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  REG-CREDIT-AMOUNT          PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  REG-STATUS                 PIC X(8).
           05  FILLER                     PIC X(1).
           05  REG-FILE-NAME              PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS         PIC X(2) VALUE SPACES.
       01  WS-HIST-OPEN-SWITCH            PIC X VALUE "N".
           88  WS-HIST-OPEN               VALUE "Y" FALSE "N".

       01  WS-TRANS-SCAN-STATUS           PIC X(2) VALUE SPACES.
           88  WS-TRANS-SCAN-OK           VALUE "00".

       01  WS-TRANS-REGISTER-STATUS       PIC X(2) VALUE SPACES.
           88  WS-TRANS-REGISTER-OK       VALUE "00".

       01  WS-REG-OPEN-SWITCH             PIC X VALUE "N".
           88  WS-REG-OPEN                VALUE "Y" FALSE "N".

       01  WS-SCAN-FILENAME               PIC X(100) VALUE SPACES.
       01  WS-SCAN-EOF-SWITCH             PIC X VALUE "N".
           88  WS-SCAN-EOF                VALUE "Y" FALSE "N".

      *----------------------------------------------------------------
      * The transmission register in memory: every line on TRANSREG
      * at startup plus each transmission accepted by this run, so a
      * file sent twice in one run is caught too. Sorted by sender and
      * sequence only for the closing expected vs received list.
      *----------------------------------------------------------------
       01  WS-REG-CEILING                 PIC 9(7) VALUE 0100000.
       01  WS-REG-MAX                     PIC 9(7) VALUE 0.
       01  WS-REG-TABLE.
           05  WS-REG-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-REG-MAX.
               10  WS-REG-SENDER-ID       PIC X(8).
               10  WS-REG-SEQUENCE        PIC X(6).
               10  WS-REG-RUN-DATE        PIC 9(8).
               10  WS-REG-BATCH-ID        PIC X(10).
               10  WS-REG-DETAIL-COUNT    PIC 9(7).
               10  WS-REG-NET             PIC S9(13)V99.
               10  WS-REG-DEBIT           PIC S9(13)V99.
               10  WS-REG-CREDIT          PIC S9(13)V99.
       01  WS-REG-SUB                     PIC 9(7) VALUE 0.
       01  WS-REG-FULL-SWITCH             PIC X VALUE "N".
           88  WS-REG-FULL                VALUE "Y" FALSE "N".

      *    Expected vs received workspace, reset at each sender.
       01  WS-RS-SENDER-ID                PIC X(8) VALUE SPACES.
       01  WS-RS-PRIOR-HIGH               PIC 9(6) VALUE 0.
       01  WS-RS-LAST-SEQ                 PIC 9(6) VALUE 0.
       01  WS-RS-THIS-SEQ                 PIC 9(6) VALUE 0.
       01  WS-RS-MISSING-FROM             PIC 9(6) VALUE 0.
       01  WS-RS-MISSING-THRU             PIC 9(6) VALUE 0.
       01  WS-RS-EXPECTED-SEQ             PIC 9(6) VALUE 0.
       01  WS-RS-TODAY-COUNT              PIC 9(5) VALUE 0.
       01  WS-RS-MISSING-COUNT            PIC 9(7) VALUE 0.
       01  WS-REG-GRAND-TODAY             PIC 9(7) VALUE 0.
       01  WS-REG-GRAND-MISSING           PIC 9(7) VALUE 0.
       01  WS-REG-GRAND-RESUB             PIC 9(7) VALUE 0.
       01  WS-REG-GRAND-SILENT            PIC 9(7) VALUE 0.

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(13).
       01  WS-PRINT-EXPECTED-AMT          PIC +9(9).99.
       01  WS-PRINT-ACTUAL-AMT            PIC +9(13).99.

      *    GL trailer totals, one entry per currency in the run; the
      *    first is always the base currency. A batch is in a single
      *    currency, so the base entry plus one per batch (up to
      *    WS-BATCH-CEILING) is as many as a run can need - keep the
      *    two in step, since a trailer must never be footed in with
      *    another currency's.
       01  WS-GL-CCY-MAX                  PIC 9(2) VALUE 0.
       01  WS-GL-CCY-SUB                  PIC 9(2) VALUE 0.
       01  WS-GL-CCY-TABLE.
           05  WS-GL-CCY-ENTRY OCCURS 21 TIMES.
               10  WS-GL-CCY-CODE         PIC X(3).
               10  WS-GL-CCY-COUNT        PIC 9(7).
               10  WS-GL-GRAND-DB-AMOUNT  PIC S9(15)V99.
               10  WS-GL-GRAND-CR-AMOUNT  PIC S9(15)V99.
               10  WS-GL-GRAND-RV-AMOUNT  PIC S9(15)V99.

       01  WS-DEBIT-MAGNITUDE             PIC 9(13)V99 VALUE 0.
       01  WS-CREDIT-MAGNITUDE            PIC 9(13)V99 VALUE 0.
               10  WS-BATCH-SKIP-SWITCH   PIC X VALUE "N".
                   88  WS-BATCH-SKIPPED   VALUE "Y" FALSE "N".
               10  WS-BATCH-SENDER-ID     PIC X(8) VALUE SPACES.
               10  WS-BATCH-CURRENCY      PIC X(3) VALUE SPACES.
      *        Details found by the pre-load scan in a currency other
      *        than the batch's, and the first such currency.
               10  WS-BATCH-CCY-MISMATCH  PIC 9(7) VALUE 0.
               10  WS-BATCH-BAD-CURRENCY  PIC X(3) VALUE SPACES.
      *        Per-sender overrides resolved at header time from the
      *        profile: space means "use the run default".
               10  WS-BATCH-DUP-MODE      PIC X VALUE SPACE.
               10  WS-BATCH-TRAILER-SW    PIC X VALUE SPACE.
      *        The transmission's register fingerprint from the
      *        pre-load scan, and the earlier register line a
      *        resubmission matched.
               10  WS-BATCH-SCANNED-SWITCH PIC X VALUE "N".
                   88  WS-BATCH-SCANNED   VALUE "Y" FALSE "N".
               10  WS-BATCH-RERUN-SWITCH  PIC X VALUE "N".
                   88  WS-BATCH-IS-RERUN  VALUE "Y" FALSE "N".
               10  WS-BATCH-TRANS-SEQ     PIC X(6) VALUE SPACES.
               10  WS-BATCH-SCAN-COUNT    PIC 9(7) VALUE 0.
               10  WS-BATCH-SCAN-NET      PIC S9(13)V99 VALUE 0.
               10  WS-BATCH-SCAN-DEBIT    PIC S9(13)V99 VALUE 0.
               10  WS-BATCH-SCAN-CREDIT   PIC S9(13)V99 VALUE 0.
               10  WS-BATCH-MATCH-BATCH-ID PIC X(10) VALUE SPACES.
               10  WS-BATCH-MATCH-SEQ     PIC X(6) VALUE SPACES.
               10  WS-BATCH-MATCH-DATE    PIC 9(8) VALUE 0.

       01  WS-AREA.
           05  WS-COUNT                   PIC 9(5) VALUE 0.

           PERFORM LOAD-SENDER-PROFILES-PARA
           PERFORM LOAD-BATCH-HEADERS-PARA
           PERFORM LOAD-TRANS-REGISTER-PARA
           PERFORM READ-RUN-STATUS-PARA
           PERFORM SELECT-RERUN-BATCHES-PARA
           PERFORM WRITE-RUN-STATUS-PARA
                   " - history not recorded this run"
           END-IF

      *    The register accumulates across runs - OPEN EXTEND with a
      *    first-time OPEN OUTPUT fallback. Without it batches still
      *    load, checked against the register as read at startup.
           OPEN EXTEND TRANS-REGISTER-FILE
           IF WS-TRANS-REGISTER-STATUS = "35"
               OPEN OUTPUT TRANS-REGISTER-FILE
           END-IF
           IF WS-TRANS-REGISTER-OK
               SET WS-REG-OPEN TO TRUE
           ELSE
               DISPLAY "Warning: unable to open TRANSREG, status "
                   WS-TRANS-REGISTER-STATUS
                   " - transmissions not registered this run"
           END-IF

           PERFORM PROCESS-BATCH-PARA
               VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-MAX
               CLOSE TXN-HIST-FILE
           END-IF

           IF WS-REG-OPEN
               CLOSE TRANS-REGISTER-FILE
           END-IF

           PERFORM PRINT-CONTROL-REPORT-PARA
           PERFORM PRINT-TRANS-REGISTER-PARA

           PERFORM WRITE-GL-EXTRACT-PARA

      *    A load TXNPOST cannot see is not a completed step. Set
      *    here, after the last TXNLDSUB call has left its own code.
           IF NOT WS-POST-FILE-OK
               MOVE 8 TO RETURN-CODE
           END-IF

           STOP RUN.

      *----------------------------------------------------------------
      * Dispatches one batch: a batch the rerun selection marked as
      * skipped keeps its prior RUNSTAT standing and is not re-loaded;
      * everything else is checked against the transmission register
      * and, unless it is a resubmission, runs and is registered.
      *----------------------------------------------------------------
       PROCESS-BATCH-PARA.
           EVALUATE TRUE
                   MOVE "FAILED" TO WS-BATCH-RUN-STATUS(WS-BATCH-IDX)
                   PERFORM WRITE-RUN-STATUS-PARA
               WHEN OTHER
                   PERFORM CHECK-TRANSMISSION-PARA
                       THRU CHECK-TRANSMISSION-EXIT
                   IF WS-BATCH-NOT-REJECTED(WS-BATCH-IDX)
                       PERFORM RUN-ONE-BATCH-PARA
                       PERFORM REGISTER-TRANSMISSION-PARA
                   ELSE
                       MOVE "FAILED"
                           TO WS-BATCH-RUN-STATUS(WS-BATCH-IDX)
                       PERFORM WRITE-RUN-STATUS-PARA
                   END-IF
           END-EVALUATE.

      *----------------------------------------------------------------
      * Fingerprints the batch's file and looks for it on the
      * register under the same sender: the same HD sequence ("Q"),
      * or - for a file with any details - the same detail count and
      * net, debit and credit totals ("R"), rejects the batch as a
      * resubmission. A match on this same batch id from earlier
      * today is a rerun of the batch and loads as usual. A file
      * that cannot be opened is left for the load to report. A file
      * with any detail not in the batch's currency is rejected ("M")
      * before the register is consulted: its header totals and
      * trailer could not prove it.
      *----------------------------------------------------------------
       CHECK-TRANSMISSION-PARA.
           SET WS-BATCH-SCANNED(WS-BATCH-IDX) TO FALSE
           SET WS-BATCH-IS-RERUN(WS-BATCH-IDX) TO FALSE
           MOVE SPACES TO WS-BATCH-TRANS-SEQ(WS-BATCH-IDX)
           MOVE 0 TO WS-BATCH-SCAN-COUNT(WS-BATCH-IDX)
           MOVE 0 TO WS-BATCH-SCAN-NET(WS-BATCH-IDX)
           MOVE 0 TO WS-BATCH-SCAN-DEBIT(WS-BATCH-IDX)
           MOVE 0 TO WS-BATCH-SCAN-CREDIT(WS-BATCH-IDX)
           MOVE SPACES TO WS-BATCH-MATCH-BATCH-ID(WS-BATCH-IDX)
           MOVE SPACES TO WS-BATCH-MATCH-SEQ(WS-BATCH-IDX)
           MOVE 0 TO WS-BATCH-MATCH-DATE(WS-BATCH-IDX)
           MOVE 0 TO WS-BATCH-CCY-MISMATCH(WS-BATCH-IDX)
           MOVE SPACES TO WS-BATCH-BAD-CURRENCY(WS-BATCH-IDX)

           MOVE WS-BATCH-TRANS-FILENAME(WS-BATCH-IDX)
               TO WS-SCAN-FILENAME
           OPEN INPUT TRANS-SCAN-FILE
           IF NOT WS-TRANS-SCAN-OK
               GO TO CHECK-TRANSMISSION-EXIT
           END-IF
           SET WS-SCAN-EOF TO FALSE
           PERFORM UNTIL WS-SCAN-EOF
               READ TRANS-SCAN-FILE
                   AT END
                       SET WS-SCAN-EOF TO TRUE
                   NOT AT END
                       PERFORM SCAN-ONE-RECORD-PARA
               END-READ
           END-PERFORM
           CLOSE TRANS-SCAN-FILE
           SET WS-BATCH-SCANNED(WS-BATCH-IDX) TO TRUE

           IF WS-BATCH-CCY-MISMATCH(WS-BATCH-IDX) > 0
               MOVE "M" TO WS-BATCH-REJECT-CODE(WS-BATCH-IDX)
               DISPLAY "Warning: batch " WS-BATCH-ID(WS-BATCH-IDX)
                   " has " WS-BATCH-CCY-MISMATCH(WS-BATCH-IDX)
                   " detail(s) not in batch currency '"
                   WS-BATCH-CURRENCY(WS-BATCH-IDX)
                   "' - batch rejected"
               GO TO CHECK-TRANSMISSION-EXIT
           END-IF

           PERFORM MATCH-ONE-REGISTER-PARA
               VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-MAX

           IF WS-BATCH-REJECT-CODE(WS-BATCH-IDX) = "Q"
                   OR WS-BATCH-REJECT-CODE(WS-BATCH-IDX) = "R"
               DISPLAY "Warning: batch " WS-BATCH-ID(WS-BATCH-IDX)
                   " is a resubmission of batch "
                   WS-BATCH-MATCH-BATCH-ID(WS-BATCH-IDX)
                   " received " WS-BATCH-MATCH-DATE(WS-BATCH-IDX)
                   " - batch rejected"
           END-IF.
       CHECK-TRANSMISSION-EXIT.
           EXIT.

      *    Counts and totals as the sender sent them: every detail
      *    with a readable amount, whatever the load's edits later
      *    make of it - the same basis the TR trailer is checked on.
       SCAN-ONE-RECORD-PARA.
           EVALUATE TRUE
               WHEN TXN-TYPE-HEADER OF SCAN-ENTRY
                   IF SCAN-HDR-TRANS-SEQ IS NUMERIC
                       MOVE SCAN-HDR-TRANS-SEQ
                           TO WS-BATCH-TRANS-SEQ(WS-BATCH-IDX)
                   END-IF
               WHEN TXN-TYPE-TRAILER OF SCAN-ENTRY
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-BATCH-SCAN-COUNT(WS-BATCH-IDX)
                   IF TXN-CURRENCY OF SCAN-ENTRY NOT =
                           WS-BATCH-CURRENCY(WS-BATCH-IDX)
                       IF WS-BATCH-CCY-MISMATCH(WS-BATCH-IDX) = 0
                           MOVE TXN-CURRENCY OF SCAN-ENTRY
                               TO WS-BATCH-BAD-CURRENCY(WS-BATCH-IDX)
                       END-IF
                       ADD 1 TO WS-BATCH-CCY-MISMATCH(WS-BATCH-IDX)
                   END-IF
                   IF TXN-AMOUNT OF SCAN-ENTRY IS NUMERIC
                       ADD TXN-AMOUNT OF SCAN-ENTRY
                           TO WS-BATCH-SCAN-NET(WS-BATCH-IDX)
                       IF TXN-TYPE-DEBIT OF SCAN-ENTRY
                           ADD TXN-AMOUNT OF SCAN-ENTRY
                               TO WS-BATCH-SCAN-DEBIT(WS-BATCH-IDX)
                       END-IF
                       IF TXN-TYPE-CREDIT OF SCAN-ENTRY
                           ADD TXN-AMOUNT OF SCAN-ENTRY
                               TO WS-BATCH-SCAN-CREDIT(WS-BATCH-IDX)
                       END-IF
                   END-IF
           END-EVALUATE.

       MATCH-ONE-REGISTER-PARA.
           IF WS-REG-SENDER-ID(WS-REG-SUB) =
                   WS-BATCH-SENDER-ID(WS-BATCH-IDX)
               EVALUATE TRUE
                   WHEN WS-BATCH-TRANS-SEQ(WS-BATCH-IDX) NOT = SPACES
                           AND WS-REG-SEQUENCE(WS-REG-SUB) =
                               WS-BATCH-TRANS-SEQ(WS-BATCH-IDX)
                       MOVE "Q" TO WS-BATCH-REJECT-CODE(WS-BATCH-IDX)
                   WHEN WS-BATCH-SCAN-COUNT(WS-BATCH-IDX) > 0
                           AND WS-REG-DETAIL-COUNT(WS-REG-SUB) =
                               WS-BATCH-SCAN-COUNT(WS-BATCH-IDX)
                           AND WS-REG-NET(WS-REG-SUB) =
                               WS-BATCH-SCAN-NET(WS-BATCH-IDX)
                           AND WS-REG-DEBIT(WS-REG-SUB) =
                               WS-BATCH-SCAN-DEBIT(WS-BATCH-IDX)
                           AND WS-REG-CREDIT(WS-REG-SUB) =
                               WS-BATCH-SCAN-CREDIT(WS-BATCH-IDX)
                       MOVE "R" TO WS-BATCH-REJECT-CODE(WS-BATCH-IDX)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           IF NOT WS-BATCH-NOT-REJECTED(WS-BATCH-IDX)
               MOVE WS-REG-BATCH-ID(WS-REG-SUB)
                   TO WS-BATCH-MATCH-BATCH-ID(WS-BATCH-IDX)
               MOVE WS-REG-SEQUENCE(WS-REG-SUB)
                   TO WS-BATCH-MATCH-SEQ(WS-BATCH-IDX)
               MOVE WS-REG-RUN-DATE(WS-REG-SUB)
                   TO WS-BATCH-MATCH-DATE(WS-BATCH-IDX)
               IF WS-REG-BATCH-ID(WS-REG-SUB) =
                       WS-BATCH-ID(WS-BATCH-IDX)
                       AND WS-REG-RUN-DATE(WS-REG-SUB) = WS-RUN-DATE
                   MOVE "N" TO WS-BATCH-REJECT-CODE(WS-BATCH-IDX)
                   SET WS-BATCH-IS-RERUN(WS-BATCH-IDX) TO TRUE
               END-IF
               MOVE WS-REG-MAX TO WS-REG-SUB
           END-IF.

      *----------------------------------------------------------------
      * Records a transmission the load accepted - one that was
      * handed on, balanced or not - on the register file and in the
      * in-memory table. A same-day rerun of a registered batch is
      * already there.
      *----------------------------------------------------------------
       REGISTER-TRANSMISSION-PARA.
           IF WS-BATCH-SCANNED(WS-BATCH-IDX)
                   AND WS-BATCH-NOT-REJECTED(WS-BATCH-IDX)
                   AND NOT WS-BATCH-IS-RERUN(WS-BATCH-IDX)
               IF WS-REG-MAX < WS-REG-CEILING
                   ADD 1 TO WS-REG-MAX
                   MOVE WS-BATCH-SENDER-ID(WS-BATCH-IDX)
                       TO WS-REG-SENDER-ID(WS-REG-MAX)
                   MOVE WS-BATCH-TRANS-SEQ(WS-BATCH-IDX)
                       TO WS-REG-SEQUENCE(WS-REG-MAX)
                   MOVE WS-RUN-DATE TO WS-REG-RUN-DATE(WS-REG-MAX)
                   MOVE WS-BATCH-ID(WS-BATCH-IDX)
                       TO WS-REG-BATCH-ID(WS-REG-MAX)
                   MOVE WS-BATCH-SCAN-COUNT(WS-BATCH-IDX)
                       TO WS-REG-DETAIL-COUNT(WS-REG-MAX)
                   MOVE WS-BATCH-SCAN-NET(WS-BATCH-IDX)
                       TO WS-REG-NET(WS-REG-MAX)
                   MOVE WS-BATCH-SCAN-DEBIT(WS-BATCH-IDX)
                       TO WS-REG-DEBIT(WS-REG-MAX)
                   MOVE WS-BATCH-SCAN-CREDIT(WS-BATCH-IDX)
                       TO WS-REG-CREDIT(WS-REG-MAX)
               END-IF
               IF WS-REG-OPEN
                   MOVE SPACES TO TRANS-REGISTER-RECORD
                   MOVE WS-BATCH-SENDER-ID(WS-BATCH-IDX)
                       TO REG-SENDER-ID
                   MOVE WS-BATCH-TRANS-SEQ(WS-BATCH-IDX)
                       TO REG-SEQUENCE
                   MOVE WS-RUN-DATE TO REG-RUN-DATE
                   MOVE WS-BATCH-ID(WS-BATCH-IDX) TO REG-BATCH-ID
                   MOVE WS-BATCH-SCAN-COUNT(WS-BATCH-IDX)
                       TO REG-DETAIL-COUNT
                   MOVE WS-BATCH-SCAN-NET(WS-BATCH-IDX)
                       TO REG-NET-AMOUNT
                   MOVE WS-BATCH-SCAN-DEBIT(WS-BATCH-IDX)
                       TO REG-DEBIT-AMOUNT
                   MOVE WS-BATCH-SCAN-CREDIT(WS-BATCH-IDX)
                       TO REG-CREDIT-AMOUNT
                   MOVE "RECEIVED" TO REG-STATUS
                   MOVE WS-BATCH-TRANS-FILENAME(WS-BATCH-IDX)
                       TO REG-FILE-NAME
                   WRITE TRANS-REGISTER-RECORD
                   IF NOT WS-TRANS-REGISTER-OK
                       DISPLAY "Warning: unable to write TRANSREG,"
                           " status " WS-TRANS-REGISTER-STATUS
                           " - batch " WS-BATCH-ID(WS-BATCH-IDX)
                           " not registered"
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Loads and bounds-checks one batch into the shared WS-AREA load
      * workspace, then folds its results back into WS-BATCH-HDR so the
      * the shift supervisor can hold the run on a bad batch.
      *----------------------------------------------------------------
       PRINT-BATCH-BALANCE-PARA.
           IF WS-BATCH-CURRENCY(WS-BATCH-IDX) NOT = SPACES
               DISPLAY "    currency "
                   WS-BATCH-CURRENCY(WS-BATCH-IDX)
           END-IF
           EVALUATE TRUE
               WHEN WS-BATCH-NO-TOTALS(WS-BATCH-IDX)
                   DISPLAY "    no expected totals on header"
      * built the grand totals: one "D" line per batch per record type
      * actually present, then the "T" trailer whose count is the
      * control report's grand accepted count. A rejected or empty
      * batch has zero per-type counts and writes no lines. Each batch
      * is totalled into its own currency's trailer.
      *----------------------------------------------------------------
       WRITE-GL-EXTRACT-PARA.
           OPEN OUTPUT GL-INTERFACE-FILE
                   WS-GL-INTERFACE-STATUS
                   " - GL interface extract not written"
           ELSE
               MOVE 1 TO WS-GL-CCY-MAX
               MOVE SPACES TO WS-GL-CCY-CODE(1)
               MOVE 0 TO WS-GL-CCY-COUNT(1)
               MOVE 0 TO WS-GL-GRAND-DB-AMOUNT(1)
               MOVE 0 TO WS-GL-GRAND-CR-AMOUNT(1)
               MOVE 0 TO WS-GL-GRAND-RV-AMOUNT(1)
               PERFORM WRITE-GL-BATCH-PARA
                   VARYING WS-BATCH-IDX FROM 1 BY 1
                       UNTIL WS-BATCH-IDX > WS-BATCH-MAX
               PERFORM WRITE-GL-TRAILER-PARA
                   VARYING WS-GL-CCY-SUB FROM 1 BY 1
                       UNTIL WS-GL-CCY-SUB > WS-GL-CCY-MAX
               CLOSE GL-INTERFACE-FILE
           END-IF.

      *    The batch's currency entry, added on first sight.
       FIND-GL-CURRENCY-PARA.
           PERFORM VARYING WS-GL-CCY-SUB FROM 1 BY 1
                   UNTIL WS-GL-CCY-SUB > WS-GL-CCY-MAX
               IF WS-GL-CCY-CODE(WS-GL-CCY-SUB) =
                       WS-BATCH-CURRENCY(WS-BATCH-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-GL-CCY-SUB > WS-GL-CCY-MAX
               ADD 1 TO WS-GL-CCY-MAX
               MOVE WS-BATCH-CURRENCY(WS-BATCH-IDX)
                   TO WS-GL-CCY-CODE(WS-GL-CCY-SUB)
               MOVE 0 TO WS-GL-CCY-COUNT(WS-GL-CCY-SUB)
               MOVE 0 TO WS-GL-GRAND-DB-AMOUNT(WS-GL-CCY-SUB)
               MOVE 0 TO WS-GL-GRAND-CR-AMOUNT(WS-GL-CCY-SUB)
               MOVE 0 TO WS-GL-GRAND-RV-AMOUNT(WS-GL-CCY-SUB)
           END-IF.

       WRITE-GL-BATCH-PARA.
           PERFORM FIND-GL-CURRENCY-PARA
           ADD WS-BATCH-ACCEPTED-COUNT(WS-BATCH-IDX)
               TO WS-GL-CCY-COUNT(WS-GL-CCY-SUB)
           IF WS-BATCH-DB-COUNT(WS-BATCH-IDX) > 0
               MOVE SPACES TO GL-INTERFACE-RECORD
               MOVE "D" TO GL-RECORD-TYPE
                   TO GL-DEBIT-AMOUNT
               MOVE 0 TO GL-CREDIT-AMOUNT
               MOVE WS-BATCH-DB-AMOUNT(WS-BATCH-IDX) TO GL-NET-AMOUNT
               MOVE WS-BATCH-CURRENCY(WS-BATCH-IDX) TO GL-CURRENCY
               WRITE GL-INTERFACE-RECORD
               ADD WS-BATCH-DB-AMOUNT(WS-BATCH-IDX)
                   TO WS-GL-GRAND-DB-AMOUNT(WS-GL-CCY-SUB)
           END-IF
           IF WS-BATCH-CR-COUNT(WS-BATCH-IDX) > 0
               MOVE SPACES TO GL-INTERFACE-RECORD
               MOVE WS-BATCH-CR-AMOUNT(WS-BATCH-IDX)
                   TO GL-CREDIT-AMOUNT
               MOVE WS-BATCH-CR-AMOUNT(WS-BATCH-IDX) TO GL-NET-AMOUNT
               MOVE WS-BATCH-CURRENCY(WS-BATCH-IDX) TO GL-CURRENCY
               WRITE GL-INTERFACE-RECORD
               ADD WS-BATCH-CR-AMOUNT(WS-BATCH-IDX)
                   TO WS-GL-GRAND-CR-AMOUNT(WS-GL-CCY-SUB)
           END-IF
      *    Reversals post by backing their amount out, so their GL
      *    net is the negated sum of the batch's RV amounts.
               MOVE 0 TO GL-CREDIT-AMOUNT
               COMPUTE GL-NET-AMOUNT =
                   0 - WS-BATCH-RV-AMOUNT(WS-BATCH-IDX)
               MOVE WS-BATCH-CURRENCY(WS-BATCH-IDX) TO GL-CURRENCY
               WRITE GL-INTERFACE-RECORD
               SUBTRACT WS-BATCH-RV-AMOUNT(WS-BATCH-IDX)
                   FROM WS-GL-GRAND-RV-AMOUNT(WS-GL-CCY-SUB)
           END-IF.

       WRITE-GL-TRAILER-PARA.
           MOVE "T" TO GL-RECORD-TYPE
           MOVE "GRANDTOTAL" TO GL-BATCH-ID
           MOVE SPACES TO GL-TXN-TYPE
           MOVE WS-GL-CCY-COUNT(WS-GL-CCY-SUB) TO GL-REC-COUNT
           MOVE WS-GL-GRAND-DB-AMOUNT(WS-GL-CCY-SUB) TO GL-DEBIT-AMOUNT
           MOVE WS-GL-GRAND-CR-AMOUNT(WS-GL-CCY-SUB)
               TO GL-CREDIT-AMOUNT
           COMPUTE GL-NET-AMOUNT =
               WS-GL-GRAND-DB-AMOUNT(WS-GL-CCY-SUB)
               + WS-GL-GRAND-CR-AMOUNT(WS-GL-CCY-SUB)
               + WS-GL-GRAND-RV-AMOUNT(WS-GL-CCY-SUB)
           MOVE WS-GL-CCY-CODE(WS-GL-CCY-SUB) TO GL-CURRENCY
           WRITE GL-INTERFACE-RECORD.

       PRINT-BATCH-REJECT-PARA.
               WHEN "S"
                   DISPLAY "    ** BATCH REJECTED - UNKNOWN SENDER "
                       WS-BATCH-SENDER-ID(WS-BATCH-IDX) " **"
               WHEN "Q"
                   DISPLAY "    ** BATCH REJECTED - RESUBMISSION,"
                       " SEQUENCE " WS-BATCH-TRANS-SEQ(WS-BATCH-IDX)
                       " ALREADY RECEIVED **"
                   DISPLAY "       first received as batch "
                       WS-BATCH-MATCH-BATCH-ID(WS-BATCH-IDX)
                       " on " WS-BATCH-MATCH-DATE(WS-BATCH-IDX)
               WHEN "R"
                   DISPLAY "    ** BATCH REJECTED - RESUBMISSION,"
                       " COUNT AND TOTALS MATCH EARLIER FILE **"
                   DISPLAY "       first received as batch "
                       WS-BATCH-MATCH-BATCH-ID(WS-BATCH-IDX)
                       " on " WS-BATCH-MATCH-DATE(WS-BATCH-IDX)
               WHEN "M"
                   DISPLAY "    ** BATCH REJECTED - DETAIL CURRENCY '"
                       WS-BATCH-BAD-CURRENCY(WS-BATCH-IDX)
                       "' NOT BATCH CURRENCY '"
                       WS-BATCH-CURRENCY(WS-BATCH-IDX) "' **"
               WHEN OTHER
                   DISPLAY "    ** BATCH REJECTED **"
           END-EVALUATE.
               MOVE WS-BATCH-WHS-AMOUNT(WS-PRIOR-SUB)
                   TO RS-WHS-AMOUNT
           END-IF
           MOVE WS-BATCH-CURRENCY(WS-PRIOR-SUB) TO RS-CURRENCY
           WRITE RUN-STATUS-RECORD.

       CARRY-PRIOR-COUNTS-PARA.
                   TO WS-BATCH-EXPECTED-CREDIT(WS-BATCH-MAX)
           END-IF

           MOVE CONTROL-CURRENCY TO WS-BATCH-CURRENCY(WS-BATCH-MAX)

           PERFORM APPLY-SENDER-PROFILE-PARA

           IF WS-BATCH-TABLE-MAX(WS-BATCH-MAX) > WS-TABLE-CEILING
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Reads the whole TRANSREG register into the in-memory table.
      * No file simply means no transmission registered yet.
      *----------------------------------------------------------------
       LOAD-TRANS-REGISTER-PARA.
           MOVE 0 TO WS-REG-MAX
           SET WS-REG-FULL TO FALSE
           OPEN INPUT TRANS-REGISTER-FILE
           IF WS-TRANS-REGISTER-OK
               SET WS-SCAN-EOF TO FALSE
               PERFORM UNTIL WS-SCAN-EOF
                   READ TRANS-REGISTER-FILE
                       AT END
                           SET WS-SCAN-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-REGISTER-PARA
                   END-READ
               END-PERFORM
               CLOSE TRANS-REGISTER-FILE
           END-IF.

       STORE-ONE-REGISTER-PARA.
           IF WS-REG-MAX NOT < WS-REG-CEILING
               IF NOT WS-REG-FULL
                   DISPLAY "Warning: TRANSREG has more than "
                       WS-REG-CEILING " lines - later lines not"
                       " checked for resubmission"
                   SET WS-REG-FULL TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-REG-MAX
               MOVE REG-SENDER-ID TO WS-REG-SENDER-ID(WS-REG-MAX)
               MOVE REG-SEQUENCE TO WS-REG-SEQUENCE(WS-REG-MAX)
               MOVE REG-RUN-DATE TO WS-REG-RUN-DATE(WS-REG-MAX)
               MOVE REG-BATCH-ID TO WS-REG-BATCH-ID(WS-REG-MAX)
               MOVE REG-DETAIL-COUNT
                   TO WS-REG-DETAIL-COUNT(WS-REG-MAX)
               MOVE REG-NET-AMOUNT TO WS-REG-NET(WS-REG-MAX)
               MOVE REG-DEBIT-AMOUNT TO WS-REG-DEBIT(WS-REG-MAX)
               MOVE REG-CREDIT-AMOUNT TO WS-REG-CREDIT(WS-REG-MAX)
           END-IF.

      *----------------------------------------------------------------
      * The daily expected vs received list. The register is sorted
      * by sender and sequence and walked one sender at a time: each
      * transmission registered today is listed, and every gap in the
      * sender's sequence - today's or one still open from an earlier
      * day - is listed as a missing transmission until the file
      * turns up. A sender's footer shows the sequence expected
      * first today (one past the highest received before today) and
      * flags a sender from which nothing came in at all. Headers
      * with no sender id are not on the list.
      *----------------------------------------------------------------
       PRINT-TRANS-REGISTER-PARA.
           MOVE 0 TO WS-REG-GRAND-TODAY
           MOVE 0 TO WS-REG-GRAND-MISSING
           MOVE 0 TO WS-REG-GRAND-RESUB
           MOVE 0 TO WS-REG-GRAND-SILENT
           MOVE SPACES TO WS-RS-SENDER-ID

           DISPLAY "=============================================="
           DISPLAY "TRANSMISSION REGISTER - EXPECTED VS RECEIVED "
               WS-RUN-DATE
           DISPLAY "------------------------------------------------"
           IF WS-REG-MAX > 0
               SORT WS-REG-ENTRY
                   ASCENDING KEY WS-REG-SENDER-ID OF WS-REG-ENTRY
                                 WS-REG-SEQUENCE OF WS-REG-ENTRY
               PERFORM REPORT-ONE-REGISTER-PARA
                   VARYING WS-REG-SUB FROM 1 BY 1
                       UNTIL WS-REG-SUB > WS-REG-MAX
               IF WS-RS-SENDER-ID NOT = SPACES
                   PERFORM END-REGISTER-SENDER-PARA
               END-IF
           END-IF
           DISPLAY "------------------------------------------------"
           DISPLAY "Transmissions received today  . : "
               WS-REG-GRAND-TODAY
           DISPLAY "Missing transmissions . . . . . : "
               WS-REG-GRAND-MISSING
           DISPLAY "Resubmissions rejected  . . . . : "
               WS-REG-GRAND-RESUB
           DISPLAY "Senders with nothing today  . . : "
               WS-REG-GRAND-SILENT
           IF WS-REG-GRAND-MISSING > 0
               DISPLAY "*** CHASE MISSING TRANSMISSION(S) ***"
           END-IF
           DISPLAY "==============================================".

       REPORT-ONE-REGISTER-PARA.
           IF WS-REG-SENDER-ID(WS-REG-SUB) NOT = SPACES
               IF WS-REG-SENDER-ID(WS-REG-SUB) NOT = WS-RS-SENDER-ID
                   IF WS-RS-SENDER-ID NOT = SPACES
                       PERFORM END-REGISTER-SENDER-PARA
                   END-IF
                   MOVE WS-REG-SENDER-ID(WS-REG-SUB)
                       TO WS-RS-SENDER-ID
                   MOVE 0 TO WS-RS-PRIOR-HIGH
                   MOVE 0 TO WS-RS-LAST-SEQ
                   MOVE 0 TO WS-RS-TODAY-COUNT
                   MOVE 0 TO WS-RS-MISSING-COUNT
                   DISPLAY "Sender " WS-RS-SENDER-ID
               END-IF
               IF WS-REG-SEQUENCE(WS-REG-SUB) IS NUMERIC
                   MOVE WS-REG-SEQUENCE(WS-REG-SUB) TO WS-RS-THIS-SEQ
                   IF WS-RS-LAST-SEQ > 0
                           AND WS-RS-THIS-SEQ > WS-RS-LAST-SEQ + 1
                       PERFORM REPORT-MISSING-RANGE-PARA
                   END-IF
                   MOVE WS-RS-THIS-SEQ TO WS-RS-LAST-SEQ
                   IF WS-REG-RUN-DATE(WS-REG-SUB) < WS-RUN-DATE
                           AND WS-RS-THIS-SEQ > WS-RS-PRIOR-HIGH
                       MOVE WS-RS-THIS-SEQ TO WS-RS-PRIOR-HIGH
                   END-IF
               END-IF
               IF WS-REG-RUN-DATE(WS-REG-SUB) = WS-RUN-DATE
                   ADD 1 TO WS-RS-TODAY-COUNT
                   ADD 1 TO WS-REG-GRAND-TODAY
                   MOVE WS-REG-NET(WS-REG-SUB) TO WS-PRINT-ACTUAL-AMT
                   IF WS-REG-SEQUENCE(WS-REG-SUB) = SPACES
                       DISPLAY "    received  (unseq) batch "
                           WS-REG-BATCH-ID(WS-REG-SUB)
                           " records " WS-REG-DETAIL-COUNT(WS-REG-SUB)
                           " net " WS-PRINT-ACTUAL-AMT
                   ELSE
                       DISPLAY "    received  " WS-RS-THIS-SEQ
                           "  batch " WS-REG-BATCH-ID(WS-REG-SUB)
                           " records " WS-REG-DETAIL-COUNT(WS-REG-SUB)
                           " net " WS-PRINT-ACTUAL-AMT
                   END-IF
               END-IF
           END-IF.

       REPORT-MISSING-RANGE-PARA.
           COMPUTE WS-RS-MISSING-FROM = WS-RS-LAST-SEQ + 1
           COMPUTE WS-RS-MISSING-THRU = WS-RS-THIS-SEQ - 1
           COMPUTE WS-RS-MISSING-COUNT = WS-RS-MISSING-COUNT
               + WS-RS-MISSING-THRU - WS-RS-MISSING-FROM + 1
           COMPUTE WS-REG-GRAND-MISSING = WS-REG-GRAND-MISSING
               + WS-RS-MISSING-THRU - WS-RS-MISSING-FROM + 1
           IF WS-RS-MISSING-FROM = WS-RS-MISSING-THRU
               DISPLAY "    MISSING   " WS-RS-MISSING-FROM
           ELSE
               DISPLAY "    MISSING   " WS-RS-MISSING-FROM
                   " thru " WS-RS-MISSING-THRU
           END-IF.

      *    Closes one sender's section: this run's resubmissions from
      *    it, then the expected vs received footer.
       END-REGISTER-SENDER-PARA.
           PERFORM VARYING WS-BATCH-IDX FROM 1 BY 1
                   UNTIL WS-BATCH-IDX > WS-BATCH-MAX
               IF WS-BATCH-SENDER-ID(WS-BATCH-IDX) = WS-RS-SENDER-ID
                       AND (WS-BATCH-REJECT-CODE(WS-BATCH-IDX) = "Q"
                         OR WS-BATCH-REJECT-CODE(WS-BATCH-IDX) = "R")
                   ADD 1 TO WS-REG-GRAND-RESUB
                   DISPLAY "    RESUBMIT  "
                       WS-BATCH-TRANS-SEQ(WS-BATCH-IDX)
                       "  batch " WS-BATCH-ID(WS-BATCH-IDX)
                       " rejected - first received as batch "
                       WS-BATCH-MATCH-BATCH-ID(WS-BATCH-IDX)
               END-IF
           END-PERFORM
           COMPUTE WS-RS-EXPECTED-SEQ = WS-RS-PRIOR-HIGH + 1
           IF WS-RS-TODAY-COUNT = 0
               ADD 1 TO WS-REG-GRAND-SILENT
               DISPLAY "    expected " WS-RS-EXPECTED-SEQ
                   "  *** NOTHING RECEIVED TODAY ***"
           ELSE
               DISPLAY "    expected " WS-RS-EXPECTED-SEQ
                   "  received today " WS-RS-TODAY-COUNT
                   "  missing " WS-RS-MISSING-COUNT
           END-IF.
