       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNSCRN.
      *
      * Pre-posting screen over the POSTFILE TXNLOAD has just
      * written. Anything that passed the TXNLDSUB edits used to post
      * straight to the master, a mistyped 9-digit amount or fifty
      * hits on one key in a night included. Two checks are made on
      * every record of a load batch:
      *   LARGEVAL   the amount (either sign) is over the sending
      *              partner's SP-LARGE-VALUE-LIMIT on SNDRPROF. The
      *              batch's sender comes from its CONTROLFILE header;
      *              a batch with no sender, or a sender with no
      *              limit, gets no large-value check.
      *   VELOCITY   the TXN-KEY turns up more often in the run, over
      *              all batches, than the SCRNPARM velocity limit -
      *              every item on that key is held, not just the
      *              ones past the limit.
      * A caught item is diverted from POSTFILE to the PENDAPPR
      * pending-approval queue, carrying its reason, the hold date,
      * its sender and its transmission file. The APPRVL approval
      * program works the queue: approved items come back through
      * APPRREL, which this program adds to the POSTFILE of the next
      * run under the APPROVED batch id; declined ones go to REJECTS
      * for the resend advice. Generated and catch-up batches
      * (APPROVED, ACCRUAL, WHSRELEASE, CATCHUPnnn) were screened, or
      * never came from a sender, and pass unscreened.
      *
      * Run order: straight after TXNLOAD and APPRVL (whose releases
      * it picks up the same night), before anything else is
      * appended to the night's POSTFILE and before TXNPOST. A
      * POSTFILE TXNPOST has already started on (POSTCHKPT not
      * empty) is not screened - rewriting it would move the records
      * under the checkpoint.
      *
      * The screen keeps a small SCRNSTATE ledger so an abend at any
      * point is safe to rerun without queueing an item twice:
      *   (empty)    no screen in progress; leftover SCRNPASS and
      *              SCRNHOLD files are stale and are rebuilt.
      *   SPLIT      SCRNPASS (POSTFILE less the held items, plus the
      *              approved releases) and SCRNHOLD (the held items)
      *              are both complete; POSTFILE and APPRREL are still
      *              untouched. The ledger counts the held items
      *              already queued on PENDAPPR. The rerun queues the
      *              rest, rewrites POSTFILE from SCRNPASS, empties
      *              APPRREL and clears the ledger - all repeatable.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO "CONTROLFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT SENDER-PROFILE-FILE ASSIGN TO "SNDRPROF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SENDER-PROFILE-STATUS.

           SELECT SCREEN-PARM-FILE ASSIGN TO "SCRNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-PARM-STATUS.

           SELECT POST-CHECKPOINT-FILE ASSIGN TO "POSTCHKPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-CHECKPOINT-STATUS.

           SELECT POST-IN-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-IN-STATUS.

           SELECT POST-OUT-FILE ASSIGN TO "POSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POST-OUT-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "APPRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.

           SELECT PASS-FILE ASSIGN TO "SCRNPASS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASS-FILE-STATUS.

           SELECT HOLD-FILE ASSIGN TO "SCRNHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT SCREEN-STATE-FILE ASSIGN TO "SCRNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-STATE-STATUS.

           SELECT APPROVAL-STATE-FILE ASSIGN TO "APPRSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * TXNLOAD's batch headers - only the batch id, its transmission
      * file and its sender are needed here. The *OPTIONS record is
      * skipped.
      *----------------------------------------------------------------
       FD  CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CONTROL-RECORD.
           05  CONTROL-BATCH-ID           PIC X(10).
               88  CONTROL-OPTIONS-HEADER VALUE "*OPTIONS".
           05  CONTROL-TRANS-FILENAME     PIC X(20).
           05  FILLER                     PIC X(39).
           05  CONTROL-SENDER-ID          PIC X(8).
           05  FILLER                     PIC X(3).

      *----------------------------------------------------------------
      * TXNLOAD's sender profile file. Only the sender id and its
      * large-value limit are used here.
      *----------------------------------------------------------------
       FD  SENDER-PROFILE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SENDER-PROFILE-RECORD.
           05  SP-SENDER-ID               PIC X(8).
           05  FILLER                     PIC X(1).
           05  SP-DUP-MODE                PIC X(8).
           05  FILLER                     PIC X(1).
           05  SP-TRAILER-REQUIRED        PIC X(1).
           05  FILLER                     PIC X(1).
           05  SP-TABLE-MAX               PIC X(5).
           05  FILLER                     PIC X(1).
           05  SP-LARGE-VALUE-LIMIT       PIC 9(9)V99.
           05  FILLER                     PIC X(43).

      *----------------------------------------------------------------
      * Optional screening parameters. SCP-VELOCITY-LIMIT is the most
      * items one TXN-KEY may carry in a run before all of them are
      * held; zero turns the velocity check off. No file, or spaces,
      * means the default limit.
      *----------------------------------------------------------------
       FD  SCREEN-PARM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SCREEN-PARM-RECORD.
           05  SCP-VELOCITY-LIMIT         PIC 9(5).
           05  FILLER                     PIC X(75).

       FD  POST-CHECKPOINT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  POST-CHECKPOINT-RECORD.
           05  CHECKPOINT-APPLIED-COUNT   PIC 9(7).
           05  FILLER                     PIC X(73).

       FD  POST-IN-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  POST-IN-RECORD.
           05  POST-BATCH-ID              PIC X(10).
           05  FILLER                     PIC X(1).
           05  POST-ENTRY.
               COPY TXNREC.

       FD  POST-OUT-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  POST-OUT-RECORD                PIC X(91).

      *----------------------------------------------------------------
      * Approved items APPRVL has released: the original POSTFILE
      * record, still carrying the batch it was held from.
      *----------------------------------------------------------------
       FD  RELEASE-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  RELEASE-RECORD.
           05  REL-BATCH-ID               PIC X(10).
           05  FILLER                     PIC X(1).
           05  REL-ENTRY                  PIC X(80).

       FD  PASS-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  PASS-RECORD.
           05  PASS-BATCH-ID              PIC X(10).
           05  FILLER                     PIC X(1).
           05  PASS-ENTRY                 PIC X(80).

      *----------------------------------------------------------------
      * Held item, PENDAPPR's layout: the POSTFILE record, why it was
      * held, the date, the sender and transmission file it came in
      * on (for the resend advice if it is declined), and how many
      * items its key carried in the run.
      *----------------------------------------------------------------
       FD  HOLD-FILE
           RECORD CONTAINS 155 CHARACTERS.
       01  HOLD-RECORD.
           05  HOLD-POST-RECORD           PIC X(91).
           05  FILLER                     PIC X(1).
           05  HOLD-REASON                PIC X(8).
           05  FILLER                     PIC X(1).
           05  HOLD-DATE                  PIC 9(8).
           05  FILLER                     PIC X(1).
           05  HOLD-SENDER-ID             PIC X(8).
           05  FILLER                     PIC X(1).
           05  HOLD-SOURCE-FILE           PIC X(30).
           05  FILLER                     PIC X(1).
           05  HOLD-KEY-COUNT             PIC 9(5).
       01  HOLD-DETAIL-VIEW.
           05  HOLD-BATCH-ID              PIC X(10).
           05  FILLER                     PIC X(1).
           05  HOLD-ENTRY.
               COPY TXNREC.
           05  FILLER                     PIC X(64).

       FD  PENDING-FILE
           RECORD CONTAINS 155 CHARACTERS.
       01  PENDING-RECORD                 PIC X(155).

       FD  SCREEN-STATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SCREEN-STATE-RECORD.
           05  SS-STATE                   PIC X(8).
           05  FILLER                     PIC X(1).
           05  SS-QUEUED-COUNT            PIC 9(7).
           05  FILLER                     PIC X(1).
           05  SS-SPLIT-DATE              PIC 9(8).
           05  FILLER                     PIC X(55).

      *    APPRVL's ledger, read only to stay off a half-applied
      *    approval run - it rewrites PENDAPPR.
       FD  APPROVAL-STATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVAL-STATE-RECORD.
           05  AS-STATE                   PIC X(8).
           05  FILLER                     PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-CONTROL-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-CONTROL-FILE-OK         VALUE "00".

       01  WS-SENDER-PROFILE-STATUS       PIC X(2) VALUE SPACES.
           88  WS-SENDER-PROFILE-OK       VALUE "00".

       01  WS-SCREEN-PARM-STATUS          PIC X(2) VALUE SPACES.
           88  WS-SCREEN-PARM-OK          VALUE "00".

       01  WS-POST-CHECKPOINT-STATUS      PIC X(2) VALUE SPACES.
           88  WS-POST-CHECKPOINT-OK      VALUE "00".

       01  WS-POST-IN-STATUS              PIC X(2) VALUE SPACES.
           88  WS-POST-IN-OK              VALUE "00".

       01  WS-POST-OUT-STATUS             PIC X(2) VALUE SPACES.
           88  WS-POST-OUT-OK             VALUE "00".

       01  WS-RELEASE-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-RELEASE-FILE-OK         VALUE "00".

       01  WS-PASS-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-PASS-FILE-OK            VALUE "00".

       01  WS-HOLD-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-HOLD-FILE-OK            VALUE "00".

       01  WS-PENDING-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-PENDING-FILE-OK         VALUE "00".

       01  WS-SCREEN-STATE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-SCREEN-STATE-OK         VALUE "00".

       01  WS-APPROVAL-STATE-STATUS       PIC X(2) VALUE SPACES.
           88  WS-APPROVAL-STATE-OK       VALUE "00".

       01  WS-EOF-SWITCH                  PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y" FALSE "N".

       01  WS-POSTFILE-SWITCH             PIC X VALUE "N".
           88  WS-POSTFILE-PRESENT        VALUE "Y" FALSE "N".

       01  WS-FINISHED-SWITCH             PIC X VALUE "N".
           88  WS-FINISHED                VALUE "Y" FALSE "N".

       01  WS-SCREENED-SWITCH             PIC X VALUE "N".
           88  WS-SCREENED                VALUE "Y" FALSE "N".

       01  WS-HOLD-SWITCH                 PIC X VALUE "N".
           88  WS-HOLD-ITEM               VALUE "Y" FALSE "N".

       01  WS-KEYS-FULL-SWITCH            PIC X VALUE "N".
           88  WS-KEYS-FULL               VALUE "Y" FALSE "N".

       01  WS-SCREEN-STATE                PIC X(8) VALUE SPACES.
           88  WS-STATE-IDLE              VALUE SPACES.
           88  WS-STATE-SPLIT             VALUE "SPLIT".
       01  WS-STATE-QUEUED-COUNT          PIC 9(7) VALUE 0.
       01  WS-SPLIT-DATE                  PIC 9(8) VALUE 0.

       01  WS-APPROVED-BATCH-ID           PIC X(10) VALUE "APPROVED".
       01  WS-HOLD-REASON                 PIC X(8) VALUE SPACES.

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(13).

      *----------------------------------------------------------------
      * Velocity limit in force this run. The default holds a key
      * that turns up more than ten times in one night.
      *----------------------------------------------------------------
       01  WS-VELOCITY-DEFAULT            PIC 9(5) VALUE 00010.
       01  WS-VELOCITY-LIMIT              PIC 9(5) VALUE 0.

      *----------------------------------------------------------------
      * SNDRPROF large-value limits, same ceiling as TXNLOAD's
      * profile table.
      *----------------------------------------------------------------
       01  WS-PROFILE-CEILING             PIC 9(3) VALUE 050.
       01  WS-PROFILE-MAX                 PIC 9(3) VALUE 0.
       01  WS-PROFILE-TABLE.
           05  WS-PROFILE-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON WS-PROFILE-MAX.
               10  WS-PROFILE-SENDER-ID   PIC X(8).
               10  WS-PROFILE-LIMIT       PIC 9(9)V99.
       01  WS-PROFILE-SUB                 PIC 9(3) VALUE 0.
       01  WS-PROFILE-FOUND-SUB           PIC 9(3) VALUE 0.

      *----------------------------------------------------------------
      * The run's batches from CONTROLFILE, each with its sender, its
      * transmission file and the large-value limit resolved from the
      * sender's profile (zero - no check). Same batch ceiling and
      * default batch as TXNLOAD.
      *----------------------------------------------------------------
       01  WS-BATCH-CEILING               PIC 9(3) VALUE 020.
       01  WS-DEFAULT-TRANS-FILENAME      PIC X(30) VALUE "TRANSFILE".
       01  WS-BATCH-MAX                   PIC 9(3) VALUE 0.
       01  WS-BATCH-TABLE.
           05  WS-BATCH-ENTRY OCCURS 1 TO 20 TIMES
                   DEPENDING ON WS-BATCH-MAX.
               10  WS-BATCH-ID            PIC X(10).
               10  WS-BATCH-SENDER-ID     PIC X(8).
               10  WS-BATCH-SOURCE-FILE   PIC X(30).
               10  WS-BATCH-LIMIT         PIC 9(9)V99.
       01  WS-BATCH-SUB                   PIC 9(3) VALUE 0.
       01  WS-BATCH-FOUND-SUB             PIC 9(3) VALUE 0.

      *----------------------------------------------------------------
      * Items per TXN-KEY over the whole run. Filled with one entry
      * per screened record, sorted, then folded into one entry per
      * distinct key with its count so the routing pass can SEARCH
      * ALL it. Sized for TXNLOAD's worst case of WS-BATCH-CEILING
      * batches at its 5000-record table ceiling.
      *----------------------------------------------------------------
       01  WS-KEY-CEILING                 PIC 9(7) VALUE 0100000.
       01  WS-KEY-MAX                     PIC 9(7) VALUE 0.
       01  WS-KEY-TABLE.
           05  WS-KEY-ENTRY OCCURS 1 TO 100000 TIMES
                   DEPENDING ON WS-KEY-MAX
                   ASCENDING KEY IS WS-KEY-VALUE
                   INDEXED BY WS-KEY-IDX.
               10  WS-KEY-VALUE           PIC X(10).
               10  WS-KEY-COUNT           PIC 9(5).
       01  WS-SCAN-SUB                    PIC 9(7) VALUE 0.
       01  WS-KEEP-SUB                    PIC 9(7) VALUE 0.
       01  WS-ITEM-KEY-COUNT              PIC 9(5) VALUE 0.

       01  WS-AMOUNT-MAGNITUDE            PIC 9(9)V99 VALUE 0.
       01  WS-ITEM-EFFECT                 PIC S9(9)V99 VALUE 0.

       01  WS-REPORT-COUNTERS.
           05  WS-SCREENED-COUNT          PIC 9(7) VALUE 0.
           05  WS-EXEMPT-COUNT            PIC 9(7) VALUE 0.
           05  WS-PASSED-COUNT            PIC 9(7) VALUE 0.
           05  WS-HELD-COUNT              PIC 9(7) VALUE 0.
           05  WS-RELEASED-COUNT          PIC 9(7) VALUE 0.
           05  WS-PROCESSED-COUNT         PIC 9(7) VALUE 0.
           05  WS-QUEUED-COUNT            PIC 9(7) VALUE 0.
           05  WS-WRITTEN-COUNT           PIC 9(7) VALUE 0.
           05  WS-LARGE-VALUE-COUNT       PIC 9(7) VALUE 0.
           05  WS-VELOCITY-COUNT          PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Held value, one total per currency so nothing is summed
      * across currencies. Entry 1 is the base currency (spaces).
      *----------------------------------------------------------------
       01  WS-CCY-MAX                     PIC 9(2) VALUE 1.
       01  WS-CCY-SUB                     PIC 9(2) VALUE 0.
       01  WS-HELD-TOTALS.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE            PIC X(3).
               10  WS-HELD-VALUE          PIC S9(13)V99.

       01  WS-PRINT-AMOUNT                PIC +9(9).99.
       01  WS-PRINT-TOTAL                 PIC +9(13).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME

           PERFORM CHECK-APPROVAL-STATE-PARA
           PERFORM READ-SCREEN-STATE-PARA

      *    Finish queueing a screen an interrupted run split before
      *    screening the file again.
           EVALUATE TRUE
               WHEN WS-STATE-IDLE
                   PERFORM SPLIT-POSTFILE-PARA
                       THRU SPLIT-POSTFILE-EXIT
                   IF WS-STATE-SPLIT
                       PERFORM FINISH-SCREEN-PARA
                           THRU FINISH-SCREEN-EXIT
                   END-IF
               WHEN WS-STATE-SPLIT
                   DISPLAY "TXNSCRN: completing interrupted screen"
                       " split " WS-SPLIT-DATE ", "
                       WS-STATE-QUEUED-COUNT " held items already"
                       " queued"
                   PERFORM FINISH-SCREEN-PARA
                       THRU FINISH-SCREEN-EXIT
               WHEN OTHER
                   DISPLAY "Warning: unrecognized SCRNSTATE '"
                       WS-SCREEN-STATE "' - nothing screened"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM PRINT-SCREEN-REPORT-PARA
           STOP RUN.

      *----------------------------------------------------------------
      * APPRVL rewrites PENDAPPR and appends to APPRREL while its own
      * ledger is not idle; screening over the top of that would lose
      * queued or released items. The approval run is finished first.
      *----------------------------------------------------------------
       CHECK-APPROVAL-STATE-PARA.
           OPEN INPUT APPROVAL-STATE-FILE
           IF WS-APPROVAL-STATE-OK
               READ APPROVAL-STATE-FILE
                   NOT AT END
                       IF AS-STATE NOT = SPACES
                           DISPLAY "Error: APPRVL run incomplete,"
                               " APPRSTATE " AS-STATE
                               " - rerun APPRVL before screening"
                           CLOSE APPROVAL-STATE-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE APPROVAL-STATE-FILE
           END-IF.

      *----------------------------------------------------------------
      * Builds SCRNPASS and SCRNHOLD from POSTFILE and APPRREL. The
      * key counts are taken over the whole file first, so an item is
      * judged on the run's full count for its key, not the count so
      * far. Only once both work files are complete does the ledger
      * move to SPLIT - an abend before that leaves POSTFILE, APPRREL
      * and the ledger untouched and the rerun starts over.
      *----------------------------------------------------------------
       SPLIT-POSTFILE-PARA.
           PERFORM CHECK-POST-CHECKPOINT-PARA
           IF RETURN-CODE NOT = 0
               GO TO SPLIT-POSTFILE-EXIT
           END-IF

           PERFORM LOAD-SCREEN-PARMS-PARA
           PERFORM LOAD-SENDER-PROFILES-PARA
           PERFORM LOAD-BATCH-SENDERS-PARA
           PERFORM COUNT-KEYS-PARA

           OPEN OUTPUT PASS-FILE
           IF NOT WS-PASS-FILE-OK
               DISPLAY "Error: unable to open SCRNPASS, status "
                   WS-PASS-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SPLIT-POSTFILE-EXIT
           END-IF
           OPEN OUTPUT HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               DISPLAY "Error: unable to open SCRNHOLD, status "
                   WS-HOLD-FILE-STATUS
               CLOSE PASS-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SPLIT-POSTFILE-EXIT
           END-IF

           IF WS-POSTFILE-PRESENT
               OPEN INPUT POST-IN-FILE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ POST-IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ROUTE-ONE-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE POST-IN-FILE
           END-IF

           PERFORM ADD-RELEASES-PARA
           CLOSE PASS-FILE
           CLOSE HOLD-FILE
           SET WS-SCREENED TO TRUE

      *    Nothing held and nothing released leaves POSTFILE exactly
      *    as TXNLOAD wrote it - no rewrite needed.
           IF WS-HELD-COUNT = 0 AND WS-RELEASED-COUNT = 0
               DISPLAY "TXNSCRN: no item held, no approved release"
                   " - POSTFILE unchanged"
               GO TO SPLIT-POSTFILE-EXIT
           END-IF

           MOVE "SPLIT" TO WS-SCREEN-STATE
           MOVE 0 TO WS-STATE-QUEUED-COUNT
           MOVE WS-RUN-DATE TO WS-SPLIT-DATE
           PERFORM WRITE-SCREEN-STATE-PARA.
       SPLIT-POSTFILE-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * A non-empty posting checkpoint means TXNPOST has already
      * applied part of this POSTFILE; it is finished, not screened.
      *----------------------------------------------------------------
       CHECK-POST-CHECKPOINT-PARA.
           OPEN INPUT POST-CHECKPOINT-FILE
           IF WS-POST-CHECKPOINT-OK
               READ POST-CHECKPOINT-FILE
                   NOT AT END
                       IF CHECKPOINT-APPLIED-COUNT IS NUMERIC
                               AND CHECKPOINT-APPLIED-COUNT > 0
                           DISPLAY "Error: POSTFILE already part"
                               " posted (POSTCHKPT "
                               CHECKPOINT-APPLIED-COUNT
                               ") - not screened, finish TXNPOST"
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
               CLOSE POST-CHECKPOINT-FILE
           END-IF.

       LOAD-SCREEN-PARMS-PARA.
           MOVE WS-VELOCITY-DEFAULT TO WS-VELOCITY-LIMIT
           OPEN INPUT SCREEN-PARM-FILE
           IF WS-SCREEN-PARM-OK
               READ SCREEN-PARM-FILE
                   NOT AT END
                       IF SCP-VELOCITY-LIMIT IS NUMERIC
                           MOVE SCP-VELOCITY-LIMIT
                               TO WS-VELOCITY-LIMIT
                       END-IF
               END-READ
               CLOSE SCREEN-PARM-FILE
           END-IF.

      *----------------------------------------------------------------
      * Large-value limits by sender. No SNDRPROF means no sender has
      * a limit; a limit column left blank or unreadable is treated
      * as no limit for that sender.
      *----------------------------------------------------------------
       LOAD-SENDER-PROFILES-PARA.
           MOVE 0 TO WS-PROFILE-MAX
           OPEN INPUT SENDER-PROFILE-FILE
           IF WS-SENDER-PROFILE-OK
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ SENDER-PROFILE-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-PROFILE-PARA
                   END-READ
               END-PERFORM
               CLOSE SENDER-PROFILE-FILE
           END-IF.

       STORE-ONE-PROFILE-PARA.
           IF SP-SENDER-ID = SPACES
               CONTINUE
           ELSE
               IF WS-PROFILE-MAX NOT < WS-PROFILE-CEILING
                   DISPLAY "Warning: SNDRPROF table full - sender "
                       SP-SENDER-ID " not screened for large value"
               ELSE
                   ADD 1 TO WS-PROFILE-MAX
                   MOVE SP-SENDER-ID
                       TO WS-PROFILE-SENDER-ID(WS-PROFILE-MAX)
                   MOVE 0 TO WS-PROFILE-LIMIT(WS-PROFILE-MAX)
                   IF SP-LARGE-VALUE-LIMIT IS NUMERIC
                       MOVE SP-LARGE-VALUE-LIMIT
                           TO WS-PROFILE-LIMIT(WS-PROFILE-MAX)
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * One entry per CONTROLFILE batch header, with the transmission
      * file defaulted the way TXNLOAD defaults it. No headers at all
      * is TXNLOAD's single default batch.
      *----------------------------------------------------------------
       LOAD-BATCH-SENDERS-PARA.
           MOVE 0 TO WS-BATCH-MAX
           OPEN INPUT CONTROL-FILE
           IF WS-CONTROL-FILE-OK
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                       OR WS-BATCH-MAX NOT < WS-BATCH-CEILING
                   READ CONTROL-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           IF NOT CONTROL-OPTIONS-HEADER
                               PERFORM STORE-ONE-BATCH-PARA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
           END-IF

           IF WS-BATCH-MAX = 0
               MOVE 1 TO WS-BATCH-MAX
               MOVE "DEFAULT" TO WS-BATCH-ID(1)
               MOVE SPACES TO WS-BATCH-SENDER-ID(1)
               MOVE WS-DEFAULT-TRANS-FILENAME
                   TO WS-BATCH-SOURCE-FILE(1)
               MOVE 0 TO WS-BATCH-LIMIT(1)
           END-IF.

       STORE-ONE-BATCH-PARA.
           ADD 1 TO WS-BATCH-MAX
           MOVE CONTROL-BATCH-ID TO WS-BATCH-ID(WS-BATCH-MAX)
           MOVE CONTROL-SENDER-ID TO WS-BATCH-SENDER-ID(WS-BATCH-MAX)
           IF CONTROL-TRANS-FILENAME = SPACES
               MOVE WS-DEFAULT-TRANS-FILENAME
                   TO WS-BATCH-SOURCE-FILE(WS-BATCH-MAX)
           ELSE
               MOVE CONTROL-TRANS-FILENAME
                   TO WS-BATCH-SOURCE-FILE(WS-BATCH-MAX)
           END-IF
           MOVE 0 TO WS-BATCH-LIMIT(WS-BATCH-MAX)
           IF CONTROL-SENDER-ID NOT = SPACES
               PERFORM FIND-SENDER-PROFILE-PARA
               IF WS-PROFILE-FOUND-SUB > 0
                   MOVE WS-PROFILE-LIMIT(WS-PROFILE-FOUND-SUB)
                       TO WS-BATCH-LIMIT(WS-BATCH-MAX)
               END-IF
           END-IF.

       FIND-SENDER-PROFILE-PARA.
           MOVE 0 TO WS-PROFILE-FOUND-SUB
           PERFORM VARYING WS-PROFILE-SUB FROM 1 BY 1
                   UNTIL WS-PROFILE-SUB > WS-PROFILE-MAX
                       OR WS-PROFILE-FOUND-SUB > 0
               IF WS-PROFILE-SENDER-ID(WS-PROFILE-SUB) =
                       CONTROL-SENDER-ID
                   MOVE WS-PROFILE-SUB TO WS-PROFILE-FOUND-SUB
               END-IF
           END-PERFORM.

       FIND-BATCH-PARA.
           MOVE 0 TO WS-BATCH-FOUND-SUB
           PERFORM VARYING WS-BATCH-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-SUB > WS-BATCH-MAX
                       OR WS-BATCH-FOUND-SUB > 0
               IF WS-BATCH-ID(WS-BATCH-SUB) = POST-BATCH-ID
                   MOVE WS-BATCH-SUB TO WS-BATCH-FOUND-SUB
               END-IF
           END-PERFORM.

      *----------------------------------------------------------------
      * First pass: one key-table entry per screened record, then the
      * table is sorted and folded to one entry per distinct key. A
      * missing POSTFILE is an empty load - approved releases still
      * go through.
      *----------------------------------------------------------------
       COUNT-KEYS-PARA.
           MOVE 0 TO WS-KEY-MAX
           SET WS-POSTFILE-PRESENT TO FALSE
           OPEN INPUT POST-IN-FILE
           IF WS-POST-IN-STATUS = "35"
               DISPLAY "TXNSCRN: no POSTFILE - nothing to screen"
           ELSE
               IF NOT WS-POST-IN-OK
                   DISPLAY "Error: unable to open POSTFILE, status "
                       WS-POST-IN-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-POSTFILE-PRESENT TO TRUE
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ POST-IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM COUNT-ONE-KEY-PARA
                   END-READ
               END-PERFORM
               CLOSE POST-IN-FILE
           END-IF

           IF WS-KEY-MAX > 0
               SORT WS-KEY-ENTRY
                   ASCENDING KEY WS-KEY-VALUE OF WS-KEY-ENTRY
               MOVE 0 TO WS-KEEP-SUB
               PERFORM FOLD-ONE-KEY-PARA
                   VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-KEY-MAX
               MOVE WS-KEEP-SUB TO WS-KEY-MAX
           END-IF.

       COUNT-ONE-KEY-PARA.
           IF POST-BATCH-ID = "APPROVED"
                   OR POST-BATCH-ID = "ACCRUAL"
                   OR POST-BATCH-ID = "WHSRELEASE"
                   OR POST-BATCH-ID(1:7) = "CATCHUP"
               CONTINUE
           ELSE
               IF WS-KEY-MAX NOT < WS-KEY-CEILING
                   IF NOT WS-KEYS-FULL
                       DISPLAY "Warning: key table full at "
                           WS-KEY-CEILING " - later items not"
                           " counted for velocity"
                       SET WS-KEYS-FULL TO TRUE
                   END-IF
               ELSE
                   ADD 1 TO WS-KEY-MAX
                   MOVE TXN-KEY OF POST-ENTRY
                       TO WS-KEY-VALUE(WS-KEY-MAX)
                   MOVE 1 TO WS-KEY-COUNT(WS-KEY-MAX)
               END-IF
           END-IF.

      *    The table is sorted, so repeats of a key are adjacent: each
      *    one adds to the kept entry for its key instead of keeping
      *    an entry of its own.
       FOLD-ONE-KEY-PARA.
           IF WS-KEEP-SUB > 0
                   AND WS-KEY-VALUE(WS-SCAN-SUB) =
                       WS-KEY-VALUE(WS-KEEP-SUB)
               IF WS-KEY-COUNT(WS-KEEP-SUB) < 99999
                   ADD 1 TO WS-KEY-COUNT(WS-KEEP-SUB)
               END-IF
           ELSE
               ADD 1 TO WS-KEEP-SUB
               IF WS-KEEP-SUB NOT = WS-SCAN-SUB
                   MOVE WS-KEY-ENTRY(WS-SCAN-SUB)
                       TO WS-KEY-ENTRY(WS-KEEP-SUB)
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Second pass: every record goes to SCRNPASS unless one of the
      * checks holds it, in which case it goes to SCRNHOLD with its
      * reason. A large value is named first when both apply.
      *----------------------------------------------------------------
       ROUTE-ONE-RECORD-PARA.
           IF POST-BATCH-ID = "APPROVED"
                   OR POST-BATCH-ID = "ACCRUAL"
                   OR POST-BATCH-ID = "WHSRELEASE"
                   OR POST-BATCH-ID(1:7) = "CATCHUP"
               ADD 1 TO WS-EXEMPT-COUNT
               PERFORM PASS-ONE-RECORD-PARA
           ELSE
               ADD 1 TO WS-SCREENED-COUNT
               PERFORM SCREEN-ONE-RECORD-PARA
               IF WS-HOLD-ITEM
                   PERFORM HOLD-ONE-RECORD-PARA
               ELSE
                   PERFORM PASS-ONE-RECORD-PARA
               END-IF
           END-IF.

       SCREEN-ONE-RECORD-PARA.
           SET WS-HOLD-ITEM TO FALSE
           MOVE SPACES TO WS-HOLD-REASON
           PERFORM FIND-BATCH-PARA

           MOVE 0 TO WS-ITEM-KEY-COUNT
           IF WS-KEY-MAX > 0
               SEARCH ALL WS-KEY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-KEY-VALUE(WS-KEY-IDX) = TXN-KEY OF POST-ENTRY
                       MOVE WS-KEY-COUNT(WS-KEY-IDX)
                           TO WS-ITEM-KEY-COUNT
               END-SEARCH
           END-IF

      *    A MOVE to the unsigned magnitude drops a credit's sign.
           MOVE TXN-AMOUNT OF POST-ENTRY TO WS-AMOUNT-MAGNITUDE
           IF WS-BATCH-FOUND-SUB > 0
               IF WS-BATCH-LIMIT(WS-BATCH-FOUND-SUB) > 0
                       AND WS-AMOUNT-MAGNITUDE >
                           WS-BATCH-LIMIT(WS-BATCH-FOUND-SUB)
                   SET WS-HOLD-ITEM TO TRUE
                   MOVE "LARGEVAL" TO WS-HOLD-REASON
               END-IF
           END-IF

           IF NOT WS-HOLD-ITEM
                   AND WS-VELOCITY-LIMIT > 0
                   AND WS-ITEM-KEY-COUNT > WS-VELOCITY-LIMIT
               SET WS-HOLD-ITEM TO TRUE
               MOVE "VELOCITY" TO WS-HOLD-REASON
           END-IF.

       PASS-ONE-RECORD-PARA.
           MOVE POST-IN-RECORD TO PASS-RECORD
           WRITE PASS-RECORD
           IF NOT WS-PASS-FILE-OK
               DISPLAY "Error: unable to write SCRNPASS, status "
                   WS-PASS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       HOLD-ONE-RECORD-PARA.
           MOVE SPACES TO HOLD-RECORD
           MOVE POST-IN-RECORD TO HOLD-POST-RECORD
           MOVE WS-HOLD-REASON TO HOLD-REASON
           MOVE WS-RUN-DATE TO HOLD-DATE
           IF WS-BATCH-FOUND-SUB > 0
               MOVE WS-BATCH-SENDER-ID(WS-BATCH-FOUND-SUB)
                   TO HOLD-SENDER-ID
               MOVE WS-BATCH-SOURCE-FILE(WS-BATCH-FOUND-SUB)
                   TO HOLD-SOURCE-FILE
           END-IF
           MOVE WS-ITEM-KEY-COUNT TO HOLD-KEY-COUNT
           WRITE HOLD-RECORD
           IF NOT WS-HOLD-FILE-OK
               DISPLAY "Error: unable to write SCRNHOLD, status "
                   WS-HOLD-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HELD-COUNT.

      *----------------------------------------------------------------
      * Approved items waiting on APPRREL join the pass file under
      * the APPROVED batch id - they were screened once and a person
      * has since signed them off.
      *----------------------------------------------------------------
       ADD-RELEASES-PARA.
           OPEN INPUT RELEASE-FILE
           IF WS-RELEASE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-RELEASE-FILE-OK
                   DISPLAY "Warning: unable to open APPRREL, status "
                       WS-RELEASE-FILE-STATUS
                       " - approved items wait for the next run"
               ELSE
                   SET WS-EOF TO FALSE
                   PERFORM UNTIL WS-EOF
                       READ RELEASE-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               PERFORM PASS-ONE-RELEASE-PARA
                       END-READ
                   END-PERFORM
                   CLOSE RELEASE-FILE
               END-IF
           END-IF.

       PASS-ONE-RELEASE-PARA.
           MOVE SPACES TO PASS-RECORD
           MOVE WS-APPROVED-BATCH-ID TO PASS-BATCH-ID
           MOVE REL-ENTRY TO PASS-ENTRY
           WRITE PASS-RECORD
           IF NOT WS-PASS-FILE-OK
               DISPLAY "Error: unable to write SCRNPASS, status "
                   WS-PASS-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RELEASED-COUNT.

      *----------------------------------------------------------------
      * Queues the held items on PENDAPPR, skipping the ones the
      * ledger says an interrupted run already queued and advancing
      * the ledger after every item (SUSPDRN's per-item bookkeeping).
      * Only then is POSTFILE rewritten from SCRNPASS and APPRREL
      * emptied - both repeatable while the ledger says SPLIT. If
      * PENDAPPR cannot be opened nothing is rewritten and the ledger
      * stays SPLIT for a rerun.
      *----------------------------------------------------------------
       FINISH-SCREEN-PARA.
           OPEN INPUT HOLD-FILE
           IF NOT WS-HOLD-FILE-OK
               DISPLAY "Error: unable to open SCRNHOLD, status "
                   WS-HOLD-FILE-STATUS
                   " - screen left SPLIT for a rerun"
               MOVE 8 TO RETURN-CODE
               GO TO FINISH-SCREEN-EXIT
           END-IF
           OPEN EXTEND PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           IF NOT WS-PENDING-FILE-OK
               DISPLAY "Error: unable to open PENDAPPR, status "
                   WS-PENDING-FILE-STATUS
                   " - screen left SPLIT for a rerun"
               CLOSE HOLD-FILE
               MOVE 8 TO RETURN-CODE
               GO TO FINISH-SCREEN-EXIT
           END-IF

           MOVE 0 TO WS-PROCESSED-COUNT
           MOVE 0 TO WS-QUEUED-COUNT
           SET WS-EOF TO FALSE
           PERFORM UNTIL WS-EOF
               READ HOLD-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM QUEUE-ONE-ITEM-PARA
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE
           CLOSE PENDING-FILE

           PERFORM COPY-PASS-BACK-PARA

           OPEN OUTPUT RELEASE-FILE
           CLOSE RELEASE-FILE

           PERFORM CLEAR-SCREEN-STATE-PARA
           SET WS-FINISHED TO TRUE.
       FINISH-SCREEN-EXIT.
           EXIT.

       QUEUE-ONE-ITEM-PARA.
           ADD 1 TO WS-PROCESSED-COUNT
           IF WS-PROCESSED-COUNT > WS-STATE-QUEUED-COUNT
               MOVE HOLD-RECORD TO PENDING-RECORD
               WRITE PENDING-RECORD
               IF NOT WS-PENDING-FILE-OK
                   DISPLAY "Error: unable to write PENDAPPR, status "
                       WS-PENDING-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-QUEUED-COUNT
               MOVE WS-PROCESSED-COUNT TO WS-STATE-QUEUED-COUNT
               PERFORM WRITE-SCREEN-STATE-PARA
           END-IF.

      *----------------------------------------------------------------
      * Rewrite POSTFILE from SCRNPASS. Idempotent - rerunning it
      * while the ledger says SPLIT always produces the same file.
      *----------------------------------------------------------------
       COPY-PASS-BACK-PARA.
           OPEN OUTPUT POST-OUT-FILE
           IF NOT WS-POST-OUT-OK
               DISPLAY "Error: unable to rewrite POSTFILE, status "
                   WS-POST-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-WRITTEN-COUNT
           OPEN INPUT PASS-FILE
           IF WS-PASS-FILE-OK
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PASS-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PASS-RECORD TO POST-OUT-RECORD
                           WRITE POST-OUT-RECORD
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-READ
               END-PERFORM
               CLOSE PASS-FILE
           END-IF
           CLOSE POST-OUT-FILE.

      *----------------------------------------------------------------
      * SCRNSTATE ledger access, same shape as WHSRLS's WHSSTATE.
      *----------------------------------------------------------------
       READ-SCREEN-STATE-PARA.
           MOVE SPACES TO WS-SCREEN-STATE
           MOVE 0 TO WS-STATE-QUEUED-COUNT
           MOVE 0 TO WS-SPLIT-DATE
           OPEN INPUT SCREEN-STATE-FILE
           IF WS-SCREEN-STATE-OK
               READ SCREEN-STATE-FILE
                   NOT AT END
                       MOVE SS-STATE TO WS-SCREEN-STATE
                       IF SS-QUEUED-COUNT IS NUMERIC
                           MOVE SS-QUEUED-COUNT
                               TO WS-STATE-QUEUED-COUNT
                       END-IF
                       IF SS-SPLIT-DATE IS NUMERIC
                           MOVE SS-SPLIT-DATE TO WS-SPLIT-DATE
                       END-IF
               END-READ
               CLOSE SCREEN-STATE-FILE
           END-IF.

       WRITE-SCREEN-STATE-PARA.
           OPEN OUTPUT SCREEN-STATE-FILE
           IF NOT WS-SCREEN-STATE-OK
               DISPLAY "Error: unable to write SCRNSTATE, status "
                   WS-SCREEN-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO SCREEN-STATE-RECORD
           MOVE WS-SCREEN-STATE TO SS-STATE
           MOVE WS-STATE-QUEUED-COUNT TO SS-QUEUED-COUNT
           MOVE WS-SPLIT-DATE TO SS-SPLIT-DATE
           WRITE SCREEN-STATE-RECORD
           CLOSE SCREEN-STATE-FILE.

       CLEAR-SCREEN-STATE-PARA.
           OPEN OUTPUT SCREEN-STATE-FILE
           CLOSE SCREEN-STATE-FILE
           MOVE SPACES TO WS-SCREEN-STATE.

      *----------------------------------------------------------------
      * The held-item list is printed from SCRNHOLD, so a resumed
      * run lists the same items the interrupted run would have.
      *----------------------------------------------------------------
       PRINT-SCREEN-REPORT-PARA.
           DISPLAY "=============================================="
           DISPLAY "TXNSCRN PRE-POSTING SCREEN REPORT"
           DISPLAY "------------------------------------------------"
           DISPLAY "Run date  . . . . . . . . . . . : " WS-RUN-DATE
           IF WS-SCREENED
               DISPLAY "Velocity limit per key  . . . . : "
                   WS-VELOCITY-LIMIT
               DISPLAY "Items screened  . . . . . . . . : "
                   WS-SCREENED-COUNT
               DISPLAY "Generated / catch-up, exempt  . : "
                   WS-EXEMPT-COUNT
               DISPLAY "Approved items released . . . . : "
                   WS-RELEASED-COUNT
           END-IF
           IF WS-FINISHED
               PERFORM PRINT-HELD-ITEMS-PARA
               DISPLAY "Records left on POSTFILE  . . . : "
                   WS-WRITTEN-COUNT
               DISPLAY "Held items queued this run  . . : "
                   WS-QUEUED-COUNT
           END-IF
           IF WS-STATE-SPLIT
               DISPLAY "*** SCREEN LEFT SPLIT - RERUN TXNSCRN ***"
           END-IF
           DISPLAY "==============================================".

       PRINT-HELD-ITEMS-PARA.
           DISPLAY "------------------------------------------------"
           DISPLAY "HELD FOR APPROVAL"
           DISPLAY "BATCH      KEY        TY        AMOUNT REASON"
               "   SENDER   KEY ITEMS CCY"
           MOVE 0 TO WS-LARGE-VALUE-COUNT
           MOVE 0 TO WS-VELOCITY-COUNT
           INITIALIZE WS-HELD-TOTALS
           MOVE 1 TO WS-CCY-MAX
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-OK
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ HOLD-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM PRINT-ONE-HELD-ITEM-PARA
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           IF WS-LARGE-VALUE-COUNT = 0 AND WS-VELOCITY-COUNT = 0
               DISPLAY "  (nothing held)"
           END-IF
           DISPLAY "------------------------------------------------"
           DISPLAY "Held - large value  . . . . . . : "
               WS-LARGE-VALUE-COUNT
           DISPLAY "Held - velocity . . . . . . . . : "
               WS-VELOCITY-COUNT
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
               IF WS-CCY-CODE(WS-CCY-SUB) NOT = SPACES
                   DISPLAY "CURRENCY " WS-CCY-CODE(WS-CCY-SUB)
               END-IF
               MOVE WS-HELD-VALUE(WS-CCY-SUB) TO WS-PRINT-TOTAL
               DISPLAY "Value held (posting effect) . . : "
                   WS-PRINT-TOTAL
           END-PERFORM.

      *    Valued at posting effect, as the GL extract values it: an
      *    RV backs its amount out.
       PRINT-ONE-HELD-ITEM-PARA.
           IF HOLD-REASON = "LARGEVAL"
               ADD 1 TO WS-LARGE-VALUE-COUNT
           ELSE
               ADD 1 TO WS-VELOCITY-COUNT
           END-IF
           IF TXN-TYPE-REVERSAL OF HOLD-ENTRY
               COMPUTE WS-ITEM-EFFECT = 0 - TXN-AMOUNT OF HOLD-ENTRY
           ELSE
               MOVE TXN-AMOUNT OF HOLD-ENTRY TO WS-ITEM-EFFECT
           END-IF
           PERFORM FIND-CURRENCY-PARA
           ADD WS-ITEM-EFFECT TO WS-HELD-VALUE(WS-CCY-SUB)
           MOVE TXN-AMOUNT OF HOLD-ENTRY TO WS-PRINT-AMOUNT
           DISPLAY HOLD-BATCH-ID " " TXN-KEY OF HOLD-ENTRY " "
               TXN-RECORD-TYPE OF HOLD-ENTRY " " WS-PRINT-AMOUNT " "
               HOLD-REASON " " HOLD-SENDER-ID " " HOLD-KEY-COUNT
               "     " TXN-CURRENCY OF HOLD-ENTRY.

      *    Finds the held item's currency in the totals table, adding
      *    it when new; should a 21st turn up it is reported and
      *    totalled in with the last entry.
       FIND-CURRENCY-PARA.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
                   OR WS-CCY-CODE(WS-CCY-SUB) =
                       TXN-CURRENCY OF HOLD-ENTRY
               CONTINUE
           END-PERFORM
           IF WS-CCY-SUB > WS-CCY-MAX
               IF WS-CCY-MAX < 20
                   ADD 1 TO WS-CCY-MAX
                   MOVE TXN-CURRENCY OF HOLD-ENTRY
                       TO WS-CCY-CODE(WS-CCY-MAX)
               ELSE
                   DISPLAY "Warning: more than 20 currencies - "
                       TXN-CURRENCY OF HOLD-ENTRY
                       " totalled under " WS-CCY-CODE(WS-CCY-MAX)
               END-IF
               MOVE WS-CCY-MAX TO WS-CCY-SUB
           END-IF.
