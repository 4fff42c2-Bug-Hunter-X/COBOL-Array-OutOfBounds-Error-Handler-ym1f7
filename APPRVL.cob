       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRVL.
      *
      * Applies the day's approval decisions to the PENDAPPR queue of
      * items TXNSCRN held back from posting (large value or
      * velocity). Each line of the APPROVALS file is one decision:
      *   APPROVE  key  batch  approver
      *   DECLINE  key  batch  approver
      * and applies to every pending item carrying that TXN-KEY from
      * that load batch - a blank batch means every pending item on
      * the key, so a velocity hold of thirty items takes one line.
      *   APPROVED   the original POSTFILE record goes to APPRREL;
      *              TXNSCRN adds it to the next run's POSTFILE under
      *              the APPROVED batch id and it posts that night.
      *   DECLINED   the record goes to REJECTS with reason SC01,
      *              field APPROVAL, against the transmission file it
      *              came in on, so RSNDADV advises the sender.
      * Every decision is written to the APPRLOG decision log with the
      * approver id and the time it was applied - including a
      * decision that matched nothing pending (NOMATCH), one that is
      * not usable (INVALID: unknown decision, no key, no approver)
      * and a second decision for a key and batch already decided
      * (IGNORED - the first one stands). Items no decision touched
      * stay on PENDAPPR for another day. Should a day bring more
      * decision lines than the decision table holds, the lines past
      * it are written back to APPROVALS for the next run.
      *
      * Run order: a fixed JOBSTRM step, straight after TXNLOAD and
      * ahead of TXNSCRN and RSNDADV. Approvers key decisions into
      * APPROVALS during the day and the night's run applies them:
      * TXNSCRN then picks the approved items up from APPRREL into
      * that night's POSTFILE, and RSNDADV, which advises only the
      * REJECTS lines dated on its own run date, advises the declines
      * to the sender that same night. A decline applied by a run
      * outside the stream after that night's RSNDADV step would
      * never be advised, so APPRVL is not run on its own except to
      * finish an interrupted stream step. TXNSCRN must not be part
      * way through a screen (its SCRNSTATE ledger must be empty).
      *
      * The run keeps a small APPRSTATE ledger so an abend at any
      * point is safe to rerun without releasing or rejecting an item
      * twice:
      *   (empty)    no approval run in progress; leftover APPRKEEP,
      *              APPRDONE and APPRLEFT files are stale and are
      *              rebuilt.
      *   SPLIT      APPRDONE (every decision taken with the items it
      *              decided), APPRKEEP (PENDAPPR less the decided
      *              items) and APPRLEFT (the decision lines past the
      *              table, usually none) are all complete; PENDAPPR
      *              and APPROVALS are untouched. The rerun rewrites
      *              APPROVALS from APPRLEFT and PENDAPPR from
      *              APPRKEEP - both repeatable.
      *   CLEARED    APPRDONE is the only copy of the decided items.
      *              They are handed to APPRREL, REJECTS and APPRLOG;
      *              the ledger counts the ones already handed on so
      *              a rerun picks up after the last.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "APPROVALS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT PENDING-IN-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-IN-STATUS.

           SELECT PENDING-OUT-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-OUT-STATUS.

           SELECT KEEP-FILE ASSIGN TO "APPRKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-FILE-STATUS.

           SELECT LEFT-FILE ASSIGN TO "APPRLEFT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEFT-FILE-STATUS.

           SELECT DONE-FILE ASSIGN TO "APPRDONE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DONE-FILE-STATUS.

           SELECT RELEASE-FILE ASSIGN TO "APPRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "REJECTS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.

           SELECT DECISION-LOG-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-LOG-STATUS.

           SELECT APPROVAL-STATE-FILE ASSIGN TO "APPRSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-STATE-STATUS.

           SELECT SCREEN-STATE-FILE ASSIGN TO "SCRNSTATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCREEN-STATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVAL-RECORD.
           05  AP-DECISION                PIC X(8).
               88  AP-APPROVE             VALUE "APPROVE".
               88  AP-DECLINE             VALUE "DECLINE".
           05  FILLER                     PIC X(1).
           05  AP-TXN-KEY                 PIC X(10).
           05  FILLER                     PIC X(1).
           05  AP-BATCH-ID                PIC X(10).
           05  FILLER                     PIC X(1).
           05  AP-APPROVER-ID             PIC X(8).
           05  FILLER                     PIC X(41).

      *----------------------------------------------------------------
      * TXNSCRN's held-item layout - see TXNSCRN for the fields.
      *----------------------------------------------------------------
       FD  PENDING-IN-FILE
           RECORD CONTAINS 155 CHARACTERS.
       01  PENDING-IN-RECORD.
           05  PA-BATCH-ID                PIC X(10).
           05  FILLER                     PIC X(1).
           05  PA-ENTRY.
               COPY TXNREC.
           05  FILLER                     PIC X(64).

       FD  PENDING-OUT-FILE
           RECORD CONTAINS 155 CHARACTERS.
       01  PENDING-OUT-RECORD             PIC X(155).

       FD  KEEP-FILE
           RECORD CONTAINS 155 CHARACTERS.
       01  KEEP-RECORD                    PIC X(155).

      *    Decision lines the table had no room for, as keyed.
       FD  LEFT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LEFT-RECORD                    PIC X(80).

      *----------------------------------------------------------------
      * One decided item: the result, the decision that decided it,
      * and the pending record. A decision that decided nothing
      * (NOMATCH, INVALID, IGNORED) carries a blank pending record so
      * it still reaches the decision log.
      *----------------------------------------------------------------
       FD  DONE-FILE
           RECORD CONTAINS 204 CHARACTERS.
       01  DONE-RECORD.
           05  AD-RESULT                  PIC X(8).
               88  AD-APPROVED            VALUE "APPROVED".
               88  AD-DECLINED            VALUE "DECLINED".
               88  AD-NO-MATCH            VALUE "NOMATCH".
               88  AD-INVALID             VALUE "INVALID".
               88  AD-IGNORED             VALUE "IGNORED".
           05  FILLER                     PIC X(1).
           05  AD-DECISION                PIC X(8).
           05  FILLER                     PIC X(1).
           05  AD-APPROVER-ID             PIC X(8).
           05  FILLER                     PIC X(1).
           05  AD-DEC-KEY                 PIC X(10).
           05  FILLER                     PIC X(1).
           05  AD-DEC-BATCH               PIC X(10).
           05  FILLER                     PIC X(1).
           05  AD-BATCH-ID                PIC X(10).
           05  FILLER                     PIC X(1).
           05  AD-ENTRY.
               COPY TXNREC.
           05  FILLER                     PIC X(1).
           05  AD-HOLD-REASON             PIC X(8).
           05  FILLER                     PIC X(1).
           05  AD-HELD-DATE               PIC X(8).
           05  FILLER                     PIC X(1).
           05  AD-SENDER-ID               PIC X(8).
           05  FILLER                     PIC X(1).
           05  AD-SOURCE-FILE             PIC X(30).
           05  FILLER                     PIC X(1).
           05  AD-KEY-COUNT               PIC X(5).
       01  DONE-PENDING-VIEW.
           05  FILLER                     PIC X(49).
           05  AD-PENDING-RECORD.
               10  AD-POST-RECORD         PIC X(91).
               10  FILLER                 PIC X(64).

       FD  RELEASE-FILE
           RECORD CONTAINS 91 CHARACTERS.
       01  RELEASE-RECORD                 PIC X(91).

       FD  REJECT-FILE
           RECORD CONTAINS 141 CHARACTERS.
       01  REJECT-RECORD.
           05  REJ-ORIGINAL-RECORD        PIC X(80).
           05  FILLER                     PIC X(1).
           05  REJ-REASON-CODE            PIC X(4).
           05  FILLER                     PIC X(1).
           05  REJ-FIELD-NAME             PIC X(15).
           05  FILLER                     PIC X(1).
           05  REJ-REJECT-DATE            PIC 9(8).
           05  FILLER                     PIC X(1).
           05  REJ-SOURCE-FILE            PIC X(30).

      *----------------------------------------------------------------
      * Decision log, cumulative like REJECTS and ERRLOG: one line per
      * item decided, or per decision that decided nothing. The amount
      * is in the item's own currency, AL-CURRENCY.
      *----------------------------------------------------------------
       FD  DECISION-LOG-FILE
           RECORD CONTAINS 102 CHARACTERS.
       01  DECISION-LOG-RECORD.
           05  AL-LOG-DATE                PIC 9(8).
           05  FILLER                     PIC X(1).
           05  AL-LOG-TIME                PIC 9(6).
           05  FILLER                     PIC X(1).
           05  AL-APPROVER-ID             PIC X(8).
           05  FILLER                     PIC X(1).
           05  AL-DECISION                PIC X(8).
           05  FILLER                     PIC X(1).
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
           05  FILLER                     PIC X(1).
           05  AL-HELD-DATE               PIC X(8).
           05  FILLER                     PIC X(1).
           05  AL-HOLD-REASON             PIC X(8).
           05  FILLER                     PIC X(1).
           05  AL-CURRENCY                PIC X(3).

       FD  APPROVAL-STATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  APPROVAL-STATE-RECORD.
           05  AS-STATE                   PIC X(8).
           05  FILLER                     PIC X(1).
           05  AS-HANDED-COUNT            PIC 9(7).
           05  FILLER                     PIC X(1).
           05  AS-SPLIT-DATE              PIC 9(8).
           05  FILLER                     PIC X(55).

      *    TXNSCRN's ledger, read only to stay off a half-finished
      *    screen - it appends to PENDAPPR and empties APPRREL.
       FD  SCREEN-STATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  SCREEN-STATE-RECORD.
           05  SS-STATE                   PIC X(8).
           05  FILLER                     PIC X(72).

       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-FILE-STATUS        PIC X(2) VALUE SPACES.
           88  WS-APPROVAL-FILE-OK        VALUE "00".

       01  WS-PENDING-IN-STATUS           PIC X(2) VALUE SPACES.
           88  WS-PENDING-IN-OK           VALUE "00".

       01  WS-PENDING-OUT-STATUS          PIC X(2) VALUE SPACES.
           88  WS-PENDING-OUT-OK          VALUE "00".

       01  WS-KEEP-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-KEEP-FILE-OK            VALUE "00".

       01  WS-LEFT-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-LEFT-FILE-OK            VALUE "00".

       01  WS-DONE-FILE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-DONE-FILE-OK            VALUE "00".

       01  WS-RELEASE-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-RELEASE-FILE-OK         VALUE "00".

       01  WS-REJECT-FILE-STATUS          PIC X(2) VALUE SPACES.
           88  WS-REJECT-FILE-OK          VALUE "00".

       01  WS-DECISION-LOG-STATUS         PIC X(2) VALUE SPACES.
           88  WS-DECISION-LOG-OK         VALUE "00".

       01  WS-APPROVAL-STATE-STATUS       PIC X(2) VALUE SPACES.
           88  WS-APPROVAL-STATE-OK       VALUE "00".

       01  WS-SCREEN-STATE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-SCREEN-STATE-OK         VALUE "00".

       01  WS-EOF-SWITCH                  PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y" FALSE "N".

       01  WS-SPLIT-RUN-SWITCH            PIC X VALUE "N".
           88  WS-SPLIT-RUN               VALUE "Y" FALSE "N".

       01  WS-HANDED-OFF-SWITCH           PIC X VALUE "N".
           88  WS-HANDED-OFF              VALUE "Y" FALSE "N".

       01  WS-PENDING-COPIED-SWITCH       PIC X VALUE "N".
           88  WS-PENDING-COPIED          VALUE "Y" FALSE "N".

       01  WS-APPROVAL-STATE              PIC X(8) VALUE SPACES.
           88  WS-STATE-IDLE              VALUE SPACES.
           88  WS-STATE-SPLIT             VALUE "SPLIT".
           88  WS-STATE-CLEARED           VALUE "CLEARED".
       01  WS-STATE-HANDED-COUNT          PIC 9(7) VALUE 0.
       01  WS-SPLIT-DATE                  PIC 9(8) VALUE 0.

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  WS-RUN-TIME                PIC 9(6).
           05  FILLER                     PIC X(7).

       01  WS-DECLINE-REASON-CODE         PIC X(4) VALUE "SC01".
       01  WS-DECLINE-FIELD-NAME          PIC X(15) VALUE "APPROVAL".

      *----------------------------------------------------------------
      * The day's decisions. WS-DEC-RESULT is what became of the
      * decision line itself: APPROVED or DECLINED while usable,
      * INVALID or IGNORED when set aside. WS-DEC-MATCHES counts the
      * pending items it decided.
      *----------------------------------------------------------------
       01  WS-DECISION-CEILING            PIC 9(3) VALUE 500.
       01  WS-DECISION-MAX                PIC 9(3) VALUE 0.
       01  WS-DECISION-TABLE.
           05  WS-DECISION-ENTRY OCCURS 1 TO 500 TIMES
                   DEPENDING ON WS-DECISION-MAX.
               10  WS-DEC-DECISION        PIC X(8).
               10  WS-DEC-KEY             PIC X(10).
               10  WS-DEC-BATCH           PIC X(10).
               10  WS-DEC-APPROVER        PIC X(8).
               10  WS-DEC-RESULT          PIC X(8).
               10  WS-DEC-MATCHES         PIC 9(7).
       01  WS-DEC-SUB                     PIC 9(3) VALUE 0.
       01  WS-DEC-FOUND-SUB               PIC 9(3) VALUE 0.
       01  WS-CHECK-SUB                   PIC 9(3) VALUE 0.

       01  WS-ITEM-EFFECT                 PIC S9(9)V99 VALUE 0.

       01  WS-REPORT-COUNTERS.
           05  WS-DECISIONS-READ          PIC 9(7) VALUE 0.
           05  WS-DECISIONS-DROPPED       PIC 9(7) VALUE 0.
           05  WS-DECISIONS-CARRIED       PIC 9(7) VALUE 0.
           05  WS-PENDING-READ            PIC 9(7) VALUE 0.
           05  WS-PENDING-LEFT            PIC 9(7) VALUE 0.
           05  WS-PROCESSED-COUNT         PIC 9(7) VALUE 0.
           05  WS-HANDED-COUNT            PIC 9(7) VALUE 0.
           05  WS-APPROVED-COUNT          PIC 9(7) VALUE 0.
           05  WS-DECLINED-COUNT          PIC 9(7) VALUE 0.
           05  WS-NO-MATCH-COUNT          PIC 9(7) VALUE 0.
           05  WS-INVALID-COUNT           PIC 9(7) VALUE 0.
           05  WS-IGNORED-COUNT           PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * Approved and declined value, one pair per currency so nothing
      * is summed across currencies. Entry 1 is the base currency
      * (spaces).
      *----------------------------------------------------------------
       01  WS-CCY-MAX                     PIC 9(2) VALUE 1.
       01  WS-CCY-SUB                     PIC 9(2) VALUE 0.
       01  WS-VALUE-TOTALS.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE            PIC X(3).
               10  WS-APPROVED-VALUE      PIC S9(13)V99.
               10  WS-DECLINED-VALUE      PIC S9(13)V99.

       01  WS-PRINT-AMOUNT                PIC +9(9).99.
       01  WS-PRINT-TOTAL                 PIC +9(13).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           INITIALIZE WS-VALUE-TOTALS

           PERFORM CHECK-SCREEN-STATE-PARA
           PERFORM READ-APPROVAL-STATE-PARA

      *    Finish whatever an interrupted run left half-done before
      *    reading any new decisions.
           EVALUATE TRUE
               WHEN WS-STATE-IDLE
                   PERFORM SPLIT-PENDING-PARA
                       THRU SPLIT-PENDING-EXIT
                   IF WS-STATE-SPLIT
                       PERFORM CLEAR-DECIDED-PARA
                       PERFORM HAND-OFF-DECIDED-PARA
                           THRU HAND-OFF-DECIDED-EXIT
                   END-IF
               WHEN WS-STATE-SPLIT
                   DISPLAY "APPRVL: completing interrupted run,"
                       " state " WS-APPROVAL-STATE
                   PERFORM CLEAR-DECIDED-PARA
                   PERFORM HAND-OFF-DECIDED-PARA
                       THRU HAND-OFF-DECIDED-EXIT
               WHEN WS-STATE-CLEARED
                   DISPLAY "APPRVL: completing interrupted run,"
                       " state " WS-APPROVAL-STATE ", "
                       WS-STATE-HANDED-COUNT " items already handed"
                       " on"
                   PERFORM HAND-OFF-DECIDED-PARA
                       THRU HAND-OFF-DECIDED-EXIT
               WHEN OTHER
                   DISPLAY "Warning: unrecognized APPRSTATE '"
                       WS-APPROVAL-STATE "' - nothing applied"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM PRINT-APPROVAL-REPORT-PARA
           STOP RUN.

       CHECK-SCREEN-STATE-PARA.
           OPEN INPUT SCREEN-STATE-FILE
           IF WS-SCREEN-STATE-OK
               READ SCREEN-STATE-FILE
                   NOT AT END
                       IF SS-STATE NOT = SPACES
                           DISPLAY "Error: TXNSCRN run incomplete,"
                               " SCRNSTATE " SS-STATE
                               " - rerun TXNSCRN before approvals"
                           CLOSE SCREEN-STATE-FILE
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE SCREEN-STATE-FILE
           END-IF.

      *----------------------------------------------------------------
      * Reads the decisions, then splits PENDAPPR: an item a usable
      * decision covers goes to APPRDONE with that decision, the rest
      * to APPRKEEP. Decisions that decided nothing are added to
      * APPRDONE after the items so they reach the log too. PENDAPPR
      * and APPROVALS are untouched until the split is durably on
      * the ledger.
      *----------------------------------------------------------------
       SPLIT-PENDING-PARA.
           PERFORM LOAD-DECISIONS-PARA THRU LOAD-DECISIONS-EXIT
           IF WS-DECISION-MAX = 0
               DISPLAY "APPRVL: no decisions to apply"
               GO TO SPLIT-PENDING-EXIT
           END-IF

           OPEN OUTPUT KEEP-FILE
           IF NOT WS-KEEP-FILE-OK
               DISPLAY "Error: unable to open APPRKEEP, status "
                   WS-KEEP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SPLIT-PENDING-EXIT
           END-IF
           OPEN OUTPUT DONE-FILE
           IF NOT WS-DONE-FILE-OK
               DISPLAY "Error: unable to open APPRDONE, status "
                   WS-DONE-FILE-STATUS
               CLOSE KEEP-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SPLIT-PENDING-EXIT
           END-IF

           OPEN INPUT PENDING-IN-FILE
           IF WS-PENDING-IN-STATUS NOT = "35"
               IF NOT WS-PENDING-IN-OK
                   DISPLAY "Error: unable to open PENDAPPR, status "
                       WS-PENDING-IN-STATUS
                   CLOSE KEEP-FILE
                   CLOSE DONE-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO SPLIT-PENDING-EXIT
               END-IF
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ PENDING-IN-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM ROUTE-ONE-PENDING-PARA
                   END-READ
               END-PERFORM
               CLOSE PENDING-IN-FILE
           END-IF

           PERFORM WRITE-UNUSED-DECISION-PARA
               VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DECISION-MAX
           CLOSE KEEP-FILE
           CLOSE DONE-FILE
           SET WS-SPLIT-RUN TO TRUE

           MOVE "SPLIT" TO WS-APPROVAL-STATE
           MOVE 0 TO WS-STATE-HANDED-COUNT
           MOVE WS-RUN-DATE TO WS-SPLIT-DATE
           PERFORM WRITE-APPROVAL-STATE-PARA.
       SPLIT-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------
      * Decision table. A line with an unknown decision, no key or no
      * approver is INVALID; a second line for a key and batch
      * already decided is IGNORED. Both are kept so they are logged.
      *----------------------------------------------------------------
       LOAD-DECISIONS-PARA.
           MOVE 0 TO WS-DECISION-MAX
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS = "35"
               GO TO LOAD-DECISIONS-EXIT
           END-IF
           IF NOT WS-APPROVAL-FILE-OK
               DISPLAY "Error: unable to open APPROVALS, status "
                   WS-APPROVAL-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-DECISIONS-EXIT
           END-IF
           OPEN OUTPUT LEFT-FILE
           IF NOT WS-LEFT-FILE-OK
               DISPLAY "Error: unable to open APPRLEFT, status "
                   WS-LEFT-FILE-STATUS
               CLOSE APPROVAL-FILE
               MOVE 8 TO RETURN-CODE
               GO TO LOAD-DECISIONS-EXIT
           END-IF
           SET WS-EOF TO FALSE
           PERFORM UNTIL WS-EOF
               READ APPROVAL-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM STORE-ONE-DECISION-PARA
                           THRU STORE-ONE-DECISION-EXIT
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           CLOSE LEFT-FILE.
       LOAD-DECISIONS-EXIT.
           EXIT.

       STORE-ONE-DECISION-PARA.
           IF APPROVAL-RECORD = SPACES
               GO TO STORE-ONE-DECISION-EXIT
           END-IF
           ADD 1 TO WS-DECISIONS-READ
           IF WS-DECISION-MAX NOT < WS-DECISION-CEILING
               DISPLAY "Warning: decision table full - "
                   AP-DECISION " " AP-TXN-KEY " " AP-BATCH-ID
                   " left for the next run"
               MOVE APPROVAL-RECORD TO LEFT-RECORD
               WRITE LEFT-RECORD
               IF NOT WS-LEFT-FILE-OK
                   DISPLAY "Error: unable to write APPRLEFT, status "
                       WS-LEFT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DECISIONS-DROPPED
               GO TO STORE-ONE-DECISION-EXIT
           END-IF

           ADD 1 TO WS-DECISION-MAX
           MOVE AP-DECISION TO WS-DEC-DECISION(WS-DECISION-MAX)
           MOVE AP-TXN-KEY TO WS-DEC-KEY(WS-DECISION-MAX)
           MOVE AP-BATCH-ID TO WS-DEC-BATCH(WS-DECISION-MAX)
           MOVE AP-APPROVER-ID TO WS-DEC-APPROVER(WS-DECISION-MAX)
           MOVE 0 TO WS-DEC-MATCHES(WS-DECISION-MAX)

           EVALUATE TRUE
               WHEN AP-APPROVE
                   MOVE "APPROVED" TO WS-DEC-RESULT(WS-DECISION-MAX)
               WHEN AP-DECLINE
                   MOVE "DECLINED" TO WS-DEC-RESULT(WS-DECISION-MAX)
               WHEN OTHER
                   MOVE "INVALID" TO WS-DEC-RESULT(WS-DECISION-MAX)
           END-EVALUATE
           IF AP-TXN-KEY = SPACES OR AP-APPROVER-ID = SPACES
               MOVE "INVALID" TO WS-DEC-RESULT(WS-DECISION-MAX)
           END-IF
           IF WS-DEC-RESULT(WS-DECISION-MAX) = "INVALID"
               GO TO STORE-ONE-DECISION-EXIT
           END-IF

           PERFORM VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB NOT < WS-DECISION-MAX
               IF WS-DEC-KEY(WS-CHECK-SUB) = AP-TXN-KEY
                       AND WS-DEC-BATCH(WS-CHECK-SUB) = AP-BATCH-ID
                       AND (WS-DEC-RESULT(WS-CHECK-SUB) = "APPROVED"
                           OR WS-DEC-RESULT(WS-CHECK-SUB) =
                               "DECLINED")
                   MOVE "IGNORED" TO WS-DEC-RESULT(WS-DECISION-MAX)
               END-IF
           END-PERFORM.
       STORE-ONE-DECISION-EXIT.
           EXIT.

       ROUTE-ONE-PENDING-PARA.
           ADD 1 TO WS-PENDING-READ
           PERFORM FIND-DECISION-PARA
           IF WS-DEC-FOUND-SUB = 0
               MOVE PENDING-IN-RECORD TO KEEP-RECORD
               WRITE KEEP-RECORD
               ADD 1 TO WS-PENDING-LEFT
           ELSE
               ADD 1 TO WS-DEC-MATCHES(WS-DEC-FOUND-SUB)
               MOVE SPACES TO DONE-RECORD
               MOVE WS-DEC-FOUND-SUB TO WS-DEC-SUB
               PERFORM MOVE-DECISION-TO-DONE-PARA
               MOVE PENDING-IN-RECORD TO AD-PENDING-RECORD
               WRITE DONE-RECORD
           END-IF.

      *    The first usable decision for the item's key and batch, or
      *    for its key with no batch given, decides it.
       FIND-DECISION-PARA.
           MOVE 0 TO WS-DEC-FOUND-SUB
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DECISION-MAX
                       OR WS-DEC-FOUND-SUB > 0
               IF (WS-DEC-RESULT(WS-DEC-SUB) = "APPROVED"
                       OR WS-DEC-RESULT(WS-DEC-SUB) = "DECLINED")
                   AND WS-DEC-KEY(WS-DEC-SUB) = TXN-KEY OF PA-ENTRY
                   AND (WS-DEC-BATCH(WS-DEC-SUB) = PA-BATCH-ID
                       OR WS-DEC-BATCH(WS-DEC-SUB) = SPACES)
                   MOVE WS-DEC-SUB TO WS-DEC-FOUND-SUB
               END-IF
           END-PERFORM.

       MOVE-DECISION-TO-DONE-PARA.
           MOVE WS-DEC-RESULT(WS-DEC-SUB) TO AD-RESULT
           MOVE WS-DEC-DECISION(WS-DEC-SUB) TO AD-DECISION
           MOVE WS-DEC-APPROVER(WS-DEC-SUB) TO AD-APPROVER-ID
           MOVE WS-DEC-KEY(WS-DEC-SUB) TO AD-DEC-KEY
           MOVE WS-DEC-BATCH(WS-DEC-SUB) TO AD-DEC-BATCH.

       WRITE-UNUSED-DECISION-PARA.
           IF WS-DEC-MATCHES(WS-DEC-SUB) = 0
               MOVE SPACES TO DONE-RECORD
               PERFORM MOVE-DECISION-TO-DONE-PARA
               IF WS-DEC-RESULT(WS-DEC-SUB) = "APPROVED"
                       OR WS-DEC-RESULT(WS-DEC-SUB) = "DECLINED"
                   MOVE "NOMATCH" TO AD-RESULT
               END-IF
               WRITE DONE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Clear: rewrite APPROVALS from APPRLEFT (every decision taken
      * is now on APPRDONE; only the lines the table had no room for
      * stay) and PENDAPPR from APPRKEEP. Idempotent - rerunning it
      * while the ledger says SPLIT always produces the same files.
      *----------------------------------------------------------------
       CLEAR-DECIDED-PARA.
           OPEN OUTPUT APPROVAL-FILE
           IF NOT WS-APPROVAL-FILE-OK
               DISPLAY "Error: unable to rewrite APPROVALS, status "
                   WS-APPROVAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-DECISIONS-CARRIED
           OPEN INPUT LEFT-FILE
           IF WS-LEFT-FILE-OK
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ LEFT-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE LEFT-RECORD TO APPROVAL-RECORD
                           WRITE APPROVAL-RECORD
                           ADD 1 TO WS-DECISIONS-CARRIED
                   END-READ
               END-PERFORM
               CLOSE LEFT-FILE
           END-IF
           CLOSE APPROVAL-FILE

           OPEN OUTPUT PENDING-OUT-FILE
           IF NOT WS-PENDING-OUT-OK
               DISPLAY "Error: unable to rewrite PENDAPPR, status "
                   WS-PENDING-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 0 TO WS-PENDING-LEFT
           OPEN INPUT KEEP-FILE
           IF WS-KEEP-FILE-OK
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ KEEP-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE KEEP-RECORD TO PENDING-OUT-RECORD
                           WRITE PENDING-OUT-RECORD
                           ADD 1 TO WS-PENDING-LEFT
                   END-READ
               END-PERFORM
               CLOSE KEEP-FILE
           END-IF
           CLOSE PENDING-OUT-FILE
           SET WS-PENDING-COPIED TO TRUE

           MOVE "CLEARED" TO WS-APPROVAL-STATE
           PERFORM WRITE-APPROVAL-STATE-PARA.

      *----------------------------------------------------------------
      * Hands every decided item on: approved items to APPRREL,
      * declined items to REJECTS, every line to APPRLOG. The ledger
      * is advanced after each item (SUSPDRN's per-item bookkeeping)
      * so a rerun skips the ones already handed on. If any of the
      * three files cannot be opened nothing is handed on and the
      * ledger stays CLEARED for a rerun.
      *----------------------------------------------------------------
       HAND-OFF-DECIDED-PARA.
           OPEN INPUT DONE-FILE
           IF NOT WS-DONE-FILE-OK
               DISPLAY "Error: unable to open APPRDONE, status "
                   WS-DONE-FILE-STATUS
                   " - run left CLEARED for a rerun"
               MOVE 8 TO RETURN-CODE
               GO TO HAND-OFF-DECIDED-EXIT
           END-IF

           OPEN EXTEND RELEASE-FILE
           IF WS-RELEASE-FILE-STATUS = "35"
               OPEN OUTPUT RELEASE-FILE
           END-IF
           IF NOT WS-RELEASE-FILE-OK
               DISPLAY "Error: unable to open APPRREL, status "
                   WS-RELEASE-FILE-STATUS
                   " - run left CLEARED for a rerun"
               CLOSE DONE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO HAND-OFF-DECIDED-EXIT
           END-IF

           OPEN EXTEND REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "35"
               OPEN OUTPUT REJECT-FILE
           END-IF
           IF NOT WS-REJECT-FILE-OK
               DISPLAY "Error: unable to open REJECTS, status "
                   WS-REJECT-FILE-STATUS
                   " - run left CLEARED for a rerun"
               CLOSE DONE-FILE
               CLOSE RELEASE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO HAND-OFF-DECIDED-EXIT
           END-IF

           OPEN EXTEND DECISION-LOG-FILE
           IF WS-DECISION-LOG-STATUS = "35"
               OPEN OUTPUT DECISION-LOG-FILE
           END-IF
           IF NOT WS-DECISION-LOG-OK
               DISPLAY "Error: unable to open APPRLOG, status "
                   WS-DECISION-LOG-STATUS
                   " - run left CLEARED for a rerun"
               CLOSE DONE-FILE
               CLOSE RELEASE-FILE
               CLOSE REJECT-FILE
               MOVE 8 TO RETURN-CODE
               GO TO HAND-OFF-DECIDED-EXIT
           END-IF

           MOVE 0 TO WS-PROCESSED-COUNT
           MOVE 0 TO WS-HANDED-COUNT
           SET WS-EOF TO FALSE
           PERFORM UNTIL WS-EOF
               READ DONE-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM HAND-OFF-ONE-ITEM-PARA
               END-READ
           END-PERFORM
           CLOSE DONE-FILE
           CLOSE RELEASE-FILE
           CLOSE REJECT-FILE
           CLOSE DECISION-LOG-FILE

           PERFORM CLEAR-APPROVAL-STATE-PARA
           SET WS-HANDED-OFF TO TRUE.
       HAND-OFF-DECIDED-EXIT.
           EXIT.

      *    Counted whether or not it was handed on by an earlier
      *    attempt, so a resumed run reports the whole decision set.
       HAND-OFF-ONE-ITEM-PARA.
           ADD 1 TO WS-PROCESSED-COUNT
           IF TXN-TYPE-REVERSAL OF AD-ENTRY
               COMPUTE WS-ITEM-EFFECT = 0 - TXN-AMOUNT OF AD-ENTRY
           ELSE
               MOVE 0 TO WS-ITEM-EFFECT
               IF TXN-AMOUNT OF AD-ENTRY IS NUMERIC
                   MOVE TXN-AMOUNT OF AD-ENTRY TO WS-ITEM-EFFECT
               END-IF
           END-IF
           IF AD-APPROVED OR AD-DECLINED
               PERFORM FIND-CURRENCY-PARA
           END-IF
           EVALUATE TRUE
               WHEN AD-APPROVED
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD WS-ITEM-EFFECT TO WS-APPROVED-VALUE(WS-CCY-SUB)
               WHEN AD-DECLINED
                   ADD 1 TO WS-DECLINED-COUNT
                   ADD WS-ITEM-EFFECT TO WS-DECLINED-VALUE(WS-CCY-SUB)
               WHEN AD-NO-MATCH
                   ADD 1 TO WS-NO-MATCH-COUNT
               WHEN AD-INVALID
                   ADD 1 TO WS-INVALID-COUNT
               WHEN OTHER
                   ADD 1 TO WS-IGNORED-COUNT
           END-EVALUATE

           IF WS-PROCESSED-COUNT > WS-STATE-HANDED-COUNT
               IF AD-APPROVED
                   MOVE AD-POST-RECORD TO RELEASE-RECORD
                   WRITE RELEASE-RECORD
                   IF NOT WS-RELEASE-FILE-OK
                       DISPLAY "Error: unable to write APPRREL, status "
                           WS-RELEASE-FILE-STATUS
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
               IF AD-DECLINED
                   PERFORM WRITE-DECLINE-REJECT-PARA
               END-IF
               PERFORM WRITE-DECISION-LOG-PARA
               ADD 1 TO WS-HANDED-COUNT
               MOVE WS-PROCESSED-COUNT TO WS-STATE-HANDED-COUNT
               PERFORM WRITE-APPROVAL-STATE-PARA
           END-IF.

      *    Finds the decided item's currency in the value table,
      *    adding it when new; should a 21st turn up it is reported
      *    and totalled in with the last entry.
       FIND-CURRENCY-PARA.
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
                   OR WS-CCY-CODE(WS-CCY-SUB) =
                       TXN-CURRENCY OF AD-ENTRY
               CONTINUE
           END-PERFORM
           IF WS-CCY-SUB > WS-CCY-MAX
               IF WS-CCY-MAX < 20
                   ADD 1 TO WS-CCY-MAX
                   MOVE TXN-CURRENCY OF AD-ENTRY
                       TO WS-CCY-CODE(WS-CCY-MAX)
               ELSE
                   DISPLAY "Warning: more than 20 currencies - "
                       TXN-CURRENCY OF AD-ENTRY
                       " totalled under " WS-CCY-CODE(WS-CCY-MAX)
               END-IF
               MOVE WS-CCY-MAX TO WS-CCY-SUB
           END-IF.

       WRITE-DECLINE-REJECT-PARA.
           MOVE SPACES TO REJECT-RECORD
           MOVE AD-ENTRY TO REJ-ORIGINAL-RECORD
           MOVE WS-DECLINE-REASON-CODE TO REJ-REASON-CODE
           MOVE WS-DECLINE-FIELD-NAME TO REJ-FIELD-NAME
           MOVE WS-RUN-DATE TO REJ-REJECT-DATE
           MOVE AD-SOURCE-FILE TO REJ-SOURCE-FILE
           WRITE REJECT-RECORD
           IF NOT WS-REJECT-FILE-OK
               DISPLAY "Error: unable to write REJECTS, status "
                   WS-REJECT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    A decided item is logged with the item's own batch, key and
      *    amount; a decision that decided nothing with the key and
      *    batch it named.
       WRITE-DECISION-LOG-PARA.
           MOVE SPACES TO DECISION-LOG-RECORD
           MOVE WS-RUN-DATE TO AL-LOG-DATE
           MOVE WS-RUN-TIME TO AL-LOG-TIME
           MOVE AD-APPROVER-ID TO AL-APPROVER-ID
           MOVE AD-DECISION TO AL-DECISION
           MOVE AD-RESULT TO AL-RESULT
           MOVE 0 TO AL-AMOUNT
           IF AD-APPROVED OR AD-DECLINED
               MOVE AD-BATCH-ID TO AL-BATCH-ID
               MOVE TXN-KEY OF AD-ENTRY TO AL-TXN-KEY
               MOVE TXN-RECORD-TYPE OF AD-ENTRY TO AL-RECORD-TYPE
               IF TXN-AMOUNT OF AD-ENTRY IS NUMERIC
                   MOVE TXN-AMOUNT OF AD-ENTRY TO AL-AMOUNT
               END-IF
               MOVE AD-HELD-DATE TO AL-HELD-DATE
               MOVE AD-HOLD-REASON TO AL-HOLD-REASON
               MOVE TXN-CURRENCY OF AD-ENTRY TO AL-CURRENCY
           ELSE
               MOVE AD-DEC-BATCH TO AL-BATCH-ID
               MOVE AD-DEC-KEY TO AL-TXN-KEY
           END-IF
           WRITE DECISION-LOG-RECORD
           IF NOT WS-DECISION-LOG-OK
               DISPLAY "Error: unable to write APPRLOG, status "
                   WS-DECISION-LOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * APPRSTATE ledger access, same shape as WHSRLS's WHSSTATE.
      *----------------------------------------------------------------
       READ-APPROVAL-STATE-PARA.
           MOVE SPACES TO WS-APPROVAL-STATE
           MOVE 0 TO WS-STATE-HANDED-COUNT
           MOVE 0 TO WS-SPLIT-DATE
           OPEN INPUT APPROVAL-STATE-FILE
           IF WS-APPROVAL-STATE-OK
               READ APPROVAL-STATE-FILE
                   NOT AT END
                       MOVE AS-STATE TO WS-APPROVAL-STATE
                       IF AS-HANDED-COUNT IS NUMERIC
                           MOVE AS-HANDED-COUNT
                               TO WS-STATE-HANDED-COUNT
                       END-IF
                       IF AS-SPLIT-DATE IS NUMERIC
                           MOVE AS-SPLIT-DATE TO WS-SPLIT-DATE
                       END-IF
               END-READ
               CLOSE APPROVAL-STATE-FILE
           END-IF.

       WRITE-APPROVAL-STATE-PARA.
           OPEN OUTPUT APPROVAL-STATE-FILE
           IF NOT WS-APPROVAL-STATE-OK
               DISPLAY "Error: unable to write APPRSTATE, status "
                   WS-APPROVAL-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO APPROVAL-STATE-RECORD
           MOVE WS-APPROVAL-STATE TO AS-STATE
           MOVE WS-STATE-HANDED-COUNT TO AS-HANDED-COUNT
           MOVE WS-SPLIT-DATE TO AS-SPLIT-DATE
           WRITE APPROVAL-STATE-RECORD
           CLOSE APPROVAL-STATE-FILE.

       CLEAR-APPROVAL-STATE-PARA.
           OPEN OUTPUT APPROVAL-STATE-FILE
           CLOSE APPROVAL-STATE-FILE
           MOVE SPACES TO WS-APPROVAL-STATE.

      *    The base currency's values always print; another
      *    currency's print under its code.
       PRINT-CURRENCY-VALUES-PARA.
           IF WS-CCY-CODE(WS-CCY-SUB) NOT = SPACES
               DISPLAY "CURRENCY " WS-CCY-CODE(WS-CCY-SUB)
           END-IF
           MOVE WS-APPROVED-VALUE(WS-CCY-SUB) TO WS-PRINT-TOTAL
           DISPLAY "Value approved for release  . . : "
               WS-PRINT-TOTAL
           MOVE WS-DECLINED-VALUE(WS-CCY-SUB) TO WS-PRINT-TOTAL
           DISPLAY "Value declined  . . . . . . . . : "
               WS-PRINT-TOTAL.

       PRINT-APPROVAL-REPORT-PARA.
           DISPLAY "=============================================="
           DISPLAY "APPRVL APPROVAL DECISION REPORT"
           DISPLAY "------------------------------------------------"
           DISPLAY "Run date  . . . . . . . . . . . : " WS-RUN-DATE
           IF WS-SPLIT-RUN
               DISPLAY "Decision lines read . . . . . . : "
                   WS-DECISIONS-READ
               DISPLAY "Pending items examined  . . . . : "
                   WS-PENDING-READ
               IF WS-DECISIONS-DROPPED > 0
                   DISPLAY "Decisions not taken (table full): "
                       WS-DECISIONS-DROPPED
               END-IF
           END-IF
           IF WS-PENDING-COPIED AND WS-DECISIONS-CARRIED > 0
               DISPLAY "Decisions kept on APPROVALS . . : "
                   WS-DECISIONS-CARRIED
           END-IF
           IF WS-HANDED-OFF
               DISPLAY "Items approved  . . . . . . . . : "
                   WS-APPROVED-COUNT
               DISPLAY "Items declined to REJECTS . . . : "
                   WS-DECLINED-COUNT
               PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                       UNTIL WS-CCY-SUB > WS-CCY-MAX
                   PERFORM PRINT-CURRENCY-VALUES-PARA
               END-PERFORM
               DISPLAY "Decisions matching nothing  . . : "
                   WS-NO-MATCH-COUNT
               DISPLAY "Decisions invalid . . . . . . . : "
                   WS-INVALID-COUNT
               DISPLAY "Repeat decisions ignored  . . . : "
                   WS-IGNORED-COUNT
               DISPLAY "Decision log lines written  . . : "
                   WS-HANDED-COUNT
           END-IF
           IF WS-PENDING-COPIED
               DISPLAY "Items still pending approval  . : "
                   WS-PENDING-LEFT
           END-IF
           IF NOT WS-STATE-IDLE
               DISPLAY "*** APPROVAL RUN INCOMPLETE - RERUN APPRVL ***"
           END-IF
           DISPLAY "==============================================".
