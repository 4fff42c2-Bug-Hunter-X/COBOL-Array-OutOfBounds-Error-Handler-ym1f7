      * the TXNHIST history under the WHSRELEASE batch id, so a
      * released transaction posts and gets its history on its
      * effective day. Records still in the future are retained in
      * WAREHOUS for a later release day. A matured record dated into
      * a period PERCLOSE has since closed (PERCTL) is not handed to
      * POSTFILE at all: it goes straight to SUSPENSE as CLOSEDPD for
      * the account team to re-date.
      *
      * The release keeps a small WHSSTATE ledger so an abend at any
      * point is safe to rerun without releasing a record twice:
               RECORD KEY IS HIST-KEY
               FILE STATUS IS WS-TXN-HIST-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT PERIOD-CONTROL-FILE ASSIGN TO "PERCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WAREHOUSE-IN-FILE
           05  HIST-ENTRY.
               COPY TXNREC.

      *----------------------------------------------------------------
      * Suspense item, TXNPOST's layout: the POSTFILE-format record,
      * the reason, and the date it first landed in suspense.
      *----------------------------------------------------------------
       FD  SUSPENSE-FILE
           RECORD CONTAINS 109 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SUSP-POST-RECORD           PIC X(91).
           05  FILLER                     PIC X(1).
           05  SUSP-REASON                PIC X(8).
           05  FILLER                     PIC X(1).
           05  SUSP-FIRST-DATE            PIC 9(8).

      *----------------------------------------------------------------
      * PERCLOSE's period lock, read the same way TXNPOST reads it.
      *----------------------------------------------------------------
       FD  PERIOD-CONTROL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  PERIOD-CONTROL-RECORD.
           05  PC-CLOSED-PERIOD           PIC X(6).
           05  FILLER                     PIC X(74).

       WORKING-STORAGE SECTION.
       01  WS-WAREHOUSE-IN-STATUS         PIC X(2) VALUE SPACES.
           88  WS-WAREHOUSE-IN-OK         VALUE "00".
       01  WS-TXN-HIST-STATUS             PIC X(2) VALUE SPACES.
           88  WS-TXN-HIST-OK             VALUE "00".

       01  WS-SUSPENSE-FILE-STATUS        PIC X(2) VALUE SPACES.
           88  WS-SUSPENSE-FILE-OK        VALUE "00".

       01  WS-PERIOD-CONTROL-STATUS       PIC X(2) VALUE SPACES.
           88  WS-PERIOD-CONTROL-OK       VALUE "00".
       01  WS-CLOSED-PERIOD               PIC 9(6) VALUE 0.
       01  WS-EFF-PERIOD                  PIC 9(6) VALUE 0.
       01  WS-CLOSED-PERIOD-SWITCH        PIC X VALUE "N".
           88  WS-IN-CLOSED-PERIOD        VALUE "Y" FALSE "N".
       01  WS-CLOSED-PERIOD-COUNT         PIC 9(7) VALUE 0.

       01  WS-EOF-SWITCH                  PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-SUSP-OPEN-SWITCH            PIC X VALUE "N".
           88  WS-SUSP-OPEN               VALUE "Y" FALSE "N".

       01  WS-HANDOFF-READY-SWITCH        PIC X VALUE "N".
           88  WS-HANDOFF-READY           VALUE "Y" FALSE "N".

       01  WS-POST-OPEN-SWITCH            PIC X VALUE "N".
           88  WS-POST-OPEN               VALUE "Y" FALSE "N".

       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME

           PERFORM READ-PERIOD-CONTROL-PARA
           PERFORM READ-RELEASE-STATE-PARA

      *    Finish whatever an interrupted release left half-done
               WHEN OTHER
                   DISPLAY "Warning: unrecognized WHSSTATE '"
                       WS-RELEASE-STATE "' - nothing released"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE

           PERFORM PRINT-RELEASE-REPORT-PARA
           IF NOT WS-WAREHOUSE-IN-OK
               DISPLAY "Error: unable to open WAREHOUS, status "
                   WS-WAREHOUSE-IN-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO SPLIT-WAREHOUSE-EXIT
           END-IF

               DISPLAY "Error: unable to open WHSREL, status "
                   WS-RELEASE-FILE-STATUS
               CLOSE WAREHOUSE-IN-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SPLIT-WAREHOUSE-EXIT
           END-IF
           OPEN OUTPUT RETAIN-FILE
                   WS-RETAIN-FILE-STATUS
               CLOSE WAREHOUSE-IN-FILE
               CLOSE RELEASE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO SPLIT-WAREHOUSE-EXIT
           END-IF

           IF NOT WS-WAREHOUSE-OUT-OK
               DISPLAY "Error: unable to rewrite WAREHOUS, status "
                   WS-WAREHOUSE-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RETAIN-FILE
      *----------------------------------------------------------------
       RELEASE-BATCH-PARA.
           PERFORM OPEN-HANDOFF-FILES-PARA
           IF NOT WS-HANDOFF-READY
               DISPLAY "WHSRLS: handoff files unavailable -"
                   " release file left in place for a rerun"
               SET WS-LEFT-IN-PLACE TO TRUE
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-HANDOFF-FILES-PARA
           ELSE
               MOVE WS-RELEASE-BATCH-SIZE TO WS-TABLE-MAX
                   DISPLAY "WHSRLS: WHSREL left in place -"
                       " load or handoff incomplete"
                   SET WS-LEFT-IN-PLACE TO TRUE
                   MOVE 8 TO RETURN-CODE
               END-IF
               PERFORM CLOSE-HANDOFF-FILES-PARA
           END-IF.
               DISPLAY "Warning: unable to open TXNHIST, status "
                   WS-TXN-HIST-STATUS
                   " - release history not recorded"
           END-IF

      *    SUSPENSE is only needed once a period has been closed; with
      *    a lock in place a release that cannot route its closed-
      *    period records there must not release at all.
           IF WS-CLOSED-PERIOD > 0
               OPEN EXTEND SUSPENSE-FILE
               IF WS-SUSPENSE-FILE-STATUS = "35"
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               IF WS-SUSPENSE-FILE-OK
                   SET WS-SUSP-OPEN TO TRUE
               ELSE
                   DISPLAY "Warning: unable to open SUSPENSE, status "
                       WS-SUSPENSE-FILE-STATUS
               END-IF
           END-IF

           SET WS-HANDOFF-READY TO FALSE
           IF WS-POST-OPEN
               IF WS-CLOSED-PERIOD = 0 OR WS-SUSP-OPEN
                   SET WS-HANDOFF-READY TO TRUE
               END-IF
           END-IF.

       CLOSE-HANDOFF-FILES-PARA.
           IF WS-POST-OPEN
               CLOSE POST-FILE
           END-IF
           IF WS-SUSP-OPEN
               CLOSE SUSPENSE-FILE
           END-IF
           IF WS-HIST-OPEN
               CLOSE TXN-HIST-FILE
           END-IF.
                   UNTIL WS-HANDOFF-SUB > WS-LOADED-COUNT.

       HAND-OFF-ONE-RECORD-PARA.
           PERFORM CHECK-CLOSED-PERIOD-PARA
           MOVE SPACES TO POST-RECORD
           MOVE WS-RELEASE-BATCH-ID TO POST-BATCH-ID
           MOVE WS-TABLE-ENTRY(WS-HANDOFF-SUB) TO POST-ENTRY
           IF WS-IN-CLOSED-PERIOD
               MOVE SPACES TO SUSPENSE-RECORD
               MOVE POST-RECORD TO SUSP-POST-RECORD
               MOVE "CLOSEDPD" TO SUSP-REASON
               MOVE WS-RUN-DATE TO SUSP-FIRST-DATE
               WRITE SUSPENSE-RECORD
               ADD 1 TO WS-CLOSED-PERIOD-COUNT
           ELSE
               WRITE POST-RECORD
           END-IF
           IF WS-HIST-OPEN
               END-WRITE
           END-IF.

      *----------------------------------------------------------------
      * Period lock, same rule as TXNPOST: an unreadable lock stops
      * the release before anything is handed on, and a record
      * matured into a closed period is suspensed, not posted.
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
                   AND TXN-EFF-DATE OF WS-TABLE-ENTRY(WS-HANDOFF-SUB)
                       IS NUMERIC
               MOVE TXN-EFF-DATE OF WS-TABLE-ENTRY(WS-HANDOFF-SUB)
                   (1:6) TO WS-EFF-PERIOD
               IF WS-EFF-PERIOD NOT > WS-CLOSED-PERIOD
                   SET WS-IN-CLOSED-PERIOD TO TRUE
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WHSSTATE ledger access, same shape as OVFLDRN's DRNSTATE.
      *----------------------------------------------------------------
           IF NOT WS-RELEASE-STATE-OK
               DISPLAY "Error: unable to write WHSSTATE, status "
                   WS-RELEASE-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO RELEASE-STATE-RECORD
               WS-REJECTED-COUNT
           DISPLAY "Release load edit rejected  . . : "
               WS-EDIT-REJECT-COUNT
           DISPLAY "Closed-period items suspensed . : "
               WS-CLOSED-PERIOD-COUNT
           IF WS-LEFT-IN-PLACE
               DISPLAY "*** WHSREL LEFT IN PLACE - RERUN WHSRLS ***"
           END-IF
