       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTPOS.
      *
      * Account position inquiry for customer service: "what will
      * this account look like" answered in one place instead of by
      * checking the master and four holding files by hand. Requests
      * arrive one per POSRQST line - an account key, the same
      * request-file style as TXNHIQ's INQREQST and ACCTSTMT's
      * STMTRQST - and each produces a position sheet:
      *   - the ledger balance on the ACCTMAST master, with the
      *     account's status, hold flag, credit limit and currency;
      *   - every SUSPENSE item for the key with its suspense reason
      *     and days in suspense (aged as SUSPDRN ages them), which
      *     is why something has not posted yet;
      *   - every PENDAPPR item for the key - held by TXNSCRN for
      *     approval - with why it was held and since when;
      *   - every WAREHOUS item for the key with its effective date;
      *   - every OVERFLOW item for the key still waiting for the
      *     OVFLDRN drain;
      *   - a projected balance by future effective date: the ledger
      *     balance carried forward over the warehoused and overflow
      *     items, each on the day it is due to post (overflow items
      *     and matured warehouse items at the next run), with what
      *     the suspensed items would add if they cleared, and what
      *     the items held for approval would add if approved, each
      *     shown apart - they post only once someone acts on them.
      * A key with no master record still gets its pending items
      * listed - a NOMASTER suspense item is exactly that case - but
      * no projection, since there is no balance to project from.
      *
      * Projected amounts are in the account's currency, converted at
      * the FXRATES rate in force on the item's effective date (the
      * run date for an undated item) - the rule TXNPOST will apply,
      * with the rates known today. An item whose rate is not yet on
      * file is listed but left out of the projection. A reversal is
      * projected at its own effective date's rate, which is an
      * estimate until it posts against its original's.
      *
      * The holding files are read as they stand: an item a drain
      * run has staged (SUSPWORK, WHSREL, the OVFLDRN work file) shows
      * again once that run has put it back or posted it.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REQUEST-FILE ASSIGN TO "POSRQST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

           SELECT ACCT-MASTER-FILE ASSIGN TO "ACCTMAST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ACCT-KEY
               FILE STATUS IS WS-ACCT-MASTER-STATUS.

           SELECT SUSPENSE-FILE ASSIGN TO "SUSPENSE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT WAREHOUSE-FILE ASSIGN TO "WAREHOUS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WAREHOUSE-STATUS.

           SELECT OVERFLOW-FILE ASSIGN TO "OVERFLOW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERFLOW-FILE-STATUS.

           SELECT FX-RATE-FILE ASSIGN TO "FXRATES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FX-RATE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * One request per line: the account key. Anything past it on
      * the line is ignored so customer service can annotate requests.
      *----------------------------------------------------------------
       FD  REQUEST-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REQUEST-RECORD.
           05  REQ-ACCT-KEY               PIC X(10).
           05  FILLER                     PIC X(70).

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-MASTER-RECORD.
           05  ACCT-MASTER-ENTRY.
               COPY ACCTREC.

      *----------------------------------------------------------------
      * TXNPOST's suspense line: the POSTFILE record as it failed to
      * post, the reason, and the date it was first suspended.
      *----------------------------------------------------------------
       FD  SUSPENSE-FILE
           RECORD CONTAINS 109 CHARACTERS.
       01  SUSPENSE-RECORD.
           05  SUSP-BATCH-ID              PIC X(10).
           05  FILLER                     PIC X(1).
           05  SUSP-ENTRY.
               COPY TXNREC.
           05  FILLER                     PIC X(1).
           05  SUSP-REASON                PIC X(8).
           05  FILLER                     PIC X(1).
           05  SUSP-FIRST-DATE            PIC X(8).

      *----------------------------------------------------------------
      * TXNSCRN's held-for-approval line: the POSTFILE record, why it
      * was held and the date, then the sender detail APPRVL uses.
      *----------------------------------------------------------------
       FD  PENDING-FILE
           RECORD CONTAINS 155 CHARACTERS.
       01  PENDING-RECORD.
           05  APPR-BATCH-ID              PIC X(10).
           05  FILLER                     PIC X(1).
           05  APPR-ENTRY.
               COPY TXNREC.
           05  FILLER                     PIC X(1).
           05  APPR-REASON                PIC X(8).
           05  FILLER                     PIC X(1).
           05  APPR-HELD-DATE             PIC X(8).
           05  FILLER                     PIC X(46).

       FD  WAREHOUSE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WAREHOUSE-RECORD.
           COPY TXNREC.

       FD  OVERFLOW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  OVERFLOW-RECORD.
           COPY TXNREC.

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
       01  WS-REQUEST-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-REQUEST-FILE-OK         VALUE "00".

       01  WS-ACCT-MASTER-STATUS          PIC X(2) VALUE SPACES.
           88  WS-ACCT-MASTER-OK          VALUE "00".
           88  WS-ACCT-NOT-FOUND          VALUE "23".

       01  WS-SUSPENSE-FILE-STATUS        PIC X(2) VALUE SPACES.
           88  WS-SUSPENSE-FILE-OK        VALUE "00".

       01  WS-PENDING-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-PENDING-FILE-OK         VALUE "00".

       01  WS-WAREHOUSE-STATUS            PIC X(2) VALUE SPACES.
           88  WS-WAREHOUSE-OK            VALUE "00".

       01  WS-OVERFLOW-FILE-STATUS        PIC X(2) VALUE SPACES.
           88  WS-OVERFLOW-FILE-OK        VALUE "00".

       01  WS-FX-RATE-STATUS              PIC X(2) VALUE SPACES.
           88  WS-FX-RATE-OK              VALUE "00".

       01  WS-EOF-SWITCH                  PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y".

       01  WS-FILE-EOF-SWITCH             PIC X VALUE "N".
           88  WS-FILE-EOF                VALUE "Y" FALSE "N".

       01  WS-MASTER-SWITCH               PIC X VALUE "N".
           88  WS-HAVE-MASTER             VALUE "Y" FALSE "N".

       01  WS-RUN-DATE-TIME.
           05  WS-RUN-DATE                PIC 9(8).
           05  FILLER                     PIC X(13).
       01  WS-RUN-DATE-INT                PIC 9(8) VALUE 0.
       01  WS-FIRST-DATE                  PIC 9(8) VALUE 0.
       01  WS-AGE-DAYS                    PIC S9(5) VALUE 0.

       01  WS-REQUEST-KEY                 PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------
      * The pending item in hand, moved here from whichever holding
      * file it came off so the conversion below works on one layout.
      *----------------------------------------------------------------
       01  WS-ITEM-AREA.
           05  WS-ITEM-ENTRY.
               COPY TXNREC.
       01  WS-DUE-DATE                    PIC 9(8) VALUE 0.
       01  WS-ITEM-EFFECT                 PIC S9(11)V99 VALUE 0.

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
       01  WS-FX-LOOK-CURRENCY            PIC X(3) VALUE SPACES.
       01  WS-FX-LOOK-DATE                PIC 9(8) VALUE 0.
       01  WS-FX-LOOK-RATE                PIC 9(5)V9(7) VALUE 0.
       01  WS-FX-FROM-RATE                PIC 9(5)V9(7) VALUE 0.
       01  WS-FX-TO-RATE                  PIC 9(5)V9(7) VALUE 0.
       01  WS-FX-RATE-USED                PIC 9(5)V9(7) VALUE 0.
       01  WS-POST-AMOUNT                 PIC S9(11)V99 VALUE 0.
       01  WS-NO-RATE-SWITCH              PIC X VALUE "N".
           88  WS-NO-RATE                 VALUE "Y" FALSE "N".

      *----------------------------------------------------------------
      * Projection buckets, one per due date, sorted into date order
      * before the projection is printed.
      *----------------------------------------------------------------
       01  WS-PROJ-CEILING                PIC 9(4) VALUE 1000.
       01  WS-PROJ-MAX                    PIC 9(4) VALUE 0.
       01  WS-PROJ-TABLE.
           05  WS-PROJ-ENTRY OCCURS 1 TO 1000 TIMES
                   DEPENDING ON WS-PROJ-MAX
                   ASCENDING KEY IS WS-PROJ-DATE.
               10  WS-PROJ-DATE           PIC 9(8).
               10  WS-PROJ-COUNT          PIC 9(5).
               10  WS-PROJ-NET            PIC S9(13)V99.
       01  WS-PROJ-SUB                    PIC 9(4) VALUE 0.
       01  WS-PROJ-FULL-SWITCH            PIC X VALUE "N".
           88  WS-PROJ-FULL               VALUE "Y" FALSE "N".

      *    One sheet's counts and totals.
       01  WS-SUSP-COUNT                  PIC 9(5) VALUE 0.
       01  WS-WHS-COUNT                   PIC 9(5) VALUE 0.
       01  WS-OVFL-COUNT                  PIC 9(5) VALUE 0.
       01  WS-NO-RATE-COUNT               PIC 9(5) VALUE 0.
       01  WS-SUSP-NET                    PIC S9(13)V99 VALUE 0.
       01  WS-SUSP-NO-RATE-COUNT          PIC 9(5) VALUE 0.
       01  WS-APPR-COUNT                  PIC 9(5) VALUE 0.
       01  WS-APPR-NET                    PIC S9(13)V99 VALUE 0.
       01  WS-APPR-NO-RATE-COUNT          PIC 9(5) VALUE 0.
       01  WS-PROJECTED-BALANCE           PIC S9(13)V99 VALUE 0.
       01  WS-DUE-BALANCE                 PIC S9(13)V99 VALUE 0.
       01  WS-OVER-LIMIT-SWITCH           PIC X VALUE "N".
           88  WS-OVER-LIMIT              VALUE "Y" FALSE "N".

       01  WS-STATUS-TEXT                 PIC X(8) VALUE SPACES.
       01  WS-HOLD-TEXT                   PIC X(14) VALUE SPACES.
       01  WS-CURRENCY-TEXT               PIC X(4) VALUE SPACES.
       01  WS-ACCT-CCY-TEXT               PIC X(4) VALUE SPACES.
       01  WS-EFF-TEXT                    PIC X(10) VALUE SPACES.
       01  WS-RATE-TEXT                   PIC X(8) VALUE SPACES.

       01  WS-PRINT-AMOUNT                PIC +9(9).99.
       01  WS-PRINT-NET                   PIC +9(13).99.
       01  WS-PRINT-BALANCE               PIC +9(13).99.
       01  WS-PRINT-LIMIT                 PIC Z(10)9.99.
       01  WS-PRINT-DAYS                  PIC Z(4)9.

       01  WS-SHEET-COUNT                 PIC 9(5) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT

           OPEN INPUT REQUEST-FILE
           IF NOT WS-REQUEST-FILE-OK
               DISPLAY "Error: unable to open POSRQST, status "
                   WS-REQUEST-FILE-STATUS
               STOP RUN
           END-IF

           OPEN INPUT ACCT-MASTER-FILE
           IF NOT WS-ACCT-MASTER-OK
               DISPLAY "Error: unable to open ACCTMAST, status "
                   WS-ACCT-MASTER-STATUS
               CLOSE REQUEST-FILE
               STOP RUN
           END-IF

           PERFORM LOAD-FX-RATES-PARA

           PERFORM UNTIL WS-EOF
               READ REQUEST-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       PERFORM ANSWER-ONE-REQUEST-PARA
               END-READ
           END-PERFORM

           CLOSE REQUEST-FILE
           CLOSE ACCT-MASTER-FILE
           DISPLAY "ACCTPOS complete: " WS-SHEET-COUNT
               " position sheet(s) produced"
           STOP RUN.

      *----------------------------------------------------------------
      * One request, one position sheet. The holding files are each
      * scanned in full for the key, the way ACCTSTMT scans the
      * journal per request.
      *----------------------------------------------------------------
       ANSWER-ONE-REQUEST-PARA.
           IF REQ-ACCT-KEY = SPACES
               DISPLAY "ACCTPOS: request skipped - blank account key"
           ELSE
               MOVE REQ-ACCT-KEY TO WS-REQUEST-KEY
               MOVE 0 TO WS-SUSP-COUNT
               MOVE 0 TO WS-WHS-COUNT
               MOVE 0 TO WS-OVFL-COUNT
               MOVE 0 TO WS-NO-RATE-COUNT
               MOVE 0 TO WS-SUSP-NET
               MOVE 0 TO WS-SUSP-NO-RATE-COUNT
               MOVE 0 TO WS-APPR-COUNT
               MOVE 0 TO WS-APPR-NET
               MOVE 0 TO WS-APPR-NO-RATE-COUNT
               MOVE 0 TO WS-PROJ-MAX
               SET WS-PROJ-FULL TO FALSE
               MOVE WS-REQUEST-KEY TO ACCT-KEY
               READ ACCT-MASTER-FILE
                   INVALID KEY
                       CONTINUE
               END-READ
               IF WS-ACCT-MASTER-OK
                   SET WS-HAVE-MASTER TO TRUE
               ELSE
                   SET WS-HAVE-MASTER TO FALSE
                   IF NOT WS-ACCT-NOT-FOUND
                       DISPLAY "Error: read failed for account "
                           WS-REQUEST-KEY ", status "
                           WS-ACCT-MASTER-STATUS
                   END-IF
               END-IF
               ADD 1 TO WS-SHEET-COUNT
               PERFORM PRINT-LEDGER-PARA
               PERFORM LIST-SUSPENSE-PARA
               PERFORM LIST-PENDING-APPROVAL-PARA
               PERFORM LIST-WAREHOUSE-PARA
               PERFORM LIST-OVERFLOW-PARA
               IF WS-HAVE-MASTER
                   PERFORM PRINT-PROJECTION-PARA
               END-IF
               DISPLAY "=============================================="
           END-IF.

       PRINT-LEDGER-PARA.
           DISPLAY "=============================================="
           DISPLAY "POSITION SHEET FOR ACCOUNT " WS-REQUEST-KEY
               " AS AT " WS-RUN-DATE
           DISPLAY "------------------------------------------------"
           IF NOT WS-HAVE-MASTER
               DISPLAY "  no master record on ACCTMAST - pending items"
                   " only, no projection"
           ELSE
               EVALUATE TRUE
                   WHEN ACCT-IS-CLOSED
                       MOVE "CLOSED" TO WS-STATUS-TEXT
                   WHEN ACCT-IS-OPEN
                       MOVE "OPEN" TO WS-STATUS-TEXT
                   WHEN OTHER
                       MOVE ACCT-STATUS TO WS-STATUS-TEXT
               END-EVALUATE
               EVALUATE TRUE
                   WHEN ACCT-DORMANT
                       MOVE "DORMANCY HOLD" TO WS-HOLD-TEXT
                   WHEN ACCT-ON-HOLD
                       MOVE "ON HOLD" TO WS-HOLD-TEXT
                   WHEN ACCT-NOT-ON-HOLD
                       MOVE "NONE" TO WS-HOLD-TEXT
                   WHEN OTHER
                       MOVE ACCT-HOLD-SWITCH TO WS-HOLD-TEXT
               END-EVALUATE
               IF ACCT-CURRENCY = SPACES
                   MOVE "BASE" TO WS-ACCT-CCY-TEXT
               ELSE
                   MOVE ACCT-CURRENCY TO WS-ACCT-CCY-TEXT
               END-IF
               MOVE ACCT-BALANCE TO WS-PRINT-BALANCE
               DISPLAY "Ledger balance  . . . . . . . . : "
                   WS-PRINT-BALANCE
               DISPLAY "Account status  . . . . . . . . : "
                   WS-STATUS-TEXT
               DISPLAY "Hold flag . . . . . . . . . . . : "
                   WS-HOLD-TEXT
               IF ACCT-CREDIT-LIMIT IS NUMERIC
                   MOVE ACCT-CREDIT-LIMIT TO WS-PRINT-LIMIT
                   DISPLAY "Credit limit  . . . . . . . . . : "
                       WS-PRINT-LIMIT
               ELSE
                   DISPLAY "Credit limit  . . . . . . . . . : NONE"
               END-IF
               DISPLAY "Account currency  . . . . . . . : "
                   WS-ACCT-CCY-TEXT
               EVALUATE TRUE
                   WHEN ACCT-IS-CLOSED
                       DISPLAY "  note: account is closed - items due"
                           " will suspend as CLOSED"
                   WHEN ACCT-DORMANT
                       DISPLAY "  note: account is under dormancy hold"
                           " - items due will suspend as DORMANT"
                   WHEN ACCT-ON-HOLD
                       DISPLAY "  note: account is on hold - items due"
                           " will suspend as ONHOLD"
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------
      * SUSPENSE items for the key: why each has not posted and how
      * long it has sat, aged as SUSPDRN ages it (an item from before
      * the first-suspended column starts its clock today). Their
      * value is kept apart from the projection.
      *----------------------------------------------------------------
       LIST-SUSPENSE-PARA.
           DISPLAY "SUSPENSE - NOT POSTED"
           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-SUSPENSE-FILE-OK
                   DISPLAY "  Warning: unable to open SUSPENSE, status "
                       WS-SUSPENSE-FILE-STATUS
               ELSE
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ SUSPENSE-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               IF TXN-KEY OF SUSP-ENTRY =
                                       WS-REQUEST-KEY
                                   PERFORM LIST-ONE-SUSPENSE-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE-FILE
               END-IF
           END-IF
           IF WS-SUSP-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

       LIST-ONE-SUSPENSE-PARA.
           ADD 1 TO WS-SUSP-COUNT
           IF SUSP-FIRST-DATE IS NUMERIC
                   AND SUSP-FIRST-DATE NOT = "00000000"
               MOVE SUSP-FIRST-DATE TO WS-FIRST-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FIRST-DATE
           END-IF
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-PRINT-DAYS
           MOVE SUSP-ENTRY TO WS-ITEM-ENTRY
           PERFORM FORMAT-ITEM-PARA
           DISPLAY "  " TXN-RECORD-TYPE OF WS-ITEM-ENTRY
               " " WS-PRINT-AMOUNT " " WS-CURRENCY-TEXT
               " eff " WS-EFF-TEXT
               " batch " SUSP-BATCH-ID
           DISPLAY "       reason " SUSP-REASON
               " since " WS-FIRST-DATE
               " - " WS-PRINT-DAYS " day(s) in suspense"
           IF WS-HAVE-MASTER
               PERFORM PROJECT-ITEM-PARA
               IF WS-NO-RATE
                   ADD 1 TO WS-SUSP-NO-RATE-COUNT
               ELSE
                   ADD WS-ITEM-EFFECT TO WS-SUSP-NET
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * PENDAPPR items for the key - caught by TXNSCRN's screening and
      * waiting for an APPRVL decision - with why each was held and
      * for how long. Their value is kept apart from the projection,
      * like suspense: they post only if approved.
      *----------------------------------------------------------------
       LIST-PENDING-APPROVAL-PARA.
           DISPLAY "PENDAPPR - HELD FOR APPROVAL"
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-PENDING-FILE-OK
                   DISPLAY "  Warning: unable to open PENDAPPR, status "
                       WS-PENDING-FILE-STATUS
               ELSE
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ PENDING-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               IF TXN-KEY OF APPR-ENTRY =
                                       WS-REQUEST-KEY
                                   PERFORM LIST-ONE-APPROVAL-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
               END-IF
           END-IF
           IF WS-APPR-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

       LIST-ONE-APPROVAL-PARA.
           ADD 1 TO WS-APPR-COUNT
           IF APPR-HELD-DATE IS NUMERIC
                   AND APPR-HELD-DATE NOT = "00000000"
               MOVE APPR-HELD-DATE TO WS-FIRST-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FIRST-DATE
           END-IF
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT
               - FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           IF WS-AGE-DAYS < 0
               MOVE 0 TO WS-AGE-DAYS
           END-IF
           MOVE WS-AGE-DAYS TO WS-PRINT-DAYS
           MOVE APPR-ENTRY TO WS-ITEM-ENTRY
           PERFORM FORMAT-ITEM-PARA
           DISPLAY "  " TXN-RECORD-TYPE OF WS-ITEM-ENTRY
               " " WS-PRINT-AMOUNT " " WS-CURRENCY-TEXT
               " eff " WS-EFF-TEXT
               " batch " APPR-BATCH-ID
           DISPLAY "       reason " APPR-REASON
               " since " WS-FIRST-DATE
               " - " WS-PRINT-DAYS " day(s) awaiting approval"
           IF WS-HAVE-MASTER
               PERFORM PROJECT-ITEM-PARA
               IF WS-NO-RATE
                   ADD 1 TO WS-APPR-NO-RATE-COUNT
               ELSE
                   ADD WS-ITEM-EFFECT TO WS-APPR-NET
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * WAREHOUS items for the key - future-dated items TXNLOAD is
      * holding until WHSRLS releases them on their effective day.
      *----------------------------------------------------------------
       LIST-WAREHOUSE-PARA.
           DISPLAY "WAREHOUS - FUTURE-DATED, NOT YET RELEASED"
           OPEN INPUT WAREHOUSE-FILE
           IF WS-WAREHOUSE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-WAREHOUSE-OK
                   DISPLAY "  Warning: unable to open WAREHOUS, status "
                       WS-WAREHOUSE-STATUS
               ELSE
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ WAREHOUSE-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               IF TXN-KEY OF WAREHOUSE-RECORD =
                                       WS-REQUEST-KEY
                                   MOVE WAREHOUSE-RECORD
                                       TO WS-ITEM-ENTRY
                                   ADD 1 TO WS-WHS-COUNT
                                   PERFORM LIST-ONE-PENDING-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE WAREHOUSE-FILE
               END-IF
           END-IF
           IF WS-WHS-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

      *----------------------------------------------------------------
      * OVERFLOW items for the key - accepted by TXNLOAD but spilled
      * past the load table's capacity, waiting for OVFLDRN.
      *----------------------------------------------------------------
       LIST-OVERFLOW-PARA.
           DISPLAY "OVERFLOW - AWAITING DRAIN"
           OPEN INPUT OVERFLOW-FILE
           IF WS-OVERFLOW-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-OVERFLOW-FILE-OK
                   DISPLAY "  Warning: unable to open OVERFLOW, status "
                       WS-OVERFLOW-FILE-STATUS
               ELSE
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ OVERFLOW-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               IF TXN-KEY OF OVERFLOW-RECORD =
                                       WS-REQUEST-KEY
                                   MOVE OVERFLOW-RECORD
                                       TO WS-ITEM-ENTRY
                                   ADD 1 TO WS-OVFL-COUNT
                                   PERFORM LIST-ONE-PENDING-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OVERFLOW-FILE
               END-IF
           END-IF
           IF WS-OVFL-COUNT = 0
               DISPLAY "  (none)"
           END-IF.

      *    A warehoused or overflow item: listed, and carried into the
      *    projection on its due date when its rate is known.
       LIST-ONE-PENDING-PARA.
           PERFORM FORMAT-ITEM-PARA
           IF WS-HAVE-MASTER
               PERFORM PROJECT-ITEM-PARA
               IF WS-NO-RATE
                   ADD 1 TO WS-NO-RATE-COUNT
                   MOVE "NO RATE" TO WS-RATE-TEXT
               ELSE
                   PERFORM ADD-PROJECTION-PARA
               END-IF
           END-IF
           DISPLAY "  " TXN-RECORD-TYPE OF WS-ITEM-ENTRY
               " " WS-PRINT-AMOUNT " " WS-CURRENCY-TEXT
               " effective " WS-EFF-TEXT
               " due " WS-DUE-DATE
               " " WS-RATE-TEXT.

      *----------------------------------------------------------------
      * Print fields for the item in hand, and its due date: its
      * effective date when that is still ahead, otherwise the next
      * run - an undated item, an overflow item or a warehouse item
      * that matured since WHSRLS last ran all post then.
      *----------------------------------------------------------------
       FORMAT-ITEM-PARA.
           MOVE SPACES TO WS-RATE-TEXT
           IF TXN-AMOUNT OF WS-ITEM-ENTRY IS NUMERIC
               MOVE TXN-AMOUNT OF WS-ITEM-ENTRY TO WS-PRINT-AMOUNT
           ELSE
               MOVE 0 TO WS-PRINT-AMOUNT
           END-IF
           IF TXN-CURRENCY OF WS-ITEM-ENTRY = SPACES
               MOVE "BASE" TO WS-CURRENCY-TEXT
           ELSE
               MOVE TXN-CURRENCY OF WS-ITEM-ENTRY TO WS-CURRENCY-TEXT
           END-IF
           IF TXN-EFF-DATE OF WS-ITEM-ENTRY IS NUMERIC
               MOVE TXN-EFF-DATE OF WS-ITEM-ENTRY TO WS-EFF-TEXT
               MOVE TXN-EFF-DATE OF WS-ITEM-ENTRY TO WS-DUE-DATE
               IF WS-DUE-DATE < WS-RUN-DATE
                   MOVE WS-RUN-DATE TO WS-DUE-DATE
               END-IF
           ELSE
               MOVE "ON ARRIVAL" TO WS-EFF-TEXT
               MOVE WS-RUN-DATE TO WS-DUE-DATE
           END-IF.

      *----------------------------------------------------------------
      * The item's balance effect in the account's currency: the
      * amount converted at its effective date's rate (the due date's
      * when it has none), negated for an RV reversal. An unreadable
      * amount counts as nothing.
      *----------------------------------------------------------------
       PROJECT-ITEM-PARA.
           MOVE 0 TO WS-ITEM-EFFECT
           IF TXN-AMOUNT OF WS-ITEM-ENTRY IS NOT NUMERIC
               SET WS-NO-RATE TO FALSE
           ELSE
               IF TXN-EFF-DATE OF WS-ITEM-ENTRY IS NUMERIC
                   MOVE TXN-EFF-DATE OF WS-ITEM-ENTRY TO WS-RATE-DATE
               ELSE
                   MOVE WS-DUE-DATE TO WS-RATE-DATE
               END-IF
               PERFORM CONVERT-AMOUNT-PARA
               IF NOT WS-NO-RATE
                   IF TXN-TYPE-REVERSAL OF WS-ITEM-ENTRY
                       COMPUTE WS-ITEM-EFFECT = 0 - WS-POST-AMOUNT
                   ELSE
                       MOVE WS-POST-AMOUNT TO WS-ITEM-EFFECT
                   END-IF
               END-IF
           END-IF.

      *    Adds the item to its due date's bucket, opening one when
      *    the date is new. Should the sheet ever need more dates than
      *    the table holds, the rest go in with the latest bucket and
      *    the sheet says so.
       ADD-PROJECTION-PARA.
           PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
                   UNTIL WS-PROJ-SUB > WS-PROJ-MAX
                   OR WS-PROJ-DATE(WS-PROJ-SUB) = WS-DUE-DATE
               CONTINUE
           END-PERFORM
           IF WS-PROJ-SUB > WS-PROJ-MAX
               IF WS-PROJ-MAX < WS-PROJ-CEILING
                   ADD 1 TO WS-PROJ-MAX
                   MOVE WS-DUE-DATE TO WS-PROJ-DATE(WS-PROJ-MAX)
                   MOVE 0 TO WS-PROJ-COUNT(WS-PROJ-MAX)
                   MOVE 0 TO WS-PROJ-NET(WS-PROJ-MAX)
               ELSE
                   SET WS-PROJ-FULL TO TRUE
               END-IF
               MOVE WS-PROJ-MAX TO WS-PROJ-SUB
           END-IF
           ADD 1 TO WS-PROJ-COUNT(WS-PROJ-SUB)
           ADD WS-ITEM-EFFECT TO WS-PROJ-NET(WS-PROJ-SUB).

      *----------------------------------------------------------------
      * The projection: the ledger balance carried forward date by
      * date over the warehoused and overflow items, flagging a date
      * whose balance would stand over the credit limit (TXNPOST
      * would suspend the debit that takes it there). The suspensed
      * items and the items held for approval follow, each on their
      * own against the balance once everything due has posted - they
      * post only once cleared or approved.
      *----------------------------------------------------------------
       PRINT-PROJECTION-PARA.
           DISPLAY "PROJECTED BALANCE BY EFFECTIVE DATE"
               " (account currency " WS-ACCT-CCY-TEXT ")"
           MOVE ACCT-BALANCE TO WS-PROJECTED-BALANCE
           MOVE WS-PROJECTED-BALANCE TO WS-PRINT-BALANCE
           DISPLAY "  Ledger balance today . . . . . : "
               WS-PRINT-BALANCE
           IF WS-PROJ-MAX = 0
               DISPLAY "  (nothing due - balance stays as it is)"
           ELSE
               DISPLAY "  DUE DATE ITEMS               NET"
                   "           PROJECTED"
               SORT WS-PROJ-ENTRY
                   ASCENDING KEY WS-PROJ-DATE OF WS-PROJ-ENTRY
               PERFORM VARYING WS-PROJ-SUB FROM 1 BY 1
                       UNTIL WS-PROJ-SUB > WS-PROJ-MAX
                   PERFORM PRINT-ONE-PROJECTION-PARA
               END-PERFORM
           END-IF
           IF WS-PROJ-FULL
               DISPLAY "  Warning: more due dates than the sheet holds"
                   " - the latest line includes the rest"
           END-IF
           IF WS-NO-RATE-COUNT > 0
               DISPLAY "  Items with no rate on file  . . : "
                   WS-NO-RATE-COUNT " (not projected)"
           END-IF
           MOVE WS-PROJECTED-BALANCE TO WS-DUE-BALANCE
           IF WS-SUSP-COUNT > 0
               MOVE WS-SUSP-NET TO WS-PRINT-NET
               DISPLAY "  Suspensed value, not projected : "
                   WS-PRINT-NET
               COMPUTE WS-PROJECTED-BALANCE =
                   WS-DUE-BALANCE + WS-SUSP-NET
               MOVE WS-PROJECTED-BALANCE TO WS-PRINT-BALANCE
               DISPLAY "  Projected if suspense clears . : "
                   WS-PRINT-BALANCE
               IF WS-SUSP-NO-RATE-COUNT > 0
                   DISPLAY "  Suspensed items with no rate . : "
                       WS-SUSP-NO-RATE-COUNT " (not valued)"
               END-IF
           END-IF
           IF WS-APPR-COUNT > 0
               MOVE WS-APPR-NET TO WS-PRINT-NET
               DISPLAY "  Value held for approval  . . . : "
                   WS-PRINT-NET
               COMPUTE WS-PROJECTED-BALANCE =
                   WS-DUE-BALANCE + WS-APPR-NET
               MOVE WS-PROJECTED-BALANCE TO WS-PRINT-BALANCE
               DISPLAY "  Projected if approved  . . . . : "
                   WS-PRINT-BALANCE
               IF WS-APPR-NO-RATE-COUNT > 0
                   DISPLAY "  Held items with no rate  . . . : "
                       WS-APPR-NO-RATE-COUNT " (not valued)"
               END-IF
           END-IF.

       PRINT-ONE-PROJECTION-PARA.
           ADD WS-PROJ-NET(WS-PROJ-SUB) TO WS-PROJECTED-BALANCE
           SET WS-OVER-LIMIT TO FALSE
           IF ACCT-CREDIT-LIMIT IS NUMERIC
                   AND WS-PROJ-NET(WS-PROJ-SUB) > 0
                   AND WS-PROJECTED-BALANCE > ACCT-CREDIT-LIMIT
               SET WS-OVER-LIMIT TO TRUE
           END-IF
           MOVE WS-PROJ-NET(WS-PROJ-SUB) TO WS-PRINT-NET
           MOVE WS-PROJECTED-BALANCE TO WS-PRINT-BALANCE
           IF WS-OVER-LIMIT
               DISPLAY "  " WS-PROJ-DATE(WS-PROJ-SUB)
                   " " WS-PROJ-COUNT(WS-PROJ-SUB)
                   " " WS-PRINT-NET " " WS-PRINT-BALANCE
                   " *OVER LIMIT*"
           ELSE
               DISPLAY "  " WS-PROJ-DATE(WS-PROJ-SUB)
                   " " WS-PROJ-COUNT(WS-PROJ-SUB)
                   " " WS-PRINT-NET " " WS-PRINT-BALANCE
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
                       " - foreign-currency items not projected"
               ELSE
                   SET WS-FILE-EOF TO FALSE
                   PERFORM UNTIL WS-FILE-EOF
                       READ FX-RATE-FILE
                           AT END
                               SET WS-FILE-EOF TO TRUE
                           NOT AT END
                               PERFORM STORE-ONE-RATE-PARA
                       END-READ
                   END-PERFORM
                   CLOSE FX-RATE-FILE
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
