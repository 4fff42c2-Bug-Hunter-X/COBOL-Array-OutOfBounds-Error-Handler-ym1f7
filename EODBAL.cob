      * "T" trailer, TXNPOST's posted/suspense counts - and this
      * program cross-foots them:
      *   Leg 1  LOAD TO GL      RUNSTAT accepted count vs the GLINTF
      *                          trailer counts.
      *   Leg 2  LOAD TO POST    RUNSTAT accepted vs the day's JOURNAL
      *                          lines from load batches (posted,
      *                          reversed, suspensed) plus the records
      *                          RUNSTAT says were warehoused, the
      *                          duplicates DUPRPT says were
      *                          suppressed and the items TXNSCRN held
      *                          for approval - RUNSTAT counts
      *                          accepted records before duplicate
      *                          handling and screening, so none of
      *                          those reach the journal on a
      *                          perfectly healthy day.
      *   Leg 3  GL TO JOURNAL   the GLINTF trailer net vs the day's
      *                          journal effect plus suspensed,
      *                          warehoused and held value - proved
      *                          separately for each currency, on the
      *                          amounts as sent, since the GL extract
      *                          carries one trailer per currency and
      *                          nothing is summed across them.
      *   Leg 4  OVERFLOW        today's overflow-rejected count
      *                          against the OVERFLOW backlog on disk
      *                          plus the CATCHUP lines OVFLDRN has
      * Catch-up activity (CATCHUP/WHSRELEASE batches and SUSPPOST
      * drain lines) posts through the same journal but belongs to
      * other days' intake, so it is reported separately, not folded
      * into the load legs. The same goes for the ACCRUAL batch
      * INTACCR generates: it never passed through TXNLOAD, so it is
      * counted and totalled on its own line. Approved items TXNSCRN
      * releases under the APPROVED batch were held on an earlier
      * load day; they too are counted on their own line. Today's
      * held items are found on the PENDAPPR queue, or on the APPRLOG
      * decision log once they have been approved or declined.
      * The accrual and approved effects are shown per currency too.
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-REPORT-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "PENDAPPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT DECISION-LOG-FILE ASSIGN TO "APPRLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECISION-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-STATUS-FILE
           05  FILLER                     PIC X(1).
           05  RS-WHS-AMOUNT              PIC S9(13)V99
                                           SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  RS-CURRENCY                PIC X(3).
           05  FILLER                     PIC X(4).

       FD  GL-INTERFACE-FILE
           RECORD CONTAINS 80 CHARACTERS.
                                           SIGN LEADING SEPARATE.
           05  GL-NET-AMOUNT              PIC S9(15)V99
                                           SIGN LEADING SEPARATE.
           05  GL-CURRENCY                PIC X(3).
           05  FILLER                     PIC X(3).

      *----------------------------------------------------------------
      * Reading-side view of the JOURNAL line, the edited amount
      * split so it can be turned back into a number - same layout
      * ACCTSTMT reads. Only the amount as sent and its currency are
      * needed here: that is what the GL extract totalled.
      *----------------------------------------------------------------
       FD  JOURNAL-FILE
           RECORD CONTAINS 110 CHARACTERS.
       01  JOURNAL-RECORD.
           05  JRN-BATCH-ID               PIC X(10).
           05  FILLER                     PIC X(1).
           05  JRN-NEW-BALANCE            PIC X(15).
           05  FILLER                     PIC X(1).
           05  JRN-POST-DATE              PIC X(8).
           05  FILLER                     PIC X(1).
           05  JRN-TXN-CURRENCY           PIC X(3).
           05  FILLER                     PIC X(34).

       FD  OVERFLOW-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  FILLER                     PIC X(1).
           05  DUP-REPORT-DATE            PIC X(8).

      *----------------------------------------------------------------
      * TXNSCRN's pending-approval queue - only the held item's type,
      * amount, currency and hold date are needed here.
      *----------------------------------------------------------------
       FD  PENDING-FILE
           RECORD CONTAINS 155 CHARACTERS.
       01  PENDING-RECORD.
           05  PA-BATCH-ID                PIC X(10).
           05  FILLER                     PIC X(1).
           05  PA-RECORD-TYPE             PIC X(2).
           05  PA-TXN-KEY                 PIC X(10).
           05  PA-AMOUNT                  PIC S9(9)V99.
           05  FILLER                     PIC X(8).
           05  PA-CURRENCY                PIC X(3).
           05  FILLER                     PIC X(46).
           05  FILLER                     PIC X(1).
           05  PA-HOLD-REASON             PIC X(8).
           05  FILLER                     PIC X(1).
           05  PA-HELD-DATE               PIC X(8).
           05  FILLER                     PIC X(46).

      *----------------------------------------------------------------
      * APPRVL's decision log - a held item approved or declined has
      * left the queue, so its hold date is picked up here instead.
      *----------------------------------------------------------------
       FD  DECISION-LOG-FILE
           RECORD CONTAINS 102 CHARACTERS.
       01  DECISION-LOG-RECORD.
           05  FILLER                     PIC X(34).
           05  AL-RESULT                  PIC X(8).
           05  FILLER                     PIC X(23).
           05  AL-RECORD-TYPE             PIC X(2).
           05  FILLER                     PIC X(1).
           05  AL-AMOUNT                  PIC S9(9)V99
                                          SIGN LEADING SEPARATE.
           05  FILLER                     PIC X(1).
           05  AL-HELD-DATE               PIC X(8).
           05  FILLER                     PIC X(10).
           05  AL-CURRENCY                PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-RUN-STATUS-FILE-STATUS      PIC X(2) VALUE SPACES.
           88  WS-RUN-STATUS-FILE-OK      VALUE "00".
       01  WS-RS-ACCEPTED-TOTAL           PIC 9(7) VALUE 0.
       01  WS-RS-OVERFLOW-TOTAL           PIC 9(7) VALUE 0.
       01  WS-RS-WHS-TOTAL                PIC 9(7) VALUE 0.

      *    GLINTF trailer side.
       01  WS-GL-TRAILER-SWITCH           PIC X VALUE "N".
           88  WS-GL-TRAILER-SEEN         VALUE "Y" FALSE "N".
       01  WS-GL-TRAILER-COUNT            PIC 9(7) VALUE 0.

      *    JOURNAL side, today's lines only, load batches vs the
      *    catch-up streams kept apart.
       01  WS-JRN-POSTED-COUNT            PIC 9(7) VALUE 0.
       01  WS-JRN-SUSPENSE-COUNT          PIC 9(7) VALUE 0.
       01  WS-JRN-CATCHUP-COUNT           PIC 9(7) VALUE 0.
       01  WS-JRN-RELEASE-COUNT           PIC 9(7) VALUE 0.
       01  WS-JRN-DRAIN-COUNT             PIC 9(7) VALUE 0.
       01  WS-JRN-ACCRUAL-COUNT           PIC 9(7) VALUE 0.

       01  WS-DUP-REPORT-FILE-STATUS      PIC X(2) VALUE SPACES.
           88  WS-DUP-REPORT-FILE-OK      VALUE "00".
       01  WS-DUP-SUPPRESSED-COUNT        PIC 9(7) VALUE 0.

      *    Items screened out of today's loads for approval, and the
      *    approved items released back into today's posting.
       01  WS-PENDING-FILE-STATUS         PIC X(2) VALUE SPACES.
           88  WS-PENDING-FILE-OK         VALUE "00".
       01  WS-DECISION-LOG-STATUS         PIC X(2) VALUE SPACES.
           88  WS-DECISION-LOG-OK         VALUE "00".
       01  WS-HELD-COUNT                  PIC 9(7) VALUE 0.
       01  WS-JRN-APPROVED-COUNT          PIC 9(7) VALUE 0.

      *----------------------------------------------------------------
      * The day's amounts, one set per currency - each found or added
      * by FIND-CURRENCY-PARA. Entry 1 is the base currency (spaces),
      * which is where lines and records from before the currency
      * columns existed land.
      *----------------------------------------------------------------
       01  WS-CCY-MAX                     PIC 9(2) VALUE 1.
       01  WS-CCY-SUB                     PIC 9(2) VALUE 0.
       01  WS-LOOK-CURRENCY               PIC X(3) VALUE SPACES.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CCY-CODE            PIC X(3).
               10  WS-CCY-GL-SWITCH       PIC X.
                   88  WS-CCY-GL-SEEN     VALUE "Y" FALSE "N".
               10  WS-GL-TRAILER-NET      PIC S9(15)V99.
               10  WS-JRN-POSTED-EFFECT   PIC S9(15)V99.
               10  WS-JRN-SUSPENSE-EFFECT PIC S9(15)V99.
               10  WS-RS-WHS-AMOUNT-TOTAL PIC S9(15)V99.
               10  WS-HELD-EFFECT         PIC S9(15)V99.
               10  WS-JRN-ACCRUAL-EFFECT  PIC S9(15)V99.
               10  WS-JRN-APPROVED-EFFECT PIC S9(15)V99.

       01  WS-LINE-AMOUNT                 PIC S9(11)V99 VALUE 0.
       01  WS-LINE-EFFECT                 PIC S9(11)V99 VALUE 0.

       01  WS-LEG3-EXPECTED               PIC S9(15)V99 VALUE 0.

       01  WS-OOB-LEG-COUNT               PIC 9(1) VALUE 0.
       01  WS-LEG3-BREAK-SWITCH           PIC X VALUE "N".
           88  WS-LEG3-BREAK              VALUE "Y" FALSE "N".

       01  WS-PRINT-AMOUNT                PIC +9(15).99.

       PROCEDURE DIVISION.
       MAIN-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-DATE-TIME
           INITIALIZE WS-CCY-TABLE
           MOVE 1 TO WS-CCY-MAX

           PERFORM TOTAL-RUN-STATUS-PARA
           PERFORM TOTAL-GL-TRAILER-PARA
           PERFORM TOTAL-JOURNAL-PARA
           PERFORM COUNT-OVERFLOW-PARA
           PERFORM COUNT-SUPPRESSED-PARA
           PERFORM COUNT-HELD-PARA

           PERFORM PRINT-BALANCE-PAGE-PARA
           STOP RUN.
                                   TO WS-RS-WHS-TOTAL
                           END-IF
                           IF RS-WHS-AMOUNT IS NUMERIC
                               MOVE RS-CURRENCY TO WS-LOOK-CURRENCY
                               PERFORM FIND-CURRENCY-PARA
                               ADD RS-WHS-AMOUNT
                                   TO WS-RS-WHS-AMOUNT-TOTAL(WS-CCY-SUB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-STATUS-FILE
           END-IF.

      *----------------------------------------------------------------
      * GLINTF carries one "T" trailer per currency: the counts add
      * up for leg 1, the nets are kept apart for leg 3.
      *----------------------------------------------------------------
       TOTAL-GL-TRAILER-PARA.
           OPEN INPUT GL-INTERFACE-FILE
           IF NOT WS-GL-INTERFACE-OK
                       NOT AT END
                           IF GL-RECORD-TYPE = "T"
                               SET WS-GL-TRAILER-SEEN TO TRUE
                               ADD GL-REC-COUNT
                                   TO WS-GL-TRAILER-COUNT
                               MOVE GL-CURRENCY TO WS-LOOK-CURRENCY
                               PERFORM FIND-CURRENCY-PARA
                               SET WS-CCY-GL-SEEN(WS-CCY-SUB) TO TRUE
                               ADD GL-NET-AMOUNT
                                   TO WS-GL-TRAILER-NET(WS-CCY-SUB)
                           END-IF
                   END-READ
               END-PERFORM
      * The journal accumulates across days - only today's lines
      * count, and the catch-up streams (CATCHUP and WHSRELEASE
      * batches, SUSPPOST drain lines) are tallied apart because
      * their intake was proved on an earlier day's page. ACCRUAL
      * lines are tallied apart too - they have no load intake at
      * all - with the posted ones' effect kept for the page - and
      * so are APPROVED lines, whose intake was an earlier day's.
      *----------------------------------------------------------------
       TOTAL-JOURNAL-PARA.
           OPEN INPUT JOURNAL-FILE
                   OR JRN-POST-DATE NOT = WS-RUN-DATE
               CONTINUE
           ELSE
               MOVE JRN-TXN-CURRENCY TO WS-LOOK-CURRENCY
               PERFORM FIND-CURRENCY-PARA
               EVALUATE TRUE
                   WHEN JRN-ACTION = "SUSPPOST"
                       ADD 1 TO WS-JRN-DRAIN-COUNT
                       ADD 1 TO WS-JRN-CATCHUP-COUNT
                   WHEN JRN-BATCH-ID = "WHSRELEASE"
                       ADD 1 TO WS-JRN-RELEASE-COUNT
                   WHEN JRN-BATCH-ID = "ACCRUAL"
                       ADD 1 TO WS-JRN-ACCRUAL-COUNT
                       IF JRN-ACTION = "POSTED"
                               OR JRN-ACTION = "REVERSED"
                           PERFORM PARSE-LINE-EFFECT-PARA
                           ADD WS-LINE-EFFECT
                               TO WS-JRN-ACCRUAL-EFFECT(WS-CCY-SUB)
                       END-IF
                   WHEN JRN-BATCH-ID = "APPROVED"
                       ADD 1 TO WS-JRN-APPROVED-COUNT
                       IF JRN-ACTION = "POSTED"
                               OR JRN-ACTION = "REVERSED"
                           PERFORM PARSE-LINE-EFFECT-PARA
                           ADD WS-LINE-EFFECT
                               TO WS-JRN-APPROVED-EFFECT(WS-CCY-SUB)
                       END-IF
                   WHEN JRN-ACTION = "POSTED"
                       OR JRN-ACTION = "REVERSED"
                       PERFORM PARSE-LINE-EFFECT-PARA
                       ADD 1 TO WS-JRN-POSTED-COUNT
                       ADD WS-LINE-EFFECT
                           TO WS-JRN-POSTED-EFFECT(WS-CCY-SUB)
                   WHEN JRN-ACTION = "SUSPENSE"
                       PERFORM PARSE-LINE-EFFECT-PARA
                       ADD 1 TO WS-JRN-SUSPENSE-COUNT
                       ADD WS-LINE-EFFECT
                           TO WS-JRN-SUSPENSE-EFFECT(WS-CCY-SUB)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    Same effect rule the GL extract and the statements use: an
      *    RV line is worth the negated amount. The amount is the one
      *    as sent, in the line's transaction currency, like the GL's.
       PARSE-LINE-EFFECT-PARA.
           COMPUTE WS-LINE-AMOUNT =
               JRN-AMOUNT-UNITS + JRN-AMOUNT-CENTS / 100
               MOVE WS-LINE-AMOUNT TO WS-LINE-EFFECT
           END-IF.

      *    Finds WS-LOOK-CURRENCY in the currency table, adding it
      *    when new; should a 21st turn up it is reported and totalled
      *    in with the last entry.
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
                       WS-LOOK-CURRENCY " totalled under "
                       WS-CCY-CODE(WS-CCY-MAX)
               END-IF
               MOVE WS-CCY-MAX TO WS-CCY-SUB
           END-IF.

       COUNT-OVERFLOW-PARA.
           OPEN INPUT OVERFLOW-FILE
           IF WS-OVERFLOW-FILE-STATUS = "35"
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Items TXNSCRN held out of today's loads: still queued on
      * PENDAPPR, or already approved or declined on APPRLOG. Either
      * way they were accepted and never reached today's journal.
      *----------------------------------------------------------------
       COUNT-HELD-PARA.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-PENDING-FILE-OK
                   DISPLAY "Warning: unable to open PENDAPPR, status "
                       WS-PENDING-FILE-STATUS
                       " - held items counted as zero"
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF
                       READ PENDING-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF PA-HELD-DATE = WS-RUN-DATE
                                   PERFORM ADD-PENDING-HELD-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE PENDING-FILE
               END-IF
           END-IF

           OPEN INPUT DECISION-LOG-FILE
           IF WS-DECISION-LOG-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-DECISION-LOG-OK
                   DISPLAY "Warning: unable to open APPRLOG, status "
                       WS-DECISION-LOG-STATUS
                       " - decided held items counted as zero"
               ELSE
                   MOVE "N" TO WS-EOF-SWITCH
                   PERFORM UNTIL WS-EOF
                       READ DECISION-LOG-FILE
                           AT END
                               SET WS-EOF TO TRUE
                           NOT AT END
                               IF AL-HELD-DATE = WS-RUN-DATE
                                   AND (AL-RESULT = "APPROVED"
                                       OR AL-RESULT = "DECLINED")
                                   PERFORM ADD-DECIDED-HELD-PARA
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE DECISION-LOG-FILE
               END-IF
           END-IF.

      *    Valued at posting effect, the same rule as the journal
      *    lines: an RV is worth the negated amount.
       ADD-PENDING-HELD-PARA.
           ADD 1 TO WS-HELD-COUNT
           IF PA-AMOUNT IS NUMERIC
               MOVE PA-CURRENCY TO WS-LOOK-CURRENCY
               PERFORM FIND-CURRENCY-PARA
               IF PA-RECORD-TYPE = "RV"
                   SUBTRACT PA-AMOUNT
                       FROM WS-HELD-EFFECT(WS-CCY-SUB)
               ELSE
                   ADD PA-AMOUNT TO WS-HELD-EFFECT(WS-CCY-SUB)
               END-IF
           END-IF.

       ADD-DECIDED-HELD-PARA.
           ADD 1 TO WS-HELD-COUNT
           IF AL-AMOUNT IS NUMERIC
               MOVE AL-CURRENCY TO WS-LOOK-CURRENCY
               PERFORM FIND-CURRENCY-PARA
               IF AL-RECORD-TYPE = "RV"
                   SUBTRACT AL-AMOUNT
                       FROM WS-HELD-EFFECT(WS-CCY-SUB)
               ELSE
                   ADD AL-AMOUNT TO WS-HELD-EFFECT(WS-CCY-SUB)
               END-IF
           END-IF.

       PRINT-BALANCE-PAGE-PARA.
           DISPLAY "=============================================="
           DISPLAY "EODBAL DAILY BALANCING REPORT FOR " WS-RUN-DATE
      *    RUNSTAT counts accepted records before duplicate
      *    handling; a suppressed duplicate never reaches the
      *    journal, so today's SUPPRESSED lines sit on the expected
      *    side of this leg, as do the items held for approval.
           COMPUTE WS-LEG2-EXPECTED =
               WS-JRN-POSTED-COUNT + WS-JRN-SUSPENSE-COUNT
               + WS-RS-WHS-TOTAL + WS-DUP-SUPPRESSED-COUNT
               + WS-HELD-COUNT
           DISPLAY "  RUNSTAT accepted  . . . . . . : "
               WS-RS-ACCEPTED-TOTAL
           DISPLAY "  Journal posted/reversed . . . : "
               WS-RS-WHS-TOTAL
           DISPLAY "  Duplicates suppressed (DUPRPT): "
               WS-DUP-SUPPRESSED-COUNT
           DISPLAY "  Held for approval today . . . : "
               WS-HELD-COUNT
           IF WS-RS-ACCEPTED-TOTAL = WS-LEG2-EXPECTED
               DISPLAY "  LEG 2 . . . . . . . . . . . . : IN-BALANCE"
           ELSE
           END-IF

           DISPLAY "LEG 3 - GL TO JOURNAL AMOUNTS"
           SET WS-LEG3-BREAK TO FALSE
           PERFORM VARYING WS-CCY-SUB FROM 1 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
               PERFORM PRINT-LEG3-CURRENCY-PARA
           END-PERFORM
           IF WS-LEG3-BREAK
               ADD 1 TO WS-OOB-LEG-COUNT
           END-IF

               WS-JRN-RELEASE-COUNT
           DISPLAY "Suspense drain lines today  . . : "
               WS-JRN-DRAIN-COUNT
           DISPLAY "Accrual lines today . . . . . . : "
               WS-JRN-ACCRUAL-COUNT
           MOVE WS-JRN-ACCRUAL-EFFECT(1) TO WS-PRINT-AMOUNT
           DISPLAY "Accrual posted effect . . . . . : "
               WS-PRINT-AMOUNT
           PERFORM VARYING WS-CCY-SUB FROM 2 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
               IF WS-JRN-ACCRUAL-EFFECT(WS-CCY-SUB) NOT = 0
                   MOVE WS-JRN-ACCRUAL-EFFECT(WS-CCY-SUB)
                       TO WS-PRINT-AMOUNT
                   DISPLAY "Accrual posted effect ("
                       WS-CCY-CODE(WS-CCY-SUB) ") . . : "
                       WS-PRINT-AMOUNT
               END-IF
           END-PERFORM
           DISPLAY "Approved release lines today  . : "
               WS-JRN-APPROVED-COUNT
           MOVE WS-JRN-APPROVED-EFFECT(1) TO WS-PRINT-AMOUNT
           DISPLAY "Approved release posted effect  : "
               WS-PRINT-AMOUNT
           PERFORM VARYING WS-CCY-SUB FROM 2 BY 1
                   UNTIL WS-CCY-SUB > WS-CCY-MAX
               IF WS-JRN-APPROVED-EFFECT(WS-CCY-SUB) NOT = 0
                   MOVE WS-JRN-APPROVED-EFFECT(WS-CCY-SUB)
                       TO WS-PRINT-AMOUNT
                   DISPLAY "Approved release effect ("
                       WS-CCY-CODE(WS-CCY-SUB) ")   : "
                       WS-PRINT-AMOUNT
               END-IF
           END-PERFORM
           IF WS-OOB-LEG-COUNT = 0
               DISPLAY "DAY VERDICT . . . . . . . . . . : IN-BALANCE"
           ELSE
               DISPLAY "DAY VERDICT . . . . . . . . . . :"
                   " *OUT-OF-BALANCE* (" WS-OOB-LEG-COUNT " leg(s))"
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "==============================================".

      *----------------------------------------------------------------
      * Leg 3 for one currency. The base currency needs its trailer
      * as before; another currency with no trailer of its own proves
      * against a zero GL net, so value that reached the journal in a
      * currency the GL never saw still breaks the leg.
      *----------------------------------------------------------------
       PRINT-LEG3-CURRENCY-PARA.
           COMPUTE WS-LEG3-EXPECTED =
               WS-JRN-POSTED-EFFECT(WS-CCY-SUB)
               + WS-JRN-SUSPENSE-EFFECT(WS-CCY-SUB)
               + WS-RS-WHS-AMOUNT-TOTAL(WS-CCY-SUB)
               + WS-HELD-EFFECT(WS-CCY-SUB)
           IF WS-CCY-SUB > 1
               DISPLAY "  CURRENCY " WS-CCY-CODE(WS-CCY-SUB)
           END-IF
           MOVE WS-GL-TRAILER-NET(WS-CCY-SUB) TO WS-PRINT-AMOUNT
           DISPLAY "  GLINTF trailer net  . . . . . : "
               WS-PRINT-AMOUNT
           MOVE WS-JRN-POSTED-EFFECT(WS-CCY-SUB) TO WS-PRINT-AMOUNT
           DISPLAY "  Journal posted effect . . . . : "
               WS-PRINT-AMOUNT
           MOVE WS-JRN-SUSPENSE-EFFECT(WS-CCY-SUB) TO WS-PRINT-AMOUNT
           DISPLAY "  Journal suspensed value . . . : "
               WS-PRINT-AMOUNT
           MOVE WS-RS-WHS-AMOUNT-TOTAL(WS-CCY-SUB) TO WS-PRINT-AMOUNT
           DISPLAY "  Warehoused value (RUNSTAT)  . : "
               WS-PRINT-AMOUNT
           MOVE WS-HELD-EFFECT(WS-CCY-SUB) TO WS-PRINT-AMOUNT
           DISPLAY "  Held for approval value . . . : "
               WS-PRINT-AMOUNT
           IF WS-CCY-SUB = 1
               IF WS-CCY-GL-SEEN(1)
                       AND WS-GL-TRAILER-NET(1) = WS-LEG3-EXPECTED
                   DISPLAY "  LEG 3 . . . . . . . . . . . . :"
                       " IN-BALANCE"
               ELSE
                   DISPLAY "  LEG 3 . . . . . . . . . . . . :"
                       " *OUT-OF-BALANCE*"
                   SET WS-LEG3-BREAK TO TRUE
               END-IF
           ELSE
               IF WS-GL-TRAILER-NET(WS-CCY-SUB) = WS-LEG3-EXPECTED
                   DISPLAY "  LEG 3 (" WS-CCY-CODE(WS-CCY-SUB)
                       ") . . . . . . . . . : IN-BALANCE"
               ELSE
                   DISPLAY "  LEG 3 (" WS-CCY-CODE(WS-CCY-SUB)
                       ") . . . . . . . . . : *OUT-OF-BALANCE*"
                   SET WS-LEG3-BREAK TO TRUE
               END-IF
           END-IF.
