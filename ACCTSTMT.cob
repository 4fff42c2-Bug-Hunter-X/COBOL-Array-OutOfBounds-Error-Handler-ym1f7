      * cents can be turned back into a number.
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

       FD  ACCT-MASTER-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  WS-CLOSING-BALANCE             PIC S9(13)V99 VALUE 0.
       01  WS-RUNNING-BALANCE             PIC S9(13)V99 VALUE 0.

       01  WS-PRINT-AMOUNT                PIC +9(11).99.
       01  WS-PRINT-BALANCE               PIC +9(13).99.

       01  WS-STATEMENT-COUNT             PIC 9(5) VALUE 0.
      *----------------------------------------------------------------
      * Rebuilds the signed amount from the journal's edited column
      * and turns it into the entry's balance effect: an RV line
      * backed the amount out, every other line applied it. The
      * amount that moved the balance is the one converted into the
      * account's currency; a line from before the conversion columns
      * has only the amount as sent.
      *----------------------------------------------------------------
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
           ADD 1 TO WS-STATEMENT-COUNT
           DISPLAY "=============================================="
           DISPLAY "STATEMENT FOR ACCOUNT " WS-REQUEST-KEY
           IF ACCT-CURRENCY NOT = SPACES
               DISPLAY "Kept in currency " ACCT-CURRENCY
           END-IF
           DISPLAY "Period " WS-FROM-DATE " through " WS-TO-DATE
           DISPLAY "------------------------------------------------"
           MOVE WS-OPENING-BALANCE TO WS-PRINT-BALANCE
                       " " JRN-ACTION
                       " amount " WS-PRINT-AMOUNT
                       " balance " WS-PRINT-BALANCE
                   IF JRN-TXN-CURRENCY NOT = JRN-ACCT-CURRENCY
                       DISPLAY "             sent as " JRN-AMOUNT
                           " " JRN-TXN-CURRENCY " at " JRN-FX-RATE
                   END-IF
               END-IF
           END-IF.
