           IF NOT WS-POST-OPEN
               DISPLAY "OVFLDRN: POSTFILE unavailable -"
                   " nothing drained this run"
               MOVE 8 TO RETURN-CODE
               PERFORM CLOSE-HANDOFF-FILES-PARA
               PERFORM PRINT-DRAIN-REPORT-PARA
               STOP RUN

           PERFORM CLOSE-HANDOFF-FILES-PARA
           PERFORM PRINT-DRAIN-REPORT-PARA
      *    Set after the last TXNLDSUB call has left its own code.
           IF WS-LEFT-IN-PLACE
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

      *----------------------------------------------------------------
           IF NOT WS-OVERFLOW-IN-OK
               DISPLAY "Error: unable to open OVERFLOW, status "
                   WS-OVERFLOW-IN-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO DRAIN-NEW-SPILL-EXIT
           END-IF

           IF NOT WS-SPLIT-FILE-OK
               DISPLAY "Error: unable to open " WS-SPLIT-FILENAME(1:8)
                   ", status " WS-SPLIT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-SPLIT-OPEN TO TRUE
           IF NOT WS-RETAIN-FILE-OK
               DISPLAY "Error: unable to open OVFLRETAIN, status "
                   WS-RETAIN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OVERFLOW-IN-FILE
           IF NOT WS-OVERFLOW-OUT-OK
               DISPLAY "Error: unable to rewrite OVERFLOW, status "
                   WS-OVERFLOW-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RETAIN-FILE
           IF NOT WS-DRAIN-STATE-OK
               DISPLAY "Error: unable to write DRNSTATE, status "
                   WS-DRAIN-STATE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO DRAIN-STATE-RECORD
