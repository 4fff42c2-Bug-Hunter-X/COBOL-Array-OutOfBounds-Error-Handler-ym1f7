           IF NOT WS-ERROR-LOG-FILE-OK
               DISPLAY "Error: unable to open ERRLOG, status "
                   WS-ERROR-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

