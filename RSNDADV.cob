      *   H  advice date and the source transmission file it covers
      *   R  one per edit-rejected record: the ED01/ED02/ED03/ED04
      *      reason, the failing field name, and the original
      *      80-byte record - also one per item held at screening
      *      and declined at approval (SC01, field APPROVAL)
      *   B  one per whole-batch rejection: the trailer reason from
      *      VERIFY-TRAILER-PARA and the detail count thrown out
      *   S  summary: edit-reject count, batch-reject count, and the
               DISPLAY "Error: unable to open advice file for "
                   WS-SRC-NAME(WS-SRC-SUB) ", status "
                   WS-ADVICE-FILE-STATUS " - skipped"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO ADVICE-HEADER-RECORD
               MOVE "H" TO ADVH-RECORD-TYPE
