       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBSTRM.
      *
      * Nightly job-stream controller. Runs the night's steps in
      * order -
      *     TXNLOAD  APPRVL   TXNSCRN  INTACCR  TXNPOST  WHSRLS
      *     OVFLDRN  SUSPDRN  RSNDADV  ERRRPT   EODBAL
      * - each as its own run unit, and records every step's start,
      * end and outcome on the run-level JOBLOG ledger. APPRVL
      * applies the day's approval decisions ahead of TXNSCRN, so
      * approved items reach that night's POSTFILE, and ahead of
      * RSNDADV, so declines are advised that night. TXNSCRN
      * screens the POSTFILE TXNLOAD has just written, diverting
      * large-value and high-velocity items to the approval queue,
      * before any generated batch is appended. INTACCR sits between the
      * screening and posting because its ACCRUAL batch has to be
      * appended to that same night's POSTFILE.
      *
      * A step's outcome comes from the return code it ends with:
      *      0   OK      step finished its work.
      *      4   BREAK   EODBAL only - the day is out of balance.
      *      8           step ended with work left for a rerun
      *                  (a file left in place, a handoff target
      *                  unavailable) - FAILED.
      *     16           step stopped on a fatal error - FAILED.
      * Anything other than OK stops the stream: later steps would
      * only build on a broken day. The controller itself ends with
      * 0 when the stream completed, 4 when it stopped on a break and
      * 8 when it stopped on a failure.
      *
      * Each step keeps its own restart ledger (APPRSTATE, SCRNSTATE,
      * ACCRSTATE, POSTCHKPT, WHSSTATE, DRNSTATE, SUSPSTATE), so
      * rerunning a step that failed part-way is always safe; JOBLOG
      * ties the sequence together. On a rerun the controller reads
      * JOBLOG, and if the last stream did not complete it resumes
      * that same run at the first step not recorded OK - a step
      * whose START line has no outcome line abended and is rerun
      * too. Once a stream has completed, the next invocation starts
      * a new run from the first step.
      *
      * JOBLOG is append-only: a START line before every step, an
      * outcome line after it, and a STREAM line each time the stream
      * starts, resumes, stops or completes. The run id is the date
      * and time the run first started, so every attempt of one
      * night's run carries the same id. Ends with a one-page run
      * summary, elapsed time per step, for the batch-window review.
      *
      * Step programs are run from the job directory (WS-STEP-PREFIX
      * plus the program name).
      *
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-LOG-FILE ASSIGN TO "JOBLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOB-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *----------------------------------------------------------------
      * One ledger line per event. Step lines carry the step number
      * and name; STREAM lines carry step number 00. The date and
      * time are the start time on a START line and the end time on
      * an outcome line, which also carries the return code and the
      * elapsed seconds.
      *----------------------------------------------------------------
       FD  JOB-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JOB-LOG-RECORD.
           05  JL-RUN-ID                  PIC 9(14).
           05  FILLER                     PIC X(1).
           05  JL-STEP-NO                 PIC 9(2).
           05  FILLER                     PIC X(1).
           05  JL-STEP-NAME               PIC X(8).
           05  FILLER                     PIC X(1).
           05  JL-OUTCOME                 PIC X(8).
               88  JL-STARTED             VALUE "START".
               88  JL-OK                  VALUE "OK".
               88  JL-COMPLETE            VALUE "COMPLETE".
           05  FILLER                     PIC X(1).
           05  JL-DATE                    PIC 9(8).
           05  FILLER                     PIC X(1).
           05  JL-TIME                    PIC 9(6).
           05  FILLER                     PIC X(1).
           05  JL-RETURN-CODE             PIC 9(4).
           05  FILLER                     PIC X(1).
           05  JL-ELAPSED                 PIC 9(6).
           05  FILLER                     PIC X(17).

       WORKING-STORAGE SECTION.
       01  WS-JOB-LOG-STATUS              PIC X(2) VALUE SPACES.
           88  WS-JOB-LOG-OK              VALUE "00".

       01  WS-EOF-SWITCH                  PIC X VALUE "N".
           88  WS-EOF                     VALUE "Y" FALSE "N".

       01  WS-RESUMING-SWITCH             PIC X VALUE "N".
           88  WS-RESUMING                VALUE "Y" FALSE "N".

       01  WS-LAST-CLOSED-SWITCH          PIC X VALUE "N".
           88  WS-LAST-CLOSED             VALUE "Y" FALSE "N".

       01  WS-STREAM-STOPPED-SWITCH       PIC X VALUE "N".
           88  WS-STREAM-STOPPED          VALUE "Y" FALSE "N".

       01  WS-STREAM-EVENT                PIC X(8) VALUE SPACES.

       01  WS-STEP-PREFIX                 PIC X(20) VALUE "./".
       01  WS-STEP-COMMAND                PIC X(100) VALUE SPACES.
       01  WS-CALL-RC                     PIC S9(9) VALUE 0.

      *----------------------------------------------------------------
      * The stream, in run order.
      *----------------------------------------------------------------
       01  WS-STEP-NAME-VALUES.
           05  FILLER                     PIC X(8) VALUE "TXNLOAD".
           05  FILLER                     PIC X(8) VALUE "APPRVL".
           05  FILLER                     PIC X(8) VALUE "TXNSCRN".
           05  FILLER                     PIC X(8) VALUE "INTACCR".
           05  FILLER                     PIC X(8) VALUE "TXNPOST".
           05  FILLER                     PIC X(8) VALUE "WHSRLS".
           05  FILLER                     PIC X(8) VALUE "OVFLDRN".
           05  FILLER                     PIC X(8) VALUE "SUSPDRN".
           05  FILLER                     PIC X(8) VALUE "RSNDADV".
           05  FILLER                     PIC X(8) VALUE "ERRRPT".
           05  FILLER                     PIC X(8) VALUE "EODBAL".
       01  WS-STEP-NAME-TABLE REDEFINES WS-STEP-NAME-VALUES.
           05  WS-STEP-NAME               PIC X(8) OCCURS 11 TIMES.
       01  WS-STEP-COUNT                  PIC 9(2) VALUE 11.

      *    Where each step stands in the current run - carried over
      *    from JOBLOG for steps an earlier attempt finished.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 11 TIMES.
               10  WS-STEP-OUTCOME        PIC X(8).
               10  WS-STEP-START-DATE     PIC 9(8).
               10  WS-STEP-START-TIME     PIC 9(6).
               10  WS-STEP-END-DATE       PIC 9(8).
               10  WS-STEP-END-TIME       PIC 9(6).
               10  WS-STEP-RC             PIC 9(4).
               10  WS-STEP-ELAPSED        PIC 9(6).
               10  WS-STEP-EARLIER-SWITCH PIC X.
                   88  WS-STEP-EARLIER    VALUE "Y" FALSE "N".

       01  WS-STEP-SUB                    PIC 9(2) VALUE 0.
       01  WS-RESUME-STEP                 PIC 9(2) VALUE 0.
       01  WS-STOPPED-STEP                PIC 9(2) VALUE 0.

       01  WS-RUN-ID                      PIC 9(14) VALUE 0.
       01  WS-LAST-RUN-ID                 PIC 9(14) VALUE 0.

       01  WS-NOW-DATE-TIME.
           05  WS-NOW-DATE                PIC 9(8).
           05  WS-NOW-TIME                PIC 9(6).
           05  FILLER                     PIC X(7).
       01  WS-NOW-STAMP REDEFINES WS-NOW-DATE-TIME.
           05  WS-NOW-RUN-ID              PIC 9(14).
           05  FILLER                     PIC X(7).

      *    Elapsed-time arithmetic.
       01  WS-TIME-WORK                   PIC 9(6) VALUE 0.
       01  WS-TIME-WORK-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH                 PIC 9(2).
           05  WS-TIME-MM                 PIC 9(2).
           05  WS-TIME-SS                 PIC 9(2).
       01  WS-START-SECONDS               PIC 9(5) VALUE 0.
       01  WS-END-SECONDS                 PIC 9(5) VALUE 0.
       01  WS-ELAPSED-SECONDS             PIC S9(9) VALUE 0.
       01  WS-TOTAL-ELAPSED               PIC 9(7) VALUE 0.
       01  WS-STREAM-RC                   PIC 9(4) VALUE 0.

       01  WS-PRINT-CLOCK.
           05  WS-PRINT-HH                PIC 9(2).
           05  FILLER                     PIC X VALUE ":".
           05  WS-PRINT-MM                PIC 9(2).
           05  FILLER                     PIC X VALUE ":".
           05  WS-PRINT-SS                PIC 9(2).
       01  WS-PRINT-START                 PIC X(8) VALUE SPACES.
       01  WS-PRINT-END                   PIC X(8) VALUE SPACES.
       01  WS-PRINT-ELAPSED               PIC X(8) VALUE SPACES.
       01  WS-PRINT-SECONDS               PIC 9(7) VALUE 0.
       01  WS-PRINT-MARK                  PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PARA.
           PERFORM INITIALIZE-STEPS-PARA
               VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           PERFORM READ-JOB-LOG-PARA

      *    An unfinished run is resumed at its first step not yet
      *    OK; a finished one (or an empty ledger) means a new run.
           IF WS-LAST-RUN-ID > 0 AND NOT WS-LAST-CLOSED
               SET WS-RESUMING TO TRUE
               MOVE WS-LAST-RUN-ID TO WS-RUN-ID
               MOVE 0 TO WS-RESUME-STEP
               PERFORM FIND-RESUME-STEP-PARA
                   VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
                           OR WS-RESUME-STEP > 0
               IF WS-RESUME-STEP = 0
                   COMPUTE WS-RESUME-STEP = WS-STEP-COUNT + 1
               END-IF
               DISPLAY "JOBSTRM: resuming run " WS-RUN-ID
                   " at step " WS-RESUME-STEP
               MOVE "RESUMED" TO WS-STREAM-EVENT
               PERFORM WRITE-STREAM-LINE-PARA
           ELSE
               PERFORM INITIALIZE-STEPS-PARA
                   VARYING WS-STEP-SUB FROM 1 BY 1
                       UNTIL WS-STEP-SUB > WS-STEP-COUNT
               MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-TIME
               MOVE WS-NOW-RUN-ID TO WS-RUN-ID
               MOVE 1 TO WS-RESUME-STEP
               DISPLAY "JOBSTRM: starting run " WS-RUN-ID
               MOVE "STARTED" TO WS-STREAM-EVENT
               PERFORM WRITE-STREAM-LINE-PARA
           END-IF

           PERFORM RUN-STEP-IF-DUE-PARA
               VARYING WS-STEP-SUB FROM WS-RESUME-STEP BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                       OR WS-STREAM-STOPPED

           IF WS-STREAM-STOPPED
               MOVE "STOPPED" TO WS-STREAM-EVENT
           ELSE
               MOVE "COMPLETE" TO WS-STREAM-EVENT
           END-IF
           PERFORM WRITE-STREAM-LINE-PARA
           PERFORM PRINT-RUN-SUMMARY-PARA

           EVALUATE TRUE
               WHEN NOT WS-STREAM-STOPPED
                   MOVE 0 TO WS-STREAM-RC
               WHEN WS-STEP-OUTCOME(WS-STOPPED-STEP) = "BREAK"
                   MOVE 4 TO WS-STREAM-RC
               WHEN OTHER
                   MOVE 8 TO WS-STREAM-RC
           END-EVALUATE
           MOVE WS-STREAM-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-STEPS-PARA.
           MOVE "NOT RUN" TO WS-STEP-OUTCOME(WS-STEP-SUB)
           MOVE 0 TO WS-STEP-START-DATE(WS-STEP-SUB)
           MOVE 0 TO WS-STEP-START-TIME(WS-STEP-SUB)
           MOVE 0 TO WS-STEP-END-DATE(WS-STEP-SUB)
           MOVE 0 TO WS-STEP-END-TIME(WS-STEP-SUB)
           MOVE 0 TO WS-STEP-RC(WS-STEP-SUB)
           MOVE 0 TO WS-STEP-ELAPSED(WS-STEP-SUB)
           SET WS-STEP-EARLIER(WS-STEP-SUB) TO FALSE.

      *----------------------------------------------------------------
      * Replays JOBLOG, keeping only the latest run: each step's
      * latest line for that run, and whether the run was closed by
      * a STREAM COMPLETE line. A step left on START abended. Step
      * lines are matched on the step name, so a run logged before a
      * step was added to the stream still resumes at the right one.
      *----------------------------------------------------------------
       READ-JOB-LOG-PARA.
           MOVE 0 TO WS-LAST-RUN-ID
           SET WS-LAST-CLOSED TO FALSE
           OPEN INPUT JOB-LOG-FILE
           IF WS-JOB-LOG-STATUS = "35"
               CONTINUE
           ELSE
               IF NOT WS-JOB-LOG-OK
                   DISPLAY "Error: unable to open JOBLOG, status "
                       WS-JOB-LOG-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               SET WS-EOF TO FALSE
               PERFORM UNTIL WS-EOF
                   READ JOB-LOG-FILE
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           PERFORM REPLAY-ONE-LINE-PARA
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-FILE
           END-IF.

       REPLAY-ONE-LINE-PARA.
           IF JL-RUN-ID IS NOT NUMERIC
                   OR JL-STEP-NO IS NOT NUMERIC
               CONTINUE
           ELSE
               IF JL-RUN-ID NOT = WS-LAST-RUN-ID
                   MOVE JL-RUN-ID TO WS-LAST-RUN-ID
                   SET WS-LAST-CLOSED TO FALSE
                   PERFORM INITIALIZE-STEPS-PARA
                       VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > WS-STEP-COUNT
               END-IF
               EVALUATE TRUE
                   WHEN JL-STEP-NO = 0
                       IF JL-COMPLETE
                           SET WS-LAST-CLOSED TO TRUE
                       END-IF
                   WHEN OTHER
                       PERFORM FIND-LOGGED-STEP-PARA
               END-EVALUATE
               EVALUATE TRUE
                   WHEN JL-STEP-NO = 0
                       CONTINUE
                   WHEN WS-STEP-SUB > WS-STEP-COUNT
                       CONTINUE
                   WHEN JL-STARTED
                       MOVE "ABENDED" TO WS-STEP-OUTCOME(WS-STEP-SUB)
                       MOVE JL-DATE TO WS-STEP-START-DATE(WS-STEP-SUB)
                       MOVE JL-TIME TO WS-STEP-START-TIME(WS-STEP-SUB)
                       MOVE 0 TO WS-STEP-END-DATE(WS-STEP-SUB)
                       MOVE 0 TO WS-STEP-END-TIME(WS-STEP-SUB)
                       MOVE 0 TO WS-STEP-RC(WS-STEP-SUB)
                       MOVE 0 TO WS-STEP-ELAPSED(WS-STEP-SUB)
                       SET WS-STEP-EARLIER(WS-STEP-SUB) TO TRUE
                   WHEN OTHER
                       MOVE JL-OUTCOME TO WS-STEP-OUTCOME(WS-STEP-SUB)
                       MOVE JL-DATE TO WS-STEP-END-DATE(WS-STEP-SUB)
                       MOVE JL-TIME TO WS-STEP-END-TIME(WS-STEP-SUB)
                       MOVE JL-RETURN-CODE TO WS-STEP-RC(WS-STEP-SUB)
                       MOVE JL-ELAPSED TO WS-STEP-ELAPSED(WS-STEP-SUB)
                       SET WS-STEP-EARLIER(WS-STEP-SUB) TO TRUE
               END-EVALUATE
           END-IF.

       FIND-LOGGED-STEP-PARA.
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
                   OR WS-STEP-NAME(WS-STEP-SUB) = JL-STEP-NAME
               CONTINUE
           END-PERFORM.

       FIND-RESUME-STEP-PARA.
           IF WS-STEP-OUTCOME(WS-STEP-SUB) NOT = "OK"
               MOVE WS-STEP-SUB TO WS-RESUME-STEP
           END-IF.

      *    A step this run already finished is not run again - only
      *    possible for a run logged before a step was added ahead
      *    of it.
       RUN-STEP-IF-DUE-PARA.
           IF WS-STEP-OUTCOME(WS-STEP-SUB) NOT = "OK"
               PERFORM RUN-ONE-STEP-PARA
           END-IF.

      *----------------------------------------------------------------
      * Runs one step: START line, the step itself, outcome line.
      * The step's return code is taken and RETURN-CODE cleared at
      * once, so the controller's own ending code is set only by
      * MAIN-PARA.
      *----------------------------------------------------------------
       RUN-ONE-STEP-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-TIME
           MOVE WS-NOW-DATE TO WS-STEP-START-DATE(WS-STEP-SUB)
           MOVE WS-NOW-TIME TO WS-STEP-START-TIME(WS-STEP-SUB)
           SET WS-STEP-EARLIER(WS-STEP-SUB) TO FALSE
           MOVE "START" TO WS-STEP-OUTCOME(WS-STEP-SUB)
           PERFORM WRITE-STEP-LINE-PARA

           MOVE SPACES TO WS-STEP-COMMAND
           STRING WS-STEP-PREFIX DELIMITED BY SPACE
                   WS-STEP-NAME(WS-STEP-SUB) DELIMITED BY SPACE
                   INTO WS-STEP-COMMAND
           DISPLAY "JOBSTRM: step " WS-STEP-SUB " "
               WS-STEP-NAME(WS-STEP-SUB) " starting"
           CALL "SYSTEM" USING WS-STEP-COMMAND
           END-CALL
           MOVE RETURN-CODE TO WS-CALL-RC
           MOVE 0 TO RETURN-CODE
      *    On UNIX the shell hands back a wait status with the step's
      *    own exit code in the high-order byte.
           IF WS-CALL-RC > 255
               COMPUTE WS-CALL-RC = WS-CALL-RC / 256
           END-IF

           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-TIME
           MOVE WS-NOW-DATE TO WS-STEP-END-DATE(WS-STEP-SUB)
           MOVE WS-NOW-TIME TO WS-STEP-END-TIME(WS-STEP-SUB)
           PERFORM COMPUTE-ELAPSED-PARA

           EVALUATE TRUE
               WHEN WS-CALL-RC = 0
                   MOVE "OK" TO WS-STEP-OUTCOME(WS-STEP-SUB)
               WHEN WS-CALL-RC = 4
                       AND WS-STEP-NAME(WS-STEP-SUB) = "EODBAL"
                   MOVE "BREAK" TO WS-STEP-OUTCOME(WS-STEP-SUB)
               WHEN OTHER
                   MOVE "FAILED" TO WS-STEP-OUTCOME(WS-STEP-SUB)
           END-EVALUATE
           IF WS-CALL-RC < 0 OR WS-CALL-RC > 9999
               MOVE 9999 TO WS-STEP-RC(WS-STEP-SUB)
           ELSE
               MOVE WS-CALL-RC TO WS-STEP-RC(WS-STEP-SUB)
           END-IF
           PERFORM WRITE-STEP-LINE-PARA

           DISPLAY "JOBSTRM: step " WS-STEP-SUB " "
               WS-STEP-NAME(WS-STEP-SUB) " ended "
               WS-STEP-OUTCOME(WS-STEP-SUB) " return code "
               WS-STEP-RC(WS-STEP-SUB)
           IF WS-STEP-OUTCOME(WS-STEP-SUB) NOT = "OK"
               SET WS-STREAM-STOPPED TO TRUE
               MOVE WS-STEP-SUB TO WS-STOPPED-STEP
           END-IF.

       COMPUTE-ELAPSED-PARA.
           MOVE WS-STEP-START-TIME(WS-STEP-SUB) TO WS-TIME-WORK
           COMPUTE WS-START-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           MOVE WS-STEP-END-TIME(WS-STEP-SUB) TO WS-TIME-WORK
           COMPUTE WS-END-SECONDS =
               WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
           COMPUTE WS-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE(WS-STEP-END-DATE(WS-STEP-SUB))
               - FUNCTION INTEGER-OF-DATE
                   (WS-STEP-START-DATE(WS-STEP-SUB))) * 86400
               + WS-END-SECONDS - WS-START-SECONDS
           IF WS-ELAPSED-SECONDS < 0 OR WS-ELAPSED-SECONDS > 999999
               MOVE 0 TO WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-ELAPSED-SECONDS TO WS-STEP-ELAPSED(WS-STEP-SUB).

      *----------------------------------------------------------------
      * JOBLOG writes. The ledger is opened and closed around every
      * line so each line is on disk before the next step starts.
      *----------------------------------------------------------------
       WRITE-STEP-LINE-PARA.
           MOVE SPACES TO JOB-LOG-RECORD
           MOVE WS-RUN-ID TO JL-RUN-ID
           MOVE WS-STEP-SUB TO JL-STEP-NO
           MOVE WS-STEP-NAME(WS-STEP-SUB) TO JL-STEP-NAME
           MOVE WS-STEP-OUTCOME(WS-STEP-SUB) TO JL-OUTCOME
           IF JL-STARTED
               MOVE WS-STEP-START-DATE(WS-STEP-SUB) TO JL-DATE
               MOVE WS-STEP-START-TIME(WS-STEP-SUB) TO JL-TIME
               MOVE 0 TO JL-RETURN-CODE
               MOVE 0 TO JL-ELAPSED
           ELSE
               MOVE WS-STEP-END-DATE(WS-STEP-SUB) TO JL-DATE
               MOVE WS-STEP-END-TIME(WS-STEP-SUB) TO JL-TIME
               MOVE WS-STEP-RC(WS-STEP-SUB) TO JL-RETURN-CODE
               MOVE WS-STEP-ELAPSED(WS-STEP-SUB) TO JL-ELAPSED
           END-IF
           PERFORM APPEND-JOB-LOG-PARA.

      *    STREAM line: STARTED or RESUMED before the first step,
      *    COMPLETE or STOPPED after the last one run.
       WRITE-STREAM-LINE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATE-TIME
           MOVE SPACES TO JOB-LOG-RECORD
           MOVE WS-RUN-ID TO JL-RUN-ID
           MOVE 0 TO JL-STEP-NO
           MOVE "STREAM" TO JL-STEP-NAME
           MOVE WS-STREAM-EVENT TO JL-OUTCOME
           MOVE WS-NOW-DATE TO JL-DATE
           MOVE WS-NOW-TIME TO JL-TIME
           MOVE 0 TO JL-RETURN-CODE
           MOVE 0 TO JL-ELAPSED
           PERFORM APPEND-JOB-LOG-PARA.

       APPEND-JOB-LOG-PARA.
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOB-LOG-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           IF NOT WS-JOB-LOG-OK
               DISPLAY "Error: unable to write JOBLOG, status "
                   WS-JOB-LOG-STATUS " - stream stopped"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.

      *----------------------------------------------------------------
      * One-page run summary. Steps an earlier attempt of the same
      * run finished are marked with an asterisk; the total covers
      * the steps run by this invocation.
      *----------------------------------------------------------------
       PRINT-RUN-SUMMARY-PARA.
           MOVE 0 TO WS-TOTAL-ELAPSED
           DISPLAY "=============================================="
           DISPLAY "JOBSTRM NIGHTLY RUN SUMMARY"
           DISPLAY "------------------------------------------------"
           DISPLAY "Run id  . . . . . . . . . . . . : " WS-RUN-ID
           IF WS-RESUMING
               DISPLAY "Resumed at step . . . . . . . . : "
                   WS-RESUME-STEP
           END-IF
           DISPLAY "------------------------------------------------"
           DISPLAY "NO STEP      OUTCOME   START    END      ELAPSED"
               "  RC"
           PERFORM PRINT-STEP-LINE-PARA
               VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > WS-STEP-COUNT
           DISPLAY "------------------------------------------------"
           MOVE WS-TOTAL-ELAPSED TO WS-PRINT-SECONDS
           PERFORM FORMAT-ELAPSED-PARA
           DISPLAY "Elapsed this invocation . . . . : " WS-PRINT-ELAPSED
           IF WS-STREAM-STOPPED
               DISPLAY "STREAM VERDICT  . . . . . . . . : STOPPED AT "
                   WS-STEP-NAME(WS-STOPPED-STEP) " ("
                   WS-STEP-OUTCOME(WS-STOPPED-STEP) ")"
               DISPLAY "*** FIX AND RERUN JOBSTRM TO RESUME ***"
           ELSE
               DISPLAY "STREAM VERDICT  . . . . . . . . : COMPLETE"
           END-IF
           DISPLAY "  * finished by an earlier attempt of this run"
           DISPLAY "==============================================".

       PRINT-STEP-LINE-PARA.
           MOVE SPACES TO WS-PRINT-START
           MOVE SPACES TO WS-PRINT-END
           MOVE SPACES TO WS-PRINT-ELAPSED
           IF WS-STEP-START-DATE(WS-STEP-SUB) > 0
               MOVE WS-STEP-START-TIME(WS-STEP-SUB) TO WS-TIME-WORK
               PERFORM FORMAT-CLOCK-PARA
               MOVE WS-PRINT-CLOCK TO WS-PRINT-START
           END-IF
           IF WS-STEP-END-DATE(WS-STEP-SUB) > 0
               MOVE WS-STEP-END-TIME(WS-STEP-SUB) TO WS-TIME-WORK
               PERFORM FORMAT-CLOCK-PARA
               MOVE WS-PRINT-CLOCK TO WS-PRINT-END
               MOVE WS-STEP-ELAPSED(WS-STEP-SUB) TO WS-PRINT-SECONDS
               PERFORM FORMAT-ELAPSED-PARA
           END-IF
           IF WS-STEP-EARLIER(WS-STEP-SUB)
               MOVE "*" TO WS-PRINT-MARK
           ELSE
               MOVE SPACE TO WS-PRINT-MARK
               ADD WS-STEP-ELAPSED(WS-STEP-SUB) TO WS-TOTAL-ELAPSED
           END-IF
           DISPLAY WS-STEP-SUB " " WS-STEP-NAME(WS-STEP-SUB)
               WS-PRINT-MARK " " WS-STEP-OUTCOME(WS-STEP-SUB) "  "
               WS-PRINT-START " " WS-PRINT-END " " WS-PRINT-ELAPSED
               " " WS-STEP-RC(WS-STEP-SUB).

       FORMAT-CLOCK-PARA.
           MOVE WS-TIME-HH TO WS-PRINT-HH
           MOVE WS-TIME-MM TO WS-PRINT-MM
           MOVE WS-TIME-SS TO WS-PRINT-SS.

      *    Seconds to HH:MM:SS; a step past 99 hours shows 99.
       FORMAT-ELAPSED-PARA.
           IF WS-PRINT-SECONDS > 359999
               MOVE 359999 TO WS-PRINT-SECONDS
           END-IF
           COMPUTE WS-PRINT-HH = WS-PRINT-SECONDS / 3600
           COMPUTE WS-PRINT-MM =
               (WS-PRINT-SECONDS - WS-PRINT-HH * 3600) / 60
           COMPUTE WS-PRINT-SS = WS-PRINT-SECONDS
               - WS-PRINT-HH * 3600 - WS-PRINT-MM * 60
           MOVE WS-PRINT-CLOCK TO WS-PRINT-ELAPSED.
