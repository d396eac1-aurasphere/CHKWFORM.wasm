       IDENTIFICATION DIVISION.
        PROGRAM-ID. nightrun.
      * Night batch stream driver. Reads the RUNBOOK.DAT run-book,
      * checks it hangs together (known frequencies, prerequisites
      * that exist and come earlier), and runs each step's command
      * in step-sequence order for one processing date. Every step
      * started is logged on RUNLOG.DAT with its start, end and
      * outcome. The stream stops at the first step that ends with
      * a non-zero return code, whose prerequisites did not finish,
      * or whose seal check finds the day unsealed or out of
      * balance. Rerunning for the same date picks the stream up at
      * that step: every step already logged OK for the date is left
      * alone. Month-end steps run only when the processing date is
      * the last business day of its month on the shop calendar.
      * NIGHTRUN.RPT is the one-page summary for the morning shift;
      * the program itself ends with a non-zero return code when
      * the stream stopped.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RUNBOOK-FILE ASSIGN TO "RUNBOOK.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNBOOK-FILE-STATUS.
            SELECT RUNLOG-FILE ASSIGN TO "RUNLOG.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RUNLOG-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "NIGHTRUN.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RUNBOOK-FILE.
           COPY "RUNBKREC.cpy".
        FD  RUNLOG-FILE.
           COPY "RUNLGREC.cpy".
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(100).
        WORKING-STORAGE SECTION.
       01 RUNBOOK-FILE-STATUS PIC X(2).
       01 RUNLOG-FILE-STATUS  PIC X(2).
       01 REPORT-FILE-STATUS  PIC X(2).
       01 WS-RUN-DATE-TEXT    PIC X(8).
       01 WS-RUN-DATE         PIC 9(8).
       01 WS-RUN-MONTH        PIC 9(6).
       01 WS-NEXT-DATE        PIC 9(8).
       01 WS-NEXT-INTEGER     PIC 9(9)  BINARY.
       01 WS-BUSINESS-DAY     PIC X.
       01 WS-CAL-STATUS       PIC X.
       01 WS-MONTH-END        PIC X     VALUE 'N'.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-STREAM-STARTED   PIC X(14).
       01 WS-STREAM-ENDED     PIC X(14).
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-BOOK-OK          PIC X     VALUE 'Y'.
       01 WS-STOPPED          PIC X     VALUE 'N'.
       01 WS-STOPPED-AT       PIC X(8)  VALUE SPACES.
       01 WS-DEPS-OK          PIC X.
       01 WS-FOUND            PIC X.
       01 WS-SEAL-STATUS      PIC X.
       01 WS-STEP-RC          PIC S9(9) BINARY.
       01 WS-IDX              PIC 9(3)  BINARY.
       01 WS-JDX              PIC 9(3)  BINARY.
       01 WS-KDX              PIC 9(3)  BINARY.
       01 WS-DEP              PIC 9(3)  BINARY.
       01 WS-POS              PIC 9(3)  BINARY.
       01 WS-OUT-POS          PIC 9(3)  BINARY.
       01 WS-STEP-COUNT       PIC 9(3)  BINARY VALUE ZERO.
       01 WS-RAN-COUNT        PIC 9(9)  VALUE ZERO.
       01 WS-DONE-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-NOTDUE-COUNT     PIC 9(9)  VALUE ZERO.
       01 WS-RC-EDIT          PIC -(9)9.
       01 WS-COMMAND          PIC X(200).
      * The run-book in step-sequence order, with what happened to
      * each step for this date: the outcome of the latest RUNLOG
      * row before this run (WS-STP-PRIOR) and the outcome this run
      * gave it (WS-STP-OUTCOME, DONE when an earlier run already
      * finished it).
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 30 TIMES.
               10 WS-STP-ID         PIC X(8).
               10 WS-STP-SEQUENCE   PIC 9(3).
               10 WS-STP-FREQUENCY  PIC X.
               10 WS-STP-SEAL-CHECK PIC X.
               10 WS-STP-DEPENDS    PIC X(8) OCCURS 4 TIMES.
               10 WS-STP-COMMAND    PIC X(100).
               10 WS-STP-PRIOR      PIC X(6).
               10 WS-STP-OUTCOME    PIC X(6).
               10 WS-STP-STARTED    PIC X(14).
               10 WS-STP-ENDED      PIC X(14).
               10 WS-STP-RC         PIC S9(9).
               10 WS-STP-NOTE       PIC X(40).
       01 WS-SWAP-ENTRY       PIC X(234).
        PROCEDURE DIVISION.
           DISPLAY "nightrun: night batch stream".
           DISPLAY "processing date (YYYYMMDD, blank=today): "
              WITH NO ADVANCING.
           ACCEPT WS-RUN-DATE-TEXT.
           IF WS-RUN-DATE-TEXT = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           ELSE
              IF WS-RUN-DATE-TEXT IS NOT NUMERIC
                 DISPLAY "nightrun: processing date must be YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RUN-DATE-TEXT TO WS-RUN-DATE
           END-IF.
           MOVE WS-RUN-DATE(1:6) TO WS-RUN-MONTH.
           PERFORM DETERMINE-MONTH-END.

           PERFORM LOAD-RUNBOOK.
           IF WS-BOOK-OK = 'Y'
              PERFORM CHECK-RUNBOOK
           END-IF.
           IF WS-BOOK-OK = 'N'
              DISPLAY "nightrun: run-book rejected; no step run"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM LOAD-PRIOR-OUTCOMES.

           OPEN EXTEND RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS = "35"
              OPEN OUTPUT RUNLOG-FILE
           END-IF.
           IF RUNLOG-FILE-STATUS NOT = "00"
              DISPLAY "nightrun: unable to open RUNLOG.DAT, status "
                 RUNLOG-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-STREAM-STARTED.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-STEP-COUNT OR WS-STOPPED = 'Y'
              PERFORM RUN-ONE-STEP
           END-PERFORM.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-STREAM-ENDED.
           CLOSE RUNLOG-FILE.

           PERFORM WRITE-SUMMARY.
           IF WS-STOPPED = 'Y'
              DISPLAY "nightrun: stream stopped at "
                 FUNCTION TRIM(WS-STOPPED-AT) "; rerun for "
                 WS-RUN-DATE " to resume there"
              MOVE 8 TO RETURN-CODE
           ELSE
              DISPLAY "nightrun: stream complete for " WS-RUN-DATE
              MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Month end is the last business day of the month on the shop
      * calendar: the night is month end when no later day of the
      * same month is a business day.
       DETERMINE-MONTH-END.
           MOVE 'Y' TO WS-MONTH-END.
           COMPUTE WS-NEXT-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 1.
           COMPUTE WS-NEXT-DATE =
              FUNCTION DATE-OF-INTEGER(WS-NEXT-INTEGER).
           PERFORM UNTIL WS-NEXT-DATE(1:6) NOT = WS-RUN-DATE(1:6)
                 OR WS-MONTH-END = 'N'
              CALL "busday" USING WS-NEXT-DATE, WS-BUSINESS-DAY,
                 WS-CAL-STATUS
              IF WS-BUSINESS-DAY = 'Y'
                 MOVE 'N' TO WS-MONTH-END
              END-IF
              ADD 1 TO WS-NEXT-INTEGER
              COMPUTE WS-NEXT-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-NEXT-INTEGER)
           END-PERFORM.

       LOAD-RUNBOOK.
           OPEN INPUT RUNBOOK-FILE.
           IF RUNBOOK-FILE-STATUS NOT = "00"
              DISPLAY "nightrun: unable to open RUNBOOK.DAT, status "
                 RUNBOOK-FILE-STATUS
              MOVE 'N' TO WS-BOOK-OK
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ RUNBOOK-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF RUNBOOK-RECORD NOT = SPACES
                          AND RUNBOOK-RECORD(1:1) NOT = '*'
                          PERFORM STORE-ONE-STEP
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUNBOOK-FILE
              IF WS-STEP-COUNT = ZERO
                 DISPLAY "nightrun: RUNBOOK.DAT lists no steps"
                 MOVE 'N' TO WS-BOOK-OK
              END-IF
           END-IF.

       STORE-ONE-STEP.
           IF WS-STEP-COUNT >= 30
              DISPLAY "nightrun: more than 30 steps; " RB-STEP-ID
                 " not loaded"
              MOVE 'N' TO WS-BOOK-OK
           ELSE
              ADD 1 TO WS-STEP-COUNT
              MOVE WS-STEP-COUNT TO WS-JDX
              MOVE RB-STEP-ID TO WS-STP-ID(WS-JDX)
              MOVE FUNCTION UPPER-CASE(RB-FREQUENCY)
                 TO WS-STP-FREQUENCY(WS-JDX)
              MOVE FUNCTION UPPER-CASE(RB-SEAL-CHECK)
                 TO WS-STP-SEAL-CHECK(WS-JDX)
              MOVE RB-COMMAND TO WS-STP-COMMAND(WS-JDX)
              PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 4
                 MOVE RB-DEPENDS-ON(WS-DEP)
                    TO WS-STP-DEPENDS(WS-JDX, WS-DEP)
              END-PERFORM
              MOVE SPACES TO WS-STP-PRIOR(WS-JDX)
              MOVE SPACES TO WS-STP-OUTCOME(WS-JDX)
              MOVE SPACES TO WS-STP-STARTED(WS-JDX)
              MOVE SPACES TO WS-STP-ENDED(WS-JDX)
              MOVE ZERO TO WS-STP-RC(WS-JDX)
              MOVE SPACES TO WS-STP-NOTE(WS-JDX)
              IF RB-SEQUENCE IS NUMERIC
                 MOVE RB-SEQUENCE TO WS-STP-SEQUENCE(WS-JDX)
              ELSE
                 DISPLAY "nightrun: step " RB-STEP-ID
                    " has no numeric sequence"
                 MOVE ZERO TO WS-STP-SEQUENCE(WS-JDX)
                 MOVE 'N' TO WS-BOOK-OK
              END-IF
           END-IF.

      * Sorts the table into sequence order, then checks each row.
      * A prerequisite has to be a step that runs earlier in the
      * same stream; anything else could never be satisfied.
       CHECK-RUNBOOK.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX >= WS-STEP-COUNT
              PERFORM VARYING WS-JDX FROM 1 BY 1
                    UNTIL WS-JDX > WS-STEP-COUNT - WS-IDX
                 IF WS-STP-SEQUENCE(WS-JDX) >
                    WS-STP-SEQUENCE(WS-JDX + 1)
                    MOVE WS-STEP-ENTRY(WS-JDX) TO WS-SWAP-ENTRY
                    MOVE WS-STEP-ENTRY(WS-JDX + 1)
                       TO WS-STEP-ENTRY(WS-JDX)
                    MOVE WS-SWAP-ENTRY TO WS-STEP-ENTRY(WS-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-STEP-COUNT
              PERFORM CHECK-ONE-STEP
           END-PERFORM.

       CHECK-ONE-STEP.
           IF WS-STP-ID(WS-IDX) = SPACES
              DISPLAY "nightrun: step at sequence "
                 WS-STP-SEQUENCE(WS-IDX) " has no step id"
              MOVE 'N' TO WS-BOOK-OK
           END-IF.
           IF WS-STP-FREQUENCY(WS-IDX) NOT = 'D'
              AND WS-STP-FREQUENCY(WS-IDX) NOT = 'M'
              DISPLAY "nightrun: step " WS-STP-ID(WS-IDX)
                 " frequency must be D or M"
              MOVE 'N' TO WS-BOOK-OK
           END-IF.
           IF WS-STP-SEAL-CHECK(WS-IDX) NOT = 'Y'
              AND WS-STP-SEAL-CHECK(WS-IDX) NOT = 'N'
              AND WS-STP-SEAL-CHECK(WS-IDX) NOT = SPACE
              DISPLAY "nightrun: step " WS-STP-ID(WS-IDX)
                 " seal check must be Y or N"
              MOVE 'N' TO WS-BOOK-OK
           END-IF.
           IF WS-STP-COMMAND(WS-IDX) = SPACES
              DISPLAY "nightrun: step " WS-STP-ID(WS-IDX)
                 " has no command"
              MOVE 'N' TO WS-BOOK-OK
           END-IF.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                 UNTIL WS-KDX >= WS-IDX
              IF WS-STP-ID(WS-KDX) = WS-STP-ID(WS-IDX)
                 DISPLAY "nightrun: step " WS-STP-ID(WS-IDX)
                    " listed twice"
                 MOVE 'N' TO WS-BOOK-OK
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 4
              IF WS-STP-DEPENDS(WS-IDX, WS-DEP) NOT = SPACES
                 MOVE 'N' TO WS-FOUND
                 PERFORM VARYING WS-KDX FROM 1 BY 1
                       UNTIL WS-KDX >= WS-IDX
                    IF WS-STP-ID(WS-KDX) =
                       WS-STP-DEPENDS(WS-IDX, WS-DEP)
                       MOVE 'Y' TO WS-FOUND
                    END-IF
                 END-PERFORM
                 IF WS-FOUND = 'N'
                    DISPLAY "nightrun: step " WS-STP-ID(WS-IDX)
                       " depends on " WS-STP-DEPENDS(WS-IDX, WS-DEP)
                       ", which is not an earlier step"
                    MOVE 'N' TO WS-BOOK-OK
                 END-IF
              END-IF
           END-PERFORM.

      * The latest row per step for this date wins, so a step that
      * failed and was then rerun cleanly by hand reads as OK.
       LOAD-PRIOR-OUTCOMES.
           OPEN INPUT RUNLOG-FILE.
           IF RUNLOG-FILE-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ RUNLOG-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF RL-RUN-DATE = WS-RUN-DATE
                          PERFORM NOTE-PRIOR-OUTCOME
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RUNLOG-FILE
           END-IF.

       NOTE-PRIOR-OUTCOME.
           PERFORM VARYING WS-KDX FROM 1 BY 1
                 UNTIL WS-KDX > WS-STEP-COUNT
              IF WS-STP-ID(WS-KDX) = RL-STEP-ID
                 MOVE RL-OUTCOME TO WS-STP-PRIOR(WS-KDX)
              END-IF
           END-PERFORM.

       RUN-ONE-STEP.
           EVALUATE TRUE
              WHEN WS-STP-PRIOR(WS-IDX) = "OK"
                 MOVE "DONE" TO WS-STP-OUTCOME(WS-IDX)
                 MOVE "FINISHED ON AN EARLIER RUN"
                    TO WS-STP-NOTE(WS-IDX)
                 ADD 1 TO WS-DONE-COUNT
              WHEN WS-STP-FREQUENCY(WS-IDX) = 'M'
                 AND WS-MONTH-END = 'N'
                 PERFORM STAMP-STEP-START
                 MOVE WS-STP-STARTED(WS-IDX) TO WS-STP-ENDED(WS-IDX)
                 MOVE "NOTDUE" TO WS-STP-OUTCOME(WS-IDX)
                 MOVE "MONTH-END STEP" TO WS-STP-NOTE(WS-IDX)
                 PERFORM LOG-STEP-END
                 ADD 1 TO WS-NOTDUE-COUNT
              WHEN OTHER
                 PERFORM CHECK-PREREQUISITES
                 IF WS-DEPS-OK = 'N'
                    PERFORM STAMP-STEP-START
                    MOVE WS-STP-STARTED(WS-IDX)
                       TO WS-STP-ENDED(WS-IDX)
                    MOVE "BLOCKD" TO WS-STP-OUTCOME(WS-IDX)
                    PERFORM LOG-STEP-END
                    PERFORM STOP-STREAM
                 ELSE
                    PERFORM EXECUTE-STEP
                 END-IF
           END-EVALUATE.

       CHECK-PREREQUISITES.
           MOVE 'Y' TO WS-DEPS-OK.
           PERFORM VARYING WS-DEP FROM 1 BY 1 UNTIL WS-DEP > 4
              IF WS-STP-DEPENDS(WS-IDX, WS-DEP) NOT = SPACES
                 PERFORM VARYING WS-KDX FROM 1 BY 1
                       UNTIL WS-KDX >= WS-IDX
                    IF WS-STP-ID(WS-KDX) =
                       WS-STP-DEPENDS(WS-IDX, WS-DEP)
                       AND WS-STP-OUTCOME(WS-KDX) NOT = "OK"
                       AND WS-STP-OUTCOME(WS-KDX) NOT = "DONE"
                       AND WS-STP-OUTCOME(WS-KDX) NOT = "NOTDUE"
                       MOVE 'N' TO WS-DEPS-OK
                       MOVE SPACES TO WS-STP-NOTE(WS-IDX)
                       STRING "WAITING ON " WS-STP-ID(WS-KDX)
                          DELIMITED BY SIZE INTO WS-STP-NOTE(WS-IDX)
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM.

      * The RUNNG row goes out before the command starts, so a step
      * that takes the driver down with it still shows as started.
       EXECUTE-STEP.
           PERFORM STAMP-STEP-START.
           MOVE SPACES TO RUNLOG-RECORD.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-STP-ID(WS-IDX) TO RL-STEP-ID.
           MOVE WS-STP-STARTED(WS-IDX) TO RL-STARTED.
           MOVE "RUNNG" TO RL-OUTCOME.
           MOVE ZERO TO RL-RETURN-CODE.
           WRITE RUNLOG-RECORD.
           PERFORM BUILD-COMMAND.
           DISPLAY "nightrun: " WS-STP-ID(WS-IDX) " starting".
           CALL "SYSTEM" USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-STEP-RC.
           MOVE ZERO TO RETURN-CODE.
           MOVE WS-STEP-RC TO WS-STP-RC(WS-IDX).
           ADD 1 TO WS-RAN-COUNT.
           IF WS-STEP-RC NOT = ZERO
              MOVE "FAILED" TO WS-STP-OUTCOME(WS-IDX)
              MOVE "NON-ZERO RETURN CODE" TO WS-STP-NOTE(WS-IDX)
           ELSE
              MOVE "OK" TO WS-STP-OUTCOME(WS-IDX)
              IF WS-STP-SEAL-CHECK(WS-IDX) = 'Y'
                 PERFORM CHECK-DAY-SEAL
              END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-STP-ENDED(WS-IDX).
           PERFORM LOG-STEP-END.
           DISPLAY "nightrun: " WS-STP-ID(WS-IDX) " "
              WS-STP-OUTCOME(WS-IDX).
           IF WS-STP-OUTCOME(WS-IDX) NOT = "OK"
              PERFORM STOP-STREAM
           END-IF.

       CHECK-DAY-SEAL.
           CALL "sealchk" USING WS-RUN-DATE, WS-SEAL-STATUS.
           EVALUATE WS-SEAL-STATUS
              WHEN 'O'
                 MOVE "SEALOB" TO WS-STP-OUTCOME(WS-IDX)
                 MOVE "DAY OUT OF BALANCE AGAINST SEAL"
                    TO WS-STP-NOTE(WS-IDX)
              WHEN 'U'
                 MOVE "UNSEAL" TO WS-STP-OUTCOME(WS-IDX)
                 MOVE "NO SEAL ON RUNCTL.DAT FOR THE DAY"
                    TO WS-STP-NOTE(WS-IDX)
              WHEN OTHER
                 MOVE "SEAL BALANCED" TO WS-STP-NOTE(WS-IDX)
           END-EVALUATE.

      * Copies the command across with %DATE% and %MONTH% replaced;
      * the command field is sized so the result cannot overflow.
       BUILD-COMMAND.
           MOVE SPACES TO WS-COMMAND.
           MOVE 1 TO WS-OUT-POS.
           MOVE 1 TO WS-POS.
           PERFORM UNTIL WS-POS > 100
              EVALUATE TRUE
                 WHEN WS-POS <= 95
                    AND WS-STP-COMMAND(WS-IDX)(WS-POS:6) = "%DATE%"
                    MOVE WS-RUN-DATE TO WS-COMMAND(WS-OUT-POS:8)
                    ADD 8 TO WS-OUT-POS
                    ADD 6 TO WS-POS
                 WHEN WS-POS <= 94
                    AND WS-STP-COMMAND(WS-IDX)(WS-POS:7) = "%MONTH%"
                    MOVE WS-RUN-MONTH TO WS-COMMAND(WS-OUT-POS:6)
                    ADD 6 TO WS-OUT-POS
                    ADD 7 TO WS-POS
                 WHEN OTHER
                    MOVE WS-STP-COMMAND(WS-IDX)(WS-POS:1)
                       TO WS-COMMAND(WS-OUT-POS:1)
                    ADD 1 TO WS-OUT-POS
                    ADD 1 TO WS-POS
              END-EVALUATE
           END-PERFORM.

       STAMP-STEP-START.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-STP-STARTED(WS-IDX).

       LOG-STEP-END.
           MOVE SPACES TO RUNLOG-RECORD.
           MOVE WS-RUN-DATE TO RL-RUN-DATE.
           MOVE WS-STP-ID(WS-IDX) TO RL-STEP-ID.
           MOVE WS-STP-STARTED(WS-IDX) TO RL-STARTED.
           MOVE WS-STP-ENDED(WS-IDX) TO RL-ENDED.
           MOVE WS-STP-OUTCOME(WS-IDX) TO RL-OUTCOME.
           IF WS-STP-RC(WS-IDX) < ZERO
              COMPUTE RL-RETURN-CODE = ZERO - WS-STP-RC(WS-IDX)
           ELSE
              MOVE WS-STP-RC(WS-IDX) TO RL-RETURN-CODE
           END-IF.
           MOVE WS-STP-NOTE(WS-IDX) TO RL-NOTE.
           WRITE RUNLOG-RECORD.

       STOP-STREAM.
           MOVE 'Y' TO WS-STOPPED.
           MOVE WS-STP-ID(WS-IDX) TO WS-STOPPED-AT.

      * One line per run-book step, whether it ran, was already
      * done, was not due, or was never reached after a stop.
       WRITE-SUMMARY.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              DISPLAY "nightrun: unable to open NIGHTRUN.RPT, status "
                 REPORT-FILE-STATUS
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "NIGHT BATCH STREAM SUMMARY FOR " WS-RUN-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "STARTED " WS-STREAM-STARTED
                 "  ENDED " WS-STREAM-ENDED
                 "  MONTH END " WS-MONTH-END
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "STEP     F OUTCOME START          "
                 "END                RC NOTE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-STEP-COUNT
                 PERFORM WRITE-SUMMARY-LINE
              END-PERFORM
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "STEPS RUN=" WS-RAN-COUNT
                 " ALREADY DONE=" WS-DONE-COUNT
                 " NOT DUE=" WS-NOTDUE-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              IF WS-STOPPED = 'Y'
                 STRING "STREAM STOPPED AT " WS-STOPPED-AT
                    " -- CORRECT AND RERUN NIGHTRUN FOR " WS-RUN-DATE
                    DELIMITED BY SIZE INTO REPORT-LINE
              ELSE
                 STRING "STREAM COMPLETE" DELIMITED BY SIZE
                    INTO REPORT-LINE
              END-IF
              WRITE REPORT-LINE
              CLOSE REPORT-FILE
           END-IF.

       WRITE-SUMMARY-LINE.
           IF WS-STP-OUTCOME(WS-IDX) = SPACES
              MOVE "NOTRUN" TO WS-STP-OUTCOME(WS-IDX)
           END-IF.
           MOVE WS-STP-RC(WS-IDX) TO WS-RC-EDIT.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-STP-ID(WS-IDX) " "
              WS-STP-FREQUENCY(WS-IDX) " "
              WS-STP-OUTCOME(WS-IDX) "  "
              WS-STP-STARTED(WS-IDX) " "
              WS-STP-ENDED(WS-IDX) " "
              WS-RC-EDIT(7:4) " "
              WS-STP-NOTE(WS-IDX)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
