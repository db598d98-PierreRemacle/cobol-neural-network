    *> PERFLIO.CPY
    *> Phase timing for the batch performance log, shared by
    *> READ-MNIST and SCORE-MNIST. A job sets PERF-JOB-NAME and
    *> PERF-RUN-ID, then for each phase:
    *>   MOVE <timer> TO PERF-TIMER-SUB, PERFORM START-PERF-TIMER
    *>   ... the phase ...
    *>   MOVE <timer> TO PERF-TIMER-SUB, MOVE the phase name, step
    *>   and row count to PERF-PHASE / PERF-STEP / PERF-ROWS, PERFORM
    *>   WRITE-PERF-RECORD
    *> A phase made of many short intervals (shadow scoring, one row at
    *> a time) is started once, bracketed per interval with
    *> RESUME-PERF-TIMER / SUSPEND-PERF-TIMER, and written with
    *> WRITE-PERF-SUM-RECORD. Each record is appended and the log
    *> closed again at once, so the timings of a run that abends are
    *> still on file; a log that cannot be opened costs a warning,
    *> never the run.
START-PERF-TIMER.
    PERFORM READ-PERF-CLOCK
    MOVE PERF-NOW-STAMP TO PT-START-STAMP(PERF-TIMER-SUB)
    MOVE PERF-NOW-SECONDS TO PT-START-SECONDS(PERF-TIMER-SUB)
    MOVE PERF-NOW-STAMP TO PT-FIRST-STAMP(PERF-TIMER-SUB)
    MOVE 0 TO PT-SUM-SECONDS(PERF-TIMER-SUB)
    MOVE 0 TO PT-SUM-ROWS(PERF-TIMER-SUB).

RESUME-PERF-TIMER.
    PERFORM READ-PERF-CLOCK
    MOVE PERF-NOW-STAMP TO PT-START-STAMP(PERF-TIMER-SUB)
    MOVE PERF-NOW-SECONDS TO PT-START-SECONDS(PERF-TIMER-SUB).

SUSPEND-PERF-TIMER.
    PERFORM READ-PERF-CLOCK
    IF PERF-NOW-SECONDS > PT-START-SECONDS(PERF-TIMER-SUB)
        COMPUTE PT-SUM-SECONDS(PERF-TIMER-SUB) =
            PT-SUM-SECONDS(PERF-TIMER-SUB) + PERF-NOW-SECONDS
            - PT-START-SECONDS(PERF-TIMER-SUB)
    END-IF
    ADD 1 TO PT-SUM-ROWS(PERF-TIMER-SUB).

WRITE-PERF-RECORD.
    PERFORM READ-PERF-CLOCK
    MOVE 0 TO PERF-ELAPSED
    IF PERF-NOW-SECONDS > PT-START-SECONDS(PERF-TIMER-SUB)
        COMPUTE PERF-ELAPSED =
            PERF-NOW-SECONDS - PT-START-SECONDS(PERF-TIMER-SUB)
    END-IF
    MOVE PT-START-STAMP(PERF-TIMER-SUB) TO PERF-START-STAMP
    PERFORM PUT-PERF-RECORD.

WRITE-PERF-SUM-RECORD.
    *> Nothing is written for a phase that never ran a row.
    IF PT-SUM-ROWS(PERF-TIMER-SUB) > 0
        PERFORM READ-PERF-CLOCK
        MOVE PT-SUM-SECONDS(PERF-TIMER-SUB) TO PERF-ELAPSED
        MOVE PT-SUM-ROWS(PERF-TIMER-SUB) TO PERF-ROWS
        MOVE PT-FIRST-STAMP(PERF-TIMER-SUB) TO PERF-START-STAMP
        PERFORM PUT-PERF-RECORD
    END-IF.

PUT-PERF-RECORD.
    IF PERF-ELAPSED > 0
        COMPUTE PERF-RATE ROUNDED = PERF-ROWS / PERF-ELAPSED
            ON SIZE ERROR MOVE 999999999.99 TO PERF-RATE
        END-COMPUTE
    ELSE
        MOVE 0 TO PERF-RATE
    END-IF
    IF PERF-RUN-ID = SPACES
        MOVE PT-START-STAMP(PERF-JOB-TIMER)(1:14) TO PERF-RUN-ID
    END-IF
    OPEN EXTEND PERF-LOG-FILE
    IF PL-NOT-FOUND
        OPEN OUTPUT PERF-LOG-FILE
    END-IF
    IF NOT PL-OK
        DISPLAY "Warning: mnist/performance.log could not be opened "
                "(status " PL-STATUS "); phase timing not recorded."
    ELSE
        MOVE SPACES TO PERF-LOG-RECORD
        MOVE PERF-RUN-ID TO PL-RUN-ID
        MOVE PERF-JOB-NAME TO PL-JOB
        MOVE PERF-PHASE TO PL-PHASE
        MOVE PERF-START-STAMP TO PL-START-STAMP
        MOVE PERF-NOW-STAMP TO PL-END-STAMP
        MOVE PERF-ELAPSED TO PL-ELAPSED
        MOVE PERF-ROWS TO PL-ROWS
        MOVE PERF-RATE TO PL-ROWS-PER-SEC
        MOVE PERF-STEP TO PL-STEP
        WRITE PERF-LOG-RECORD
        CLOSE PERF-LOG-FILE
    END-IF.

READ-PERF-CLOCK.
    *> Seconds since the start of the calendar, to the hundredth, so
    *> a phase that runs over midnight still times correctly.
    MOVE FUNCTION CURRENT-DATE(1:16) TO PERF-NOW-STAMP
    COMPUTE PERF-NOW-SECONDS =
        FUNCTION INTEGER-OF-DATE(PERF-NOW-DATE) * 86400
        + PERF-NOW-HOUR * 3600 + PERF-NOW-MINUTE * 60
        + PERF-NOW-SECOND + PERF-NOW-HUNDREDTHS / 100.
