IDENTIFICATION DIVISION.
PROGRAM-ID. BATCH-WINDOW-REPORT.
*> Run-duration trends and batch-window projection from the phase
*> timings READ-MNIST and SCORE-MNIST append to mnist/performance.log
*> (layout in PERFLFD.CPY).
*> Part 1, per job (TRAIN, SCORE, and SWEEP when sweeps have run):
*> one line per run for the last BATCH-WINDOW-RUNS runs, giving the
*> seconds spent in each phase, the rows the run read and its overall
*> rows per second, followed by each phase's change from the oldest
*> run shown to the newest. Where a phase repeats within a run
*> (epochs, chunks, manifest sources) its times are added up; CHUNK
*> lies inside EPOCH and SHADOW inside SOURCE, so those columns
*> overlap by design.
*> Part 2: the night's batch is the TRAIN and SCORE runs started on
*> the same date. Over the last BATCH-WINDOW-RUNS nights it measures
*> how fast the input volume is growing and what a row costs, and
*> projects the date the night will no longer fit in
*> BATCH-WINDOW-MINUTES (run_control.cfg).
*> The report is displayed and written to
*> mnist/batch_window_report.txt. Return code 8 when the latest night
*> already overran the window, 4 when the projected overrun is
*> BATCH-WINDOW-WARN-DAYS away or less, otherwise 0.
*>
*> Command line: none.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY RUNCTLSEL.
    COPY PERFLSEL.
    SELECT WINDOW-REPORT-FILE
        ASSIGN TO 'mnist/batch_window_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS WR-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY RUNCTLFD.
    COPY PERFLFD.
    FD WINDOW-REPORT-FILE.
        01 WINDOW-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
    COPY RUNCTLWS.
    COPY PERFLWS.
    01 WR-STATUS             PIC XX VALUE '00'.

    *> The phases a run can report, in column order; JOB (the whole
    *> run) is always last.
    78 PHASE-TOTAL           VALUE 10.
    78 JOB-PHASE             VALUE 10.
    01 PHASE-NAME-LIST.
        05 FILLER            PIC X(10) VALUE "LOAD".
        05 FILLER            PIC X(10) VALUE "AUDIT".
        05 FILLER            PIC X(10) VALUE "EPOCH".
        05 FILLER            PIC X(10) VALUE "CHUNK".
        05 FILLER            PIC X(10) VALUE "VALIDATE".
        05 FILLER            PIC X(10) VALUE "TEST-EVAL".
        05 FILLER            PIC X(10) VALUE "SOURCE".
        05 FILLER            PIC X(10) VALUE "SHADOW".
        05 FILLER            PIC X(10) VALUE "RECONCILE".
        05 FILLER            PIC X(10) VALUE "JOB".
    01 PHASE-NAME-TABLE REDEFINES PHASE-NAME-LIST.
        05 PHASE-NAME OCCURS PHASE-TOTAL TIMES PIC X(10).
    01 PH-SUB                PIC 9(2).
    01 PH-FOUND              PIC 9(2).

    78 JOB-TOTAL             VALUE 3.
    01 JOB-NAME-LIST.
        05 FILLER            PIC X(8) VALUE "TRAIN".
        05 FILLER            PIC X(8) VALUE "SCORE".
        05 FILLER            PIC X(8) VALUE "SWEEP".
    01 JOB-NAME-TABLE REDEFINES JOB-NAME-LIST.
        05 JOB-NAME OCCURS JOB-TOTAL TIMES PIC X(8).
    01 JB-SUB                PIC 9.

    *> Every run on the log, oldest first, with its phase times added
    *> up; once full the oldest run drops out.
    78 MAX-PERF-RUNS         VALUE 500.
    01 PERF-RUN-TABLE.
        05 PR-RUN-TOTAL      PIC S9(4) COMP VALUE 0.
        05 PERF-RUN OCCURS MAX-PERF-RUNS TIMES.
           10 PR-JOB         PIC X(8).
           10 PR-RUN-ID      PIC X(14).
           10 PR-PHASE OCCURS PHASE-TOTAL TIMES.
              15 PR-SECONDS  PIC 9(7)V9(2).
              15 PR-ROWS     PIC 9(9).
              15 PR-SEEN     PIC X.
    01 RN-SUB                PIC S9(4) COMP.
    01 RN-FOUND              PIC S9(4) COMP.

    *> The runs picked for one job's trend table, newest first
    01 PICKED-RUN-TABLE.
        05 PK-TOTAL          PIC S9(4) COMP VALUE 0.
        05 PK-RUN OCCURS 99 TIMES PIC S9(4) COMP.
    01 PK-SUB                PIC S9(4) COMP.
    01 PHASE-SHOWN-TABLE.
        05 PHASE-SHOWN OCCURS PHASE-TOTAL TIMES PIC X.

    *> One entry per night: the TRAIN and SCORE runs started that date
    78 MAX-NIGHTS            VALUE 400.
    01 NIGHT-TABLE.
        05 NT-TOTAL          PIC S9(4) COMP VALUE 0.
        05 NIGHT OCCURS MAX-NIGHTS TIMES.
           10 NT-DATE        PIC 9(8).
           10 NT-SECONDS     PIC 9(9)V9(2).
           10 NT-ROWS        PIC 9(11).
    01 NT-SUB                PIC S9(4) COMP.
    01 NT-FIRST              PIC S9(4) COMP.

    01 LOG-FOUND-FLAG        PIC X VALUE 'N'.
       88 LOG-WAS-FOUND      VALUE 'Y'.
    01 LOG-RECORD-TOTAL      PIC 9(7) VALUE 0.

    01 PROJECTION-WORK.
        05 PJ-WINDOW-SECONDS PIC 9(7) VALUE 0.
        05 PJ-SUM-SECONDS    PIC 9(11)V9(2) VALUE 0.
        05 PJ-SUM-ROWS       PIC 9(13) VALUE 0.
        05 PJ-SECONDS-PER-ROW PIC 9(5)V9(9) VALUE 0.
        05 PJ-CAPACITY-ROWS  PIC 9(15) VALUE 0.
        05 PJ-SPAN-DAYS      PIC 9(7) VALUE 0.
        05 PJ-GROWTH-PER-DAY PIC S9(11)V9(2) VALUE 0.
        05 PJ-DAYS-AHEAD     PIC 9(9)V9(4) VALUE 0.
        05 PJ-DAYS-WHOLE     PIC 9(9) VALUE 0.
        05 PJ-OVERRUN-DATE   PIC 9(8) VALUE 0.
        05 PJ-LATEST-DATE    PIC 9(8) VALUE 0.
        05 PJ-LATEST-SECONDS PIC 9(9)V9(2) VALUE 0.
        05 PJ-LATEST-ROWS    PIC 9(11) VALUE 0.
        05 PJ-FIRST-ROWS     PIC 9(11) VALUE 0.

    01 REPORT-WORK.
        05 RP-LINE           PIC X(132).
        05 RP-COL            PIC 9(3).
        05 RP-LENGTH         PIC 9(3).
        05 RP-VALUE          PIC 9(9)V9(2).
        05 RP-FIRST-VALUE    PIC 9(9)V9(2).
        05 RP-PERCENT        PIC S9(5).
        05 RP-SECONDS-OUT    PIC Z(6)9.99.
        05 RP-ROWS-OUT       PIC Z(10)9.
        05 RP-RATE-OUT       PIC Z(8)9.99.
        05 RP-MINUTES-OUT    PIC Z(5)9.99.
        05 RP-PERCENT-OUT    PIC +(5)9.
        05 RP-SHARE-OUT      PIC ZZZZ9.
        05 RP-DAYS-OUT       PIC Z(8)9.
        05 RP-GROWTH-OUT     PIC -Z(10)9.99.
        05 RP-COST-OUT       PIC Z(4)9.9(6).
        05 RP-DATE-TEXT      PIC X(10).

PROCEDURE DIVISION.
MAIN-ROUTINE.
    PERFORM LOAD-RUN-CONTROL
    PERFORM PRINT-WINDOW-PARAMETERS
    MOVE 0 TO RETURN-CODE
    PERFORM LOAD-PERFORMANCE-LOG
    OPEN OUTPUT WINDOW-REPORT-FILE
    MOVE "Batch-window report: run-duration trends and projection"
        TO RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF NOT LOG-WAS-FOUND OR PR-RUN-TOTAL = 0
        MOVE "No phase timings on file yet (mnist/performance.log); "
            TO RP-LINE
        MOVE "run READ-MNIST or SCORE-MNIST first." TO RP-LINE(55:)
        PERFORM EMIT-REPORT-LINE
    ELSE
        PERFORM VARYING JB-SUB FROM 1 BY 1 UNTIL JB-SUB > JOB-TOTAL
            PERFORM REPORT-JOB-TRENDS
        END-PERFORM
        PERFORM BUILD-NIGHT-TABLE
        PERFORM REPORT-WINDOW-PROJECTION
    END-IF
    CLOSE WINDOW-REPORT-FILE
    STOP RUN.

LOAD-PERFORMANCE-LOG.
    MOVE 'N' TO PL-EOF-FLAG
    OPEN INPUT PERF-LOG-FILE
    IF NOT PL-NOT-FOUND
        MOVE 'Y' TO LOG-FOUND-FLAG
        PERFORM UNTIL PL-END-OF-FILE
            READ PERF-LOG-FILE
                AT END MOVE 'Y' TO PL-EOF-FLAG
                NOT AT END
                    IF PL-RUN-ID NOT = SPACES
                        PERFORM STORE-PERF-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PERF-LOG-FILE
    END-IF.

STORE-PERF-RECORD.
    MOVE 0 TO PH-FOUND
    PERFORM VARYING PH-SUB FROM 1 BY 1
            UNTIL PH-SUB > PHASE-TOTAL OR PH-FOUND > 0
        IF PHASE-NAME(PH-SUB) = PL-PHASE
            MOVE PH-SUB TO PH-FOUND
        END-IF
    END-PERFORM
    *> A restarted run appends to its own entry, however much later
    *> its records arrive.
    IF PH-FOUND > 0
        ADD 1 TO LOG-RECORD-TOTAL
        MOVE 0 TO RN-FOUND
        PERFORM VARYING RN-SUB FROM PR-RUN-TOTAL BY -1
                UNTIL RN-SUB < 1 OR RN-FOUND > 0
            IF PR-JOB(RN-SUB) = PL-JOB
             AND PR-RUN-ID(RN-SUB) = PL-RUN-ID
                MOVE RN-SUB TO RN-FOUND
            END-IF
        END-PERFORM
        IF RN-FOUND = 0
            PERFORM ADD-PERF-RUN
        END-IF
        MOVE 'Y' TO PR-SEEN(RN-FOUND, PH-FOUND)
        IF FUNCTION TEST-NUMVAL(PL-ELAPSED(1:)) = 0
            ADD FUNCTION NUMVAL(PL-ELAPSED(1:))
                TO PR-SECONDS(RN-FOUND, PH-FOUND)
                ON SIZE ERROR CONTINUE
            END-ADD
        END-IF
        IF PL-ROWS IS NUMERIC
            ADD PL-ROWS TO PR-ROWS(RN-FOUND, PH-FOUND)
                ON SIZE ERROR CONTINUE
            END-ADD
        END-IF
    END-IF.

ADD-PERF-RUN.
    IF PR-RUN-TOTAL >= MAX-PERF-RUNS
        PERFORM VARYING RN-SUB FROM 2 BY 1 UNTIL RN-SUB > PR-RUN-TOTAL
            MOVE PERF-RUN(RN-SUB) TO PERF-RUN(RN-SUB - 1)
        END-PERFORM
        SUBTRACT 1 FROM PR-RUN-TOTAL
    END-IF
    ADD 1 TO PR-RUN-TOTAL
    MOVE PR-RUN-TOTAL TO RN-FOUND
    INITIALIZE PERF-RUN(RN-FOUND)
    PERFORM VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > PHASE-TOTAL
        MOVE 'N' TO PR-SEEN(RN-FOUND, PH-SUB)
    END-PERFORM
    MOVE PL-JOB TO PR-JOB(RN-FOUND)
    MOVE PL-RUN-ID TO PR-RUN-ID(RN-FOUND).

REPORT-JOB-TRENDS.
    *> Newest runs of this job first, up to BATCH-WINDOW-RUNS
    MOVE 0 TO PK-TOTAL
    PERFORM VARYING RN-SUB FROM PR-RUN-TOTAL BY -1
            UNTIL RN-SUB < 1 OR PK-TOTAL >= RUN-BATCH-WINDOW-RUNS
        IF PR-JOB(RN-SUB) = JOB-NAME(JB-SUB)
            ADD 1 TO PK-TOTAL
            MOVE RN-SUB TO PK-RUN(PK-TOTAL)
        END-IF
    END-PERFORM
    IF PK-TOTAL > 0
        PERFORM VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > PHASE-TOTAL
            MOVE 'N' TO PHASE-SHOWN(PH-SUB)
            PERFORM VARYING PK-SUB FROM 1 BY 1 UNTIL PK-SUB > PK-TOTAL
                IF PR-SEEN(PK-RUN(PK-SUB), PH-SUB) = 'Y'
                    MOVE 'Y' TO PHASE-SHOWN(PH-SUB)
                END-IF
            END-PERFORM
        END-PERFORM
        MOVE PK-TOTAL TO RP-SHARE-OUT
        MOVE SPACES TO RP-LINE
        STRING FUNCTION TRIM(JOB-NAME(JB-SUB)) DELIMITED BY SIZE
               " runs - seconds per phase, last " DELIMITED BY SIZE
               FUNCTION TRIM(RP-SHARE-OUT) DELIMITED BY SIZE
               " run(s), oldest first" DELIMITED BY SIZE
               INTO RP-LINE
        PERFORM EMIT-REPORT-LINE
        PERFORM WRITE-TREND-HEADING
        PERFORM VARYING PK-SUB FROM PK-TOTAL BY -1 UNTIL PK-SUB < 1
            PERFORM WRITE-TREND-RUN-LINE
        END-PERFORM
        IF PK-TOTAL > 1
            PERFORM WRITE-TREND-CHANGE-LINE
        END-IF
        MOVE SPACES TO RP-LINE
        PERFORM EMIT-REPORT-LINE
    END-IF.

WRITE-TREND-HEADING.
    MOVE SPACES TO RP-LINE
    MOVE "Run id" TO RP-LINE(1:6)
    MOVE 16 TO RP-COL
    PERFORM VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > PHASE-TOTAL
        IF PHASE-SHOWN(PH-SUB) = 'Y'
            COMPUTE RP-LENGTH =
                FUNCTION LENGTH(FUNCTION TRIM(PHASE-NAME(PH-SUB)))
            MOVE PHASE-NAME(PH-SUB)
                TO RP-LINE(RP-COL + 11 - RP-LENGTH:RP-LENGTH)
            ADD 11 TO RP-COL
        END-IF
    END-PERFORM
    MOVE "       rows    rows/sec" TO RP-LINE(RP-COL + 1:23)
    PERFORM EMIT-REPORT-LINE.

WRITE-TREND-RUN-LINE.
    MOVE PK-RUN(PK-SUB) TO RN-SUB
    MOVE SPACES TO RP-LINE
    MOVE PR-RUN-ID(RN-SUB) TO RP-LINE(1:14)
    MOVE 16 TO RP-COL
    PERFORM VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > PHASE-TOTAL
        IF PHASE-SHOWN(PH-SUB) = 'Y'
            IF PR-SEEN(RN-SUB, PH-SUB) = 'Y'
                MOVE PR-SECONDS(RN-SUB, PH-SUB) TO RP-SECONDS-OUT
                MOVE RP-SECONDS-OUT TO RP-LINE(RP-COL + 1:10)
            ELSE
                MOVE "-" TO RP-LINE(RP-COL + 10:1)
            END-IF
            ADD 11 TO RP-COL
        END-IF
    END-PERFORM
    IF PR-SEEN(RN-SUB, JOB-PHASE) = 'Y'
        MOVE PR-ROWS(RN-SUB, JOB-PHASE) TO RP-ROWS-OUT
        MOVE RP-ROWS-OUT TO RP-LINE(RP-COL + 1:11)
        IF PR-SECONDS(RN-SUB, JOB-PHASE) > 0
            COMPUTE RP-VALUE ROUNDED = PR-ROWS(RN-SUB, JOB-PHASE)
                                     / PR-SECONDS(RN-SUB, JOB-PHASE)
                ON SIZE ERROR MOVE 999999999.99 TO RP-VALUE
            END-COMPUTE
            MOVE RP-VALUE TO RP-RATE-OUT
            MOVE RP-RATE-OUT TO RP-LINE(RP-COL + 13:12)
        END-IF
    ELSE
        MOVE "(did not finish)" TO RP-LINE(RP-COL + 2:16)
    END-IF
    PERFORM EMIT-REPORT-LINE.

WRITE-TREND-CHANGE-LINE.
    *> Newest run against the oldest one shown, phase by phase
    MOVE SPACES TO RP-LINE
    MOVE "change %" TO RP-LINE(1:8)
    MOVE 16 TO RP-COL
    PERFORM VARYING PH-SUB FROM 1 BY 1 UNTIL PH-SUB > PHASE-TOTAL
        IF PHASE-SHOWN(PH-SUB) = 'Y'
            IF PR-SEEN(PK-RUN(1), PH-SUB) = 'Y'
             AND PR-SEEN(PK-RUN(PK-TOTAL), PH-SUB) = 'Y'
             AND PR-SECONDS(PK-RUN(PK-TOTAL), PH-SUB) > 0
                MOVE PR-SECONDS(PK-RUN(1), PH-SUB) TO RP-VALUE
                MOVE PR-SECONDS(PK-RUN(PK-TOTAL), PH-SUB)
                    TO RP-FIRST-VALUE
                COMPUTE RP-PERCENT ROUNDED =
                    ((RP-VALUE - RP-FIRST-VALUE) * 100)
                    / RP-FIRST-VALUE
                    ON SIZE ERROR MOVE 99999 TO RP-PERCENT
                END-COMPUTE
                MOVE RP-PERCENT TO RP-PERCENT-OUT
                MOVE RP-PERCENT-OUT TO RP-LINE(RP-COL + 5:6)
            ELSE
                MOVE "-" TO RP-LINE(RP-COL + 10:1)
            END-IF
            ADD 11 TO RP-COL
        END-IF
    END-PERFORM
    PERFORM EMIT-REPORT-LINE.

BUILD-NIGHT-TABLE.
    *> A night's batch is its TRAIN and SCORE runs; sweeps are
    *> ad-hoc work and are left out.
    MOVE 0 TO NT-TOTAL
    PERFORM VARYING RN-SUB FROM 1 BY 1 UNTIL RN-SUB > PR-RUN-TOTAL
        IF (PR-JOB(RN-SUB) = "TRAIN" OR PR-JOB(RN-SUB) = "SCORE")
         AND PR-SEEN(RN-SUB, JOB-PHASE) = 'Y'
         AND PR-RUN-ID(RN-SUB)(1:8) IS NUMERIC
            PERFORM ADD-RUN-TO-NIGHT
        END-IF
    END-PERFORM.

ADD-RUN-TO-NIGHT.
    MOVE 0 TO NT-SUB
    PERFORM VARYING NT-FIRST FROM NT-TOTAL BY -1
            UNTIL NT-FIRST < 1 OR NT-SUB > 0
        IF NT-DATE(NT-FIRST) = PR-RUN-ID(RN-SUB)(1:8)
            MOVE NT-FIRST TO NT-SUB
        END-IF
    END-PERFORM
    IF NT-SUB = 0
        IF NT-TOTAL >= MAX-NIGHTS
            PERFORM VARYING NT-FIRST FROM 2 BY 1
                    UNTIL NT-FIRST > NT-TOTAL
                MOVE NIGHT(NT-FIRST) TO NIGHT(NT-FIRST - 1)
            END-PERFORM
            SUBTRACT 1 FROM NT-TOTAL
        END-IF
        ADD 1 TO NT-TOTAL
        MOVE NT-TOTAL TO NT-SUB
        MOVE PR-RUN-ID(RN-SUB)(1:8) TO NT-DATE(NT-SUB)
        MOVE 0 TO NT-SECONDS(NT-SUB)
        MOVE 0 TO NT-ROWS(NT-SUB)
    END-IF
    ADD PR-SECONDS(RN-SUB, JOB-PHASE) TO NT-SECONDS(NT-SUB)
    ADD PR-ROWS(RN-SUB, JOB-PHASE) TO NT-ROWS(NT-SUB).

REPORT-WINDOW-PROJECTION.
    COMPUTE PJ-WINDOW-SECONDS = RUN-BATCH-WINDOW-MINUTES * 60
    MOVE SPACES TO RP-LINE
    MOVE RUN-BATCH-WINDOW-MINUTES TO RP-ROWS-OUT
    STRING "Nightly batch (TRAIN + SCORE) against the "
               DELIMITED BY SIZE
           FUNCTION TRIM(RP-ROWS-OUT) DELIMITED BY SIZE
           "-minute batch window" DELIMITED BY SIZE
           INTO RP-LINE
    PERFORM EMIT-REPORT-LINE
    IF NT-TOTAL = 0
        MOVE "No complete TRAIN or SCORE run on file yet." TO RP-LINE
        PERFORM EMIT-REPORT-LINE
    ELSE
        COMPUTE NT-FIRST = NT-TOTAL - RUN-BATCH-WINDOW-RUNS + 1
        IF NT-FIRST < 1
            MOVE 1 TO NT-FIRST
        END-IF
        MOVE "Night          minutes          rows  % of window"
            TO RP-LINE
        PERFORM EMIT-REPORT-LINE
        MOVE 0 TO PJ-SUM-SECONDS
        MOVE 0 TO PJ-SUM-ROWS
        PERFORM VARYING NT-SUB FROM NT-FIRST BY 1
                UNTIL NT-SUB > NT-TOTAL
            PERFORM WRITE-NIGHT-LINE
            ADD NT-SECONDS(NT-SUB) TO PJ-SUM-SECONDS
            ADD NT-ROWS(NT-SUB) TO PJ-SUM-ROWS
        END-PERFORM
        MOVE SPACES TO RP-LINE
        PERFORM EMIT-REPORT-LINE
        MOVE NT-DATE(NT-TOTAL) TO PJ-LATEST-DATE
        MOVE NT-SECONDS(NT-TOTAL) TO PJ-LATEST-SECONDS
        MOVE NT-ROWS(NT-TOTAL) TO PJ-LATEST-ROWS
        MOVE NT-ROWS(NT-FIRST) TO PJ-FIRST-ROWS
        IF PJ-LATEST-SECONDS > PJ-WINDOW-SECONDS
            PERFORM REPORT-WINDOW-OVERRUN
        ELSE
        IF NT-TOTAL - NT-FIRST < 1
            MOVE "Projection needs timings from at least two nights."
                TO RP-LINE
            PERFORM EMIT-REPORT-LINE
        ELSE
        IF PJ-SUM-ROWS = 0 OR PJ-SUM-SECONDS = 0
            MOVE "No rows or elapsed time recorded; nothing to project."
                TO RP-LINE
            PERFORM EMIT-REPORT-LINE
        ELSE
            PERFORM PROJECT-WINDOW-OVERRUN
        END-IF
        END-IF
        END-IF
    END-IF.

WRITE-NIGHT-LINE.
    MOVE SPACES TO RP-LINE
    MOVE NT-DATE(NT-SUB) TO PJ-OVERRUN-DATE
    PERFORM FORMAT-REPORT-DATE
    MOVE RP-DATE-TEXT TO RP-LINE(1:10)
    COMPUTE RP-VALUE ROUNDED = NT-SECONDS(NT-SUB) / 60
    MOVE RP-VALUE TO RP-MINUTES-OUT
    MOVE RP-MINUTES-OUT TO RP-LINE(13:9)
    MOVE NT-ROWS(NT-SUB) TO RP-ROWS-OUT
    MOVE RP-ROWS-OUT TO RP-LINE(23:11)
    COMPUTE RP-PERCENT ROUNDED =
        (NT-SECONDS(NT-SUB) * 100) / PJ-WINDOW-SECONDS
        ON SIZE ERROR MOVE 99999 TO RP-PERCENT
    END-COMPUTE
    MOVE RP-PERCENT TO RP-SHARE-OUT
    MOVE RP-SHARE-OUT TO RP-LINE(41:5)
    MOVE "%" TO RP-LINE(46:1)
    PERFORM EMIT-REPORT-LINE.

REPORT-WINDOW-OVERRUN.
    MOVE PJ-LATEST-DATE TO PJ-OVERRUN-DATE
    PERFORM FORMAT-REPORT-DATE
    COMPUTE RP-VALUE ROUNDED = PJ-LATEST-SECONDS / 60
    MOVE RP-VALUE TO RP-MINUTES-OUT
    MOVE SPACES TO RP-LINE
    STRING "WINDOW EXCEEDED: the night of " DELIMITED BY SIZE
           RP-DATE-TEXT DELIMITED BY SIZE
           " already ran " DELIMITED BY SIZE
           FUNCTION TRIM(RP-MINUTES-OUT) DELIMITED BY SIZE
           " minutes, over the batch window." DELIMITED BY SIZE
           INTO RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE 8 TO RETURN-CODE.

PROJECT-WINDOW-OVERRUN.
    *> Cost per row is averaged over the nights shown; the volume
    *> grows by a straight line from the first of those nights to the
    *> latest. The night overruns once its rows exceed what the
    *> window can hold at that cost.
    COMPUTE PJ-SECONDS-PER-ROW ROUNDED = PJ-SUM-SECONDS / PJ-SUM-ROWS
    IF PJ-SECONDS-PER-ROW = 0
        MOVE 0.000000001 TO PJ-SECONDS-PER-ROW
    END-IF
    COMPUTE PJ-CAPACITY-ROWS =
        PJ-WINDOW-SECONDS / PJ-SECONDS-PER-ROW
        ON SIZE ERROR MOVE 999999999999999 TO PJ-CAPACITY-ROWS
    END-COMPUTE
    COMPUTE PJ-SPAN-DAYS =
        FUNCTION INTEGER-OF-DATE(PJ-LATEST-DATE)
        - FUNCTION INTEGER-OF-DATE(NT-DATE(NT-FIRST))
    IF PJ-SPAN-DAYS = 0
        MOVE 1 TO PJ-SPAN-DAYS
    END-IF
    COMPUTE PJ-GROWTH-PER-DAY ROUNDED =
        (PJ-LATEST-ROWS - PJ-FIRST-ROWS) / PJ-SPAN-DAYS
    MOVE PJ-SECONDS-PER-ROW TO RP-COST-OUT
    MOVE SPACES TO RP-LINE
    STRING "Cost per row: " DELIMITED BY SIZE
           FUNCTION TRIM(RP-COST-OUT) DELIMITED BY SIZE
           " seconds; the window holds about " DELIMITED BY SIZE
           INTO RP-LINE
    MOVE PJ-CAPACITY-ROWS TO RP-ROWS-OUT
    STRING FUNCTION TRIM(RP-LINE) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(RP-ROWS-OUT) DELIMITED BY SIZE
           " rows a night." DELIMITED BY SIZE
           INTO RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE PJ-GROWTH-PER-DAY TO RP-GROWTH-OUT
    MOVE SPACES TO RP-LINE
    STRING "Input volume growth: " DELIMITED BY SIZE
           FUNCTION TRIM(RP-GROWTH-OUT) DELIMITED BY SIZE
           " rows a day" DELIMITED BY SIZE
           INTO RP-LINE
    PERFORM EMIT-REPORT-LINE
    MOVE SPACES TO RP-LINE
    IF PJ-GROWTH-PER-DAY NOT > 0
        MOVE "Volume is flat or falling: no overrun is projected."
            TO RP-LINE
        PERFORM EMIT-REPORT-LINE
    ELSE
        IF PJ-CAPACITY-ROWS <= PJ-LATEST-ROWS
            MOVE 0 TO PJ-DAYS-WHOLE
        ELSE
            COMPUTE PJ-DAYS-AHEAD =
                (PJ-CAPACITY-ROWS - PJ-LATEST-ROWS) / PJ-GROWTH-PER-DAY
                ON SIZE ERROR MOVE 999999999 TO PJ-DAYS-AHEAD
            END-COMPUTE
            MOVE PJ-DAYS-AHEAD TO PJ-DAYS-WHOLE
            IF PJ-DAYS-WHOLE < PJ-DAYS-AHEAD
                ADD 1 TO PJ-DAYS-WHOLE
            END-IF
        END-IF
        MOVE PJ-DAYS-WHOLE TO RP-DAYS-OUT
        IF PJ-DAYS-WHOLE > 99999
            STRING "At this growth the window lasts more than 99999 "
                       DELIMITED BY SIZE
                   "days; no overrun is in sight." DELIMITED BY SIZE
                   INTO RP-LINE
        ELSE
            COMPUTE PJ-OVERRUN-DATE = FUNCTION DATE-OF-INTEGER(
                FUNCTION INTEGER-OF-DATE(PJ-LATEST-DATE)
                + PJ-DAYS-WHOLE)
            PERFORM FORMAT-REPORT-DATE
            STRING "PROJECTED OVERRUN: the night's batch outgrows the "
                       DELIMITED BY SIZE
                   "window around " DELIMITED BY SIZE
                   RP-DATE-TEXT DELIMITED BY SIZE
                   ", " DELIMITED BY SIZE
                   FUNCTION TRIM(RP-DAYS-OUT) DELIMITED BY SIZE
                   " day(s) after the latest night." DELIMITED BY SIZE
                   INTO RP-LINE
            IF PJ-DAYS-WHOLE <= RUN-BATCH-WINDOW-WARN-DAYS
                MOVE 4 TO RETURN-CODE
            END-IF
        END-IF
        PERFORM EMIT-REPORT-LINE
    END-IF.

FORMAT-REPORT-DATE.
    MOVE SPACES TO RP-DATE-TEXT
    STRING PJ-OVERRUN-DATE(1:4) "-" PJ-OVERRUN-DATE(5:2) "-"
           PJ-OVERRUN-DATE(7:2) DELIMITED BY SIZE
           INTO RP-DATE-TEXT.

EMIT-REPORT-LINE.
    DISPLAY FUNCTION TRIM(RP-LINE TRAILING)
    MOVE RP-LINE TO WINDOW-REPORT-RECORD
    WRITE WINDOW-REPORT-RECORD.

    COPY RUNCTLIO.
