    *> PERFLWS.CPY
    *> Working-storage support for the batch performance log (see
    *> PERFLSEL.CPY / PERFLIO.CPY). Phases nest - the whole job, an
    *> epoch, one chunk of that epoch - so each level has its own
    *> timer; PERF-TIMER-SUB names the one a paragraph works on.
    *> A timer can also add up many short intervals (the challenger's
    *> time on each row) into one phase record.
    01 PL-STATUS              PIC XX VALUE '00'.
       88 PL-OK               VALUE '00'.
       88 PL-NOT-FOUND        VALUE '35'.
    01 PL-EOF-FLAG            PIC X VALUE 'N'.
       88 PL-END-OF-FILE      VALUE 'Y'.

    78 PERF-JOB-TIMER         VALUE 1.
    78 PERF-PHASE-TIMER       VALUE 2.
    78 PERF-STEP-TIMER        VALUE 3.
    78 PERF-SUM-TIMER         VALUE 4.
    01 PERF-TIMERS.
        05 PERF-TIMER OCCURS 4 TIMES.
           10 PT-START-STAMP  PIC X(16).
           10 PT-START-SECONDS PIC 9(11)V9(2).
           10 PT-FIRST-STAMP  PIC X(16).
           10 PT-SUM-SECONDS  PIC 9(7)V9(2).
           10 PT-SUM-ROWS     PIC 9(9).

    01 PERF-WORK.
        05 PERF-RUN-ID        PIC X(14) VALUE SPACES.
        05 PERF-JOB-NAME      PIC X(8) VALUE SPACES.
        05 PERF-TIMER-SUB     PIC 9 VALUE 1.
        05 PERF-PHASE         PIC X(10).
        05 PERF-STEP          PIC X(40).
        05 PERF-ROWS          PIC 9(9).
        05 PERF-START-STAMP   PIC X(16).
        05 PERF-NOW-STAMP.
           10 PERF-NOW-DATE   PIC 9(8).
           10 PERF-NOW-HOUR   PIC 9(2).
           10 PERF-NOW-MINUTE PIC 9(2).
           10 PERF-NOW-SECOND PIC 9(2).
           10 PERF-NOW-HUNDREDTHS PIC 9(2).
        05 PERF-NOW-SECONDS   PIC 9(11)V9(2).
        05 PERF-ELAPSED       PIC 9(7)V9(2).
        05 PERF-RATE          PIC 9(9)V9(2).
