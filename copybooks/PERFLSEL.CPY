    *> PERFLSEL.CPY
    *> FILE-CONTROL entry for the batch performance log
    *> mnist/performance.log, written by READ-MNIST and SCORE-MNIST
    *> (see PERFLIO.CPY) and read by BATCH-WINDOW-REPORT. The log is
    *> only ever appended to, one record per timed phase.
    SELECT PERF-LOG-FILE ASSIGN TO 'mnist/performance.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PL-STATUS.
