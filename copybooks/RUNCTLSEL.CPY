    *> RUNCTLSEL.CPY
    *> FILE-CONTROL entry for the single run-control parameter file,
    *> shared by READ-MNIST, SCORE-MNIST, MODEL-REGISTRY,
    *> REVIEW-MANAGER, HISTORY-HOUSEKEEPING, SWEEP-DRIVER,
    *> OPERATIONS-STATUS and BATCH-WINDOW-REPORT (see RUNCTLIO.CPY).
    *> The path is mnist/run_control.cfg unless the job points
    *> RUN-CONTROL-PATH elsewhere before loading it (a READ-MNIST
    *> SWEEP run reads the candidate's own copy).
    SELECT RUN-CONTROL-FILE ASSIGN TO DYNAMIC RUN-CONTROL-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RC-STATUS.
