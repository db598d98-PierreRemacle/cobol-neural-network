    *> legacy one-value config files (batch_size.cfg, network.cfg,
    *> shuffle_seed.cfg, review_threshold.cfg, drift_tolerance.cfg,
    *> challenger_version.cfg) are ignored.
    01 RUN-CONTROL-PATH       PIC X(64)
       VALUE 'mnist/run_control.cfg'.
    01 RC-STATUS              PIC XX VALUE '00'.
       88 RC-NOT-FOUND        VALUE '35'.
    01 RC-EOF-FLAG            PIC X VALUE 'N'.
        05 RUN-PIXEL-MEAN-TOL PIC 9V9(4) VALUE 0.0500.
        05 RUN-FINE-TUNE-EPOCHS PIC 9(2) VALUE 3.
        05 RUN-CHALLENGER-VERSION PIC 9(4) VALUE 0.
        05 RUN-ENSEMBLE-MODE  PIC X(4) VALUE "OFF".
        05 RUN-ENSEMBLE-MEMBER OCCURS 9 TIMES.
           10 RUN-ENSEMBLE-VERSION PIC 9(4) VALUE 0.
           10 RUN-ENSEMBLE-WEIGHT PIC 9(3)V9(4) VALUE 0.
        05 RUN-CLASS-WEIGHT-MODE PIC X(4) VALUE "NONE".
        05 RUN-STANDARD-BENCHMARK PIC X(40)
           VALUE 'mnist/mnist_test.csv'.
        05 RUN-RECALL-DROP-TOL PIC 9(3)V9(2) VALUE 2.00.
        05 RUN-HISTORY-RETENTION-DAYS PIC 9(4) VALUE 365.
        05 RUN-LEAKAGE-CHECK  PIC X(4) VALUE "WARN".
        05 RUN-STATUS-DISAGREE-AMBER PIC 9(3)V9(2) VALUE 5.00.
        05 RUN-STATUS-DISAGREE-RED PIC 9(3)V9(2) VALUE 15.00.
        05 RUN-STATUS-REVIEW-AMBER PIC 9(3) VALUE 50.
        05 RUN-STATUS-REVIEW-RED PIC 9(3) VALUE 100.
        05 RUN-STATUS-REVIEW-RUNS PIC 9(2) VALUE 7.
        05 RUN-STATUS-MALFORMED-AMBER PIC 9(7) VALUE 1.
        05 RUN-STATUS-MALFORMED-RED PIC 9(7) VALUE 100.
        05 RUN-STATUS-DRIFT-RED-FACTOR PIC 9(2)V9(2) VALUE 2.00.
        05 RUN-BATCH-WINDOW-MINUTES PIC 9(4) VALUE 360.
        05 RUN-BATCH-WINDOW-RUNS PIC 9(2) VALUE 10.
        05 RUN-BATCH-WINDOW-WARN-DAYS PIC 9(3) VALUE 30.

    01 RUN-CONTROL-WORK.
        05 RC-KEYWORD         PIC X(30).
        05 RC-RATE-OUT        PIC 9.9(6).
        05 RC-THRESHOLD-OUT   PIC 9.9(4).
        05 RC-TOLERANCE-OUT   PIC ZZ9.99.
        05 RC-RED-OUT         PIC ZZ9.99.
        05 RC-ENSEMBLE-SLOT   PIC 9.
        05 RC-SLOT-SUB        PIC 9(2).
        05 RC-MEMBER-VERSION-TEXT PIC X(20).
        05 RC-MEMBER-WEIGHT-TEXT PIC X(20).
        05 RC-MEMBER-WEIGHT   PIC S9(9)V9(6).
        05 RC-WEIGHT-OUT      PIC ZZ9.9999.
