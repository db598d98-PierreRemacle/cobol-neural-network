    *> ENSRGSEL.CPY
    *> FILE-CONTROL entry for the ensemble register, written by
    *> SCORE-MNIST and read by PREDICTION-INQUIRY. A run scored in
    *> ensemble mode records its prediction history with model
    *> version 0000, and appends one line here under its run id
    *> naming the member versions and the share of the combined
    *> probability each one carried. The register is never pruned,
    *> so a prediction archived by HISTORY-HOUSEKEEPING can still be
    *> traced back to the models that produced it.
    SELECT ENSEMBLE-REGISTER-FILE
        ASSIGN TO 'mnist/ensemble_register.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS ER-STATUS.
