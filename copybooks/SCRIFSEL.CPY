    *> SCRIFSEL.CPY
    *> FILE-CONTROL entry for the fixed-length scoring interface
    *> file SCORE-MNIST returns to the forms-processing system, one
    *> per manifest source: the feed scored from <dir>/<name>.csv
    *> gets mnist/return_nn_<name>.dat back, nn being the source's
    *> position in the night's manifest. Downstream reads it with
    *> SCRIFFD.CPY and balances it against its own trailer.
    SELECT SCORE-INTERFACE-FILE ASSIGN TO DYNAMIC IF-INTERFACE-PATH
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS IF-STATUS.
