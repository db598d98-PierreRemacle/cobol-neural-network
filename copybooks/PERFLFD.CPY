    *> PERFLFD.CPY
    *> Record layout of the batch performance log (see PERFLSEL.CPY).
    *> One fixed-column text record per timed phase of a job run:
    *>   run id      the job's run id (yyyymmddhhmmss; SCORE-MNIST's
    *>               scoring run id, READ-MNIST's start time)
    *>   job         TRAIN, SWEEP or SCORE
    *>   phase       LOAD, AUDIT, EPOCH, CHUNK, VALIDATE, TEST-EVAL
    *>               (READ-MNIST); SOURCE, SHADOW, RECONCILE (SCORE-
    *>               MNIST); JOB for the whole run
    *>   start/end   yyyymmddhhmmsscc
    *>   elapsed     seconds
    *>   rows        rows processed in the phase
    *>   rows/sec    rows / elapsed, zero when too quick to measure
    *>   step        which epoch, chunk or source the record is for
    *> SHADOW is the challenger's share of the SOURCE time, summed
    *> over the rows it scored, so it overlaps the SOURCE records.
    FD PERF-LOG-FILE.
        01 PERF-LOG-RECORD.
           05 PL-RUN-ID           PIC X(14).
           05 FILLER              PIC X.
           05 PL-JOB              PIC X(8).
           05 FILLER              PIC X.
           05 PL-PHASE            PIC X(10).
           05 FILLER              PIC X.
           05 PL-START-STAMP      PIC X(16).
           05 FILLER              PIC X.
           05 PL-END-STAMP        PIC X(16).
           05 FILLER              PIC X.
           05 PL-ELAPSED          PIC 9(7).9(2).
           05 FILLER              PIC X.
           05 PL-ROWS             PIC 9(9).
           05 FILLER              PIC X.
           05 PL-ROWS-PER-SEC     PIC 9(9).9(2).
           05 FILLER              PIC X.
           05 PL-STEP             PIC X(40).
