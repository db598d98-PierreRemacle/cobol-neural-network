        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    COPY WEIGHTSSEL.
    SELECT CHECKPOINT-FILE ASSIGN TO DYNAMIC CHECKPOINT-PATH
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CK-STATUS.
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS MF-STATUS.
    SELECT LEAKAGE-REPORT-FILE ASSIGN TO 'mnist/leakage_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    COPY RUNCTLSEL.
    COPY PERFLSEL.

DATA DIVISION.
FILE SECTION.
        01 SCORE-SOURCE-RECORD PIC X(8000).
    FD MANIFEST-FILE.
        01 MANIFEST-RECORD     PIC X(64).
    FD LEAKAGE-REPORT-FILE.
        01 LEAKAGE-REPORT-RECORD PIC X(132).
    COPY RUNCTLFD.
    COPY PERFLFD.

WORKING-STORAGE SECTION.
    01 EOF-FLAG              PIC X VALUE 'N'.
    01 FINE-TUNE-MODE-FLAG     PIC X VALUE 'N'.
       88 FINE-TUNE-MODE       VALUE 'Y'.
    01 FINE-TUNE-EPOCHS        PIC 9(2) VALUE 3.
    *> Sweep mode (command-line verb SWEEP, issued by SWEEP-DRIVER for
    *> each parameter set): the run control comes from the candidate's
    *> own copy written by the driver, and the network starts from
    *> fresh weights in the configured shape (or from its own
    *> checkpoint after an abend) instead of the production model.
    *> That checkpoint is kept apart from the training checkpoint, so
    *> an ordinary training run never resumes a sweep candidate and a
    *> candidate never resumes an ordinary run.
    01 SWEEP-MODE-FLAG         PIC X VALUE 'N'.
       88 SWEEP-MODE           VALUE 'Y'.
    01 SWEEP-CONTROL-PATH      PIC X(64)
       VALUE 'mnist/sweep_control.cfg'.
    01 SWEEP-CHECKPOINT-PATH   PIC X(32)
       VALUE 'mnist/sweep_checkpoint.dat'.
    01 CO-STATUS               PIC XX VALUE '00'.
       88 CO-NOT-FOUND         VALUE '35'.
    01 CO-EOF-FLAG             PIC X VALUE 'N'.
        05 COR-LABEL-TEXT      PIC X(10).
        05 COR-ID-VALUE        PIC S9(7).
        05 COR-LABEL-VALUE     PIC S9(5).
        05 COR-USED-FLAG       PIC X VALUE 'N'.
           88 CORRECTIONS-WERE-USED VALUE 'Y'.
        05 COR-USED-LINE       PIC X(30).
        05 SCORE-ROW-ID        PIC 9(7) VALUE 0.

    01 RH-STATUS               PIC XX VALUE '00'.
        05 RH-TEST-COUNT-OUT   PIC ZZZZZ9.
        05 RH-EPOCHS-OUT       PIC Z9.

    *> Leakage and duplicate-row audit (AUDIT-DATA-LEAKAGE): before
    *> any training, every usable row of the train, validation and
    *> test files is reduced to a fingerprint of its pixels - two
    *> independent polynomial hashes over the raw 0-255 values - and
    *> entered in an open-addressing table keyed on the first hash.
    *> The train file goes in first, so a validation or test row
    *> whose fingerprint is already held as TRAIN is shared with the
    *> training set. Only the first row of each fingerprint per file
    *> is kept; later ones are reported as its duplicates.
    78 FINGERPRINT-SLOTS VALUE 200003.
    78 FINGERPRINT-FILL-LIMIT VALUE 180000.
    01 FINGERPRINT-TABLE.
       05 FP-ENTRY OCCURS FINGERPRINT-SLOTS TIMES.
          10 FP-SET            PIC X(5).
          10 FP-HASH-A         PIC 9(9) COMP.
          10 FP-HASH-B         PIC 9(9) COMP.
          10 FP-ROW            PIC 9(7) COMP.
          10 FP-LABEL          PIC 9(2).
    01 LEAKAGE-VERDICT         PIC X(4) VALUE "SKIP".
       88 LEAKAGE-PASSED       VALUE "PASS".
       88 LEAKAGE-FAILED       VALUE "FAIL".
    01 FINGERPRINT-FULL-FLAG   PIC X VALUE 'N'.
       88 FINGERPRINT-TABLE-FULL VALUE 'Y'.
    01 LEAKAGE-AUDIT-WORK.
        05 LA-HASH-A           PIC 9(12) COMP.
        05 LA-HASH-B           PIC 9(12) COMP.
        05 LA-SLOT             PIC 9(7) COMP.
        05 LA-SAME-SLOT        PIC 9(7) COMP.
        05 LA-TRAIN-SLOT       PIC 9(7) COMP.
        05 LA-ROW-NUMBER       PIC 9(7) VALUE 0.
        05 LA-LABEL            PIC 9(2).
        05 LA-ENTRY-TOTAL      PIC 9(7) VALUE 0.
        05 LA-ROWS-AUDITED     PIC 9(7) VALUE 0.
        05 LA-ROWS-UNUSABLE    PIC 9(7) VALUE 0.
        05 LA-TRAIN-DUPLICATES PIC 9(7) VALUE 0.
        05 LA-VAL-DUPLICATES   PIC 9(7) VALUE 0.
        05 LA-TEST-DUPLICATES  PIC 9(7) VALUE 0.
        05 LA-TRAIN-VAL-SHARED PIC 9(7) VALUE 0.
        05 LA-TRAIN-TEST-SHARED PIC 9(7) VALUE 0.
        05 LA-CONFLICT-TOTAL   PIC 9(7) VALUE 0.
        05 LA-OTHER-SET        PIC X(5).
        05 LA-OTHER-ROW        PIC 9(7).
        05 LA-OTHER-LABEL      PIC 9(2).
        05 LA-RELATION-TEXT    PIC X(16).
        05 LA-CONFLICT-TEXT    PIC X(20).
        05 LA-ROW-OUT          PIC Z(6)9.
        05 LA-OTHER-ROW-OUT    PIC Z(6)9.
        05 LA-COUNT-OUT        PIC Z(6)9.
        05 LA-LABEL-OUT        PIC Z9.
        05 LA-OTHER-LABEL-OUT  PIC Z9.
        05 LA-LINE             PIC X(132).



    COPY RUNCTLWS.
    COPY NETDATA.
    COPY WEIGHTSWS.
    COPY PERFLWS.

    01 BASELINE-PROFILE.
        05 BASE-CLASS-COUNT OCCURS MAX-LABELS TIMES PIC 9(7) VALUE 0.
    01 CLASS-WEIGHT-TABLE.
       05 CLASS-WEIGHT OCCURS MAX-LABELS TIMES USAGE COMP-1.
    01 CLASS-WEIGHT-WORK.
        05 CW-SUB            PIC 9(3).
        05 CW-VALUE          USAGE COMP-2.
        05 CW-WEIGHT-OUT     PIC Z9.9(4).
        05 CW-DIGIT-OUT      PIC Z9.

PROCEDURE DIVISION.
MAIN-ROUTINE.
    ACCEPT RUN-COMMAND-TEXT FROM COMMAND-LINE
    MOVE FUNCTION UPPER-CASE(RUN-COMMAND-TEXT) TO RUN-COMMAND-TEXT
    *> Phase timings go to mnist/performance.log under this run's
    *> start time (see PERFLIO.CPY).
    MOVE PERF-JOB-TIMER TO PERF-TIMER-SUB
    PERFORM START-PERF-TIMER
    MOVE "TRAIN" TO PERF-JOB-NAME
    IF RUN-COMMAND-TEXT(1:6) = "SWEEP "
     OR FUNCTION TRIM(RUN-COMMAND-TEXT) = "SWEEP"
        MOVE 'Y' TO SWEEP-MODE-FLAG
        MOVE SWEEP-CONTROL-PATH TO RUN-CONTROL-PATH
        MOVE SWEEP-CHECKPOINT-PATH TO CHECKPOINT-PATH
        MOVE "SWEEP" TO PERF-JOB-NAME
    END-IF
    PERFORM LOAD-RUN-CONTROL
    IF SWEEP-MODE AND NOT RUN-CONTROL-IS-PRESENT
        DISPLAY "SWEEP needs the candidate's run control file "
                FUNCTION TRIM(SWEEP-CONTROL-PATH)
                "; run sweeps through SWEEP-DRIVER."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE RUN-LEARNING-RATE TO LEARNING-RATE
    MOVE RUN-FINE-TUNE-EPOCHS TO FINE-TUNE-EPOCHS
    IF RUN-COMMAND-TEXT(1:9) = "FINETUNE "
     OR FUNCTION TRIM(RUN-COMMAND-TEXT) = "FINETUNE"
        MOVE 'Y' TO FINE-TUNE-MODE-FLAG
        COMPUTE START-EPOCH = CHECKPOINT-EPOCH + 1
        DISPLAY "Resuming training from checkpoint after epoch "
                CHECKPOINT-EPOCH
    ELSE
    IF SWEEP-MODE
        *> A sweep candidate is a full training of its own shape,
        *> never a continuation of the production weights.
        DISPLAY "Initialized neural network for sweep candidate."
        PERFORM INITIALIZE-NETWORK
    ELSE
        PERFORM LOAD-WEIGHTS
        IF WEIGHTS-WERE-LOADED
            PERFORM INITIALIZE-NETWORK
        END-IF
    END-IF
    END-IF
    *> The network shape is now whatever a loaded checkpoint or weights
    *> file says it is (overriding mnist/network.cfg if they differ), so
    *> the CSV data below is always validated and parsed against the
    PERFORM SYNC-RUN-SHAPE
    PERFORM PRINT-EFFECTIVE-PARAMETERS
    PERFORM LOAD-CLASS-WEIGHTS
    MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
    PERFORM START-PERF-TIMER
    PERFORM AUDIT-DATA-LEAKAGE
    IF RUN-LEAKAGE-CHECK NOT = "OFF"
        MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
        MOVE "AUDIT" TO PERF-PHASE
        MOVE "train, validation and test files" TO PERF-STEP
        MOVE LA-ROWS-AUDITED TO PERF-ROWS
        PERFORM WRITE-PERF-RECORD
    END-IF
    IF LEAKAGE-FAILED AND RUN-LEAKAGE-CHECK = "STOP"
        DISPLAY "Leakage check failed and LEAKAGE-CHECK is STOP; "
                "training is not started. See "
                "mnist/leakage_report.txt."
        PERFORM APPEND-RUN-HISTORY
        PERFORM TERMINATION-ROUTINE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    DISPLAY "Loading MNIST data..."
    MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
    PERFORM START-PERF-TIMER
    PERFORM PROCESS-TEST-RECORDS UNTIL TEST-END-OF-FILE
    IF VALIDATION-IS-AVAILABLE
        PERFORM PROCESS-VAL-RECORDS UNTIL VAL-END-OF-FILE
        DISPLAY "No mnist/mnist_val.csv found; skipping per-epoch "
                "validation and early stopping."
    END-IF
    MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
    MOVE "LOAD" TO PERF-PHASE
    MOVE "test and validation files" TO PERF-STEP
    COMPUTE PERF-ROWS = TEST-COUNT + VAL-COUNT
    PERFORM WRITE-PERF-RECORD
    DISPLAY "Training data is read in chunks of up to "
            TRAIN-CHUNK-LIMIT " rows per pass."
    DISPLAY "Starting training..."
    PERFORM VARYING EPOCH FROM START-EPOCH BY 1
            UNTIL EPOCH > RUN-MAX-EPOCHS OR STOP-TRAINING
        DISPLAY "Epoch " EPOCH " of " RUN-MAX-EPOCHS
        MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
        PERFORM START-PERF-TIMER
        PERFORM TRAIN-ONE-EPOCH
        MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
        MOVE "EPOCH" TO PERF-PHASE
        MOVE SPACES TO PERF-STEP
        STRING "epoch " EPOCH DELIMITED BY SIZE INTO PERF-STEP
        MOVE EPOCH-TRAIN-TOTAL TO PERF-ROWS
        PERFORM WRITE-PERF-RECORD
        IF FIRST-TRAIN-PASS
            MOVE 'N' TO FIRST-TRAIN-PASS-FLAG
            PERFORM PRINT-VALIDATION-REPORT
            END-IF
        END-IF
        IF VALIDATION-IS-AVAILABLE
            MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
            PERFORM START-PERF-TIMER
            PERFORM EVALUATE-VALIDATION-ACCURACY
            MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
            MOVE "VALIDATE" TO PERF-PHASE
            MOVE SPACES TO PERF-STEP
            STRING "epoch " EPOCH DELIMITED BY SIZE INTO PERF-STEP
            MOVE VAL-COUNT TO PERF-ROWS
            PERFORM WRITE-PERF-RECORD
            PERFORM CHECK-EARLY-STOP
        END-IF
        PERFORM WRITE-EPOCH-METRICS
    COMPUTE EPOCHS-COMPLETED = EPOCH - 1
    DISPLAY "Training complete."
    DISPLAY "Evaluating accuracy on test set..."
    MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
    PERFORM START-PERF-TIMER
    PERFORM EVALUATE-ACCURACY
    MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
    MOVE "TEST-EVAL" TO PERF-PHASE
    MOVE "test file" TO PERF-STEP
    MOVE TEST-COUNT TO PERF-ROWS
    PERFORM WRITE-PERF-RECORD
    PERFORM PRINT-CONFUSION-REPORT
    PERFORM WRITE-CALIBRATION-REPORT
    MOVE ACCURACY TO CAT-NEW-ACCURACY
    PERFORM DELETE-CHECKPOINT
    PERFORM APPEND-RUN-HISTORY
    PERFORM TERMINATION-ROUTINE
    *> The job's input volume: one pass of the train file plus the
    *> test and validation rows.
    MOVE PERF-JOB-TIMER TO PERF-TIMER-SUB
    MOVE "JOB" TO PERF-PHASE
    MOVE SPACES TO PERF-STEP
    STRING "epochs " START-EPOCH " to " EPOCHS-COMPLETED
        DELIMITED BY SIZE INTO PERF-STEP
    COMPUTE PERF-ROWS = EPOCH-TRAIN-TOTAL + TEST-COUNT + VAL-COUNT
    PERFORM WRITE-PERF-RECORD
    STOP RUN.

INITIALIZATION-ROUTINE.
    PERFORM LOAD-BATCH-SIZE
    PERFORM LOAD-SHUFFLE-SEED.

AUDIT-DATA-LEAKAGE.
    *> Test accuracy, early stopping and the calibration report only
    *> mean something if the three splits do not overlap, and the
    *> extracts are assembled by hand from several sources. Every
    *> file is read once more here, before training, and each row
    *> is checked against the fingerprints seen so far. The check
    *> fails when a validation or test row also appears in the train
    *> file, or when the same pixels carry two different labels;
    *> duplicates within one file with the same label are reported
    *> but do not fail it. LEAKAGE-CHECK=STOP (run_control.cfg)
    *> then refuses to train; WARN only reports.
    IF RUN-LEAKAGE-CHECK = "OFF"
        MOVE "OFF " TO LEAKAGE-VERDICT
        DISPLAY "Leakage audit skipped (LEAKAGE-CHECK is OFF)."
    ELSE
        DISPLAY "Auditing train, validation and test rows for "
                "leakage and duplicates..."
        INITIALIZE FINGERPRINT-TABLE
        INITIALIZE LEAKAGE-AUDIT-WORK
        MOVE 'N' TO FINGERPRINT-FULL-FLAG
        OPEN OUTPUT LEAKAGE-REPORT-FILE
        MOVE "Leakage and duplicate-row audit (train, validation, test)"
            TO LEAKAGE-REPORT-RECORD
        WRITE LEAKAGE-REPORT-RECORD
        MOVE "Row numbers count data rows from 1, header excluded."
            TO LEAKAGE-REPORT-RECORD
        WRITE LEAKAGE-REPORT-RECORD
        MOVE SPACES TO LEAKAGE-REPORT-RECORD
        WRITE LEAKAGE-REPORT-RECORD
        MOVE "TRAIN" TO DATA-TYPE
        MOVE 0 TO LA-ROW-NUMBER
        PERFORM AUDIT-TRAIN-RECORDS UNTIL TRAIN-END-OF-FILE
        IF VALIDATION-IS-AVAILABLE
            MOVE "VAL" TO DATA-TYPE
            MOVE 0 TO LA-ROW-NUMBER
            PERFORM AUDIT-VAL-RECORDS UNTIL VAL-END-OF-FILE
            PERFORM REWIND-VALIDATION-FILE
        END-IF
        MOVE "TEST" TO DATA-TYPE
        MOVE 0 TO LA-ROW-NUMBER
        PERFORM AUDIT-TEST-RECORDS UNTIL TEST-END-OF-FILE
        PERFORM REWIND-TEST-FILE
        IF LA-TRAIN-VAL-SHARED > 0 OR LA-TRAIN-TEST-SHARED > 0
         OR LA-CONFLICT-TOTAL > 0
            MOVE "FAIL" TO LEAKAGE-VERDICT
        ELSE
            MOVE "PASS" TO LEAKAGE-VERDICT
        END-IF
        PERFORM WRITE-LEAKAGE-SUMMARY
        CLOSE LEAKAGE-REPORT-FILE
    END-IF.

AUDIT-TRAIN-RECORDS.
    *> The train file is rewound by REOPEN-TRAIN-FILE at the start
    *> of every epoch, so it can simply be read to the end here.
    READ TRAIN-FILE INTO TRAIN-RECORD
        AT END MOVE 'Y' TO TRAIN-EOF-FLAG
        NOT AT END
            ADD 1 TO LA-ROW-NUMBER
            MOVE TRAIN-RECORD TO INPUT-RECORD
            PERFORM FINGERPRINT-AUDIT-ROW
    END-READ.

AUDIT-VAL-RECORDS.
    READ VALIDATION-FILE INTO VALIDATION-RECORD
        AT END MOVE 'Y' TO VAL-EOF-FLAG
        NOT AT END
            ADD 1 TO LA-ROW-NUMBER
            MOVE VALIDATION-RECORD TO INPUT-RECORD
            PERFORM FINGERPRINT-AUDIT-ROW
    END-READ.

AUDIT-TEST-RECORDS.
    READ TEST-FILE INTO TEST-RECORD
        AT END MOVE 'Y' TO TEST-EOF-FLAG
        NOT AT END
            ADD 1 TO LA-ROW-NUMBER
            MOVE TEST-RECORD TO INPUT-RECORD
            PERFORM FINGERPRINT-AUDIT-ROW
    END-READ.

REWIND-VALIDATION-FILE.
    *> Back to the first data row, the way INITIALIZATION-ROUTINE
    *> positioned it, for PROCESS-VAL-RECORDS.
    CLOSE VALIDATION-FILE
    OPEN INPUT VALIDATION-FILE
    MOVE 'N' TO VAL-EOF-FLAG
    READ VALIDATION-FILE INTO VALIDATION-RECORD
        AT END MOVE 'Y' TO VAL-EOF-FLAG
    END-READ
    IF VALIDATION-RECORD(1:5) = "label"
        CONTINUE
    ELSE
        CLOSE VALIDATION-FILE
        OPEN INPUT VALIDATION-FILE
    END-IF.

REWIND-TEST-FILE.
    CLOSE TEST-FILE
    OPEN INPUT TEST-FILE
    MOVE 'N' TO TEST-EOF-FLAG
    READ TEST-FILE INTO TEST-RECORD
        AT END MOVE 'Y' TO TEST-EOF-FLAG
    END-READ
    IF TEST-RECORD(1:5) = "label"
        CONTINUE
    ELSE
        CLOSE TEST-FILE
        OPEN INPUT TEST-FILE
    END-IF.

FINGERPRINT-AUDIT-ROW.
    *> Same acceptance rules as PROCESS-MNIST-RECORD, applied
    *> quietly: a row training would reject is not fingerprinted
    *> (the data validation summary already reports it).
    MOVE 'Y' TO RECORD-VALID-FLAG
    MOVE 1 TO START-PTR
    MOVE 0 TO LA-HASH-A
    MOVE 0 TO LA-HASH-B
    PERFORM COUNT-CSV-FIELDS
    COMPUTE EXPECTED-FIELD-TOTAL = PIXEL-COUNT + 1
    IF CSV-FIELD-TOTAL NOT = EXPECTED-FIELD-TOTAL
        MOVE 'N' TO RECORD-VALID-FLAG
    ELSE
        PERFORM FIND-NEXT-FIELD
        IF TEMP-LEN > FUNCTION LENGTH(FIELD-DATA)
         OR FUNCTION TEST-NUMVAL(FIELD-DATA) NOT = 0
            MOVE 'N' TO RECORD-VALID-FLAG
        ELSE
            MOVE FUNCTION NUMVAL(FIELD-DATA) TO LABEL-RAW-VALUE
            IF LABEL-RAW-VALUE < 0 OR LABEL-RAW-VALUE > LABEL-COUNT - 1
                MOVE 'N' TO RECORD-VALID-FLAG
            ELSE
                MOVE LABEL-RAW-VALUE TO LA-LABEL
            END-IF
        END-IF
    END-IF
    PERFORM VARYING FIELD-COUNTER FROM 1 BY 1
            UNTIL FIELD-COUNTER > PIXEL-COUNT OR NOT RECORD-IS-VALID
        PERFORM FIND-NEXT-FIELD
        IF TEMP-LEN > FUNCTION LENGTH(FIELD-DATA)
         OR FUNCTION TEST-NUMVAL(FIELD-DATA) NOT = 0
            MOVE 'N' TO RECORD-VALID-FLAG
        ELSE
            MOVE FUNCTION NUMVAL(FIELD-DATA) TO PIXEL-RAW-VALUE
            IF PIXEL-RAW-VALUE < 0 OR PIXEL-RAW-VALUE > 255
                MOVE 'N' TO RECORD-VALID-FLAG
            ELSE
                COMPUTE LA-HASH-A = FUNCTION MOD(
                    LA-HASH-A * 257 + PIXEL-RAW-VALUE + 1, 999999937)
                COMPUTE LA-HASH-B = FUNCTION MOD(
                    LA-HASH-B * 263 + PIXEL-RAW-VALUE + 1, 999999929)
            END-IF
        END-IF
    END-PERFORM
    IF RECORD-IS-VALID
        ADD 1 TO LA-ROWS-AUDITED
        PERFORM LOOK-UP-FINGERPRINT
    ELSE
        ADD 1 TO LA-ROWS-UNUSABLE
    END-IF.

LOOK-UP-FINGERPRINT.
    *> Linear probing from the home slot to the first empty slot
    *> visits every entry that can hold this fingerprint: the first
    *> row with it in this same file, and (for validation and test
    *> rows) the train row with it.
    COMPUTE LA-SLOT = FUNCTION MOD(LA-HASH-A, FINGERPRINT-SLOTS) + 1
    MOVE 0 TO LA-SAME-SLOT
    MOVE 0 TO LA-TRAIN-SLOT
    PERFORM UNTIL FP-SET(LA-SLOT) = SPACES
        IF FP-HASH-A(LA-SLOT) = LA-HASH-A
         AND FP-HASH-B(LA-SLOT) = LA-HASH-B
            IF FP-SET(LA-SLOT) = DATA-TYPE
                MOVE LA-SLOT TO LA-SAME-SLOT
            ELSE
            IF FP-SET(LA-SLOT) = "TRAIN"
                MOVE LA-SLOT TO LA-TRAIN-SLOT
            END-IF
            END-IF
        END-IF
        IF LA-SLOT = FINGERPRINT-SLOTS
            MOVE 1 TO LA-SLOT
        ELSE
            ADD 1 TO LA-SLOT
        END-IF
    END-PERFORM
    IF LA-SAME-SLOT > 0
        MOVE "duplicates" TO LA-RELATION-TEXT
        MOVE FP-SET(LA-SAME-SLOT) TO LA-OTHER-SET
        MOVE FP-ROW(LA-SAME-SLOT) TO LA-OTHER-ROW
        MOVE FP-LABEL(LA-SAME-SLOT) TO LA-OTHER-LABEL
        IF DATA-TYPE = "TRAIN"
            ADD 1 TO LA-TRAIN-DUPLICATES
        ELSE
        IF DATA-TYPE = "VAL"
            ADD 1 TO LA-VAL-DUPLICATES
        ELSE
            ADD 1 TO LA-TEST-DUPLICATES
        END-IF
        END-IF
        PERFORM WRITE-LEAKAGE-DETAIL
    END-IF
    IF LA-TRAIN-SLOT > 0
        MOVE "is also" TO LA-RELATION-TEXT
        MOVE FP-SET(LA-TRAIN-SLOT) TO LA-OTHER-SET
        MOVE FP-ROW(LA-TRAIN-SLOT) TO LA-OTHER-ROW
        MOVE FP-LABEL(LA-TRAIN-SLOT) TO LA-OTHER-LABEL
        IF DATA-TYPE = "VAL"
            ADD 1 TO LA-TRAIN-VAL-SHARED
        ELSE
            ADD 1 TO LA-TRAIN-TEST-SHARED
        END-IF
        PERFORM WRITE-LEAKAGE-DETAIL
    END-IF
    IF LA-SAME-SLOT = 0
        IF LA-ENTRY-TOTAL >= FINGERPRINT-FILL-LIMIT
            IF NOT FINGERPRINT-TABLE-FULL
                MOVE 'Y' TO FINGERPRINT-FULL-FLAG
                DISPLAY "Warning: leakage audit table is full at "
                        FINGERPRINT-FILL-LIMIT " fingerprints; "
                        "later rows are checked but not recorded."
            END-IF
        ELSE
            ADD 1 TO LA-ENTRY-TOTAL
            MOVE DATA-TYPE TO FP-SET(LA-SLOT)
            MOVE LA-HASH-A TO FP-HASH-A(LA-SLOT)
            MOVE LA-HASH-B TO FP-HASH-B(LA-SLOT)
            MOVE LA-ROW-NUMBER TO FP-ROW(LA-SLOT)
            MOVE LA-LABEL TO FP-LABEL(LA-SLOT)
        END-IF
    END-IF.

WRITE-LEAKAGE-DETAIL.
    MOVE LA-ROW-NUMBER TO LA-ROW-OUT
    MOVE LA-LABEL TO LA-LABEL-OUT
    MOVE LA-OTHER-ROW TO LA-OTHER-ROW-OUT
    MOVE LA-OTHER-LABEL TO LA-OTHER-LABEL-OUT
    MOVE SPACES TO LA-CONFLICT-TEXT
    IF LA-LABEL NOT = LA-OTHER-LABEL
        ADD 1 TO LA-CONFLICT-TOTAL
        MOVE "  CONFLICTING LABELS" TO LA-CONFLICT-TEXT
    END-IF
    MOVE SPACES TO LA-LINE
    STRING DATA-TYPE DELIMITED BY SIZE
           " row " DELIMITED BY SIZE
           LA-ROW-OUT DELIMITED BY SIZE
           " (label " DELIMITED BY SIZE
           LA-LABEL-OUT DELIMITED BY SIZE
           ") " DELIMITED BY SIZE
           LA-RELATION-TEXT DELIMITED BY "  "
           " " DELIMITED BY SIZE
           LA-OTHER-SET DELIMITED BY SPACE
           " row " DELIMITED BY SIZE
           LA-OTHER-ROW-OUT DELIMITED BY SIZE
           " (label " DELIMITED BY SIZE
           LA-OTHER-LABEL-OUT DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           LA-CONFLICT-TEXT DELIMITED BY SIZE
           INTO LA-LINE
    MOVE LA-LINE TO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD.

WRITE-LEAKAGE-SUMMARY.
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    MOVE LA-ROWS-AUDITED TO LA-COUNT-OUT
    STRING "Rows fingerprinted:              " DELIMITED BY SIZE
           LA-COUNT-OUT DELIMITED BY SIZE
           INTO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    MOVE LA-ROWS-UNUSABLE TO LA-COUNT-OUT
    STRING "Rows not usable (not audited):   " DELIMITED BY SIZE
           LA-COUNT-OUT DELIMITED BY SIZE
           INTO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    MOVE LA-TRAIN-DUPLICATES TO LA-COUNT-OUT
    STRING "Duplicate rows within train:     " DELIMITED BY SIZE
           LA-COUNT-OUT DELIMITED BY SIZE
           INTO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    MOVE LA-VAL-DUPLICATES TO LA-COUNT-OUT
    STRING "Duplicate rows within validation:" DELIMITED BY SIZE
           LA-COUNT-OUT DELIMITED BY SIZE
           INTO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    MOVE LA-TEST-DUPLICATES TO LA-COUNT-OUT
    STRING "Duplicate rows within test:      " DELIMITED BY SIZE
           LA-COUNT-OUT DELIMITED BY SIZE
           INTO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    MOVE LA-TRAIN-VAL-SHARED TO LA-COUNT-OUT
    STRING "Validation rows also in train:   " DELIMITED BY SIZE
           LA-COUNT-OUT DELIMITED BY SIZE
           INTO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    MOVE LA-TRAIN-TEST-SHARED TO LA-COUNT-OUT
    STRING "Test rows also in train:         " DELIMITED BY SIZE
           LA-COUNT-OUT DELIMITED BY SIZE
           INTO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    MOVE LA-CONFLICT-TOTAL TO LA-COUNT-OUT
    STRING "Conflicting labels:              " DELIMITED BY SIZE
           LA-COUNT-OUT DELIMITED BY SIZE
           INTO LEAKAGE-REPORT-RECORD
    WRITE LEAKAGE-REPORT-RECORD
    MOVE SPACES TO LEAKAGE-REPORT-RECORD
    IF FINGERPRINT-TABLE-FULL
        STRING "Warning: the fingerprint table filled up; rows "
               "after that point were only checked, not recorded."
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
        WRITE LEAKAGE-REPORT-RECORD
        MOVE SPACES TO LEAKAGE-REPORT-RECORD
    END-IF
    IF LEAKAGE-PASSED
        MOVE "Leakage check: PASSED" TO LEAKAGE-REPORT-RECORD
    ELSE
        STRING "Leakage check: FAILED (rows shared with train, "
               "or conflicting labels)"
               DELIMITED BY SIZE INTO LEAKAGE-REPORT-RECORD
    END-IF
    WRITE LEAKAGE-REPORT-RECORD
    DISPLAY "Leakage audit: " LA-ROWS-AUDITED " row(s), "
            LA-TRAIN-VAL-SHARED " validation and "
            LA-TRAIN-TEST-SHARED " test row(s) shared with train, "
            LA-CONFLICT-TOTAL " conflict(s) - "
            LEAKAGE-VERDICT " (see mnist/leakage_report.txt)".

FINE-TUNE-ROUTINE.
    *> Close the review loop: the analysts' confirmed digits for the
    *> low-confidence images come back in mnist/mnist_corrections.csv,
        MOVE "NONE" TO CLASS-WEIGHT-MODE
    END-IF
    PERFORM LOAD-CORRECTED-LABELS
    IF CORRECTIONS-WERE-USED
        DISPLAY "These corrections were already fine-tuned on ("
                FUNCTION TRIM(COR-USED-LINE) "); EXPORT the next "
                "confirmed labels with REVIEW-MANAGER first."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF CORRECTION-TOTAL = 0
        DISPLAY "No usable corrected labels; nothing to fine-tune."
        MOVE 8 TO RETURN-CODE
    PERFORM WRITE-CALIBRATION-REPORT
    MOVE ACCURACY TO CAT-NEW-ACCURACY
    PERFORM SAVE-WEIGHTS
    PERFORM MARK-CORRECTIONS-USED
    PERFORM APPEND-RUN-HISTORY
    CLOSE TEST-FILE.

MARK-CORRECTIONS-USED.
    *> Tell REVIEW-MANAGER EXPORT these labels have been trained on,
    *> so the next export may replace the file, and so they are never
    *> fine-tuned on twice.
    MOVE SPACES TO CORRECTION-RECORD
    STRING "*fine-tuned " DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
           " v" DELIMITED BY SIZE
           CAT-NEW-VERSION DELIMITED BY SIZE
           INTO CORRECTION-RECORD
    OPEN EXTEND CORRECTIONS-FILE
    IF CO-STATUS NOT = '00'
        DISPLAY "Warning: mnist/mnist_corrections.csv could not be "
                "marked as fine-tuned (status " CO-STATUS "); remove "
                "it before the next EXPORT."
        MOVE 4 TO RETURN-CODE
    ELSE
        WRITE CORRECTION-RECORD
        CLOSE CORRECTIONS-FILE
    END-IF.

LOAD-CORRECTED-LABELS.
    MOVE 'N' TO CO-EOF-FLAG
    MOVE 0 TO CORRECTION-TOTAL
    MOVE 'N' TO COR-USED-FLAG
    OPEN INPUT CORRECTIONS-FILE
    IF CO-NOT-FOUND
        DISPLAY "No corrected-labels file found at "
    READ CORRECTIONS-FILE INTO CORRECTION-RECORD
        AT END MOVE 'Y' TO CO-EOF-FLAG
        NOT AT END
            IF CORRECTION-RECORD(1:12) = "*fine-tuned "
                MOVE 'Y' TO COR-USED-FLAG
                MOVE CORRECTION-RECORD(2:) TO COR-USED-LINE
            ELSE
            IF CORRECTION-RECORD(1:5) = "image"
             OR CORRECTION-RECORD(1:1) = "*"
             OR CORRECTION-RECORD = SPACES
                CONTINUE
            ELSE
                PERFORM STORE-CORRECTION-RECORD
            END-IF
            END-IF
    END-READ.

STORE-CORRECTION-RECORD.
    MOVE 0 TO CHUNK-NUMBER
    PERFORM REOPEN-TRAIN-FILE
    PERFORM UNTIL TRAIN-END-OF-FILE
        MOVE PERF-STEP-TIMER TO PERF-TIMER-SUB
        PERFORM START-PERF-TIMER
        PERFORM LOAD-TRAIN-CHUNK
        IF TRAIN-COUNT > 0
            ADD 1 TO CHUNK-NUMBER
                    ")"
            PERFORM SHUFFLE-TRAIN-ORDER
            PERFORM TRAIN-CURRENT-CHUNK
            MOVE PERF-STEP-TIMER TO PERF-TIMER-SUB
            MOVE "CHUNK" TO PERF-PHASE
            MOVE SPACES TO PERF-STEP
            STRING "epoch " EPOCH " chunk " CHUNK-NUMBER
                DELIMITED BY SIZE INTO PERF-STEP
            MOVE TRAIN-COUNT TO PERF-ROWS
            PERFORM WRITE-PERF-RECORD
        END-IF
    END-PERFORM
    IF EPOCH-TRAIN-TOTAL = 0

    COPY RUNCTLIO.

    COPY PERFLIO.

LOAD-CHECKPOINT.
    MOVE 'N' TO CHECKPOINT-LOADED-FLAG
    MOVE 'N' TO CK-EOF-FLAG
    MOVE FUNCTION CURRENT-DATE TO RH-DATE-TIME
    IF FINE-TUNE-MODE
        MOVE "FINETUNE" TO RH-MODE-DISPLAY
    ELSE
    IF SWEEP-MODE
        MOVE "SWEEP   " TO RH-MODE-DISPLAY
    ELSE
        MOVE "TRAIN   " TO RH-MODE-DISPLAY
    END-IF
    END-IF
    IF EXP-SUM-WENT-ZERO
        MOVE "YES" TO RH-SAFETY-DISPLAY
    ELSE
        STRING RH-ACCURACY-OUT DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO RH-ACCURACY-DISPLAY
    ELSE
    IF LEAKAGE-FAILED AND RUN-LEAKAGE-CHECK = "STOP"
        MOVE "N/A (leakage stop)" TO RH-ACCURACY-DISPLAY
    ELSE
        MOVE "N/A (no test data)" TO RH-ACCURACY-DISPLAY
    END-IF
    END-IF

    OPEN EXTEND RUN-HISTORY-FILE
    IF RH-NOT-FOUND
           RUN-SHUFFLE-SEED DELIMITED BY SIZE
           INTO RUN-HISTORY-RECORD
    WRITE RUN-HISTORY-RECORD
    *> Leakage-audit companion line: PASS, FAIL, OFF, or SKIP for a
    *> fine-tuning run, which trains on corrections, not the splits.
    MOVE SPACES TO RUN-HISTORY-RECORD
    STRING "audit: leakage=" DELIMITED BY SIZE
           LEAKAGE-VERDICT DELIMITED BY SPACE
           " (" DELIMITED BY SIZE
           RUN-LEAKAGE-CHECK DELIMITED BY SPACE
           ") shared val/test=" DELIMITED BY SIZE
           LA-TRAIN-VAL-SHARED DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           LA-TRAIN-TEST-SHARED DELIMITED BY SIZE
           " conflicts=" DELIMITED BY SIZE
           LA-CONFLICT-TOTAL DELIMITED BY SIZE
           " dups train/val/test=" DELIMITED BY SIZE
           LA-TRAIN-DUPLICATES DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           LA-VAL-DUPLICATES DELIMITED BY SIZE
           "/" DELIMITED BY SIZE
           LA-TEST-DUPLICATES DELIMITED BY SIZE
           INTO RUN-HISTORY-RECORD
    WRITE RUN-HISTORY-RECORD
    MOVE SPACES TO RUN-HISTORY-RECORD
    STRING RH-YEAR "-" RH-MONTH "-" RH-DAY " " RH-HOUR ":" RH-MINUTE
              ":" RH-SECOND DELIMITED BY SIZE
