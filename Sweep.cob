IDENTIFICATION DIVISION.
PROGRAM-ID. SWEEP-DRIVER.
*> Unattended hyperparameter sweep. A sweep file lists candidate
*> parameter sets; each set is trained from scratch by READ-MNIST
*> (run as its own job step with the SWEEP command, so it catalogs a
*> version of its own and never resumes the production weights) and
*> that version is then measured by EVALUATE-MODEL against the
*> STANDARD-BENCHMARK file named in mnist/run_control.cfg. The
*> production version is measured on the same file in the same
*> sweep, and every candidate is ranked next to it in
*> mnist/sweep_leaderboard.txt by benchmark accuracy, then final
*> validation loss, then weakest-digit recall. Nothing is promoted:
*> the winner still has to go through MODEL-REGISTRY PROMOTE.
*>
*> Sweep file (default mnist/sweep.cfg), one parameter set per line:
*>   learning-rate,hidden1,hidden2,batch-size,class-weight-mode,seed
*>   e.g.  0.005,64,32,10,AUTO,17
*> Blank lines and lines starting with '*' are comments. Two optional
*> lines name the job steps (defaults ./Mnist and ./Evaluate):
*>   TRAIN-COMMAND=command      EVALUATE-COMMAND=command
*> Each set trains with a copy of mnist/run_control.cfg whose
*> LEARNING-RATE, HIDDEN1, HIDDEN2, BATCH-SIZE, CLASS-WEIGHT-MODE and
*> SHUFFLE-SEED are overridden by the set (mnist/sweep_control.cfg).
*>
*> Every step is journaled in mnist/sweep_results.log. A sweep that
*> abends is restarted simply by running it again: finished sets are
*> skipped, a set whose training had already cataloged its version
*> goes straight to evaluation, and an interrupted training resumes
*> from READ-MNIST's sweep checkpoint, mnist/sweep_checkpoint.dat,
*> which ordinary training runs never read or write.
*>
*> Command line:
*>   [file] [NEW]    run (or resume) the sweep in file; NEW abandons
*>                   an unfinished sweep and starts a fresh one
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY WEIGHTSSEL.
    COPY RUNCTLSEL.
    SELECT SWEEP-FILE ASSIGN TO DYNAMIC SWEEP-FILE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SF-STATUS.
    SELECT CANDIDATE-CONTROL-FILE
        ASSIGN TO 'mnist/sweep_control.cfg'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CC-STATUS.
    SELECT SWEEP-RESULTS-FILE ASSIGN TO 'mnist/sweep_results.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SR-STATUS.
    SELECT LEADERBOARD-FILE ASSIGN TO 'mnist/sweep_leaderboard.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS LB-STATUS.
    SELECT METRICS-FILE ASSIGN TO 'mnist/training_metrics.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS TM-STATUS.
    SELECT BENCHMARK-HISTORY-FILE
        ASSIGN TO 'mnist/benchmark_history.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BH-STATUS.
    SELECT SWEEP-CHECKPOINT-FILE
        ASSIGN TO 'mnist/sweep_checkpoint.dat'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CK-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY WEIGHTSFD.
    COPY RUNCTLFD.
    FD SWEEP-FILE.
        01 SWEEP-RECORD         PIC X(132).
    FD CANDIDATE-CONTROL-FILE.
        01 CANDIDATE-CONTROL-RECORD PIC X(80).
    FD SWEEP-RESULTS-FILE.
        01 SWEEP-RESULT-RECORD.
           05 SR-SWEEP-ID        PIC X(14).
           05 FILLER             PIC X.
           05 SR-SET-NUMBER      PIC 9(3).
           05 FILLER             PIC X.
           05 SR-STATE           PIC X(8).
              88 SR-IS-COMPLETE  VALUE "COMPLETE".
           05 FILLER             PIC X.
           05 SR-BASE-VERSION    PIC 9(4).
           05 FILLER             PIC X.
           05 SR-VERSION         PIC 9(4).
           05 FILLER             PIC X.
           05 SR-ACCURACY        PIC 9(3).9(2).
           05 FILLER             PIC X.
           05 SR-VAL-LOSS        PIC 9(3).9(6).
           05 FILLER             PIC X.
           05 SR-WEAKEST-DIGIT   PIC 9(2).
           05 FILLER             PIC X.
           05 SR-WEAKEST-RECALL  PIC 9(3).9(2).
           05 FILLER             PIC X.
           05 SR-STEP-RC         PIC 9(3).
           05 FILLER             PIC X.
           05 SR-PARAMETERS      PIC X(60).
    FD LEADERBOARD-FILE.
        01 LEADERBOARD-RECORD   PIC X(132).
    FD METRICS-FILE.
        01 METRICS-RECORD       PIC X(80).
    FD BENCHMARK-HISTORY-FILE.
        01 BENCHMARK-HISTORY-RECORD PIC X(132).
    FD SWEEP-CHECKPOINT-FILE.
        01 SWEEP-CHECKPOINT-RECORD PIC X(20).

WORKING-STORAGE SECTION.
    COPY WEIGHTSWS.
    COPY RUNCTLWS.

    01 COMMAND-LINE-TEXT     PIC X(80).
    01 COMMAND-FILE          PIC X(64).
    01 COMMAND-OPTION        PIC X(10).
    01 SWEEP-FILE-PATH       PIC X(64) VALUE 'mnist/sweep.cfg'.
    01 TRAIN-COMMAND         PIC X(64) VALUE './Mnist'.
    01 EVALUATE-COMMAND      PIC X(64) VALUE './Evaluate'.
    01 NEW-SWEEP-FLAG        PIC X VALUE 'N'.
       88 NEW-SWEEP-REQUESTED VALUE 'Y'.

    01 SF-STATUS             PIC XX VALUE '00'.
       88 SF-NOT-FOUND       VALUE '35'.
    01 SF-EOF-FLAG           PIC X VALUE 'N'.
       88 SF-END-OF-FILE     VALUE 'Y'.
    01 CC-STATUS             PIC XX VALUE '00'.
    01 SR-STATUS             PIC XX VALUE '00'.
       88 SR-NOT-FOUND       VALUE '35'.
    01 SR-EOF-FLAG           PIC X VALUE 'N'.
       88 SR-END-OF-FILE     VALUE 'Y'.
    01 LB-STATUS             PIC XX VALUE '00'.
    01 TM-STATUS             PIC XX VALUE '00'.
       88 TM-NOT-FOUND       VALUE '35'.
    01 TM-EOF-FLAG           PIC X VALUE 'N'.
       88 TM-END-OF-FILE     VALUE 'Y'.
    01 BH-STATUS             PIC XX VALUE '00'.
       88 BH-NOT-FOUND       VALUE '35'.
    01 BH-EOF-FLAG           PIC X VALUE 'N'.
       88 BH-END-OF-FILE     VALUE 'Y'.
    01 CK-STATUS             PIC XX VALUE '00'.
       88 CK-OK              VALUE '00'.
    01 SWEEP-CHECKPOINT-FLAG PIC X VALUE 'N'.
       88 SWEEP-CHECKPOINT-IS-PRESENT VALUE 'Y'.

    *> One entry per parameter set in the sweep file. SW-STATE is the
    *> set's last journaled step in this sweep (spaces = not tried
    *> yet); the results are those the journal recorded with it.
    78 SWEEP-SET-LIMIT       VALUE 99.
    01 SWEEP-SET-TOTAL       PIC 9(3) VALUE 0.
    01 SWEEP-SET-TABLE.
        05 SW-SET OCCURS SWEEP-SET-LIMIT TIMES.
           10 SW-RATE-TEXT      PIC X(12).
           10 SW-HIDDEN1-TEXT   PIC X(6).
           10 SW-HIDDEN2-TEXT   PIC X(6).
           10 SW-BATCH-TEXT     PIC X(6).
           10 SW-MODE-TEXT      PIC X(6).
           10 SW-SEED-TEXT      PIC X(12).
           10 SW-PARAMETERS     PIC X(60).
           10 SW-LOGGED-PARAMETERS PIC X(60).
           10 SW-STATE          PIC X(8).
           10 SW-BASE-VERSION   PIC 9(4).
           10 SW-VERSION        PIC 9(4).
           10 SW-ACCURACY       PIC 9(3)V9(2).
           10 SW-VAL-LOSS       PIC 9(3)V9(6).
           10 SW-WEAKEST-DIGIT  PIC 9(2).
           10 SW-WEAKEST-RECALL PIC 9(3)V9(2).
           10 SW-STEP-RC        PIC 9(3).
    01 SET-SUB               PIC 9(3) VALUE 0.

    *> The production version's own evaluation in this sweep, journaled
    *> as set 000.
    01 PRODUCTION-RESULT.
        05 PR-STATE          PIC X(8).
        05 PR-VERSION        PIC 9(4).
        05 PR-ACCURACY       PIC 9(3)V9(2).
        05 PR-WEAKEST-DIGIT  PIC 9(2).
        05 PR-WEAKEST-RECALL PIC 9(3)V9(2).
        05 PR-STEP-RC        PIC 9(3).

    *> A validation loss of 999.999999 means none was measured (no
    *> validation split), which ranks such a set behind every set
    *> that has one.
    78 NO-VALIDATION-LOSS    VALUE 999.999999.

    01 SWEEP-CONTROL-WORK.
        05 SWEEP-ID          PIC X(14) VALUE SPACES.
        05 LOGGED-SWEEP-ID   PIC X(14) VALUE SPACES.
        05 LOGGED-COMPLETE-FLAG PIC X VALUE 'N'.
           88 LOGGED-SWEEP-COMPLETE VALUE 'Y'.
        05 SWEEP-LINE-NUMBER PIC 9(4) VALUE 0.
        05 SWEEP-ERROR-TOTAL PIC 9(4) VALUE 0.
        05 SWEEP-LINE-TEXT   PIC X(132).
        05 SWEEP-FIELD-TOTAL PIC 9(2).
        05 SWEEP-CHANGED-TOTAL PIC 9(3) VALUE 0.
        05 SWEEP-FINISHED-TOTAL PIC 9(3) VALUE 0.
        05 SWEEP-FAILED-TOTAL PIC 9(3) VALUE 0.
        05 SWEEP-NUMBER-OUT  PIC ZZ9.
        05 RESULT-STATE      PIC X(8).

    01 SWEEP-PARSE-WORK.
        05 SP-RATE-TEXT      PIC X(12).
        05 SP-HIDDEN1-TEXT   PIC X(6).
        05 SP-HIDDEN2-TEXT   PIC X(6).
        05 SP-BATCH-TEXT     PIC X(6).
        05 SP-MODE-TEXT      PIC X(6).
        05 SP-SEED-TEXT      PIC X(12).
        05 SP-REASON         PIC X(50).
        05 SP-VALUE          PIC S9(9)V9(6).

    01 STEP-WORK.
        05 STEP-COMMAND      PIC X(160).
        05 STEP-RAW-RC       PIC S9(9) COMP.
        05 STEP-RC           PIC 9(3).
        05 STEP-VERSION-TEXT PIC 9(4).

    01 METRICS-SCAN-WORK.
        05 TM-EPOCH-TEXT     PIC X(10).
        05 TM-TRAIN-TEXT     PIC X(16).
        05 TM-VAL-TEXT       PIC X(16).
        05 TM-ACCURACY-TEXT  PIC X(16).
        05 TM-VAL-LOSS       PIC 9(3)V9(6).

    *> EVALUATE-MODEL's recall line: a 40-byte prefix, then one
    *> 7-byte slot per digit, 13 digits to a 132-byte line.
    78 RECALL-LOG-LIMIT      VALUE 13.
    01 BENCHMARK-SCAN-WORK.
        05 BH-TARGET-VERSION PIC 9(4).
        05 BH-LINE-VERSION   PIC 9(4).
        05 BH-HEAD-TEXT      PIC X(40).
        05 BH-FILE-TEXT      PIC X(64).
        05 BH-COUNTS-TEXT    PIC X(40).
        05 BH-ACCURACY-TEXT  PIC X(10).
        05 BH-RECALL-POS     PIC 9(4).
        05 BH-RECALL-SUB     PIC 9(2).
        05 BH-RECALL-TOTAL   PIC 9(2).
        05 BH-RECALL-TEXT    PIC X(6).
        05 BH-RECALL-END-FLAG PIC X.
           88 BH-RECALL-ENDED VALUE 'Y'.
        05 BH-LAST-TARGET-FLAG PIC X.
           88 BH-LAST-WAS-TARGET VALUE 'Y'.
        05 BH-FOUND-FLAG     PIC X.
           88 BH-TARGET-FOUND VALUE 'Y'.
        05 BH-ACCURACY       PIC 9(3)V9(2).
        05 BH-WEAKEST-DIGIT  PIC 9(2).
        05 BH-WEAKEST-RECALL PIC 9(3)V9(2).
    01 BH-RECALL-TABLE.
        05 BH-RECALL OCCURS RECALL-LOG-LIMIT TIMES PIC 9(3)V9(2).

    *> Ranking: LB-ORDER lists the evaluated sets best first.
    01 RANKING-WORK.
        05 LB-RANKED-TOTAL   PIC 9(3) VALUE 0.
        05 LB-ORDER OCCURS SWEEP-SET-LIMIT TIMES PIC 9(3).
        05 LB-PASS           PIC 9(3).
        05 LB-SUB            PIC 9(3).
        05 LB-HOLD           PIC 9(3).
        05 LB-LEFT           PIC 9(3).
        05 LB-RIGHT          PIC 9(3).
        05 LB-SWAP-FLAG      PIC X.
           88 LB-MUST-SWAP   VALUE 'Y'.
    01 LEADERBOARD-LINE-WORK.
        05 LB-LINE           PIC X(132).
        05 LB-RANK-OUT       PIC ZZ9.
        05 LB-ACCURACY-OUT   PIC ZZ9.99.
        05 LB-LOSS-OUT       PIC ZZ9.999999.
        05 LB-RECALL-OUT     PIC ZZ9.99.
        05 LB-DIGIT-OUT      PIC Z9.
        05 LB-DELTA          PIC S9(3)V9(2).
        05 LB-DELTA-OUT      PIC +ZZ9.99.
        05 LB-RC-OUT         PIC ZZ9.

PROCEDURE DIVISION.
MAIN-ROUTINE.
    ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
    MOVE SPACES TO COMMAND-FILE
    MOVE SPACES TO COMMAND-OPTION
    UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
        INTO COMMAND-FILE COMMAND-OPTION
    END-UNSTRING
    IF FUNCTION UPPER-CASE(COMMAND-FILE) = "NEW"
        MOVE COMMAND-FILE TO COMMAND-OPTION
        MOVE SPACES TO COMMAND-FILE
    END-IF
    IF COMMAND-FILE NOT = SPACES
        MOVE COMMAND-FILE TO SWEEP-FILE-PATH
    END-IF
    IF FUNCTION UPPER-CASE(COMMAND-OPTION) = "NEW"
        MOVE 'Y' TO NEW-SWEEP-FLAG
    END-IF

    PERFORM LOAD-RUN-CONTROL
    PERFORM LOAD-SWEEP-FILE
    PERFORM SCAN-MODEL-CATALOG
    IF NOT CAT-PRODUCTION-FOUND
        *> The leaderboard is read against production, and the first
        *> version ever cataloged would be promoted automatically.
        DISPLAY "No production model is cataloged; train and promote "
                "one before running a sweep."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM LOAD-SWEEP-RESULTS
    MOVE SWEEP-SET-TOTAL TO SWEEP-NUMBER-OUT
    IF SWEEP-FINISHED-TOTAL = 0 AND PR-STATE = SPACES
        DISPLAY "Starting sweep " SWEEP-ID " with "
                FUNCTION TRIM(SWEEP-NUMBER-OUT) " parameter set(s) from "
                FUNCTION TRIM(SWEEP-FILE-PATH)
    ELSE
        DISPLAY "Resuming sweep " SWEEP-ID ": " SWEEP-FINISHED-TOTAL
                " of " FUNCTION TRIM(SWEEP-NUMBER-OUT)
                " parameter set(s) already finished"
    END-IF

    IF PR-STATE NOT = "DONE"
        PERFORM EVALUATE-PRODUCTION
    END-IF
    PERFORM VARYING SET-SUB FROM 1 BY 1
            UNTIL SET-SUB > SWEEP-SET-TOTAL
        PERFORM RUN-SWEEP-SET
    END-PERFORM

    PERFORM RANK-SWEEP-SETS
    PERFORM WRITE-LEADERBOARD
    MOVE 0 TO SET-SUB
    MOVE "COMPLETE" TO RESULT-STATE
    PERFORM APPEND-SWEEP-RESULT
    IF SWEEP-FAILED-TOTAL > 0 OR PR-STATE NOT = "DONE"
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

LOAD-SWEEP-FILE.
    MOVE 0 TO SWEEP-SET-TOTAL
    MOVE 0 TO SWEEP-LINE-NUMBER
    MOVE 0 TO SWEEP-ERROR-TOTAL
    MOVE 'N' TO SF-EOF-FLAG
    OPEN INPUT SWEEP-FILE
    IF SF-NOT-FOUND
        DISPLAY "No sweep file found at " FUNCTION TRIM(SWEEP-FILE-PATH)
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL SF-END-OF-FILE
        READ SWEEP-FILE
            AT END MOVE 'Y' TO SF-EOF-FLAG
            NOT AT END PERFORM PARSE-SWEEP-LINE
        END-READ
    END-PERFORM
    CLOSE SWEEP-FILE
    IF SWEEP-ERROR-TOTAL > 0
        DISPLAY "Sweep file rejected: " SWEEP-ERROR-TOTAL
                " bad line(s) in " FUNCTION TRIM(SWEEP-FILE-PATH)
                "; fix the file and rerun."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF SWEEP-SET-TOTAL = 0
        DISPLAY "Sweep file " FUNCTION TRIM(SWEEP-FILE-PATH)
                " lists no parameter sets."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

PARSE-SWEEP-LINE.
    ADD 1 TO SWEEP-LINE-NUMBER
    MOVE FUNCTION TRIM(SWEEP-RECORD) TO SWEEP-LINE-TEXT
    IF SWEEP-LINE-TEXT = SPACES OR SWEEP-LINE-TEXT(1:1) = "*"
        CONTINUE
    ELSE
    IF FUNCTION UPPER-CASE(SWEEP-LINE-TEXT(1:14)) = "TRAIN-COMMAND="
        MOVE SWEEP-LINE-TEXT(15:) TO TRAIN-COMMAND
    ELSE
    IF FUNCTION UPPER-CASE(SWEEP-LINE-TEXT(1:17)) = "EVALUATE-COMMAND="
        MOVE SWEEP-LINE-TEXT(18:) TO EVALUATE-COMMAND
    ELSE
        PERFORM PARSE-SWEEP-SET
    END-IF
    END-IF
    END-IF.

PARSE-SWEEP-SET.
    MOVE SPACES TO SP-RATE-TEXT SP-HIDDEN1-TEXT SP-HIDDEN2-TEXT
                   SP-BATCH-TEXT SP-MODE-TEXT SP-SEED-TEXT SP-REASON
    MOVE 0 TO SWEEP-FIELD-TOTAL
    UNSTRING SWEEP-LINE-TEXT DELIMITED BY ","
        INTO SP-RATE-TEXT SP-HIDDEN1-TEXT SP-HIDDEN2-TEXT
             SP-BATCH-TEXT SP-MODE-TEXT SP-SEED-TEXT
        TALLYING IN SWEEP-FIELD-TOTAL
    END-UNSTRING
    MOVE FUNCTION TRIM(SP-RATE-TEXT) TO SP-RATE-TEXT
    MOVE FUNCTION TRIM(SP-HIDDEN1-TEXT) TO SP-HIDDEN1-TEXT
    MOVE FUNCTION TRIM(SP-HIDDEN2-TEXT) TO SP-HIDDEN2-TEXT
    MOVE FUNCTION TRIM(SP-BATCH-TEXT) TO SP-BATCH-TEXT
    MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(SP-MODE-TEXT))
        TO SP-MODE-TEXT
    MOVE FUNCTION TRIM(SP-SEED-TEXT) TO SP-SEED-TEXT

    *> The same limits RUNCTLIO applies, checked here so a bad set
    *> stops the sweep before any training is started.
    IF SWEEP-FIELD-TOTAL NOT = 6
        MOVE "expected 6 comma-separated values" TO SP-REASON
    ELSE
    IF FUNCTION TEST-NUMVAL(SP-RATE-TEXT) NOT = 0
        MOVE "learning rate is not a number" TO SP-REASON
    ELSE
    IF FUNCTION NUMVAL(SP-RATE-TEXT) <= 0
     OR FUNCTION NUMVAL(SP-RATE-TEXT) > 1
        MOVE "learning rate must be 0 < v <= 1" TO SP-REASON
    ELSE
    IF FUNCTION TEST-NUMVAL(SP-HIDDEN1-TEXT) NOT = 0
     OR FUNCTION TEST-NUMVAL(SP-HIDDEN2-TEXT) NOT = 0
     OR FUNCTION TEST-NUMVAL(SP-BATCH-TEXT) NOT = 0
     OR FUNCTION TEST-NUMVAL(SP-SEED-TEXT) NOT = 0
        MOVE "hidden sizes, batch size and seed must be numbers"
            TO SP-REASON
    ELSE
    IF FUNCTION NUMVAL(SP-HIDDEN1-TEXT) < 1
     OR FUNCTION NUMVAL(SP-HIDDEN1-TEXT) > 999
        MOVE "hidden1 must be 1-999" TO SP-REASON
    ELSE
    IF FUNCTION NUMVAL(SP-HIDDEN2-TEXT) < 0
     OR FUNCTION NUMVAL(SP-HIDDEN2-TEXT) > 999
        MOVE "hidden2 must be 0-999" TO SP-REASON
    ELSE
    IF FUNCTION NUMVAL(SP-BATCH-TEXT) < 1
     OR FUNCTION NUMVAL(SP-BATCH-TEXT) > 9999
        MOVE "batch size must be 1-9999" TO SP-REASON
    ELSE
    IF SP-MODE-TEXT NOT = "NONE" AND SP-MODE-TEXT NOT = "AUTO"
     AND SP-MODE-TEXT NOT = "FILE"
        MOVE "class-weight mode must be NONE, AUTO or FILE"
            TO SP-REASON
    ELSE
    IF FUNCTION NUMVAL(SP-SEED-TEXT) < 1
     OR FUNCTION NUMVAL(SP-SEED-TEXT) > 999999999
        MOVE "seed must be 1-999999999" TO SP-REASON
    ELSE
    IF SWEEP-SET-TOTAL >= SWEEP-SET-LIMIT
        MOVE "more than 99 parameter sets" TO SP-REASON
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    IF SP-REASON NOT = SPACES
        DISPLAY "Sweep file line " SWEEP-LINE-NUMBER " rejected: "
                FUNCTION TRIM(SP-REASON)
        ADD 1 TO SWEEP-ERROR-TOTAL
    ELSE
        ADD 1 TO SWEEP-SET-TOTAL
        MOVE SWEEP-SET-TOTAL TO SET-SUB
        MOVE SP-RATE-TEXT TO SW-RATE-TEXT(SET-SUB)
        MOVE SP-HIDDEN1-TEXT TO SW-HIDDEN1-TEXT(SET-SUB)
        MOVE SP-HIDDEN2-TEXT TO SW-HIDDEN2-TEXT(SET-SUB)
        MOVE SP-BATCH-TEXT TO SW-BATCH-TEXT(SET-SUB)
        MOVE SP-MODE-TEXT TO SW-MODE-TEXT(SET-SUB)
        MOVE SP-SEED-TEXT TO SW-SEED-TEXT(SET-SUB)
        MOVE SPACES TO SW-PARAMETERS(SET-SUB)
        STRING FUNCTION TRIM(SP-RATE-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SP-HIDDEN1-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SP-HIDDEN2-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SP-BATCH-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SP-MODE-TEXT) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(SP-SEED-TEXT) DELIMITED BY SIZE
               INTO SW-PARAMETERS(SET-SUB)
        PERFORM CLEAR-SET-RESULT
    END-IF.

CLEAR-SET-RESULT.
    MOVE SPACES TO SW-STATE(SET-SUB)
    MOVE SPACES TO SW-LOGGED-PARAMETERS(SET-SUB)
    MOVE 0 TO SW-BASE-VERSION(SET-SUB)
    MOVE 0 TO SW-VERSION(SET-SUB)
    MOVE 0 TO SW-ACCURACY(SET-SUB)
    MOVE NO-VALIDATION-LOSS TO SW-VAL-LOSS(SET-SUB)
    MOVE 0 TO SW-WEAKEST-DIGIT(SET-SUB)
    MOVE 0 TO SW-WEAKEST-RECALL(SET-SUB)
    MOVE 0 TO SW-STEP-RC(SET-SUB).

SCAN-MODEL-CATALOG.
    MOVE 'N' TO MC-EOF-FLAG
    MOVE 'N' TO CAT-PRODUCTION-FLAG
    MOVE 0 TO CAT-PRODUCTION-VERSION
    MOVE 0 TO CAT-HIGHEST-VERSION
    OPEN INPUT MODEL-CATALOG-FILE
    IF NOT MC-NOT-FOUND
        PERFORM UNTIL MC-END-OF-FILE
            READ MODEL-CATALOG-FILE
                AT END MOVE 'Y' TO MC-EOF-FLAG
                NOT AT END
                    IF CAT-VERSION > CAT-HIGHEST-VERSION
                        MOVE CAT-VERSION TO CAT-HIGHEST-VERSION
                    END-IF
                    IF CAT-IS-PRODUCTION
                        MOVE 'Y' TO CAT-PRODUCTION-FLAG
                        MOVE CAT-VERSION TO CAT-PRODUCTION-VERSION
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MODEL-CATALOG-FILE
    END-IF.

LOAD-SWEEP-RESULTS.
    *> Only the last sweep in the journal can be resumed; its records
    *> are contiguous, so the table is reset whenever a new sweep id
    *> appears and ends up holding the last sweep's progress.
    MOVE SPACES TO LOGGED-SWEEP-ID
    MOVE 'N' TO LOGGED-COMPLETE-FLAG
    MOVE SPACES TO PRODUCTION-RESULT
    MOVE 'N' TO SR-EOF-FLAG
    OPEN INPUT SWEEP-RESULTS-FILE
    IF NOT SR-NOT-FOUND
        PERFORM UNTIL SR-END-OF-FILE
            READ SWEEP-RESULTS-FILE
                AT END MOVE 'Y' TO SR-EOF-FLAG
                NOT AT END PERFORM APPLY-SWEEP-RESULT
            END-READ
        END-PERFORM
        CLOSE SWEEP-RESULTS-FILE
    END-IF

    IF LOGGED-SWEEP-ID = SPACES OR LOGGED-SWEEP-COMPLETE
     OR NEW-SWEEP-REQUESTED
        IF LOGGED-SWEEP-ID NOT = SPACES AND NOT LOGGED-SWEEP-COMPLETE
            DISPLAY "Unfinished sweep " LOGGED-SWEEP-ID
                    " abandoned (NEW requested)."
        END-IF
        MOVE FUNCTION CURRENT-DATE(1:14) TO SWEEP-ID
        PERFORM RESET-SWEEP-PROGRESS
    ELSE
        MOVE LOGGED-SWEEP-ID TO SWEEP-ID
        PERFORM CHECK-RESUMED-SETS
    END-IF.

APPLY-SWEEP-RESULT.
    IF SR-SWEEP-ID NOT = LOGGED-SWEEP-ID
        MOVE SR-SWEEP-ID TO LOGGED-SWEEP-ID
        MOVE 'N' TO LOGGED-COMPLETE-FLAG
        PERFORM RESET-SWEEP-PROGRESS
    END-IF
    IF SR-IS-COMPLETE
        MOVE 'Y' TO LOGGED-COMPLETE-FLAG
    ELSE
    IF SR-SET-NUMBER = 0
        MOVE SR-STATE TO PR-STATE
        MOVE SR-VERSION TO PR-VERSION
        MOVE SR-ACCURACY TO PR-ACCURACY
        MOVE SR-WEAKEST-DIGIT TO PR-WEAKEST-DIGIT
        MOVE SR-WEAKEST-RECALL TO PR-WEAKEST-RECALL
        MOVE SR-STEP-RC TO PR-STEP-RC
    ELSE
        IF SR-SET-NUMBER <= SWEEP-SET-LIMIT
            MOVE SR-SET-NUMBER TO SET-SUB
            MOVE SR-STATE TO SW-STATE(SET-SUB)
            MOVE SR-PARAMETERS TO SW-LOGGED-PARAMETERS(SET-SUB)
            MOVE SR-BASE-VERSION TO SW-BASE-VERSION(SET-SUB)
            MOVE SR-VERSION TO SW-VERSION(SET-SUB)
            MOVE SR-ACCURACY TO SW-ACCURACY(SET-SUB)
            MOVE SR-VAL-LOSS TO SW-VAL-LOSS(SET-SUB)
            MOVE SR-WEAKEST-DIGIT TO SW-WEAKEST-DIGIT(SET-SUB)
            MOVE SR-WEAKEST-RECALL TO SW-WEAKEST-RECALL(SET-SUB)
            MOVE SR-STEP-RC TO SW-STEP-RC(SET-SUB)
        END-IF
    END-IF
    END-IF.

RESET-SWEEP-PROGRESS.
    MOVE SPACES TO PRODUCTION-RESULT
    PERFORM VARYING SET-SUB FROM 1 BY 1
            UNTIL SET-SUB > SWEEP-SET-LIMIT
        PERFORM CLEAR-SET-RESULT
    END-PERFORM.

CHECK-RESUMED-SETS.
    *> A resumed sweep must still be the sweep that was started: a set
    *> that was tried under other parameters (or that is no longer in
    *> the file) would make the leaderboard mix two experiments.
    MOVE 0 TO SWEEP-CHANGED-TOTAL
    MOVE 0 TO SWEEP-FINISHED-TOTAL
    PERFORM VARYING SET-SUB FROM 1 BY 1
            UNTIL SET-SUB > SWEEP-SET-LIMIT
        IF SW-STATE(SET-SUB) NOT = SPACES
            IF SET-SUB > SWEEP-SET-TOTAL
             OR SW-LOGGED-PARAMETERS(SET-SUB)
                NOT = SW-PARAMETERS(SET-SUB)
                MOVE SET-SUB TO SWEEP-NUMBER-OUT
                DISPLAY "Set " FUNCTION TRIM(SWEEP-NUMBER-OUT)
                        " was tried as "
                        FUNCTION TRIM(SW-LOGGED-PARAMETERS(SET-SUB))
                        " but the sweep file now differs."
                ADD 1 TO SWEEP-CHANGED-TOTAL
            END-IF
            IF SW-STATE(SET-SUB) = "DONE"
             OR SW-STATE(SET-SUB) = "FAILED"
                ADD 1 TO SWEEP-FINISHED-TOTAL
            END-IF
        END-IF
    END-PERFORM
    IF SWEEP-CHANGED-TOTAL > 0
        DISPLAY "Sweep " SWEEP-ID " cannot be resumed with a changed "
                "sweep file; restore it, or rerun with NEW to start "
                "a fresh sweep."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

EVALUATE-PRODUCTION.
    MOVE CAT-PRODUCTION-VERSION TO PR-VERSION
    MOVE PR-VERSION TO BH-TARGET-VERSION
    DISPLAY "Production version " PR-VERSION ": evaluating on "
            FUNCTION TRIM(RUN-STANDARD-BENCHMARK)
    PERFORM RUN-EVALUATION-STEP
    MOVE STEP-RC TO PR-STEP-RC
    IF BH-TARGET-FOUND
        MOVE "DONE" TO PR-STATE
        MOVE BH-ACCURACY TO PR-ACCURACY
        MOVE BH-WEAKEST-DIGIT TO PR-WEAKEST-DIGIT
        MOVE BH-WEAKEST-RECALL TO PR-WEAKEST-RECALL
    ELSE
        DISPLAY "Production version " PR-VERSION " has no benchmark "
                "result; the leaderboard shows no production line."
        MOVE "FAILED" TO PR-STATE
    END-IF
    MOVE 0 TO SET-SUB
    MOVE PR-STATE TO RESULT-STATE
    PERFORM APPEND-SWEEP-RESULT.

RUN-SWEEP-SET.
    MOVE SET-SUB TO SWEEP-NUMBER-OUT
    IF SW-STATE(SET-SUB) = "DONE" OR SW-STATE(SET-SUB) = "FAILED"
        DISPLAY "Set " FUNCTION TRIM(SWEEP-NUMBER-OUT)
                " already finished (" FUNCTION TRIM(SW-STATE(SET-SUB))
                "); skipped."
    ELSE
        IF SW-STATE(SET-SUB) = SPACES
            PERFORM START-SWEEP-SET
        END-IF
        IF SW-STATE(SET-SUB) = "STARTED"
            PERFORM TRAIN-SWEEP-SET
        END-IF
        IF SW-STATE(SET-SUB) = "TRAINED"
            PERFORM EVALUATE-SWEEP-SET
        END-IF
    END-IF
    IF SW-STATE(SET-SUB) = "FAILED"
        ADD 1 TO SWEEP-FAILED-TOTAL
    END-IF.

START-SWEEP-SET.
    *> A sweep checkpoint left behind here belongs to a candidate of
    *> an abandoned sweep; READ-MNIST would resume it instead of
    *> training this set.
    PERFORM CHECK-SWEEP-CHECKPOINT
    IF SWEEP-CHECKPOINT-IS-PRESENT
        DISPLAY "Set " FUNCTION TRIM(SWEEP-NUMBER-OUT) " not started: "
                "mnist/sweep_checkpoint.dat is left from a candidate "
                "of an abandoned sweep. Remove it, then rerun the "
                "sweep."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM SCAN-MODEL-CATALOG
    MOVE CAT-HIGHEST-VERSION TO SW-BASE-VERSION(SET-SUB)
    MOVE "STARTED" TO SW-STATE(SET-SUB)
    MOVE "STARTED" TO RESULT-STATE
    PERFORM APPEND-SWEEP-RESULT.

TRAIN-SWEEP-SET.
    *> A version cataloged after the set started is the set's own
    *> once its training has finished: READ-MNIST catalogs its version
    *> as its last step and only then deletes the sweep checkpoint, so
    *> an abend after that point needs no second training. While the
    *> checkpoint is still there the set's training has not finished,
    *> and it is resumed whatever else has been cataloged meanwhile.
    PERFORM SCAN-MODEL-CATALOG
    PERFORM CHECK-SWEEP-CHECKPOINT
    IF CAT-HIGHEST-VERSION > SW-BASE-VERSION(SET-SUB)
     AND NOT SWEEP-CHECKPOINT-IS-PRESENT
        DISPLAY "Set " FUNCTION TRIM(SWEEP-NUMBER-OUT)
                ": version " CAT-HIGHEST-VERSION
                " was already cataloged before the interruption."
        MOVE 0 TO STEP-RC
    ELSE
        PERFORM WRITE-CANDIDATE-CONTROL
        DISPLAY "Set " FUNCTION TRIM(SWEEP-NUMBER-OUT) ": training "
                FUNCTION TRIM(SW-PARAMETERS(SET-SUB))
        MOVE SPACES TO STEP-COMMAND
        STRING FUNCTION TRIM(TRAIN-COMMAND) DELIMITED BY SIZE
               " SWEEP" DELIMITED BY SIZE
               INTO STEP-COMMAND
        PERFORM RUN-STEP-COMMAND
        PERFORM SCAN-MODEL-CATALOG
        PERFORM CHECK-SWEEP-CHECKPOINT
    END-IF
    MOVE STEP-RC TO SW-STEP-RC(SET-SUB)
    IF CAT-HIGHEST-VERSION > SW-BASE-VERSION(SET-SUB)
     AND NOT SWEEP-CHECKPOINT-IS-PRESENT
        MOVE CAT-HIGHEST-VERSION TO SW-VERSION(SET-SUB)
        PERFORM READ-FINAL-VALIDATION-LOSS
        MOVE TM-VAL-LOSS TO SW-VAL-LOSS(SET-SUB)
        MOVE "TRAINED" TO SW-STATE(SET-SUB)
    ELSE
        MOVE STEP-RC TO LB-RC-OUT
        DISPLAY "Set " FUNCTION TRIM(SWEEP-NUMBER-OUT)
                ": training ended with RC " FUNCTION TRIM(LB-RC-OUT)
                " and cataloged no version."
        MOVE "FAILED" TO SW-STATE(SET-SUB)
    END-IF
    MOVE SW-STATE(SET-SUB) TO RESULT-STATE
    PERFORM APPEND-SWEEP-RESULT.

CHECK-SWEEP-CHECKPOINT.
    MOVE 'N' TO SWEEP-CHECKPOINT-FLAG
    OPEN INPUT SWEEP-CHECKPOINT-FILE
    IF CK-OK
        CLOSE SWEEP-CHECKPOINT-FILE
        MOVE 'Y' TO SWEEP-CHECKPOINT-FLAG
    END-IF.

EVALUATE-SWEEP-SET.
    MOVE SW-VERSION(SET-SUB) TO BH-TARGET-VERSION
    DISPLAY "Set " FUNCTION TRIM(SWEEP-NUMBER-OUT) ": evaluating "
            "version " BH-TARGET-VERSION
    PERFORM RUN-EVALUATION-STEP
    MOVE STEP-RC TO SW-STEP-RC(SET-SUB)
    IF BH-TARGET-FOUND
        MOVE BH-ACCURACY TO SW-ACCURACY(SET-SUB)
        MOVE BH-WEAKEST-DIGIT TO SW-WEAKEST-DIGIT(SET-SUB)
        MOVE BH-WEAKEST-RECALL TO SW-WEAKEST-RECALL(SET-SUB)
        MOVE "DONE" TO SW-STATE(SET-SUB)
    ELSE
        DISPLAY "Set " FUNCTION TRIM(SWEEP-NUMBER-OUT)
                ": version " BH-TARGET-VERSION
                " has no benchmark result."
        MOVE "FAILED" TO SW-STATE(SET-SUB)
    END-IF
    MOVE SW-STATE(SET-SUB) TO RESULT-STATE
    PERFORM APPEND-SWEEP-RESULT.

RUN-EVALUATION-STEP.
    MOVE BH-TARGET-VERSION TO STEP-VERSION-TEXT
    MOVE SPACES TO STEP-COMMAND
    STRING FUNCTION TRIM(EVALUATE-COMMAND) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           STEP-VERSION-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           FUNCTION TRIM(RUN-STANDARD-BENCHMARK) DELIMITED BY SIZE
           INTO STEP-COMMAND
    PERFORM RUN-STEP-COMMAND
    PERFORM SCAN-BENCHMARK-HISTORY.

RUN-STEP-COMMAND.
    *> The step's return code comes back as a wait status: the exit
    *> code sits in the high byte.
    DISPLAY "  running: " FUNCTION TRIM(STEP-COMMAND)
    CALL "SYSTEM" USING STEP-COMMAND
    MOVE RETURN-CODE TO STEP-RAW-RC
    IF STEP-RAW-RC > 255
        DIVIDE STEP-RAW-RC BY 256 GIVING STEP-RAW-RC
    END-IF
    IF STEP-RAW-RC > 999 OR STEP-RAW-RC < 0
        MOVE 999 TO STEP-RC
    ELSE
        MOVE STEP-RAW-RC TO STEP-RC
    END-IF
    MOVE 0 TO RETURN-CODE.

WRITE-CANDIDATE-CONTROL.
    *> The operator's run control, then the set's overrides: a keyword
    *> given twice takes its last value.
    OPEN OUTPUT CANDIDATE-CONTROL-FILE
    MOVE SPACES TO CANDIDATE-CONTROL-RECORD
    STRING "* Sweep " DELIMITED BY SIZE
           SWEEP-ID DELIMITED BY SIZE
           " set " DELIMITED BY SIZE
           FUNCTION TRIM(SWEEP-NUMBER-OUT) DELIMITED BY SIZE
           ": written by SWEEP-DRIVER for READ-MNIST SWEEP"
               DELIMITED BY SIZE
           INTO CANDIDATE-CONTROL-RECORD
    WRITE CANDIDATE-CONTROL-RECORD
    MOVE 'N' TO RC-EOF-FLAG
    OPEN INPUT RUN-CONTROL-FILE
    IF NOT RC-NOT-FOUND
        PERFORM UNTIL RC-END-OF-FILE
            READ RUN-CONTROL-FILE
                AT END MOVE 'Y' TO RC-EOF-FLAG
                NOT AT END
                    MOVE RUN-CONTROL-RECORD TO CANDIDATE-CONTROL-RECORD
                    WRITE CANDIDATE-CONTROL-RECORD
            END-READ
        END-PERFORM
        CLOSE RUN-CONTROL-FILE
    END-IF
    MOVE "* Parameter set overrides" TO CANDIDATE-CONTROL-RECORD
    WRITE CANDIDATE-CONTROL-RECORD
    MOVE SPACES TO CANDIDATE-CONTROL-RECORD
    STRING "LEARNING-RATE=" DELIMITED BY SIZE
           FUNCTION TRIM(SW-RATE-TEXT(SET-SUB)) DELIMITED BY SIZE
           INTO CANDIDATE-CONTROL-RECORD
    WRITE CANDIDATE-CONTROL-RECORD
    MOVE SPACES TO CANDIDATE-CONTROL-RECORD
    STRING "HIDDEN1=" DELIMITED BY SIZE
           FUNCTION TRIM(SW-HIDDEN1-TEXT(SET-SUB)) DELIMITED BY SIZE
           INTO CANDIDATE-CONTROL-RECORD
    WRITE CANDIDATE-CONTROL-RECORD
    MOVE SPACES TO CANDIDATE-CONTROL-RECORD
    STRING "HIDDEN2=" DELIMITED BY SIZE
           FUNCTION TRIM(SW-HIDDEN2-TEXT(SET-SUB)) DELIMITED BY SIZE
           INTO CANDIDATE-CONTROL-RECORD
    WRITE CANDIDATE-CONTROL-RECORD
    MOVE SPACES TO CANDIDATE-CONTROL-RECORD
    STRING "BATCH-SIZE=" DELIMITED BY SIZE
           FUNCTION TRIM(SW-BATCH-TEXT(SET-SUB)) DELIMITED BY SIZE
           INTO CANDIDATE-CONTROL-RECORD
    WRITE CANDIDATE-CONTROL-RECORD
    MOVE SPACES TO CANDIDATE-CONTROL-RECORD
    STRING "CLASS-WEIGHT-MODE=" DELIMITED BY SIZE
           FUNCTION TRIM(SW-MODE-TEXT(SET-SUB)) DELIMITED BY SIZE
           INTO CANDIDATE-CONTROL-RECORD
    WRITE CANDIDATE-CONTROL-RECORD
    MOVE SPACES TO CANDIDATE-CONTROL-RECORD
    STRING "SHUFFLE-SEED=" DELIMITED BY SIZE
           FUNCTION TRIM(SW-SEED-TEXT(SET-SUB)) DELIMITED BY SIZE
           INTO CANDIDATE-CONTROL-RECORD
    WRITE CANDIDATE-CONTROL-RECORD
    CLOSE CANDIDATE-CONTROL-FILE.

READ-FINAL-VALIDATION-LOSS.
    *> The saved weights are the last epoch's, so the last metrics row
    *> carries the version's validation loss.
    MOVE NO-VALIDATION-LOSS TO TM-VAL-LOSS
    MOVE 'N' TO TM-EOF-FLAG
    OPEN INPUT METRICS-FILE
    IF NOT TM-NOT-FOUND
        PERFORM UNTIL TM-END-OF-FILE
            READ METRICS-FILE
                AT END MOVE 'Y' TO TM-EOF-FLAG
                NOT AT END
                    MOVE SPACES TO TM-EPOCH-TEXT TM-TRAIN-TEXT
                                   TM-VAL-TEXT TM-ACCURACY-TEXT
                    UNSTRING METRICS-RECORD DELIMITED BY ","
                        INTO TM-EPOCH-TEXT TM-TRAIN-TEXT TM-VAL-TEXT
                             TM-ACCURACY-TEXT
                    END-UNSTRING
                    IF TM-EPOCH-TEXT NOT = SPACES
                     AND FUNCTION TEST-NUMVAL(TM-EPOCH-TEXT) = 0
                        IF TM-VAL-TEXT NOT = SPACES
                         AND FUNCTION TEST-NUMVAL(TM-VAL-TEXT) = 0
                            MOVE FUNCTION NUMVAL(TM-VAL-TEXT)
                                TO TM-VAL-LOSS
                        ELSE
                            MOVE NO-VALIDATION-LOSS TO TM-VAL-LOSS
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE METRICS-FILE
    END-IF.

SCAN-BENCHMARK-HISTORY.
    *> Keep the latest STANDARD-BENCHMARK entry for BH-TARGET-VERSION.
    *> A recall line belongs to the accuracy line written just before
    *> it by the same evaluation.
    MOVE 'N' TO BH-FOUND-FLAG
    MOVE 'N' TO BH-LAST-TARGET-FLAG
    MOVE 0 TO BH-ACCURACY
    MOVE 0 TO BH-WEAKEST-DIGIT
    MOVE 0 TO BH-WEAKEST-RECALL
    MOVE 'N' TO BH-EOF-FLAG
    OPEN INPUT BENCHMARK-HISTORY-FILE
    IF NOT BH-NOT-FOUND
        PERFORM UNTIL BH-END-OF-FILE
            READ BENCHMARK-HISTORY-FILE
                AT END MOVE 'Y' TO BH-EOF-FLAG
                NOT AT END PERFORM SCAN-BENCHMARK-LINE
            END-READ
        END-PERFORM
        CLOSE BENCHMARK-HISTORY-FILE
    END-IF.

SCAN-BENCHMARK-LINE.
    IF BENCHMARK-HISTORY-RECORD(21:8) NOT = "version="
     OR BENCHMARK-HISTORY-RECORD(29:4) IS NOT NUMERIC
        MOVE 'N' TO BH-LAST-TARGET-FLAG
    ELSE
        MOVE BENCHMARK-HISTORY-RECORD(29:4) TO BH-LINE-VERSION
        IF BENCHMARK-HISTORY-RECORD(33:8) = " recall="
            IF BH-LAST-WAS-TARGET
                PERFORM PARSE-RECALL-LINE
                PERFORM FIND-WEAKEST-RECALL
            END-IF
            MOVE 'N' TO BH-LAST-TARGET-FLAG
        ELSE
            MOVE SPACES TO BH-HEAD-TEXT
            MOVE SPACES TO BH-FILE-TEXT
            MOVE SPACES TO BH-COUNTS-TEXT
            MOVE SPACES TO BH-ACCURACY-TEXT
            UNSTRING BENCHMARK-HISTORY-RECORD
                DELIMITED BY " file=" OR " rows=" OR " accuracy="
                          OR "%"
                INTO BH-HEAD-TEXT BH-FILE-TEXT BH-COUNTS-TEXT
                     BH-ACCURACY-TEXT
            END-UNSTRING
            MOVE 'N' TO BH-LAST-TARGET-FLAG
            IF BH-FILE-TEXT = RUN-STANDARD-BENCHMARK
               AND BH-ACCURACY-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(BH-ACCURACY-TEXT) = 0
               AND BH-LINE-VERSION = BH-TARGET-VERSION
                MOVE 'Y' TO BH-FOUND-FLAG
                MOVE 'Y' TO BH-LAST-TARGET-FLAG
                MOVE FUNCTION NUMVAL(BH-ACCURACY-TEXT) TO BH-ACCURACY
                MOVE 0 TO BH-WEAKEST-DIGIT
                MOVE 0 TO BH-WEAKEST-RECALL
            END-IF
        END-IF
    END-IF.

PARSE-RECALL-LINE.
    MOVE 0 TO BH-RECALL-TOTAL
    MOVE 'N' TO BH-RECALL-END-FLAG
    PERFORM VARYING BH-RECALL-SUB FROM 1 BY 1
            UNTIL BH-RECALL-SUB > RECALL-LOG-LIMIT
               OR BH-RECALL-ENDED
        COMPUTE BH-RECALL-POS = 41 + (BH-RECALL-SUB - 1) * 7
        MOVE BENCHMARK-HISTORY-RECORD(BH-RECALL-POS:6)
            TO BH-RECALL-TEXT
        IF BH-RECALL-TEXT = SPACES
         OR FUNCTION TEST-NUMVAL(BH-RECALL-TEXT) NOT = 0
            MOVE 'Y' TO BH-RECALL-END-FLAG
        ELSE
            MOVE FUNCTION NUMVAL(BH-RECALL-TEXT)
                TO BH-RECALL(BH-RECALL-SUB)
            MOVE BH-RECALL-SUB TO BH-RECALL-TOTAL
        END-IF
    END-PERFORM.

FIND-WEAKEST-RECALL.
    IF BH-RECALL-TOTAL > 0
        MOVE 0 TO BH-WEAKEST-DIGIT
        MOVE BH-RECALL(1) TO BH-WEAKEST-RECALL
        PERFORM VARYING BH-RECALL-SUB FROM 2 BY 1
                UNTIL BH-RECALL-SUB > BH-RECALL-TOTAL
            IF BH-RECALL(BH-RECALL-SUB) < BH-WEAKEST-RECALL
                MOVE BH-RECALL(BH-RECALL-SUB) TO BH-WEAKEST-RECALL
                COMPUTE BH-WEAKEST-DIGIT = BH-RECALL-SUB - 1
            END-IF
        END-PERFORM
    END-IF.

APPEND-SWEEP-RESULT.
    *> RESULT-STATE is set by the caller; SET-SUB 0 is the production
    *> version's evaluation (or, with COMPLETE, the end of the sweep).
    OPEN EXTEND SWEEP-RESULTS-FILE
    IF SR-NOT-FOUND
        OPEN OUTPUT SWEEP-RESULTS-FILE
    END-IF
    MOVE SPACES TO SWEEP-RESULT-RECORD
    MOVE RESULT-STATE TO SR-STATE
    MOVE SWEEP-ID TO SR-SWEEP-ID
    MOVE SET-SUB TO SR-SET-NUMBER
    IF SET-SUB = 0
        MOVE 0 TO SR-BASE-VERSION
        MOVE PR-VERSION TO SR-VERSION
        MOVE PR-ACCURACY TO SR-ACCURACY
        MOVE 0 TO SR-VAL-LOSS
        MOVE PR-WEAKEST-DIGIT TO SR-WEAKEST-DIGIT
        MOVE PR-WEAKEST-RECALL TO SR-WEAKEST-RECALL
        MOVE PR-STEP-RC TO SR-STEP-RC
        MOVE "production" TO SR-PARAMETERS
        IF SR-IS-COMPLETE
            MOVE 0 TO SR-VERSION SR-ACCURACY SR-WEAKEST-DIGIT
                      SR-WEAKEST-RECALL SR-STEP-RC
            MOVE SPACES TO SR-PARAMETERS
        END-IF
    ELSE
        MOVE SW-BASE-VERSION(SET-SUB) TO SR-BASE-VERSION
        MOVE SW-VERSION(SET-SUB) TO SR-VERSION
        MOVE SW-ACCURACY(SET-SUB) TO SR-ACCURACY
        MOVE SW-VAL-LOSS(SET-SUB) TO SR-VAL-LOSS
        MOVE SW-WEAKEST-DIGIT(SET-SUB) TO SR-WEAKEST-DIGIT
        MOVE SW-WEAKEST-RECALL(SET-SUB) TO SR-WEAKEST-RECALL
        MOVE SW-STEP-RC(SET-SUB) TO SR-STEP-RC
        MOVE SW-PARAMETERS(SET-SUB) TO SR-PARAMETERS
    END-IF
    WRITE SWEEP-RESULT-RECORD
    CLOSE SWEEP-RESULTS-FILE.

RANK-SWEEP-SETS.
    *> Evaluated sets only, best first: higher accuracy, then lower
    *> final validation loss, then higher weakest-digit recall.
    MOVE 0 TO LB-RANKED-TOTAL
    PERFORM VARYING SET-SUB FROM 1 BY 1
            UNTIL SET-SUB > SWEEP-SET-TOTAL
        IF SW-STATE(SET-SUB) = "DONE"
            ADD 1 TO LB-RANKED-TOTAL
            MOVE SET-SUB TO LB-ORDER(LB-RANKED-TOTAL)
        END-IF
    END-PERFORM
    PERFORM VARYING LB-PASS FROM 1 BY 1
            UNTIL LB-PASS >= LB-RANKED-TOTAL
        PERFORM VARYING LB-SUB FROM 1 BY 1
                UNTIL LB-SUB > LB-RANKED-TOTAL - LB-PASS
            MOVE LB-ORDER(LB-SUB) TO LB-LEFT
            MOVE LB-ORDER(LB-SUB + 1) TO LB-RIGHT
            PERFORM COMPARE-RANKED-SETS
            IF LB-MUST-SWAP
                MOVE LB-ORDER(LB-SUB) TO LB-HOLD
                MOVE LB-ORDER(LB-SUB + 1) TO LB-ORDER(LB-SUB)
                MOVE LB-HOLD TO LB-ORDER(LB-SUB + 1)
            END-IF
        END-PERFORM
    END-PERFORM.

COMPARE-RANKED-SETS.
    MOVE 'N' TO LB-SWAP-FLAG
    IF SW-ACCURACY(LB-RIGHT) > SW-ACCURACY(LB-LEFT)
        MOVE 'Y' TO LB-SWAP-FLAG
    ELSE
    IF SW-ACCURACY(LB-RIGHT) = SW-ACCURACY(LB-LEFT)
        IF SW-VAL-LOSS(LB-RIGHT) < SW-VAL-LOSS(LB-LEFT)
            MOVE 'Y' TO LB-SWAP-FLAG
        ELSE
        IF SW-VAL-LOSS(LB-RIGHT) = SW-VAL-LOSS(LB-LEFT)
         AND SW-WEAKEST-RECALL(LB-RIGHT)
             > SW-WEAKEST-RECALL(LB-LEFT)
            MOVE 'Y' TO LB-SWAP-FLAG
        END-IF
        END-IF
    END-IF
    END-IF.

WRITE-LEADERBOARD.
    OPEN OUTPUT LEADERBOARD-FILE
    MOVE SPACES TO LB-LINE
    STRING "Sweep leaderboard - sweep " DELIMITED BY SIZE
           SWEEP-ID DELIMITED BY SIZE
           ", " DELIMITED BY SIZE
           FUNCTION TRIM(SWEEP-FILE-PATH) DELIMITED BY SIZE
           INTO LB-LINE
    PERFORM EMIT-LEADERBOARD-LINE
    MOVE SPACES TO LB-LINE
    STRING "Benchmark: " DELIMITED BY SIZE
           FUNCTION TRIM(RUN-STANDARD-BENCHMARK) DELIMITED BY SIZE
           "   ranked by accuracy, then validation loss, then "
               DELIMITED BY SIZE
           "weakest-digit recall" DELIMITED BY SIZE
           INTO LB-LINE
    PERFORM EMIT-LEADERBOARD-LINE
    MOVE SPACES TO LB-LINE
    PERFORM EMIT-LEADERBOARD-LINE
    MOVE SPACES TO LB-LINE
    MOVE "Rank" TO LB-LINE(1:4)
    MOVE "Set" TO LB-LINE(7:3)
    MOVE "Version" TO LB-LINE(12:7)
    MOVE "Accuracy" TO LB-LINE(20:8)
    MOVE "vs prod" TO LB-LINE(31:7)
    MOVE "Val loss" TO LB-LINE(43:8)
    MOVE "Weakest/recall" TO LB-LINE(54:14)
    MOVE "Parameters" TO LB-LINE(75:10)
    PERFORM EMIT-LEADERBOARD-LINE

    MOVE SPACES TO LB-LINE
    MOVE "PROD" TO LB-LINE(1:4)
    MOVE CAT-PRODUCTION-VERSION TO LB-LINE(12:4)
    IF PR-STATE = "DONE"
        MOVE PR-ACCURACY TO LB-ACCURACY-OUT
        MOVE PR-WEAKEST-DIGIT TO LB-DIGIT-OUT
        MOVE PR-WEAKEST-RECALL TO LB-RECALL-OUT
        MOVE LB-ACCURACY-OUT TO LB-LINE(21:6)
        MOVE "%" TO LB-LINE(27:1)
        MOVE "-" TO LB-LINE(37:1)
        MOVE LB-DIGIT-OUT TO LB-LINE(56:2)
        MOVE " / " TO LB-LINE(58:3)
        MOVE LB-RECALL-OUT TO LB-LINE(61:6)
        MOVE "%" TO LB-LINE(67:1)
        MOVE "production model" TO LB-LINE(75:16)
    ELSE
        MOVE "no benchmark result for the production model"
            TO LB-LINE(21:)
    END-IF
    PERFORM EMIT-LEADERBOARD-LINE

    PERFORM VARYING LB-SUB FROM 1 BY 1
            UNTIL LB-SUB > LB-RANKED-TOTAL
        MOVE LB-ORDER(LB-SUB) TO SET-SUB
        PERFORM FORMAT-RANKED-LINE
        PERFORM EMIT-LEADERBOARD-LINE
    END-PERFORM

    IF SWEEP-FAILED-TOTAL > 0
        MOVE SPACES TO LB-LINE
        PERFORM EMIT-LEADERBOARD-LINE
        MOVE "Failed parameter sets (not ranked):" TO LB-LINE
        PERFORM EMIT-LEADERBOARD-LINE
        PERFORM VARYING SET-SUB FROM 1 BY 1
                UNTIL SET-SUB > SWEEP-SET-TOTAL
            IF SW-STATE(SET-SUB) = "FAILED"
                MOVE SET-SUB TO LB-RANK-OUT
                MOVE SW-STEP-RC(SET-SUB) TO LB-RC-OUT
                MOVE SPACES TO LB-LINE
                STRING "  set " DELIMITED BY SIZE
                       LB-RANK-OUT DELIMITED BY SIZE
                       "  RC " DELIMITED BY SIZE
                       LB-RC-OUT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       FUNCTION TRIM(SW-PARAMETERS(SET-SUB))
                           DELIMITED BY SIZE
                       INTO LB-LINE
                PERFORM EMIT-LEADERBOARD-LINE
            END-IF
        END-PERFORM
    END-IF

    MOVE SPACES TO LB-LINE
    PERFORM EMIT-LEADERBOARD-LINE
    MOVE "No version was promoted. Promote a winner with "
        TO LB-LINE
    MOVE "MODEL-REGISTRY PROMOTE nnnn." TO LB-LINE(48:)
    PERFORM EMIT-LEADERBOARD-LINE
    CLOSE LEADERBOARD-FILE.

FORMAT-RANKED-LINE.
    MOVE LB-SUB TO LB-RANK-OUT
    MOVE SW-ACCURACY(SET-SUB) TO LB-ACCURACY-OUT
    MOVE SW-WEAKEST-DIGIT(SET-SUB) TO LB-DIGIT-OUT
    MOVE SW-WEAKEST-RECALL(SET-SUB) TO LB-RECALL-OUT
    MOVE SET-SUB TO SWEEP-NUMBER-OUT
    MOVE SPACES TO LB-LINE
    MOVE LB-RANK-OUT TO LB-LINE(1:3)
    MOVE SWEEP-NUMBER-OUT TO LB-LINE(7:3)
    MOVE SW-VERSION(SET-SUB) TO LB-LINE(12:4)
    MOVE LB-ACCURACY-OUT TO LB-LINE(21:6)
    MOVE "%" TO LB-LINE(27:1)
    IF PR-STATE = "DONE"
        COMPUTE LB-DELTA = SW-ACCURACY(SET-SUB) - PR-ACCURACY
        MOVE LB-DELTA TO LB-DELTA-OUT
        MOVE LB-DELTA-OUT TO LB-LINE(31:7)
    ELSE
        MOVE "-" TO LB-LINE(37:1)
    END-IF
    IF SW-VAL-LOSS(SET-SUB) = NO-VALIDATION-LOSS
        MOVE "n/a" TO LB-LINE(48:3)
    ELSE
        MOVE SW-VAL-LOSS(SET-SUB) TO LB-LOSS-OUT
        MOVE LB-LOSS-OUT TO LB-LINE(41:10)
    END-IF
    MOVE LB-DIGIT-OUT TO LB-LINE(56:2)
    MOVE " / " TO LB-LINE(58:3)
    MOVE LB-RECALL-OUT TO LB-LINE(61:6)
    MOVE "%" TO LB-LINE(67:1)
    MOVE SW-PARAMETERS(SET-SUB) TO LB-LINE(75:58).

EMIT-LEADERBOARD-LINE.
    DISPLAY FUNCTION TRIM(LB-LINE TRAILING)
    MOVE LB-LINE TO LEADERBOARD-RECORD
    WRITE LEADERBOARD-RECORD.

    COPY RUNCTLIO.
