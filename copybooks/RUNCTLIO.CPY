    *> RUNCTLIO.CPY
    *> Loader and audit page for the single run-control parameter
    *> file mnist/run_control.cfg, shared by READ-MNIST, SCORE-MNIST,
    *> MODEL-REGISTRY, REVIEW-MANAGER, HISTORY-HOUSEKEEPING,
    *> SWEEP-DRIVER, OPERATIONS-STATUS and BATCH-WINDOW-REPORT. The
    *> file holds one KEYWORD=VALUE per line; blank lines and lines
    *> starting with '*' are comments. A keyword given twice takes its
    *> last value. Keywords:
    *>   LEARNING-RATE         0 < v <= 1
    *>   MAX-EPOCHS            1-99
    *>   PATIENCE              1-99 (early-stop stall epochs)
    *>   PIXEL-MEAN-TOLERANCE  0 <= v <= 1
    *>   FINE-TUNE-EPOCHS      1-99
    *>   CHALLENGER-VERSION    0-9999 (0 = no shadow scoring)
    *>   ENSEMBLE-MODE         OFF or ON (SCORE-MNIST takes the official
    *>                         answer from the weighted members below
    *>                         instead of the production model alone)
    *>   ENSEMBLE-1 ... ENSEMBLE-9
    *>                         version,weight - a cataloged version
    *>                         1-9999 and its weight 0 <= w <= 100;
    *>                         weights are shares of their sum, and a
    *>                         weight of 0 leaves the slot empty. ON
    *>                         needs at least two members.
    *>   CLASS-WEIGHT-MODE     NONE, AUTO or FILE (class-weighted
    *>                         training; see LOAD-CLASS-WEIGHTS in
    *>                         READ-MNIST)
    *>   STANDARD-BENCHMARK    benchmark file path, exactly as given to
    *>                         EVALUATE-MODEL, that the MODEL-REGISTRY
    *>                         promotion gate compares versions on
    *>   RECALL-DROP-TOLERANCE 0 <= v <= 100 (percentage points any one
    *>                         digit's recall may fall below production
    *>                         before PROMOTE is refused)
    *>   HISTORY-RETENTION-DAYS 1-9999 (days of prediction history kept
    *>                         online before HISTORY-HOUSEKEEPING
    *>                         archives it)
    *>   LEAKAGE-CHECK         OFF, WARN or STOP (train/validation/test
    *>                         overlap audit before training; STOP
    *>                         refuses to train when it fails; see
    *>                         AUDIT-DATA-LEAKAGE in READ-MNIST)
    *> Status page thresholds (OPERATIONS-STATUS; AMBER at or above
    *> the first value, RED at or above the second):
    *>   STATUS-DISAGREE-AMBER / STATUS-DISAGREE-RED
    *>                         0 <= v <= 100 (challenger disagreement
    *>                         rate, percent of rows compared)
    *>   STATUS-REVIEW-AMBER / STATUS-REVIEW-RED
    *>                         0-999 (percent the night's review-queue
    *>                         volume lies above its recent average)
    *>   STATUS-REVIEW-RUNS    1-99 (scoring runs in that average)
    *>   STATUS-MALFORMED-AMBER / STATUS-MALFORMED-RED
    *>                         1-9999999 (malformed rows skipped)
    *>   STATUS-DRIFT-RED-FACTOR 1 <= v <= 99 (drift is AMBER once a
    *>                         tolerance is breached, RED once it is
    *>                         exceeded this many times over)
    *> Batch window (BATCH-WINDOW-REPORT, over mnist/performance.log):
    *>   BATCH-WINDOW-MINUTES  1-1440 (elapsed minutes the night's
    *>                         training and scoring jobs must fit in)
    *>   BATCH-WINDOW-RUNS     2-99 (runs per job shown in the phase
    *>                         trends, and nights the volume growth
    *>                         is measured over)
    *>   BATCH-WINDOW-WARN-DAYS 0-999 (warn, RC 4, when the projected
    *>                         overrun is this few days away or less)
    *> Any unknown keyword or out-of-range value fails the run loudly
    *> before any data is touched, so a typo can never silently train
    *> or score with the wrong settings.
        CLOSE RUN-CONTROL-FILE
        IF RC-ERROR-TOTAL > 0
            DISPLAY "Run control rejected: " RC-ERROR-TOTAL
                    " bad line(s) in "
                    FUNCTION TRIM(RUN-CONTROL-PATH)
                    "; fix the file and rerun."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        TO RC-KEYWORD
    MOVE FUNCTION TRIM(RC-VALUE-TEXT) TO RC-VALUE-TEXT
    IF RC-KEYWORD = "CLASS-WEIGHT-MODE"
        *> Keywords whose values are words, not numbers
        MOVE FUNCTION UPPER-CASE(RC-VALUE-TEXT) TO RC-VALUE-TEXT
        IF RC-VALUE-TEXT = "NONE" OR RC-VALUE-TEXT = "AUTO"
         OR RC-VALUE-TEXT = "FILE"
            PERFORM REJECT-RUN-CONTROL-LINE
        END-IF
    ELSE
    IF RC-KEYWORD = "LEAKAGE-CHECK"
        MOVE FUNCTION UPPER-CASE(RC-VALUE-TEXT) TO RC-VALUE-TEXT
        IF RC-VALUE-TEXT = "OFF" OR RC-VALUE-TEXT = "WARN"
         OR RC-VALUE-TEXT = "STOP"
            MOVE RC-VALUE-TEXT TO RUN-LEAKAGE-CHECK
        ELSE
            PERFORM REJECT-RUN-CONTROL-LINE
        END-IF
    ELSE
    IF RC-KEYWORD = "ENSEMBLE-MODE"
        MOVE FUNCTION UPPER-CASE(RC-VALUE-TEXT) TO RC-VALUE-TEXT
        IF RC-VALUE-TEXT = "OFF" OR RC-VALUE-TEXT = "ON"
            MOVE RC-VALUE-TEXT TO RUN-ENSEMBLE-MODE
        ELSE
            PERFORM REJECT-RUN-CONTROL-LINE
        END-IF
    ELSE
    IF RC-KEYWORD(1:9) = "ENSEMBLE-"
     AND RC-KEYWORD(10:1) >= "1" AND RC-KEYWORD(10:1) <= "9"
     AND RC-KEYWORD(11:) = SPACES
        PERFORM APPLY-ENSEMBLE-MEMBER
    ELSE
    IF RC-KEYWORD = "STANDARD-BENCHMARK"
        *> A file path: kept exactly as written, case and all
        IF RC-VALUE-TEXT = SPACES
            PERFORM REJECT-RUN-CONTROL-LINE
        ELSE
            MOVE RC-VALUE-TEXT TO RUN-STANDARD-BENCHMARK
        END-IF
    ELSE
    IF RC-VALUE-TEXT = SPACES
     OR FUNCTION TEST-NUMVAL(RC-VALUE-TEXT) NOT = 0
        PERFORM REJECT-RUN-CONTROL-LINE
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "RECALL-DROP-TOLERANCE"
                IF RC-NUMERIC-VALUE >= 0
                   AND RC-NUMERIC-VALUE <= 100
                    MOVE RC-NUMERIC-VALUE TO RUN-RECALL-DROP-TOL
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "HISTORY-RETENTION-DAYS"
                IF RC-NUMERIC-VALUE >= 1
                   AND RC-NUMERIC-VALUE <= 9999
                    MOVE RC-NUMERIC-VALUE
                        TO RUN-HISTORY-RETENTION-DAYS
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "STATUS-DISAGREE-AMBER"
                IF RC-NUMERIC-VALUE >= 0
                   AND RC-NUMERIC-VALUE <= 100
                    MOVE RC-NUMERIC-VALUE
                        TO RUN-STATUS-DISAGREE-AMBER
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "STATUS-DISAGREE-RED"
                IF RC-NUMERIC-VALUE >= 0
                   AND RC-NUMERIC-VALUE <= 100
                    MOVE RC-NUMERIC-VALUE TO RUN-STATUS-DISAGREE-RED
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "STATUS-REVIEW-AMBER"
                IF RC-NUMERIC-VALUE >= 0 AND RC-NUMERIC-VALUE <= 999
                    MOVE RC-NUMERIC-VALUE TO RUN-STATUS-REVIEW-AMBER
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "STATUS-REVIEW-RED"
                IF RC-NUMERIC-VALUE >= 0 AND RC-NUMERIC-VALUE <= 999
                    MOVE RC-NUMERIC-VALUE TO RUN-STATUS-REVIEW-RED
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "STATUS-REVIEW-RUNS"
                IF RC-NUMERIC-VALUE >= 1 AND RC-NUMERIC-VALUE <= 99
                    MOVE RC-NUMERIC-VALUE TO RUN-STATUS-REVIEW-RUNS
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "STATUS-MALFORMED-AMBER"
                IF RC-NUMERIC-VALUE >= 1
                   AND RC-NUMERIC-VALUE <= 9999999
                    MOVE RC-NUMERIC-VALUE
                        TO RUN-STATUS-MALFORMED-AMBER
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "STATUS-MALFORMED-RED"
                IF RC-NUMERIC-VALUE >= 1
                   AND RC-NUMERIC-VALUE <= 9999999
                    MOVE RC-NUMERIC-VALUE TO RUN-STATUS-MALFORMED-RED
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "STATUS-DRIFT-RED-FACTOR"
                IF RC-NUMERIC-VALUE >= 1 AND RC-NUMERIC-VALUE <= 99
                    MOVE RC-NUMERIC-VALUE
                        TO RUN-STATUS-DRIFT-RED-FACTOR
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "BATCH-WINDOW-MINUTES"
                IF RC-NUMERIC-VALUE >= 1 AND RC-NUMERIC-VALUE <= 1440
                    MOVE RC-NUMERIC-VALUE TO RUN-BATCH-WINDOW-MINUTES
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "BATCH-WINDOW-RUNS"
                IF RC-NUMERIC-VALUE >= 2 AND RC-NUMERIC-VALUE <= 99
                    MOVE RC-NUMERIC-VALUE TO RUN-BATCH-WINDOW-RUNS
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN "BATCH-WINDOW-WARN-DAYS"
                IF RC-NUMERIC-VALUE >= 0 AND RC-NUMERIC-VALUE <= 999
                    MOVE RC-NUMERIC-VALUE TO RUN-BATCH-WINDOW-WARN-DAYS
                ELSE
                    PERFORM REJECT-RUN-CONTROL-LINE
                END-IF
            WHEN OTHER
                PERFORM REJECT-RUN-CONTROL-LINE
        END-EVALUATE
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

APPLY-ENSEMBLE-MEMBER.
    *> ENSEMBLE-n=version,weight: the value is a pair, so each half is
    *> checked on its own.
    MOVE RC-KEYWORD(10:1) TO RC-ENSEMBLE-SLOT
    MOVE SPACES TO RC-MEMBER-VERSION-TEXT
    MOVE SPACES TO RC-MEMBER-WEIGHT-TEXT
    UNSTRING RC-VALUE-TEXT DELIMITED BY ","
        INTO RC-MEMBER-VERSION-TEXT RC-MEMBER-WEIGHT-TEXT
    END-UNSTRING
    IF RC-MEMBER-VERSION-TEXT = SPACES
     OR RC-MEMBER-WEIGHT-TEXT = SPACES
     OR FUNCTION TEST-NUMVAL(RC-MEMBER-VERSION-TEXT) NOT = 0
     OR FUNCTION TEST-NUMVAL(RC-MEMBER-WEIGHT-TEXT) NOT = 0
        PERFORM REJECT-RUN-CONTROL-LINE
    ELSE
        MOVE FUNCTION NUMVAL(RC-MEMBER-VERSION-TEXT)
            TO RC-NUMERIC-VALUE
        MOVE FUNCTION NUMVAL(RC-MEMBER-WEIGHT-TEXT)
            TO RC-MEMBER-WEIGHT
        IF RC-NUMERIC-VALUE < 1 OR RC-NUMERIC-VALUE > 9999
         OR RC-MEMBER-WEIGHT < 0 OR RC-MEMBER-WEIGHT > 100
            PERFORM REJECT-RUN-CONTROL-LINE
        ELSE
        IF RC-MEMBER-WEIGHT = 0
            MOVE 0 TO RUN-ENSEMBLE-VERSION(RC-ENSEMBLE-SLOT)
            MOVE 0 TO RUN-ENSEMBLE-WEIGHT(RC-ENSEMBLE-SLOT)
        ELSE
            MOVE RC-NUMERIC-VALUE
                TO RUN-ENSEMBLE-VERSION(RC-ENSEMBLE-SLOT)
            MOVE RC-MEMBER-WEIGHT
                TO RUN-ENSEMBLE-WEIGHT(RC-ENSEMBLE-SLOT)
        END-IF
        END-IF
    END-IF.

REJECT-RUN-CONTROL-LINE.
*> where it came from, printed at the top of the job output so the
*> run_history.log entry for this run can be tied back to exactly
*> these settings. Training performs PRINT-EFFECTIVE-PARAMETERS,
*> scoring PRINT-SCORING-PARAMETERS, the operations status page
*> PRINT-STATUS-PARAMETERS and the batch-window report
*> PRINT-WINDOW-PARAMETERS; each page shows only the tunables its
*> job actually consumes, so no page can be misread as a promise
*> about another job.
PRINT-EFFECTIVE-PARAMETERS.
    PERFORM PRINT-PARAMETER-HEADER
    MOVE RUN-LEARNING-RATE TO RC-RATE-OUT
    DISPLAY "  shuffle-seed          = " RUN-SHUFFLE-SEED
    DISPLAY "  fine-tune-epochs      = " RUN-FINE-TUNE-EPOCHS
    DISPLAY "  class-weight-mode     = " RUN-CLASS-WEIGHT-MODE
    DISPLAY "  leakage-check         = " RUN-LEAKAGE-CHECK
    PERFORM PRINT-PARAMETER-FOOTER.

PRINT-SCORING-PARAMETERS.
    MOVE RUN-PIXEL-MEAN-TOL TO RC-THRESHOLD-OUT
    DISPLAY "  pixel-mean-tolerance  = " RC-THRESHOLD-OUT
    DISPLAY "  challenger-version    = " RUN-CHALLENGER-VERSION
    DISPLAY "  ensemble-mode         = " RUN-ENSEMBLE-MODE
    IF RUN-ENSEMBLE-MODE = "ON"
        PERFORM VARYING RC-SLOT-SUB FROM 1 BY 1 UNTIL RC-SLOT-SUB > 9
            IF RUN-ENSEMBLE-VERSION(RC-SLOT-SUB) > 0
                MOVE RUN-ENSEMBLE-WEIGHT(RC-SLOT-SUB) TO RC-WEIGHT-OUT
                DISPLAY "  ensemble-" RC-SLOT-SUB(2:1)
                        "            = version "
                        RUN-ENSEMBLE-VERSION(RC-SLOT-SUB)
                        " weight " RC-WEIGHT-OUT
            END-IF
        END-PERFORM
    END-IF
    PERFORM PRINT-PARAMETER-FOOTER.

PRINT-STATUS-PARAMETERS.
    PERFORM PRINT-PARAMETER-HEADER
    MOVE RUN-STATUS-DISAGREE-AMBER TO RC-TOLERANCE-OUT
    MOVE RUN-STATUS-DISAGREE-RED TO RC-RED-OUT
    DISPLAY "  disagree amber / red  = " RC-TOLERANCE-OUT " / "
            RC-RED-OUT " %"
    DISPLAY "  review amber / red    = " RUN-STATUS-REVIEW-AMBER
            " / " RUN-STATUS-REVIEW-RED " % above the average of "
            RUN-STATUS-REVIEW-RUNS " run(s)"
    DISPLAY "  malformed amber / red = " RUN-STATUS-MALFORMED-AMBER
            " / " RUN-STATUS-MALFORMED-RED " row(s)"
    MOVE RUN-STATUS-DRIFT-RED-FACTOR TO RC-TOLERANCE-OUT
    DISPLAY "  drift red factor      = " RC-TOLERANCE-OUT
            " x tolerance"
    PERFORM PRINT-PARAMETER-FOOTER.

PRINT-WINDOW-PARAMETERS.
    PERFORM PRINT-PARAMETER-HEADER
    DISPLAY "  window minutes        = " RUN-BATCH-WINDOW-MINUTES
    DISPLAY "  window runs           = " RUN-BATCH-WINDOW-RUNS
    DISPLAY "  window warn days      = " RUN-BATCH-WINDOW-WARN-DAYS
    PERFORM PRINT-PARAMETER-FOOTER.

PRINT-PARAMETER-HEADER.
    DISPLAY "----------------------------------------------------"
    IF RUN-CONTROL-IS-PRESENT
        DISPLAY "Effective run parameters (source: "
                FUNCTION TRIM(RUN-CONTROL-PATH) ")"
    ELSE
        DISPLAY "Effective run parameters "
                "(source: legacy config files and defaults)"
