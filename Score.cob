        ASSIGN TO 'mnist/challenger_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT RECONCILE-REPORT-FILE
        ASSIGN TO 'mnist/reconciliation_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT SCORE-CHECKPOINT-FILE
        ASSIGN TO 'mnist/scoring_checkpoint.dat'
        ORGANIZATION IS LINE SEQUENTIAL
    SELECT REVIEW-TRIM-FILE ASSIGN TO 'mnist/mnist_review_queue.tmp'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    SELECT INTERFACE-TRIM-FILE ASSIGN TO 'mnist/score_interface.tmp'
        ORGANIZATION IS SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL.
    COPY SCRIFSEL.
    COPY RUNCTLSEL.
    COPY PREDHSEL.
    COPY WEIGHTSSEL.
    COPY PERFLSEL.
    COPY ENSRGSEL.

DATA DIVISION.
FILE SECTION.
        01 CHALLENGER-CONFIG-RECORD PIC X(10).
    FD CHALLENGER-REPORT-FILE.
        01 CHALLENGER-REPORT-RECORD PIC X(132).
    *> Reconciliation report: the run id, every balancing failure and
    *> the final verdict, kept for the operations status page.
    FD RECONCILE-REPORT-FILE.
        01 RECONCILE-REPORT-RECORD PIC X(132).
    *> Scoring checkpoint: plain text, one counter per line in the
    *> order LOAD-SCORING-CHECKPOINT reads them back, closed by an
    *> "END" line so a checkpoint cut off mid-write is never trusted.
        01 PRED-TRIM-RECORD    PIC X(160).
    FD REVIEW-TRIM-FILE.
        01 REVIEW-TRIM-RECORD  PIC X(160).
    FD INTERFACE-TRIM-FILE.
        01 INTERFACE-TRIM-RECORD PIC X(100).
    COPY SCRIFFD.
    COPY RUNCTLFD.
    COPY PREDHFD.
    COPY WEIGHTSFD.
    COPY PERFLFD.
    COPY ENSRGFD.

WORKING-STORAGE SECTION.
    01 INPUT-EOF-FLAG        PIC X VALUE 'N'.
    *> Image ids run consecutively across every source file of the
    *> night, so these must hold a whole manifest's worth of rows.
    01 CURRENT-IMAGE         PIC 9(7) VALUE 0.
    *> CURRENT-IMAGE when the source being scored was opened, so
    *> its timing counts only the rows read in this run
    01 SOURCE-FIRST-IMAGE    PIC 9(7) VALUE 0.
    01 SCORED-COUNT          PIC 9(7) VALUE 0.
    01 BAD-ROW-COUNT         PIC 9(7) VALUE 0.
    01 REVIEW-COUNT          PIC 9(7) VALUE 0.
       VALUE 'mnist/mnist_predictions.tmp'.
    01 REVIEW-TRIM-PATH      PIC X(32)
       VALUE 'mnist/mnist_review_queue.tmp'.
    01 INTERFACE-TRIM-PATH   PIC X(32)
       VALUE 'mnist/score_interface.tmp'.
    01 SCORE-CHECKPOINT-WORK.
        05 SK-COUNT-TEXT     PIC 9(7).
        05 SK-VALUE-TEXT     PIC -9(12).9(6).
        05 SK-SUB            PIC 9(3).
        05 SK-CLASS-TOTAL    PIC 9(2).
        05 SK-SKIP-TARGET    PIC 9(7).
        05 SK-SKIP-COUNT     PIC 9(7).

    COPY PREDHWS.
    01 SCORE-RUN-ID          PIC X(14).

    *> Per-source fixed-length interface file for downstream (see
    *> SCRIFSEL.CPY); its trailer totals accumulate in SCRIFWS.CPY.
    COPY SCRIFWS.

    *> Phase timings for mnist/performance.log (see PERFLIO.CPY)
    COPY PERFLWS.
    01 INTERFACE-OPEN-FLAG   PIC X VALUE 'N'.
       88 INTERFACE-IS-OPEN  VALUE 'Y'.
    01 INTERFACE-WORK.
        05 IF-SOURCE-SUB     PIC 9(3).
        05 IF-SEQUENCE-TEXT  PIC 9(2).
        05 IF-CHAR-SUB       PIC 9(3).
        05 IF-PATH-LENGTH    PIC 9(3).
        05 IF-NAME-START     PIC 9(3).
        05 IF-NAME-END       PIC 9(3).
        05 IF-NAME-LENGTH    PIC 9(3).
        05 IF-KEEP-COUNT     PIC 9(7).
        05 IF-TRAILER-FOUND-FLAG PIC X.
           88 IF-TRAILER-FOUND VALUE 'Y'.
        05 IF-TRAILER-COUNT  PIC 9(9).
        05 IF-TRAILER-IMAGES PIC 9(15).
        05 IF-TRAILER-LABELS PIC 9(11).
        05 IF-TRAILER-REVIEWS PIC 9(9).
    01 REVIEW-ROUTED-FLAG    PIC X VALUE 'N'.
       88 ROW-WENT-TO-REVIEW VALUE 'Y'.

        05 CHP-RUNNER-UP-PROB USAGE COMP-1.
        05 CHP-LABEL-COUNT   PIC 9(2).
        05 CHP-PROBABILITY OCCURS MAX-LABELS TIMES USAGE COMP-1.
        05 CHP-PIXEL-COUNT   PIC 9(4).

    *> Ensemble scoring (ENSEMBLE-MODE=ON in run_control.cfg): each
    *> accepted row is scored by every member version through
    *> CHALLENGER-SCORE, and the official answer is taken from the
    *> weighted average of the members' softmax vectors (EM-SHARE is
    *> a member's weight over the sum of the weights). A row the
    *> members do not all give the same label goes to review whatever
    *> its combined probability. The run and its members are recorded
    *> in the ensemble register (see ENSRGSEL.CPY).
    COPY ENSRGWS.
    01 ENSEMBLE-MODE-FLAG    PIC X VALUE 'N'.
       88 ENSEMBLE-MODE-IS-ON VALUE 'Y'.
    01 ENSEMBLE-FAILED-FLAG  PIC X VALUE 'N'.
       88 ENSEMBLE-HAS-FAILED VALUE 'Y'.
    01 ENSEMBLE-DISAGREE-FLAG PIC X VALUE 'N'.
       88 MEMBERS-DISAGREE   VALUE 'Y'.
    01 ENSEMBLE-TABLE.
        05 EM-TOTAL          PIC 9(2) VALUE 0.
        05 EM-WEIGHT-TOTAL   PIC 9(5)V9(4) VALUE 0.
        05 ENSEMBLE-MEMBER OCCURS 9 TIMES.
           10 EM-VERSION     PIC 9(4).
           10 EM-WEIGHT      PIC 9(3)V9(4).
           10 EM-SHARE       USAGE COMP-1.
           10 EM-LABEL       PIC 9(2).
           10 EM-DISAGREE-TOTAL PIC 9(7).
    01 ENSEMBLE-WORK.
        05 EM-SUB            PIC 9(2).
        05 EM-CHECK-SUB      PIC 9(2).
        05 EM-DISAGREE-ROWS  PIC 9(7) VALUE 0.
        05 EM-SHARE-VALUE    PIC 9V9(4).
        05 EM-SHARE-OUT      PIC 9.9(4).
        05 EM-LINE           PIC X(132).
        05 EM-SAVED-RETURN-CODE PIC S9(4).

    01 CHALLENGER-WORK.
        05 SHADOW-ROW-TOTAL  PIC 9(7) VALUE 0.
        05 CH-COUNT-OUT      PIC ZZZZZZ9.
        05 CH-PROB-OUT       PIC 9.9(4).
        05 CH-LINE           PIC X(132).
        05 CH-OFFICIAL-TEXT  PIC X(10).

    01 BATCH-PROFILE.
        05 PRED-CLASS-COUNT OCCURS MAX-LABELS TIMES PIC 9(7) VALUE 0.
        05 SRC-SHARE-DIFF    PIC S9(3)V9(2).
        05 SRC-MAX-SHARE-DIFF PIC 9(3)V9(2).
        05 SRC-MEAN-DIFF     USAGE COMP-2.
        05 SRC-SUB           PIC 9(3).

    *> Control totals for the trailer records and the balancing pass
    *> that re-reads the finished files against them.
        05 RW-EXPECTED-COUNT PIC 9(7).
        05 RECONCILE-OK-FLAG PIC X VALUE 'Y'.
           88 RECONCILE-IS-OK VALUE 'Y'.
        05 RW-MESSAGE        PIC X(132).

PROCEDURE DIVISION.
MAIN-ROUTINE.
    MOVE PERF-JOB-TIMER TO PERF-TIMER-SUB
    PERFORM START-PERF-TIMER
    MOVE "SCORE" TO PERF-JOB-NAME
    PERFORM INITIALIZATION-ROUTINE
    MOVE SCORE-RUN-ID TO PERF-RUN-ID
    IF NOT WEIGHTS-WERE-LOADED
        DISPLAY "No trained weights available; run READ-MNIST first."
    ELSE
    IF ENSEMBLE-HAS-FAILED
        DISPLAY "Ensemble scoring could not start; nothing was "
                "scored."
        MOVE 8 TO RETURN-CODE
    ELSE
        *> The challenger's time is summed row by row, see
        *> PROCESS-SCORE-IMAGE
        MOVE PERF-SUM-TIMER TO PERF-TIMER-SUB
        PERFORM START-PERF-TIMER
        PERFORM SCORE-MANIFEST-SOURCES
        MOVE PERF-SUM-TIMER TO PERF-TIMER-SUB
        MOVE "SHADOW" TO PERF-PHASE
        MOVE SPACES TO PERF-STEP
        STRING "challenger version " CHALLENGER-VERSION
            DELIMITED BY SIZE INTO PERF-STEP
        PERFORM WRITE-PERF-SUM-RECORD
        PERFORM WRITE-DRIFT-REPORT
        PERFORM WRITE-CHALLENGER-SUMMARY
        PERFORM WRITE-CONTROL-TRAILERS
            DISPLAY "Skipped " BAD-ROW-COUNT " malformed row(s)."
        END-IF
    END-IF
    END-IF
    PERFORM TERMINATION-ROUTINE
    IF WEIGHTS-WERE-LOADED AND NOT ENSEMBLE-HAS-FAILED
        MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
        PERFORM START-PERF-TIMER
        PERFORM RECONCILE-OUTPUT-FILES
        MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
        MOVE "RECONCILE" TO PERF-PHASE
        MOVE "output files and trailers" TO PERF-STEP
        MOVE SCORED-COUNT TO PERF-ROWS
        PERFORM WRITE-PERF-RECORD
        *> The night's input volume, including rows a restart had
        *> already committed before this run picked up
        MOVE PERF-JOB-TIMER TO PERF-TIMER-SUB
        MOVE "JOB" TO PERF-PHASE
        MOVE SPACES TO PERF-STEP
        STRING MANIFEST-TOTAL " manifest source(s)"
            DELIMITED BY SIZE INTO PERF-STEP
        MOVE CURRENT-IMAGE TO PERF-ROWS
        PERFORM WRITE-PERF-RECORD
    END-IF
    STOP RUN.

    END-IF

    PERFORM LOAD-WEIGHTS
    PERFORM LOAD-ENSEMBLE-MEMBERS
    PERFORM LOAD-CHALLENGER-VERSION
    PERFORM LOAD-TRAINING-BASELINE.

WRITE-PREDICTION-HISTORY.
    MOVE CURRENT-IMAGE TO PH-IMAGE-ID
    MOVE SCORE-RUN-ID TO PH-RUN-ID
    *> Version 0000 marks an ensemble answer; its members are in the
    *> ensemble register under the run id.
    IF ENSEMBLE-MODE-IS-ON
        MOVE 0 TO PH-MODEL-VERSION
    ELSE
        MOVE CAT-PRODUCTION-VERSION TO PH-MODEL-VERSION
    END-IF
    MOVE PREDICTED-LABEL TO PH-PREDICTED-LABEL
    MOVE MAX-PROB TO PH-PROBABILITY
    MOVE RUNNER-UP-LABEL TO PH-RUNNER-UP-LABEL
    *> version, every accepted row is also run through that challenger
    *> model (via CHALLENGER-SCORE) and the two models' answers are
    *> compared in mnist/challenger_report.txt. The official
    *> predictions file stays driven by the production model (or the
    *> ensemble) only, so downstream is untouched while the
    *> challenger is auditioned.
    *> The run-control file names the challenger when present;
    *> otherwise the legacy config file does.
    IF RUN-CONTROL-IS-PRESENT
            MOVE 'Y' TO SHADOW-REPORT-OPEN-FLAG
            OPEN OUTPUT CHALLENGER-REPORT-FILE
            MOVE SPACES TO CH-LINE
            IF ENSEMBLE-MODE-IS-ON
                STRING "Champion/challenger disagreement report: "
                       "ensemble of " DELIMITED BY SIZE
                       EM-TOTAL DELIMITED BY SIZE
                       " versions vs challenger version "
                           DELIMITED BY SIZE
                       CHALLENGER-VERSION DELIMITED BY SIZE
                       INTO CH-LINE
            ELSE
                STRING "Champion/challenger disagreement report: "
                       "production version " DELIMITED BY SIZE
                       CAT-PRODUCTION-VERSION DELIMITED BY SIZE
                       " vs challenger version " DELIMITED BY SIZE
                       CHALLENGER-VERSION DELIMITED BY SIZE
                       INTO CH-LINE
            END-IF
            MOVE CH-LINE TO CHALLENGER-REPORT-RECORD
            WRITE CHALLENGER-REPORT-RECORD
            MOVE SPACES TO CHALLENGER-REPORT-RECORD
        END-IF
    END-IF.

LOAD-ENSEMBLE-MEMBERS.
    *> Ensemble mode takes its members from the ENSEMBLE-n slots of
    *> run_control.cfg. Every member is loaded and checked here,
    *> before the first row, against the image shape and label set
    *> of the production model the input is parsed with: a member
    *> that cannot score the rows would leave the official answer
    *> resting on part of the ensemble, so any problem stops the run.
    IF RUN-ENSEMBLE-MODE = "ON" AND WEIGHTS-WERE-LOADED
        MOVE 'Y' TO ENSEMBLE-MODE-FLAG
        MOVE 0 TO EM-TOTAL
        MOVE 0 TO EM-WEIGHT-TOTAL
        PERFORM VARYING EM-SUB FROM 1 BY 1 UNTIL EM-SUB > 9
            IF RUN-ENSEMBLE-VERSION(EM-SUB) > 0
                PERFORM ADD-ENSEMBLE-MEMBER
            END-IF
        END-PERFORM
        IF EM-TOTAL < 2 AND NOT ENSEMBLE-HAS-FAILED
            DISPLAY "Ensemble mode is ON but run control names "
                    EM-TOTAL " member(s); at least two ENSEMBLE-n "
                    "members are needed."
            MOVE 'Y' TO ENSEMBLE-FAILED-FLAG
        END-IF
        IF NOT ENSEMBLE-HAS-FAILED
            PERFORM VARYING EM-SUB FROM 1 BY 1
                    UNTIL EM-SUB > EM-TOTAL
                COMPUTE EM-SHARE(EM-SUB) =
                    EM-WEIGHT(EM-SUB) / EM-WEIGHT-TOTAL
                PERFORM PROBE-ENSEMBLE-MEMBER
            END-PERFORM
        END-IF
        IF NOT ENSEMBLE-HAS-FAILED
            PERFORM DESCRIBE-ENSEMBLE
            DISPLAY "Scoring with an " FUNCTION TRIM(EM-LINE)
            IF NOT SCORE-RESTART-MODE
                PERFORM WRITE-ENSEMBLE-REGISTER
            END-IF
        END-IF
    END-IF.

ADD-ENSEMBLE-MEMBER.
    PERFORM VARYING EM-CHECK-SUB FROM 1 BY 1
            UNTIL EM-CHECK-SUB > EM-TOTAL
        IF EM-VERSION(EM-CHECK-SUB) = RUN-ENSEMBLE-VERSION(EM-SUB)
            DISPLAY "Ensemble version " RUN-ENSEMBLE-VERSION(EM-SUB)
                    " is named more than once in run control."
            MOVE 'Y' TO ENSEMBLE-FAILED-FLAG
        END-IF
    END-PERFORM
    ADD 1 TO EM-TOTAL
    MOVE RUN-ENSEMBLE-VERSION(EM-SUB) TO EM-VERSION(EM-TOTAL)
    MOVE RUN-ENSEMBLE-WEIGHT(EM-SUB) TO EM-WEIGHT(EM-TOTAL)
    MOVE 0 TO EM-DISAGREE-TOTAL(EM-TOTAL)
    ADD RUN-ENSEMBLE-WEIGHT(EM-SUB) TO EM-WEIGHT-TOTAL.

PROBE-ENSEMBLE-MEMBER.
    *> A blank image is enough to make CHALLENGER-SCORE load the
    *> version and report its shape.
    MOVE EM-VERSION(EM-SUB) TO CHR-VERSION
    PERFORM VARYING OINDEX FROM 1 BY 1 UNTIL OINDEX > PIXEL-COUNT
        MOVE 0 TO CHR-PIXEL(OINDEX)
    END-PERFORM
    *> The CALL hands back the subprogram's RETURN-CODE; keep any
    *> warning this run has already raised.
    MOVE RETURN-CODE TO EM-SAVED-RETURN-CODE
    CALL "CHALLENGER-SCORE" USING CHALLENGER-REQUEST CHALLENGER-REPLY
    MOVE EM-SAVED-RETURN-CODE TO RETURN-CODE
    IF CHP-RETURN-CODE NOT = 00
        DISPLAY "Ensemble version " EM-VERSION(EM-SUB)
                " could not be loaded."
        MOVE 'Y' TO ENSEMBLE-FAILED-FLAG
    ELSE
    IF CHP-PIXEL-COUNT NOT = PIXEL-COUNT
     OR CHP-LABEL-COUNT NOT = LABEL-COUNT
        DISPLAY "Ensemble version " EM-VERSION(EM-SUB)
                " scores " CHP-PIXEL-COUNT " pixels into "
                CHP-LABEL-COUNT " labels; production version "
                CAT-PRODUCTION-VERSION " scores " PIXEL-COUNT
                " into " LABEL-COUNT "."
        MOVE 'Y' TO ENSEMBLE-FAILED-FLAG
    END-IF
    END-IF.

DESCRIBE-ENSEMBLE.
    *> "ensemble of versions 0002 (0.5000), 0004 (0.5000)" in EM-LINE
    MOVE SPACES TO EM-LINE
    MOVE "ensemble of versions" TO EM-LINE
    PERFORM VARYING EM-SUB FROM 1 BY 1 UNTIL EM-SUB > EM-TOTAL
        MOVE EM-SHARE(EM-SUB) TO EM-SHARE-VALUE
        MOVE EM-SHARE-VALUE TO EM-SHARE-OUT
        IF EM-SUB > 1
            STRING FUNCTION TRIM(EM-LINE TRAILING) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   INTO EM-LINE
        END-IF
        STRING FUNCTION TRIM(EM-LINE TRAILING) DELIMITED BY SIZE
               " " EM-VERSION(EM-SUB) " (" EM-SHARE-OUT ")"
                   DELIMITED BY SIZE
               INTO EM-LINE
    END-PERFORM.

WRITE-ENSEMBLE-REGISTER.
    *> A restart keeps the run id, and the line written when the run
    *> first started still stands.
    OPEN EXTEND ENSEMBLE-REGISTER-FILE
    IF ER-NOT-FOUND
        OPEN OUTPUT ENSEMBLE-REGISTER-FILE
    END-IF
    IF NOT ER-OK
        DISPLAY "Warning: ensemble register mnist/ensemble_register"
                ".dat could not be opened (status " ER-STATUS
                "); this run's members are not recorded in it."
        IF RETURN-CODE = 0
            MOVE 4 TO RETURN-CODE
        END-IF
    ELSE
        MOVE SPACES TO ENSEMBLE-REGISTER-RECORD
        MOVE SCORE-RUN-ID TO ER-RUN-ID
        MOVE EM-TOTAL TO ER-MEMBER-COUNT
        PERFORM VARYING EM-SUB FROM 1 BY 1 UNTIL EM-SUB > EM-TOTAL
            MOVE EM-VERSION(EM-SUB) TO ER-VERSION(EM-SUB)
            MOVE EM-SHARE(EM-SUB) TO EM-SHARE-VALUE
            MOVE EM-SHARE-VALUE TO ER-SHARE(EM-SUB)
        END-PERFORM
        WRITE ENSEMBLE-REGISTER-RECORD
        CLOSE ENSEMBLE-REGISTER-FILE
    END-IF.

LOAD-DRIFT-TOLERANCES.
    *> Operator overrides for the drift monitor: the run-control file
    *> carries them when present; otherwise the legacy config file
    *> files; a restart resumes inside the checkpointed source and
    *> the completed sources before it keep their restored totals.
    PERFORM UNTIL MAN-SUB > MANIFEST-TOTAL
        MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
        PERFORM START-PERF-TIMER
        MOVE CURRENT-IMAGE TO SOURCE-FIRST-IMAGE
        PERFORM BEGIN-SOURCE-FILE
        IF SI-NOT-FOUND
            CONTINUE
        ELSE
            PERFORM PROCESS-SCORE-RECORDS UNTIL INPUT-END-OF-FILE
            PERFORM END-SOURCE-FILE
            MOVE PERF-PHASE-TIMER TO PERF-TIMER-SUB
            MOVE "SOURCE" TO PERF-PHASE
            MOVE SPACES TO PERF-STEP
            STRING MAN-SUB " " DELIMITED BY SIZE
                   MAN-PATH(MAN-SUB) DELIMITED BY SPACE
                   INTO PERF-STEP
            COMPUTE PERF-ROWS = CURRENT-IMAGE - SOURCE-FIRST-IMAGE
            PERFORM WRITE-PERF-RECORD
        END-IF
        ADD 1 TO MAN-SUB
    END-PERFORM.
        END-IF
        IF RESUMING-CURRENT-SOURCE
            PERFORM SKIP-TO-CHECKPOINT-ROW
            PERFORM RESUME-INTERFACE-FILE
            MOVE 'N' TO MAN-RESUME-FLAG
        ELSE
            PERFORM RESET-SOURCE-PROFILE
            PERFORM OPEN-INTERFACE-FILE
        END-IF
    END-IF.


END-SOURCE-FILE.
    CLOSE SCORE-INPUT-FILE
    PERFORM CLOSE-INTERFACE-FILE
    PERFORM CHECK-SOURCE-DRIFT
    DISPLAY "Source " FUNCTION TRIM(MAN-PATH(MAN-SUB)) ": read "
            MAN-READ-COUNT(MAN-SUB) ", scored "
            MAN-REJECT-COUNT(MAN-SUB) ", review "
            MAN-REVIEW-COUNT(MAN-SUB) ".".

BUILD-INTERFACE-PATH.
    *> mnist/return_nn_<name>.dat for the IF-SOURCE-SUB'th manifest
    *> source <dir>/<name>.<ext>; the sequence number keeps two feeds
    *> with the same file name in different directories apart.
    MOVE IF-SOURCE-SUB TO IF-SEQUENCE-TEXT
    COMPUTE IF-PATH-LENGTH =
        FUNCTION LENGTH(FUNCTION TRIM(MAN-PATH(IF-SOURCE-SUB)
                                      TRAILING))
    MOVE 1 TO IF-NAME-START
    MOVE IF-PATH-LENGTH TO IF-NAME-END
    PERFORM VARYING IF-CHAR-SUB FROM 1 BY 1
            UNTIL IF-CHAR-SUB > IF-PATH-LENGTH
        IF MAN-PATH(IF-SOURCE-SUB)(IF-CHAR-SUB:1) = '/'
            COMPUTE IF-NAME-START = IF-CHAR-SUB + 1
            MOVE IF-PATH-LENGTH TO IF-NAME-END
        ELSE
            IF MAN-PATH(IF-SOURCE-SUB)(IF-CHAR-SUB:1) = '.'
                COMPUTE IF-NAME-END = IF-CHAR-SUB - 1
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO IF-INTERFACE-PATH
    IF IF-NAME-END < IF-NAME-START
        STRING "mnist/return_" DELIMITED BY SIZE
               IF-SEQUENCE-TEXT DELIMITED BY SIZE
               "_source.dat" DELIMITED BY SIZE
               INTO IF-INTERFACE-PATH
    ELSE
        COMPUTE IF-NAME-LENGTH = IF-NAME-END - IF-NAME-START + 1
        STRING "mnist/return_" DELIMITED BY SIZE
               IF-SEQUENCE-TEXT DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               MAN-PATH(IF-SOURCE-SUB)(IF-NAME-START:IF-NAME-LENGTH)
                   DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO IF-INTERFACE-PATH
    END-IF.

OPEN-INTERFACE-FILE.
    MOVE MAN-SUB TO IF-SOURCE-SUB
    PERFORM BUILD-INTERFACE-PATH
    MOVE 0 TO IF-COUNT-TOTAL
    MOVE 0 TO IF-IMAGE-TOTAL
    MOVE 0 TO IF-LABEL-TOTAL
    MOVE 0 TO IF-REVIEW-COUNT
    OPEN OUTPUT SCORE-INTERFACE-FILE
    MOVE 'Y' TO INTERFACE-OPEN-FLAG
    MOVE SPACES TO IF-HEADER-RECORD
    MOVE 'H' TO IF-RECORD-TYPE
    MOVE SCORE-RUN-ID TO IF-RUN-ID
    *> An ensemble's answers are credited to version 0000, as in the
    *> prediction history.
    IF ENSEMBLE-MODE-IS-ON
        MOVE 0 TO IF-MODEL-VERSION
    ELSE
        MOVE CAT-PRODUCTION-VERSION TO IF-MODEL-VERSION
    END-IF
    MOVE SCORE-RUN-ID(1:8) TO IF-RUN-DATE
    MOVE MAN-PATH(MAN-SUB) TO IF-SOURCE-FILE
    WRITE IF-HEADER-RECORD.

RESUME-INTERFACE-FILE.
    *> The abended run may have written detail records past the
    *> checkpoint. Keep the header and exactly the committed number
    *> of details for this source, re-adding their control totals,
    *> and carry on writing behind them.
    MOVE MAN-SUB TO IF-SOURCE-SUB
    PERFORM BUILD-INTERFACE-PATH
    MOVE 0 TO IF-COUNT-TOTAL
    MOVE 0 TO IF-IMAGE-TOTAL
    MOVE 0 TO IF-LABEL-TOTAL
    MOVE 0 TO IF-REVIEW-COUNT
    MOVE MAN-SCORED-COUNT(MAN-SUB) TO IF-KEEP-COUNT
    OPEN INPUT SCORE-INTERFACE-FILE
    IF NOT IF-OK
        DISPLAY "Warning: " FUNCTION TRIM(IF-INTERFACE-PATH)
                " could not be reopened (status " IF-STATUS
                "); it restarts empty."
        PERFORM OPEN-INTERFACE-FILE
    ELSE
        MOVE 'N' TO IF-EOF-FLAG
        OPEN OUTPUT INTERFACE-TRIM-FILE
        PERFORM COPY-INTERFACE-TO-TRIM UNTIL IF-END-OF-FILE
        CLOSE SCORE-INTERFACE-FILE
        CLOSE INTERFACE-TRIM-FILE
        IF IF-COUNT-TOTAL < IF-KEEP-COUNT
            DISPLAY "Warning: " FUNCTION TRIM(IF-INTERFACE-PATH)
                    " held only " IF-COUNT-TOTAL " committed detail "
                    "record(s), expected " IF-KEEP-COUNT
        END-IF
        MOVE 'N' TO IF-EOF-FLAG
        OPEN INPUT INTERFACE-TRIM-FILE
        OPEN OUTPUT SCORE-INTERFACE-FILE
        PERFORM COPY-TRIM-TO-INTERFACE UNTIL IF-END-OF-FILE
        CLOSE INTERFACE-TRIM-FILE
        MOVE 'Y' TO INTERFACE-OPEN-FLAG
    END-IF.

COPY-INTERFACE-TO-TRIM.
    READ SCORE-INTERFACE-FILE
        AT END MOVE 'Y' TO IF-EOF-FLAG
        NOT AT END
            IF IF-IS-HEADER
                MOVE IF-HEADER-RECORD TO INTERFACE-TRIM-RECORD
                WRITE INTERFACE-TRIM-RECORD
            ELSE
            IF IF-IS-DETAIL AND IF-COUNT-TOTAL < IF-KEEP-COUNT
                MOVE IF-DETAIL-RECORD TO INTERFACE-TRIM-RECORD
                WRITE INTERFACE-TRIM-RECORD
                PERFORM ADD-INTERFACE-TOTALS
            END-IF
            END-IF
    END-READ.

COPY-TRIM-TO-INTERFACE.
    READ INTERFACE-TRIM-FILE
        AT END MOVE 'Y' TO IF-EOF-FLAG
        NOT AT END
            MOVE INTERFACE-TRIM-RECORD TO IF-HEADER-RECORD
            WRITE IF-HEADER-RECORD
    END-READ.

WRITE-INTERFACE-DETAIL.
    MOVE SPACES TO IF-DETAIL-RECORD
    MOVE 'D' TO IF-RECORD-TYPE
    MOVE CURRENT-IMAGE TO IF-IMAGE-ID
    MOVE PREDICTED-LABEL TO IF-PREDICTED-LABEL
    MOVE MAX-PROB TO IF-PROBABILITY
    MOVE RUNNER-UP-LABEL TO IF-RUNNER-UP-LABEL
    IF ROW-WENT-TO-REVIEW
        MOVE 'Y' TO IF-REVIEW-FLAG
    ELSE
        MOVE 'N' TO IF-REVIEW-FLAG
    END-IF
    WRITE IF-DETAIL-RECORD
    PERFORM ADD-INTERFACE-TOTALS.

ADD-INTERFACE-TOTALS.
    ADD 1 TO IF-COUNT-TOTAL
    ADD IF-IMAGE-ID TO IF-IMAGE-TOTAL
    ADD IF-PREDICTED-LABEL TO IF-LABEL-TOTAL
    IF IF-HELD-FOR-REVIEW
        ADD 1 TO IF-REVIEW-COUNT
    END-IF.

CLOSE-INTERFACE-FILE.
    IF INTERFACE-IS-OPEN
        MOVE SPACES TO IF-TRAILER-RECORD
        MOVE 'T' TO IF-RECORD-TYPE
        MOVE IF-COUNT-TOTAL TO IF-DETAIL-COUNT
        MOVE IF-IMAGE-TOTAL TO IF-IMAGE-HASH
        MOVE IF-LABEL-TOTAL TO IF-LABEL-HASH
        MOVE IF-REVIEW-COUNT TO IF-REVIEW-TOTAL
        WRITE IF-TRAILER-RECORD
        CLOSE SCORE-INTERFACE-FILE
        MOVE 'N' TO INTERFACE-OPEN-FLAG
    END-IF.

CHECK-SOURCE-DRIFT.
    *> Per-source drift check against the training baseline, the
    *> same class-share and pixel-mean comparison the run-level
           INTO MAN-LINE
    MOVE MAN-LINE TO SCORING-SUMMARY-RECORD
    WRITE SCORING-SUMMARY-RECORD
    IF ENSEMBLE-MODE-IS-ON
        PERFORM WRITE-ENSEMBLE-SUMMARY
    END-IF
    CLOSE SCORING-SUMMARY-FILE
    DISPLAY "Wrote consolidated scoring summary to "
            "mnist/scoring_summary.txt".

WRITE-ENSEMBLE-SUMMARY.
    *> The official answers came from the ensemble: name its members,
    *> and how often each one was outvoted. Like the challenger
    *> counts these cover the rows scored since the job last started.
    MOVE SPACES TO SCORING-SUMMARY-RECORD
    WRITE SCORING-SUMMARY-RECORD
    PERFORM DESCRIBE-ENSEMBLE
    MOVE SPACES TO MAN-LINE
    STRING "Official answers from the " DELIMITED BY SIZE
           FUNCTION TRIM(EM-LINE) DELIMITED BY SIZE
           INTO MAN-LINE
    MOVE MAN-LINE TO SCORING-SUMMARY-RECORD
    WRITE SCORING-SUMMARY-RECORD
    MOVE SPACES TO MAN-LINE
    MOVE EM-DISAGREE-ROWS TO MAN-COUNT-OUT
    STRING "Rows the members disagreed on (sent to review):"
               DELIMITED BY SIZE
           MAN-COUNT-OUT DELIMITED BY SIZE
           INTO MAN-LINE
    MOVE MAN-LINE TO SCORING-SUMMARY-RECORD
    WRITE SCORING-SUMMARY-RECORD
    PERFORM VARYING EM-SUB FROM 1 BY 1 UNTIL EM-SUB > EM-TOTAL
        MOVE SPACES TO MAN-LINE
        MOVE EM-DISAGREE-TOTAL(EM-SUB) TO MAN-COUNT-OUT
        STRING "Version " EM-VERSION(EM-SUB)
               " differed from the ensemble answer on"
               MAN-COUNT-OUT " row(s)" DELIMITED BY SIZE
               INTO MAN-LINE
        MOVE MAN-LINE TO SCORING-SUMMARY-RECORD
        WRITE SCORING-SUMMARY-RECORD
    END-PERFORM.

LOAD-SCORING-CHECKPOINT.
    *> A leftover checkpoint means the previous scoring run abended;
    *> restore its committed counters so the run can pick up where
    OPEN EXTEND SCORE-OUTPUT-FILE
    CLOSE REVIEW-OUTPUT-FILE
    OPEN EXTEND REVIEW-OUTPUT-FILE
    IF INTERFACE-IS-OPEN
        CLOSE SCORE-INTERFACE-FILE
        OPEN EXTEND SCORE-INTERFACE-FILE
    END-IF
    OPEN OUTPUT SCORE-CHECKPOINT-FILE
    *> The run id leads the checkpoint so a restart records its
    *> prediction history under the same run id as the abended run.
    CALL "CBL_DELETE_FILE" USING SCORING-CHECKPOINT-PATH
    CALL "CBL_DELETE_FILE" USING PRED-TRIM-PATH
    CALL "CBL_DELETE_FILE" USING REVIEW-TRIM-PATH
    CALL "CBL_DELETE_FILE" USING INTERFACE-TRIM-PATH
    MOVE SK-SAVED-RETURN-CODE TO RETURN-CODE.

SKIP-TO-CHECKPOINT-ROW.
    END-PERFORM

    IF ROW-IS-VALID
        IF ENSEMBLE-MODE-IS-ON
            PERFORM ENSEMBLE-SCORE-IMAGE
        ELSE
            PERFORM FORWARD-PASS
        END-IF

        MOVE 0 TO MAX-PROB
        MOVE 0 TO PREDICTED-LABEL
                END-IF
            END-IF
        END-PERFORM
        IF ENSEMBLE-MODE-IS-ON
            PERFORM COUNT-MEMBER-DISSENT
        END-IF

        ADD 1 TO PRED-CLASS-COUNT(PREDICTED-LABEL + 1)
        ADD 1 TO SRC-CLASS-COUNT(PREDICTED-LABEL + 1)
               "," DELIMITED BY SIZE
               FUNCTION TRIM(MAN-PATH(MAN-SUB)) DELIMITED BY SIZE
               INTO DETAIL-LINE
        IF MAX-PROB < REVIEW-THRESHOLD OR MEMBERS-DISAGREE
            MOVE DETAIL-LINE TO REVIEW-OUTPUT-RECORD
            WRITE REVIEW-OUTPUT-RECORD
            ADD 1 TO REVIEW-COUNT
        IF PH-IS-OPEN
            PERFORM WRITE-PREDICTION-HISTORY
        END-IF
        PERFORM WRITE-INTERFACE-DETAIL
        IF SHADOW-SCORING-IS-ON
            MOVE PERF-SUM-TIMER TO PERF-TIMER-SUB
            PERFORM RESUME-PERF-TIMER
            PERFORM SHADOW-SCORE-IMAGE
            MOVE PERF-SUM-TIMER TO PERF-TIMER-SUB
            PERFORM SUSPEND-PERF-TIMER
        END-IF
    ELSE
        ADD 1 TO MAN-REJECT-COUNT(MAN-SUB)
    END-IF.

ENSEMBLE-SCORE-IMAGE.
    *> Leaves the weighted average of the members' softmax vectors in
    *> OUTPUT-OUT, where FORWARD-PASS would have left production's,
    *> so the argmax, review routing and every output that follows
    *> are the same for both modes.
    MOVE 'N' TO ENSEMBLE-DISAGREE-FLAG
    PERFORM VARYING OINDEX FROM 1 BY 1 UNTIL OINDEX > LABEL-COUNT
        MOVE 0 TO OUTPUT-OUT(OINDEX)
    END-PERFORM
    PERFORM VARYING OINDEX FROM 1 BY 1 UNTIL OINDEX > PIXEL-COUNT
        MOVE CURRENT-INPUT(OINDEX) TO CHR-PIXEL(OINDEX)
    END-PERFORM
    MOVE RETURN-CODE TO EM-SAVED-RETURN-CODE
    PERFORM VARYING EM-SUB FROM 1 BY 1 UNTIL EM-SUB > EM-TOTAL
        MOVE EM-VERSION(EM-SUB) TO CHR-VERSION
        CALL "CHALLENGER-SCORE"
            USING CHALLENGER-REQUEST CHALLENGER-REPLY
        MOVE EM-SAVED-RETURN-CODE TO RETURN-CODE
        MOVE CHP-PREDICTED-LABEL TO EM-LABEL(EM-SUB)
        IF EM-LABEL(EM-SUB) NOT = EM-LABEL(1)
            MOVE 'Y' TO ENSEMBLE-DISAGREE-FLAG
        END-IF
        PERFORM VARYING OINDEX FROM 1 BY 1 UNTIL OINDEX > LABEL-COUNT
            COMPUTE OUTPUT-OUT(OINDEX) = OUTPUT-OUT(OINDEX)
                + (EM-SHARE(EM-SUB) * CHP-PROBABILITY(OINDEX))
        END-PERFORM
    END-PERFORM
    IF MEMBERS-DISAGREE
        ADD 1 TO EM-DISAGREE-ROWS
    END-IF.

COUNT-MEMBER-DISSENT.
    *> After the argmax: which members gave a label other than the
    *> ensemble's own answer.
    PERFORM VARYING EM-SUB FROM 1 BY 1 UNTIL EM-SUB > EM-TOTAL
        IF EM-LABEL(EM-SUB) NOT = PREDICTED-LABEL
            ADD 1 TO EM-DISAGREE-TOTAL(EM-SUB)
        END-IF
    END-PERFORM.

SHADOW-SCORE-IMAGE.
    *> Run the same pixels through the challenger model; the
    *> production answer for this row is still in PREDICTED-LABEL /
    MOVE SPACES TO CH-LINE
    MOVE MAX-PROB TO CH-PROB-OUT
    MOVE PREDICTED-LABEL TO CH-DIGIT-OUT
    IF ENSEMBLE-MODE-IS-ON
        MOVE "ensemble" TO CH-OFFICIAL-TEXT
    ELSE
        MOVE "production" TO CH-OFFICIAL-TEXT
    END-IF
    STRING "Image " DELIMITED BY SIZE
           CURRENT-IMAGE DELIMITED BY SIZE
           ": " DELIMITED BY SIZE
           FUNCTION TRIM(CH-OFFICIAL-TEXT) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           CH-DIGIT-OUT DELIMITED BY SIZE
           " (p=" CH-PROB-OUT ")" DELIMITED BY SIZE
           INTO CH-LINE
    *> any mismatch so a truncated or half-written file can never be
    *> passed downstream unnoticed.
    MOVE 'Y' TO RECONCILE-OK-FLAG
    OPEN OUTPUT RECONCILE-REPORT-FILE
    MOVE SPACES TO RECONCILE-REPORT-RECORD
    STRING "Reconciliation report (run " DELIMITED BY SIZE
           SCORE-RUN-ID DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO RECONCILE-REPORT-RECORD
    WRITE RECONCILE-REPORT-RECORD

    MOVE 'N' TO RW-EOF-FLAG
    MOVE 'N' TO RW-TRAILER-FOUND-FLAG
    PERFORM RECONCILE-PREDICTION-RECORDS UNTIL RW-END-OF-FILE
    CLOSE SCORE-OUTPUT-FILE
    IF NOT RW-TRAILER-FOUND
        MOVE SPACES TO RW-MESSAGE
        STRING "RECONCILIATION FAILED: no trailer record on "
               "mnist/mnist_predictions.csv" DELIMITED BY SIZE
               INTO RW-MESSAGE
        PERFORM LOG-RECONCILE-MESSAGE
        MOVE 'N' TO RECONCILE-OK-FLAG
    ELSE
        MOVE CURRENT-IMAGE TO TR-READ-VALUE
        END-PERFORM
        PERFORM BUILD-TRAILER-LINE
        IF RW-TRAILER-TEXT NOT = TR-LINE
            MOVE SPACES TO RW-MESSAGE
            STRING "RECONCILIATION FAILED: predictions trailer does "
                   "not match the detail records" DELIMITED BY SIZE
                   INTO RW-MESSAGE
            PERFORM LOG-RECONCILE-MESSAGE
            MOVE SPACES TO RW-MESSAGE
            STRING "  trailer:  " DELIMITED BY SIZE
                   FUNCTION TRIM(RW-TRAILER-TEXT) DELIMITED BY SIZE
                   INTO RW-MESSAGE
            PERFORM LOG-RECONCILE-MESSAGE
            MOVE SPACES TO RW-MESSAGE
            STRING "  expected: " DELIMITED BY SIZE
                   FUNCTION TRIM(TR-LINE) DELIMITED BY SIZE
                   INTO RW-MESSAGE
            PERFORM LOG-RECONCILE-MESSAGE
            MOVE 'N' TO RECONCILE-OK-FLAG
        END-IF
        COMPUTE RW-EXPECTED-COUNT = SCORED-COUNT - REVIEW-COUNT
        IF RW-DETAIL-COUNT NOT = RW-EXPECTED-COUNT
            MOVE SPACES TO RW-MESSAGE
            STRING "RECONCILIATION FAILED: "
                   "mnist/mnist_predictions.csv holds "
                   RW-DETAIL-COUNT " detail record(s), expected "
                   RW-EXPECTED-COUNT DELIMITED BY SIZE
                   INTO RW-MESSAGE
            PERFORM LOG-RECONCILE-MESSAGE
            MOVE 'N' TO RECONCILE-OK-FLAG
        END-IF
    END-IF
    PERFORM RECONCILE-REVIEW-RECORDS UNTIL RW-END-OF-FILE
    CLOSE REVIEW-OUTPUT-FILE
    IF NOT RW-TRAILER-FOUND
        MOVE SPACES TO RW-MESSAGE
        STRING "RECONCILIATION FAILED: no trailer record on "
               "mnist/mnist_review_queue.csv" DELIMITED BY SIZE
               INTO RW-MESSAGE
        PERFORM LOG-RECONCILE-MESSAGE
        MOVE 'N' TO RECONCILE-OK-FLAG
    ELSE
        MOVE REVIEW-COUNT TO TR-COUNT-TEXT
               TR-COUNT-TEXT DELIMITED BY SIZE
               INTO TR-LINE
        IF RW-TRAILER-TEXT NOT = TR-LINE
            MOVE SPACES TO RW-MESSAGE
            STRING "RECONCILIATION FAILED: review-queue trailer "
                   "does not match; found " DELIMITED BY SIZE
                   FUNCTION TRIM(RW-TRAILER-TEXT) DELIMITED BY SIZE
                   INTO RW-MESSAGE
            PERFORM LOG-RECONCILE-MESSAGE
            MOVE 'N' TO RECONCILE-OK-FLAG
        END-IF
        IF RW-DETAIL-COUNT NOT = REVIEW-COUNT
            MOVE SPACES TO RW-MESSAGE
            STRING "RECONCILIATION FAILED: "
                   "mnist/mnist_review_queue.csv holds "
                   RW-DETAIL-COUNT " detail record(s), expected "
                   REVIEW-COUNT DELIMITED BY SIZE
                   INTO RW-MESSAGE
            PERFORM LOG-RECONCILE-MESSAGE
            MOVE 'N' TO RECONCILE-OK-FLAG
        END-IF
    END-IF

    PERFORM VARYING IF-SOURCE-SUB FROM 1 BY 1
            UNTIL IF-SOURCE-SUB > MANIFEST-TOTAL
        IF MAN-DRIFT-VERDICT(IF-SOURCE-SUB) NOT = 'X'
            PERFORM RECONCILE-INTERFACE-FILE
        END-IF
    END-PERFORM

    IF RECONCILE-IS-OK
        MOVE SPACES TO RW-MESSAGE
        STRING "Control totals balanced: predictions, review "
               "queue and interface files reconcile with their "
               "trailers." DELIMITED BY SIZE
               INTO RW-MESSAGE
        PERFORM LOG-RECONCILE-MESSAGE
    ELSE
        MOVE SPACES TO RW-MESSAGE
        STRING "Control totals OUT OF BALANCE; outputs must not be "
               "passed downstream." DELIMITED BY SIZE
               INTO RW-MESSAGE
        PERFORM LOG-RECONCILE-MESSAGE
        MOVE 8 TO RETURN-CODE
    END-IF
    CLOSE RECONCILE-REPORT-FILE.

LOG-RECONCILE-MESSAGE.
    DISPLAY FUNCTION TRIM(RW-MESSAGE TRAILING)
    MOVE RW-MESSAGE TO RECONCILE-REPORT-RECORD
    WRITE RECONCILE-REPORT-RECORD.

RECONCILE-INTERFACE-FILE.
    *> Each source's interface file must hold exactly the rows that
    *> source scored, and its trailer must agree with its details.
    PERFORM BUILD-INTERFACE-PATH
    MOVE 0 TO IF-COUNT-TOTAL
    MOVE 0 TO IF-IMAGE-TOTAL
    MOVE 0 TO IF-LABEL-TOTAL
    MOVE 0 TO IF-REVIEW-COUNT
    MOVE 'N' TO IF-TRAILER-FOUND-FLAG
    MOVE 'N' TO IF-EOF-FLAG
    OPEN INPUT SCORE-INTERFACE-FILE
    IF NOT IF-OK
        MOVE SPACES TO RW-MESSAGE
        STRING "RECONCILIATION FAILED: " DELIMITED BY SIZE
               FUNCTION TRIM(IF-INTERFACE-PATH) DELIMITED BY SIZE
               " could not be read (status " IF-STATUS ")"
                   DELIMITED BY SIZE
               INTO RW-MESSAGE
        PERFORM LOG-RECONCILE-MESSAGE
        MOVE 'N' TO RECONCILE-OK-FLAG
    ELSE
        PERFORM RECONCILE-INTERFACE-RECORDS UNTIL IF-END-OF-FILE
        CLOSE SCORE-INTERFACE-FILE
        IF NOT IF-TRAILER-FOUND
            MOVE SPACES TO RW-MESSAGE
            STRING "RECONCILIATION FAILED: no trailer record on "
                       DELIMITED BY SIZE
                   FUNCTION TRIM(IF-INTERFACE-PATH) DELIMITED BY SIZE
                   INTO RW-MESSAGE
            PERFORM LOG-RECONCILE-MESSAGE
            MOVE 'N' TO RECONCILE-OK-FLAG
        ELSE
            IF IF-TRAILER-COUNT NOT = IF-COUNT-TOTAL
             OR IF-TRAILER-IMAGES NOT = IF-IMAGE-TOTAL
             OR IF-TRAILER-LABELS NOT = IF-LABEL-TOTAL
             OR IF-TRAILER-REVIEWS NOT = IF-REVIEW-COUNT
                MOVE SPACES TO RW-MESSAGE
                STRING "RECONCILIATION FAILED: " DELIMITED BY SIZE
                       FUNCTION TRIM(IF-INTERFACE-PATH)
                           DELIMITED BY SIZE
                       " trailer does not match its detail records"
                           DELIMITED BY SIZE
                       INTO RW-MESSAGE
                PERFORM LOG-RECONCILE-MESSAGE
                MOVE 'N' TO RECONCILE-OK-FLAG
            END-IF
            IF IF-COUNT-TOTAL NOT = MAN-SCORED-COUNT(IF-SOURCE-SUB)
             OR IF-REVIEW-COUNT NOT = MAN-REVIEW-COUNT(IF-SOURCE-SUB)
                MOVE SPACES TO RW-MESSAGE
                STRING "RECONCILIATION FAILED: " DELIMITED BY SIZE
                       FUNCTION TRIM(IF-INTERFACE-PATH)
                           DELIMITED BY SIZE
                       " holds " IF-COUNT-TOTAL
                       " detail record(s), expected "
                       MAN-SCORED-COUNT(IF-SOURCE-SUB)
                           DELIMITED BY SIZE
                       INTO RW-MESSAGE
                PERFORM LOG-RECONCILE-MESSAGE
                MOVE 'N' TO RECONCILE-OK-FLAG
            END-IF
        END-IF
    END-IF.

RECONCILE-INTERFACE-RECORDS.
    READ SCORE-INTERFACE-FILE
        AT END MOVE 'Y' TO IF-EOF-FLAG
        NOT AT END
            IF IF-IS-DETAIL
                PERFORM ADD-INTERFACE-TOTALS
            ELSE
            IF IF-IS-TRAILER
                MOVE 'Y' TO IF-TRAILER-FOUND-FLAG
                MOVE IF-DETAIL-COUNT TO IF-TRAILER-COUNT
                MOVE IF-IMAGE-HASH TO IF-TRAILER-IMAGES
                MOVE IF-LABEL-HASH TO IF-TRAILER-LABELS
                MOVE IF-REVIEW-TOTAL TO IF-TRAILER-REVIEWS
            END-IF
            END-IF
    END-READ.

RECONCILE-PREDICTION-RECORDS.
    READ SCORE-OUTPUT-FILE
        AT END MOVE 'Y' TO RW-EOF-FLAG

    COPY RUNCTLIO.

    COPY PERFLIO.

TERMINATION-ROUTINE.
    CLOSE SCORE-OUTPUT-FILE
    CLOSE REVIEW-OUTPUT-FILE
