IDENTIFICATION DIVISION.
PROGRAM-ID. OPERATIONS-STATUS.
*> One-page status of the night's run for operations, so nobody has
*> to open every report to decide whether something needs action.
*> Reads what the nightly jobs leave behind - scoring_summary.txt,
*> reconciliation_report.txt, drift_report.txt, challenger_report.txt,
*> the scoring checkpoint, plus run_history.log, benchmark_history.log
*> and calibration_report.txt for context - and gives each area a
*> RED, AMBER or GREEN verdict:
*>   Reconciliation       control totals out of balance, or the last
*>                        scoring run never reconciled
*>   Input drift          drift tolerance breached (RED once exceeded
*>                        STATUS-DRIFT-RED-FACTOR times over)
*>   Challenger           shadow-scoring disagreement rate
*>   Review volume        review-queue rows against the average of
*>                        the last STATUS-REVIEW-RUNS scoring runs
*>   Malformed rows       rows skipped as malformed by the scoring run
*>   Scoring checkpoint   a checkpoint left behind by an unfinished
*>                        scoring run
*> Thresholds come from mnist/run_control.cfg (STATUS-* keywords, see
*> RUNCTLIO.CPY). The page is displayed and written to
*> mnist/operations_status.txt, and the job ends with the worst
*> verdict as its return code (GREEN 0, AMBER 4, RED 8) so the
*> scheduler can page on-call. Each scoring run's review volume is
*> kept in mnist/status_history.log for the recent average.
*>
*> Command line: none.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY RUNCTLSEL.
    SELECT SCORING-SUMMARY-FILE
        ASSIGN TO 'mnist/scoring_summary.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SS-STATUS.
    SELECT RECONCILE-REPORT-FILE
        ASSIGN TO 'mnist/reconciliation_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RR-STATUS.
    SELECT DRIFT-REPORT-FILE ASSIGN TO 'mnist/drift_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS DR-STATUS.
    SELECT CHALLENGER-REPORT-FILE
        ASSIGN TO 'mnist/challenger_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CR-STATUS.
    SELECT SCORE-CHECKPOINT-FILE
        ASSIGN TO 'mnist/scoring_checkpoint.dat'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SK-STATUS.
    SELECT RUN-HISTORY-FILE ASSIGN TO 'mnist/run_history.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RH-STATUS.
    SELECT BENCHMARK-HISTORY-FILE
        ASSIGN TO 'mnist/benchmark_history.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BH-STATUS.
    SELECT CALIBRATION-REPORT-FILE
        ASSIGN TO 'mnist/calibration_report.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CB-STATUS.
    SELECT STATUS-HISTORY-FILE ASSIGN TO 'mnist/status_history.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SH-STATUS.
    SELECT STATUS-PAGE-FILE ASSIGN TO 'mnist/operations_status.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PG-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY RUNCTLFD.
    FD SCORING-SUMMARY-FILE.
        01 SCORING-SUMMARY-RECORD PIC X(132).
    FD RECONCILE-REPORT-FILE.
        01 RECONCILE-REPORT-RECORD PIC X(132).
    FD DRIFT-REPORT-FILE.
        01 DRIFT-REPORT-RECORD PIC X(100).
    FD CHALLENGER-REPORT-FILE.
        01 CHALLENGER-REPORT-RECORD PIC X(132).
    FD SCORE-CHECKPOINT-FILE.
        01 SCORE-CHECKPOINT-RECORD PIC X(40).
    FD RUN-HISTORY-FILE.
        01 RUN-HISTORY-RECORD  PIC X(132).
    FD BENCHMARK-HISTORY-FILE.
        01 BENCHMARK-HISTORY-RECORD PIC X(132).
    FD CALIBRATION-REPORT-FILE.
        01 CALIBRATION-REPORT-RECORD PIC X(80).
    FD STATUS-HISTORY-FILE.
        01 STATUS-HISTORY-RECORD.
           05 SH-RUN-ID        PIC X(14).
           05 FILLER           PIC X.
           05 SH-READ-COUNT    PIC 9(7).
           05 FILLER           PIC X.
           05 SH-SCORED-COUNT  PIC 9(7).
           05 FILLER           PIC X.
           05 SH-REJECT-COUNT  PIC 9(7).
           05 FILLER           PIC X.
           05 SH-REVIEW-COUNT  PIC 9(7).
    FD STATUS-PAGE-FILE.
        01 STATUS-PAGE-RECORD  PIC X(132).

WORKING-STORAGE SECTION.
    COPY RUNCTLWS.

    01 SS-STATUS             PIC XX VALUE '00'.
       88 SS-NOT-FOUND       VALUE '35'.
    01 SS-EOF-FLAG           PIC X VALUE 'N'.
       88 SS-END-OF-FILE     VALUE 'Y'.
    01 RR-STATUS             PIC XX VALUE '00'.
       88 RR-NOT-FOUND       VALUE '35'.
    01 RR-EOF-FLAG           PIC X VALUE 'N'.
       88 RR-END-OF-FILE     VALUE 'Y'.
    01 DR-STATUS             PIC XX VALUE '00'.
       88 DR-NOT-FOUND       VALUE '35'.
    01 DR-EOF-FLAG           PIC X VALUE 'N'.
       88 DR-END-OF-FILE     VALUE 'Y'.
    01 CR-STATUS             PIC XX VALUE '00'.
       88 CR-NOT-FOUND       VALUE '35'.
    01 CR-EOF-FLAG           PIC X VALUE 'N'.
       88 CR-END-OF-FILE     VALUE 'Y'.
    01 SK-STATUS             PIC XX VALUE '00'.
       88 SK-OK              VALUE '00'.
    01 RH-STATUS             PIC XX VALUE '00'.
       88 RH-NOT-FOUND       VALUE '35'.
    01 RH-EOF-FLAG           PIC X VALUE 'N'.
       88 RH-END-OF-FILE     VALUE 'Y'.
    01 BH-STATUS             PIC XX VALUE '00'.
       88 BH-NOT-FOUND       VALUE '35'.
    01 BH-EOF-FLAG           PIC X VALUE 'N'.
       88 BH-END-OF-FILE     VALUE 'Y'.
    01 CB-STATUS             PIC XX VALUE '00'.
       88 CB-NOT-FOUND       VALUE '35'.
    01 CB-EOF-FLAG           PIC X VALUE 'N'.
       88 CB-END-OF-FILE     VALUE 'Y'.
    01 SH-STATUS             PIC XX VALUE '00'.
       88 SH-NOT-FOUND       VALUE '35'.
    01 SH-EOF-FLAG           PIC X VALUE 'N'.
       88 SH-END-OF-FILE     VALUE 'Y'.
    01 PG-STATUS             PIC XX VALUE '00'.

    *> One verdict per area, in page order.
    78 AREA-TOTAL            VALUE 6.
    78 AREA-RECONCILE        VALUE 1.
    78 AREA-DRIFT            VALUE 2.
    78 AREA-CHALLENGER       VALUE 3.
    78 AREA-REVIEW           VALUE 4.
    78 AREA-MALFORMED        VALUE 5.
    78 AREA-CHECKPOINT       VALUE 6.
    01 STATUS-AREA-TABLE.
        05 STATUS-AREA OCCURS AREA-TOTAL TIMES.
           10 SA-NAME        PIC X(20).
           10 SA-VERDICT     PIC X(5).
           10 SA-DETAIL      PIC X(100).
    01 AREA-SUB              PIC 9(2) VALUE 0.
    01 WORST-VERDICT         PIC X(5) VALUE "GREEN".
    01 PAGE-DATE-TIME.
        05 PG-YEAR           PIC 9(4).
        05 PG-MONTH          PIC 9(2).
        05 PG-DAY            PIC 9(2).
        05 PG-HOUR           PIC 9(2).
        05 PG-MINUTE         PIC 9(2).
        05 PG-SECOND         PIC 9(2).
    01 PG-LINE               PIC X(132).

    01 SCORING-SUMMARY-WORK.
        05 SS-FOUND-FLAG     PIC X VALUE 'N'.
           88 SS-FOUND       VALUE 'Y'.
        05 SS-RUN-ID         PIC X(14) VALUE SPACES.
        05 SS-MODEL-VERSION  PIC X(4) VALUE SPACES.
        05 SS-SOURCE-TOTAL   PIC 9(3) VALUE 0.
        05 SS-DRIFT-SOURCES  PIC 9(3) VALUE 0.
        05 SS-MISSING-SOURCES PIC 9(3) VALUE 0.
        05 SS-TOTAL-READ     PIC 9(7) VALUE 0.
        05 SS-TOTAL-SCORED   PIC 9(7) VALUE 0.
        05 SS-TOTAL-REJECTED PIC 9(7) VALUE 0.
        05 SS-TOTAL-REVIEW   PIC 9(7) VALUE 0.
        05 SS-NAME-TEXT      PIC X(80).
        05 SS-COUNTS-TEXT    PIC X(80).
        05 SS-READ-TEXT      PIC X(12).
        05 SS-SCORED-TEXT    PIC X(12).
        05 SS-REJECT-TEXT    PIC X(12).
        05 SS-REVIEW-TEXT    PIC X(12).
        05 SS-DRIFT-TEXT     PIC X(20).

    01 RECONCILE-WORK.
        05 RR-RUN-ID         PIC X(14) VALUE SPACES.
        05 RR-FAILED-TOTAL   PIC 9(4) VALUE 0.
        05 RR-FIRST-FAILURE  PIC X(100) VALUE SPACES.
        05 RR-RESULT-FLAG    PIC X VALUE SPACE.
           88 RR-BALANCED    VALUE 'B'.
           88 RR-OUT-OF-BALANCE VALUE 'O'.

    01 DRIFT-WORK.
        05 DR-FOUND-FLAG     PIC X VALUE 'N'.
           88 DR-FOUND       VALUE 'Y'.
        05 DR-TABLE-FLAG     PIC X VALUE 'N'.
           88 DR-IN-CLASS-TABLE VALUE 'Y'.
        05 DR-ALERT-FLAG     PIC X VALUE 'N'.
           88 DR-ALERT       VALUE 'Y'.
        05 DR-LINE-TEXT      PIC X(100).
        05 DR-HEAD-TEXT      PIC X(60).
        05 DR-CLASS-TEXT     PIC X(10).
        05 DR-BASE-TEXT      PIC X(12).
        05 DR-BATCH-TEXT     PIC X(12).
        05 DR-SIGN-TEXT      PIC X(12).
        05 DR-DIFF-TEXT      PIC X(12).
        05 DR-PIXEL-TEXT     PIC X(20).
        05 DR-CLASS-TOL-TEXT PIC X(20).
        05 DR-PIXEL-TOL-TEXT PIC X(20).
        05 DR-VALUE          PIC S9(3)V9(6).
        05 DR-WORST-CLASS    PIC S9(3)V9(2) VALUE 0.
        05 DR-WORST-DIGIT    PIC X(2) VALUE SPACES.
        05 DR-PIXEL-DIFF     PIC S9(3)V9(6) VALUE 0.
        05 DR-CLASS-TOL      PIC 9(3)V9(2) VALUE 0.
        05 DR-PIXEL-TOL      PIC 9V9(6) VALUE 0.
        05 DR-CLASS-RATIO    PIC 9(4)V9(2) VALUE 0.
        05 DR-PIXEL-RATIO    PIC 9(4)V9(2) VALUE 0.
        05 DR-WORST-RATIO    PIC 9(4)V9(2) VALUE 0.
        05 DR-SHARE-OUT      PIC ZZ9.99.
        05 DR-PIXEL-OUT      PIC 9.9(6).
        05 DR-RATIO-OUT      PIC ZZZ9.99.

    01 CHALLENGER-WORK.
        05 CR-ROWS-FLAG      PIC X VALUE 'N'.
           88 CR-ROWS-FOUND  VALUE 'Y'.
        05 CR-HEAD-TEXT      PIC X(40).
        05 CR-ROWS-TEXT      PIC X(20).
        05 CR-DISAGREE-TEXT  PIC X(20).
        05 CR-AGREE-TEXT     PIC X(20).
        05 CR-VERSIONS-TEXT  PIC X(60) VALUE SPACES.
        05 CR-ROWS           PIC 9(7) VALUE 0.
        05 CR-DISAGREE       PIC 9(7) VALUE 0.
        05 CR-RATE           PIC 9(3)V9(2) VALUE 0.
        05 CR-RATE-OUT       PIC ZZ9.99.

    *> Review volumes of earlier scoring runs, oldest first; only the
    *> last RUN-STATUS-REVIEW-RUNS are kept.
    01 REVIEW-HISTORY-WORK.
        05 RV-HISTORY-TOTAL  PIC 9(2) VALUE 0.
        05 RV-HISTORY-COUNT OCCURS 99 TIMES PIC 9(7).
        05 RV-SUB            PIC 9(2).
        05 RV-LOGGED-FLAG    PIC X VALUE 'N'.
           88 RV-RUN-LOGGED  VALUE 'Y'.
        05 RV-SUM            PIC 9(9) VALUE 0.
        05 RV-AVERAGE        PIC 9(7)V9(2) VALUE 0.
        05 RV-ABOVE-PCT      PIC 9(5) VALUE 0.
        05 RV-AVERAGE-OUT    PIC Z(6)9.99.
        05 RV-PCT-OUT        PIC ZZZZ9.

    01 COUNT-OUT             PIC Z(6)9.
    01 COUNT-OUT-2           PIC Z(6)9.

    01 CONTEXT-WORK.
        05 CX-TRAINING-LINE  PIC X(132) VALUE SPACES.
        05 CX-AUDIT-LINE     PIC X(132) VALUE SPACES.
        05 CX-BENCHMARK-LINE PIC X(132) VALUE SPACES.
        05 CX-CALIBRATION-LINE PIC X(132) VALUE SPACES.
        05 CX-WORK-LINE      PIC X(132).
        05 CB-TABLE-FLAG     PIC X VALUE 'N'.
           88 CB-IN-THRESHOLD-TABLE VALUE 'Y'.
        05 CB-LINE-TEXT      PIC X(80).
        05 CB-THRESHOLD-TEXT PIC X(12).
        05 CB-REVIEW-TEXT    PIC X(12).
        05 CB-KEPT-TEXT      PIC X(12).
        05 CB-ERROR-TEXT     PIC X(12).
        05 CB-THRESHOLD-OUT  PIC 9.99.

PROCEDURE DIVISION.
MAIN-ROUTINE.
    PERFORM LOAD-RUN-CONTROL
    PERFORM PRINT-STATUS-PARAMETERS
    MOVE "Reconciliation" TO SA-NAME(AREA-RECONCILE)
    MOVE "Input drift" TO SA-NAME(AREA-DRIFT)
    MOVE "Challenger" TO SA-NAME(AREA-CHALLENGER)
    MOVE "Review volume" TO SA-NAME(AREA-REVIEW)
    MOVE "Malformed rows" TO SA-NAME(AREA-MALFORMED)
    MOVE "Scoring checkpoint" TO SA-NAME(AREA-CHECKPOINT)

    PERFORM READ-SCORING-SUMMARY
    PERFORM CHECK-RECONCILIATION
    PERFORM CHECK-INPUT-DRIFT
    PERFORM CHECK-CHALLENGER
    PERFORM CHECK-REVIEW-VOLUME
    PERFORM CHECK-MALFORMED-ROWS
    PERFORM CHECK-SCORING-CHECKPOINT
    PERFORM READ-TRAINING-CONTEXT
    PERFORM WRITE-STATUS-PAGE

    EVALUATE WORST-VERDICT
        WHEN "RED"
            MOVE 8 TO RETURN-CODE
        WHEN "AMBER"
            MOVE 4 TO RETURN-CODE
        WHEN OTHER
            MOVE 0 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

READ-SCORING-SUMMARY.
    MOVE 'N' TO SS-EOF-FLAG
    OPEN INPUT SCORING-SUMMARY-FILE
    IF NOT SS-NOT-FOUND
        MOVE 'Y' TO SS-FOUND-FLAG
        PERFORM UNTIL SS-END-OF-FILE
            READ SCORING-SUMMARY-FILE
                AT END MOVE 'Y' TO SS-EOF-FLAG
                NOT AT END PERFORM PARSE-SUMMARY-LINE
            END-READ
        END-PERFORM
        CLOSE SCORING-SUMMARY-FILE
    END-IF.

PARSE-SUMMARY-LINE.
    *> Header: "Scoring run summary (run <id>, model version <nnnn>)";
    *> then one "  <source>: read / scored / rejected / review / drift"
    *> line per source and a closing "  TOTAL: ..." line.
    IF SCORING-SUMMARY-RECORD(1:25) = "Scoring run summary (run "
        MOVE SCORING-SUMMARY-RECORD(26:14) TO SS-RUN-ID
        MOVE SCORING-SUMMARY-RECORD(56:4) TO SS-MODEL-VERSION
    ELSE
    IF SCORING-SUMMARY-RECORD(1:2) = "  "
     AND SCORING-SUMMARY-RECORD NOT = SPACES
        MOVE SPACES TO SS-NAME-TEXT SS-COUNTS-TEXT SS-READ-TEXT
                       SS-SCORED-TEXT SS-REJECT-TEXT SS-REVIEW-TEXT
                       SS-DRIFT-TEXT
        UNSTRING SCORING-SUMMARY-RECORD DELIMITED BY ": "
            INTO SS-NAME-TEXT SS-COUNTS-TEXT
        END-UNSTRING
        UNSTRING SS-COUNTS-TEXT DELIMITED BY "/"
            INTO SS-READ-TEXT SS-SCORED-TEXT SS-REJECT-TEXT
                 SS-REVIEW-TEXT SS-DRIFT-TEXT
        END-UNSTRING
        IF FUNCTION TRIM(SS-NAME-TEXT) = "TOTAL"
            IF FUNCTION TEST-NUMVAL(SS-READ-TEXT) = 0
                MOVE FUNCTION NUMVAL(SS-READ-TEXT) TO SS-TOTAL-READ
            END-IF
            IF FUNCTION TEST-NUMVAL(SS-SCORED-TEXT) = 0
                MOVE FUNCTION NUMVAL(SS-SCORED-TEXT) TO SS-TOTAL-SCORED
            END-IF
            IF FUNCTION TEST-NUMVAL(SS-REJECT-TEXT) = 0
                MOVE FUNCTION NUMVAL(SS-REJECT-TEXT)
                    TO SS-TOTAL-REJECTED
            END-IF
            IF FUNCTION TEST-NUMVAL(SS-REVIEW-TEXT) = 0
                MOVE FUNCTION NUMVAL(SS-REVIEW-TEXT) TO SS-TOTAL-REVIEW
            END-IF
        ELSE
            ADD 1 TO SS-SOURCE-TOTAL
            IF FUNCTION TRIM(SS-DRIFT-TEXT) = "DRIFT ALERT"
                ADD 1 TO SS-DRIFT-SOURCES
            END-IF
            IF FUNCTION TRIM(SS-DRIFT-TEXT) = "FILE MISSING"
                ADD 1 TO SS-MISSING-SOURCES
            END-IF
        END-IF
    END-IF
    END-IF.

CHECK-RECONCILIATION.
    MOVE AREA-RECONCILE TO AREA-SUB
    MOVE 'N' TO RR-EOF-FLAG
    OPEN INPUT RECONCILE-REPORT-FILE
    IF RR-NOT-FOUND
        MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
        IF SS-FOUND
            MOVE SPACES TO SA-DETAIL(AREA-SUB)
            STRING "no reconciliation report for scoring run "
                       DELIMITED BY SIZE
                   SS-RUN-ID DELIMITED BY SIZE
                   INTO SA-DETAIL(AREA-SUB)
        ELSE
            MOVE "no scoring run on file" TO SA-DETAIL(AREA-SUB)
        END-IF
    ELSE
        PERFORM UNTIL RR-END-OF-FILE
            READ RECONCILE-REPORT-FILE
                AT END MOVE 'Y' TO RR-EOF-FLAG
                NOT AT END PERFORM PARSE-RECONCILE-LINE
            END-READ
        END-PERFORM
        CLOSE RECONCILE-REPORT-FILE
        PERFORM JUDGE-RECONCILIATION
    END-IF
    PERFORM NOTE-AREA-VERDICT.

PARSE-RECONCILE-LINE.
    IF RECONCILE-REPORT-RECORD(1:27) = "Reconciliation report (run "
        MOVE RECONCILE-REPORT-RECORD(28:14) TO RR-RUN-ID
    ELSE
    IF RECONCILE-REPORT-RECORD(1:22) = "RECONCILIATION FAILED:"
        ADD 1 TO RR-FAILED-TOTAL
        IF RR-FIRST-FAILURE = SPACES
            MOVE RECONCILE-REPORT-RECORD(24:) TO RR-FIRST-FAILURE
        END-IF
    ELSE
    IF RECONCILE-REPORT-RECORD(1:23) = "Control totals balanced"
        MOVE 'B' TO RR-RESULT-FLAG
    ELSE
    IF RECONCILE-REPORT-RECORD(1:29) = "Control totals OUT OF BALANCE"
        MOVE 'O' TO RR-RESULT-FLAG
    END-IF
    END-IF
    END-IF
    END-IF.

JUDGE-RECONCILIATION.
    MOVE SPACES TO SA-DETAIL(AREA-SUB)
    IF RR-FAILED-TOTAL > 0 OR RR-OUT-OF-BALANCE
        MOVE "RED" TO SA-VERDICT(AREA-SUB)
        MOVE RR-FAILED-TOTAL TO COUNT-OUT
        STRING "out of balance (" DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
               " failure(s)): " DELIMITED BY SIZE
               FUNCTION TRIM(RR-FIRST-FAILURE) DELIMITED BY SIZE
               INTO SA-DETAIL(AREA-SUB)
    ELSE
    IF NOT RR-BALANCED
        MOVE "RED" TO SA-VERDICT(AREA-SUB)
        STRING "reconciliation of run " DELIMITED BY SIZE
               RR-RUN-ID DELIMITED BY SIZE
               " did not complete" DELIMITED BY SIZE
               INTO SA-DETAIL(AREA-SUB)
    ELSE
    IF SS-FOUND AND RR-RUN-ID NOT = SS-RUN-ID
        MOVE "RED" TO SA-VERDICT(AREA-SUB)
        STRING "scoring run " DELIMITED BY SIZE
               SS-RUN-ID DELIMITED BY SIZE
               " was never reconciled (last reconciled: "
                   DELIMITED BY SIZE
               RR-RUN-ID DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO SA-DETAIL(AREA-SUB)
    ELSE
    IF SS-MISSING-SOURCES > 0
        MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
        MOVE SS-MISSING-SOURCES TO COUNT-OUT
        STRING "balanced, but " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
               " manifest source file(s) were missing"
                   DELIMITED BY SIZE
               INTO SA-DETAIL(AREA-SUB)
    ELSE
        MOVE "GREEN" TO SA-VERDICT(AREA-SUB)
        STRING "control totals balanced for run " DELIMITED BY SIZE
               RR-RUN-ID DELIMITED BY SIZE
               INTO SA-DETAIL(AREA-SUB)
    END-IF
    END-IF
    END-IF
    END-IF.

CHECK-INPUT-DRIFT.
    MOVE AREA-DRIFT TO AREA-SUB
    MOVE 'N' TO DR-EOF-FLAG
    OPEN INPUT DRIFT-REPORT-FILE
    IF NOT DR-NOT-FOUND
        MOVE 'Y' TO DR-FOUND-FLAG
        PERFORM UNTIL DR-END-OF-FILE
            READ DRIFT-REPORT-FILE
                AT END MOVE 'Y' TO DR-EOF-FLAG
                NOT AT END PERFORM PARSE-DRIFT-LINE
            END-READ
        END-PERFORM
        CLOSE DRIFT-REPORT-FILE
    END-IF
    IF NOT DR-FOUND
        MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
        MOVE "no drift report on file" TO SA-DETAIL(AREA-SUB)
    ELSE
        PERFORM JUDGE-INPUT-DRIFT
    END-IF
    PERFORM NOTE-AREA-VERDICT.

PARSE-DRIFT-LINE.
    *> The class table runs from its heading to the next blank line;
    *> each row is "class baseline% batch% +/- diff".
    MOVE FUNCTION TRIM(DRIFT-REPORT-RECORD) TO DR-LINE-TEXT
    IF DR-LINE-TEXT(1:5) = "Class"
        MOVE 'Y' TO DR-TABLE-FLAG
    ELSE
    IF DR-LINE-TEXT = SPACES
        MOVE 'N' TO DR-TABLE-FLAG
    ELSE
    IF DR-IN-CLASS-TABLE
        MOVE SPACES TO DR-CLASS-TEXT DR-BASE-TEXT DR-BATCH-TEXT
                       DR-SIGN-TEXT DR-DIFF-TEXT
        UNSTRING DR-LINE-TEXT DELIMITED BY ALL SPACE
            INTO DR-CLASS-TEXT DR-BASE-TEXT DR-BATCH-TEXT
                 DR-SIGN-TEXT DR-DIFF-TEXT
        END-UNSTRING
        IF DR-DIFF-TEXT = SPACES
            MOVE DR-SIGN-TEXT TO DR-DIFF-TEXT
        END-IF
        IF FUNCTION TEST-NUMVAL(DR-DIFF-TEXT) = 0
            MOVE FUNCTION NUMVAL(DR-DIFF-TEXT) TO DR-VALUE
            IF DR-VALUE < 0
                COMPUTE DR-VALUE = 0 - DR-VALUE
            END-IF
            IF DR-VALUE > DR-WORST-CLASS
                MOVE DR-VALUE TO DR-WORST-CLASS
                MOVE DR-CLASS-TEXT TO DR-WORST-DIGIT
            END-IF
        END-IF
    ELSE
    IF DR-LINE-TEXT(1:11) = "Pixel mean:"
        MOVE SPACES TO DR-HEAD-TEXT DR-PIXEL-TEXT
        UNSTRING DR-LINE-TEXT DELIMITED BY "diff"
            INTO DR-HEAD-TEXT DR-PIXEL-TEXT
        END-UNSTRING
        IF DR-PIXEL-TEXT NOT = SPACES
         AND FUNCTION TEST-NUMVAL(DR-PIXEL-TEXT) = 0
            MOVE FUNCTION NUMVAL(DR-PIXEL-TEXT) TO DR-PIXEL-DIFF
            IF DR-PIXEL-DIFF < 0
                COMPUTE DR-PIXEL-DIFF = 0 - DR-PIXEL-DIFF
            END-IF
        END-IF
    ELSE
    IF DR-LINE-TEXT(1:11) = "Tolerances:"
        MOVE SPACES TO DR-HEAD-TEXT DR-CLASS-TOL-TEXT DR-PIXEL-TOL-TEXT
        UNSTRING DR-LINE-TEXT DELIMITED BY "class share"
                                        OR "pts, pixel mean"
            INTO DR-HEAD-TEXT DR-CLASS-TOL-TEXT DR-PIXEL-TOL-TEXT
        END-UNSTRING
        IF DR-CLASS-TOL-TEXT NOT = SPACES
         AND FUNCTION TEST-NUMVAL(DR-CLASS-TOL-TEXT) = 0
            MOVE FUNCTION NUMVAL(DR-CLASS-TOL-TEXT) TO DR-CLASS-TOL
        END-IF
        IF DR-PIXEL-TOL-TEXT NOT = SPACES
         AND FUNCTION TEST-NUMVAL(DR-PIXEL-TOL-TEXT) = 0
            MOVE FUNCTION NUMVAL(DR-PIXEL-TOL-TEXT) TO DR-PIXEL-TOL
        END-IF
    ELSE
    IF DR-LINE-TEXT(1:11) = "DRIFT ALERT"
        MOVE 'Y' TO DR-ALERT-FLAG
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    END-IF.

JUDGE-INPUT-DRIFT.
    *> How many times over its tolerance the worst shift is; a zero
    *> tolerance makes any shift at all count as far out.
    MOVE 0 TO DR-CLASS-RATIO
    MOVE 0 TO DR-PIXEL-RATIO
    IF DR-CLASS-TOL > 0
        COMPUTE DR-CLASS-RATIO ROUNDED = DR-WORST-CLASS / DR-CLASS-TOL
            ON SIZE ERROR MOVE 9999.99 TO DR-CLASS-RATIO
        END-COMPUTE
    ELSE
        IF DR-WORST-CLASS > 0
            MOVE 9999.99 TO DR-CLASS-RATIO
        END-IF
    END-IF
    IF DR-PIXEL-TOL > 0
        COMPUTE DR-PIXEL-RATIO ROUNDED = DR-PIXEL-DIFF / DR-PIXEL-TOL
            ON SIZE ERROR MOVE 9999.99 TO DR-PIXEL-RATIO
        END-COMPUTE
    ELSE
        IF DR-PIXEL-DIFF > 0
            MOVE 9999.99 TO DR-PIXEL-RATIO
        END-IF
    END-IF
    MOVE DR-CLASS-RATIO TO DR-WORST-RATIO
    IF DR-PIXEL-RATIO > DR-WORST-RATIO
        MOVE DR-PIXEL-RATIO TO DR-WORST-RATIO
    END-IF
    IF DR-WORST-RATIO > 1 AND DR-WORST-RATIO >= RUN-STATUS-DRIFT-RED-FACTOR
        MOVE "RED" TO SA-VERDICT(AREA-SUB)
    ELSE
    IF DR-ALERT OR DR-WORST-RATIO > 1 OR SS-DRIFT-SOURCES > 0
        MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
    ELSE
        MOVE "GREEN" TO SA-VERDICT(AREA-SUB)
    END-IF
    END-IF
    MOVE DR-WORST-CLASS TO DR-SHARE-OUT
    MOVE DR-PIXEL-DIFF TO DR-PIXEL-OUT
    MOVE DR-WORST-RATIO TO DR-RATIO-OUT
    MOVE SPACES TO SA-DETAIL(AREA-SUB)
    STRING "worst class shift " DELIMITED BY SIZE
           FUNCTION TRIM(DR-SHARE-OUT) DELIMITED BY SIZE
           " pts (digit " DELIMITED BY SIZE
           FUNCTION TRIM(DR-WORST-DIGIT) DELIMITED BY SIZE
           "), pixel shift " DELIMITED BY SIZE
           DR-PIXEL-OUT DELIMITED BY SIZE
           "; " DELIMITED BY SIZE
           FUNCTION TRIM(DR-RATIO-OUT) DELIMITED BY SIZE
           "x tolerance" DELIMITED BY SIZE
           INTO SA-DETAIL(AREA-SUB)
    IF SS-DRIFT-SOURCES > 0
        MOVE SS-DRIFT-SOURCES TO COUNT-OUT
        STRING FUNCTION TRIM(SA-DETAIL(AREA-SUB)) DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
               " source(s) alerted" DELIMITED BY SIZE
               INTO SA-DETAIL(AREA-SUB)
    END-IF.

CHECK-CHALLENGER.
    MOVE AREA-CHALLENGER TO AREA-SUB
    MOVE SPACES TO SA-DETAIL(AREA-SUB)
    MOVE RUN-CHALLENGER-VERSION TO CR-VERSIONS-TEXT(1:4)
    IF RUN-CHALLENGER-VERSION = 0
        MOVE "GREEN" TO SA-VERDICT(AREA-SUB)
        MOVE "no challenger configured (CHALLENGER-VERSION 0)"
            TO SA-DETAIL(AREA-SUB)
    ELSE
    IF SS-FOUND AND CR-VERSIONS-TEXT(1:4) = SS-MODEL-VERSION
        *> SCORE-MNIST skips shadow scoring against itself
        MOVE "GREEN" TO SA-VERDICT(AREA-SUB)
        MOVE "challenger is the production version; no shadow scoring"
            TO SA-DETAIL(AREA-SUB)
    ELSE
        MOVE 'N' TO CR-EOF-FLAG
        OPEN INPUT CHALLENGER-REPORT-FILE
        IF CR-NOT-FOUND
            MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
            STRING "challenger version " DELIMITED BY SIZE
                   CR-VERSIONS-TEXT(1:4) DELIMITED BY SIZE
                   " configured but no challenger report on file"
                       DELIMITED BY SIZE
                   INTO SA-DETAIL(AREA-SUB)
        ELSE
            PERFORM UNTIL CR-END-OF-FILE
                READ CHALLENGER-REPORT-FILE
                    AT END MOVE 'Y' TO CR-EOF-FLAG
                    NOT AT END PERFORM PARSE-CHALLENGER-LINE
                END-READ
            END-PERFORM
            CLOSE CHALLENGER-REPORT-FILE
            PERFORM JUDGE-CHALLENGER
        END-IF
    END-IF
    END-IF
    PERFORM NOTE-AREA-VERDICT.

PARSE-CHALLENGER-LINE.
    IF CHALLENGER-REPORT-RECORD(1:40)
       = "Champion/challenger disagreement report:"
        MOVE CHALLENGER-REPORT-RECORD(42:) TO CR-VERSIONS-TEXT
    ELSE
    IF CHALLENGER-REPORT-RECORD(1:14) = "Rows compared:"
        MOVE SPACES TO CR-HEAD-TEXT CR-ROWS-TEXT CR-DISAGREE-TEXT
                       CR-AGREE-TEXT
        UNSTRING CHALLENGER-REPORT-RECORD
            DELIMITED BY "Rows compared:" OR "disagreements:"
                      OR "overall agreement:"
            INTO CR-HEAD-TEXT CR-ROWS-TEXT CR-DISAGREE-TEXT
                 CR-AGREE-TEXT
        END-UNSTRING
        IF FUNCTION TEST-NUMVAL(CR-ROWS-TEXT) = 0
         AND FUNCTION TEST-NUMVAL(CR-DISAGREE-TEXT) = 0
            MOVE 'Y' TO CR-ROWS-FLAG
            MOVE FUNCTION NUMVAL(CR-ROWS-TEXT) TO CR-ROWS
            MOVE FUNCTION NUMVAL(CR-DISAGREE-TEXT) TO CR-DISAGREE
        END-IF
    END-IF
    END-IF.

JUDGE-CHALLENGER.
    IF NOT CR-ROWS-FOUND OR CR-ROWS = 0
        MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
        MOVE "challenger report holds no compared rows"
            TO SA-DETAIL(AREA-SUB)
    ELSE
        COMPUTE CR-RATE ROUNDED = (CR-DISAGREE * 100) / CR-ROWS
        IF CR-RATE >= RUN-STATUS-DISAGREE-RED
            MOVE "RED" TO SA-VERDICT(AREA-SUB)
        ELSE
        IF CR-RATE >= RUN-STATUS-DISAGREE-AMBER
            MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
        ELSE
            MOVE "GREEN" TO SA-VERDICT(AREA-SUB)
        END-IF
        END-IF
        MOVE CR-DISAGREE TO COUNT-OUT
        MOVE CR-ROWS TO COUNT-OUT-2
        MOVE CR-RATE TO CR-RATE-OUT
        STRING FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-OUT-2) DELIMITED BY SIZE
               " rows disagree (" DELIMITED BY SIZE
               FUNCTION TRIM(CR-RATE-OUT) DELIMITED BY SIZE
               "%), " DELIMITED BY SIZE
               FUNCTION TRIM(CR-VERSIONS-TEXT) DELIMITED BY SIZE
               INTO SA-DETAIL(AREA-SUB)
    END-IF.

CHECK-REVIEW-VOLUME.
    MOVE AREA-REVIEW TO AREA-SUB
    MOVE SPACES TO SA-DETAIL(AREA-SUB)
    IF NOT SS-FOUND
        MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
        MOVE "no scoring summary on file" TO SA-DETAIL(AREA-SUB)
    ELSE
        PERFORM LOAD-REVIEW-HISTORY
        MOVE SS-TOTAL-REVIEW TO COUNT-OUT
        IF RV-HISTORY-TOTAL = 0
            MOVE "GREEN" TO SA-VERDICT(AREA-SUB)
            STRING FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
                   " row(s) routed to review; no earlier runs to "
                       DELIMITED BY SIZE
                   "compare with yet" DELIMITED BY SIZE
                   INTO SA-DETAIL(AREA-SUB)
        ELSE
            PERFORM JUDGE-REVIEW-VOLUME
        END-IF
        IF NOT RV-RUN-LOGGED
            PERFORM APPEND-REVIEW-HISTORY
        END-IF
    END-IF
    PERFORM NOTE-AREA-VERDICT.

LOAD-REVIEW-HISTORY.
    *> Every scoring run but the one being judged counts towards the
    *> average; a rerun of this page for the same run adds nothing.
    MOVE 0 TO RV-HISTORY-TOTAL
    MOVE 'N' TO RV-LOGGED-FLAG
    MOVE 'N' TO SH-EOF-FLAG
    OPEN INPUT STATUS-HISTORY-FILE
    IF NOT SH-NOT-FOUND
        PERFORM UNTIL SH-END-OF-FILE
            READ STATUS-HISTORY-FILE
                AT END MOVE 'Y' TO SH-EOF-FLAG
                NOT AT END
                    IF SH-RUN-ID = SS-RUN-ID
                        MOVE 'Y' TO RV-LOGGED-FLAG
                    ELSE
                        IF SH-REVIEW-COUNT IS NUMERIC
                            PERFORM KEEP-REVIEW-HISTORY
                        END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE STATUS-HISTORY-FILE
    END-IF.

KEEP-REVIEW-HISTORY.
    IF RV-HISTORY-TOTAL >= RUN-STATUS-REVIEW-RUNS
        PERFORM VARYING RV-SUB FROM 2 BY 1
                UNTIL RV-SUB > RV-HISTORY-TOTAL
            MOVE RV-HISTORY-COUNT(RV-SUB)
                TO RV-HISTORY-COUNT(RV-SUB - 1)
        END-PERFORM
        SUBTRACT 1 FROM RV-HISTORY-TOTAL
    END-IF
    ADD 1 TO RV-HISTORY-TOTAL
    MOVE SH-REVIEW-COUNT TO RV-HISTORY-COUNT(RV-HISTORY-TOTAL).

JUDGE-REVIEW-VOLUME.
    MOVE 0 TO RV-SUM
    PERFORM VARYING RV-SUB FROM 1 BY 1
            UNTIL RV-SUB > RV-HISTORY-TOTAL
        ADD RV-HISTORY-COUNT(RV-SUB) TO RV-SUM
    END-PERFORM
    COMPUTE RV-AVERAGE ROUNDED = RV-SUM / RV-HISTORY-TOTAL
    MOVE 0 TO RV-ABOVE-PCT
    IF SS-TOTAL-REVIEW > RV-AVERAGE
        IF RV-AVERAGE = 0
            MOVE 99999 TO RV-ABOVE-PCT
        ELSE
            COMPUTE RV-ABOVE-PCT =
                ((SS-TOTAL-REVIEW - RV-AVERAGE) * 100) / RV-AVERAGE
                ON SIZE ERROR MOVE 99999 TO RV-ABOVE-PCT
            END-COMPUTE
        END-IF
    END-IF
    IF SS-TOTAL-REVIEW > RV-AVERAGE
       AND RV-ABOVE-PCT >= RUN-STATUS-REVIEW-RED
        MOVE "RED" TO SA-VERDICT(AREA-SUB)
    ELSE
    IF SS-TOTAL-REVIEW > RV-AVERAGE
       AND RV-ABOVE-PCT >= RUN-STATUS-REVIEW-AMBER
        MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
    ELSE
        MOVE "GREEN" TO SA-VERDICT(AREA-SUB)
    END-IF
    END-IF
    MOVE RV-AVERAGE TO RV-AVERAGE-OUT
    MOVE RV-HISTORY-TOTAL TO COUNT-OUT-2
    MOVE RV-ABOVE-PCT TO RV-PCT-OUT
    STRING FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
           " row(s) routed to review vs an average of "
               DELIMITED BY SIZE
           FUNCTION TRIM(RV-AVERAGE-OUT) DELIMITED BY SIZE
           " over the last " DELIMITED BY SIZE
           FUNCTION TRIM(COUNT-OUT-2) DELIMITED BY SIZE
           " run(s)" DELIMITED BY SIZE
           INTO SA-DETAIL(AREA-SUB)
    IF RV-ABOVE-PCT > 0
        IF RV-ABOVE-PCT = 99999
            STRING FUNCTION TRIM(SA-DETAIL(AREA-SUB)) DELIMITED BY SIZE
                   " (none before)" DELIMITED BY SIZE
                   INTO SA-DETAIL(AREA-SUB)
        ELSE
            STRING FUNCTION TRIM(SA-DETAIL(AREA-SUB)) DELIMITED BY SIZE
                   " (+" DELIMITED BY SIZE
                   FUNCTION TRIM(RV-PCT-OUT) DELIMITED BY SIZE
                   "%)" DELIMITED BY SIZE
                   INTO SA-DETAIL(AREA-SUB)
        END-IF
    END-IF.

APPEND-REVIEW-HISTORY.
    OPEN EXTEND STATUS-HISTORY-FILE
    IF SH-NOT-FOUND
        OPEN OUTPUT STATUS-HISTORY-FILE
    END-IF
    MOVE SPACES TO STATUS-HISTORY-RECORD
    MOVE SS-RUN-ID TO SH-RUN-ID
    MOVE SS-TOTAL-READ TO SH-READ-COUNT
    MOVE SS-TOTAL-SCORED TO SH-SCORED-COUNT
    MOVE SS-TOTAL-REJECTED TO SH-REJECT-COUNT
    MOVE SS-TOTAL-REVIEW TO SH-REVIEW-COUNT
    WRITE STATUS-HISTORY-RECORD
    CLOSE STATUS-HISTORY-FILE.

CHECK-MALFORMED-ROWS.
    MOVE AREA-MALFORMED TO AREA-SUB
    MOVE SPACES TO SA-DETAIL(AREA-SUB)
    IF NOT SS-FOUND
        MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
        MOVE "no scoring summary on file" TO SA-DETAIL(AREA-SUB)
    ELSE
        IF SS-TOTAL-REJECTED >= RUN-STATUS-MALFORMED-RED
            MOVE "RED" TO SA-VERDICT(AREA-SUB)
        ELSE
        IF SS-TOTAL-REJECTED >= RUN-STATUS-MALFORMED-AMBER
            MOVE "AMBER" TO SA-VERDICT(AREA-SUB)
        ELSE
            MOVE "GREEN" TO SA-VERDICT(AREA-SUB)
        END-IF
        END-IF
        MOVE SS-TOTAL-REJECTED TO COUNT-OUT
        MOVE SS-TOTAL-READ TO COUNT-OUT-2
        STRING FUNCTION TRIM(COUNT-OUT) DELIMITED BY SIZE
               " malformed row(s) skipped of " DELIMITED BY SIZE
               FUNCTION TRIM(COUNT-OUT-2) DELIMITED BY SIZE
               " read" DELIMITED BY SIZE
               INTO SA-DETAIL(AREA-SUB)
    END-IF
    PERFORM NOTE-AREA-VERDICT.

CHECK-SCORING-CHECKPOINT.
    *> SCORE-MNIST deletes its checkpoint as its last step, so one on
    *> file means a scoring run stopped part-way.
    MOVE AREA-CHECKPOINT TO AREA-SUB
    MOVE SPACES TO SA-DETAIL(AREA-SUB)
    OPEN INPUT SCORE-CHECKPOINT-FILE
    IF SK-OK
        MOVE SPACES TO SCORE-CHECKPOINT-RECORD
        READ SCORE-CHECKPOINT-FILE
            AT END CONTINUE
        END-READ
        CLOSE SCORE-CHECKPOINT-FILE
        MOVE "RED" TO SA-VERDICT(AREA-SUB)
        STRING "mnist/scoring_checkpoint.dat left behind by run "
                   DELIMITED BY SIZE
               SCORE-CHECKPOINT-RECORD(1:14) DELIMITED BY SIZE
               "; rerun SCORE-MNIST to finish it" DELIMITED BY SIZE
               INTO SA-DETAIL(AREA-SUB)
    ELSE
        MOVE "GREEN" TO SA-VERDICT(AREA-SUB)
        MOVE "no scoring checkpoint left behind"
            TO SA-DETAIL(AREA-SUB)
    END-IF
    PERFORM NOTE-AREA-VERDICT.

NOTE-AREA-VERDICT.
    IF SA-VERDICT(AREA-SUB) = "RED"
        MOVE "RED" TO WORST-VERDICT
    ELSE
    IF SA-VERDICT(AREA-SUB) = "AMBER" AND WORST-VERDICT = "GREEN"
        MOVE "AMBER" TO WORST-VERDICT
    END-IF
    END-IF.

READ-TRAINING-CONTEXT.
    *> Background for the reader, not judged: the last training run
    *> and its leakage audit, the latest benchmark evaluation and what
    *> the last calibration says about the configured review
    *> threshold.
    MOVE 'N' TO RH-EOF-FLAG
    OPEN INPUT RUN-HISTORY-FILE
    IF NOT RH-NOT-FOUND
        PERFORM UNTIL RH-END-OF-FILE
            READ RUN-HISTORY-FILE
                AT END MOVE 'Y' TO RH-EOF-FLAG
                NOT AT END
                    IF RUN-HISTORY-RECORD(21:5) = "mode="
                        MOVE RUN-HISTORY-RECORD TO CX-TRAINING-LINE
                    END-IF
                    IF RUN-HISTORY-RECORD(1:6) = "audit:"
                        MOVE RUN-HISTORY-RECORD TO CX-AUDIT-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE RUN-HISTORY-FILE
    END-IF

    MOVE 'N' TO BH-EOF-FLAG
    OPEN INPUT BENCHMARK-HISTORY-FILE
    IF NOT BH-NOT-FOUND
        PERFORM UNTIL BH-END-OF-FILE
            READ BENCHMARK-HISTORY-FILE
                AT END MOVE 'Y' TO BH-EOF-FLAG
                NOT AT END
                    IF BENCHMARK-HISTORY-RECORD(21:8) = "version="
                     AND BENCHMARK-HISTORY-RECORD(33:8) NOT = " recall="
                        MOVE BENCHMARK-HISTORY-RECORD
                            TO CX-BENCHMARK-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE BENCHMARK-HISTORY-FILE
    END-IF

    MOVE 'N' TO CB-EOF-FLAG
    OPEN INPUT CALIBRATION-REPORT-FILE
    IF NOT CB-NOT-FOUND
        PERFORM UNTIL CB-END-OF-FILE
            READ CALIBRATION-REPORT-FILE
                AT END MOVE 'Y' TO CB-EOF-FLAG
                NOT AT END PERFORM PARSE-CALIBRATION-LINE
            END-READ
        END-PERFORM
        CLOSE CALIBRATION-REPORT-FILE
    END-IF.

PARSE-CALIBRATION-LINE.
    *> Rows of the candidate-threshold table: threshold, review rows,
    *> kept rows, kept-row error%.
    MOVE FUNCTION TRIM(CALIBRATION-REPORT-RECORD) TO CB-LINE-TEXT
    IF CB-LINE-TEXT(1:9) = "Threshold"
        MOVE 'Y' TO CB-TABLE-FLAG
    ELSE
    IF CB-LINE-TEXT = SPACES
        MOVE 'N' TO CB-TABLE-FLAG
    ELSE
    IF CB-IN-THRESHOLD-TABLE
        MOVE SPACES TO CB-THRESHOLD-TEXT CB-REVIEW-TEXT CB-KEPT-TEXT
                       CB-ERROR-TEXT
        UNSTRING CB-LINE-TEXT DELIMITED BY ALL SPACE
            INTO CB-THRESHOLD-TEXT CB-REVIEW-TEXT CB-KEPT-TEXT
                 CB-ERROR-TEXT
        END-UNSTRING
        IF FUNCTION TEST-NUMVAL(CB-THRESHOLD-TEXT) = 0
            IF FUNCTION NUMVAL(CB-THRESHOLD-TEXT)
               = RUN-REVIEW-THRESHOLD
                MOVE RUN-REVIEW-THRESHOLD TO CB-THRESHOLD-OUT
                MOVE SPACES TO CX-CALIBRATION-LINE
                STRING "at the configured review threshold "
                           DELIMITED BY SIZE
                       CB-THRESHOLD-OUT DELIMITED BY SIZE
                       " the last test set sent " DELIMITED BY SIZE
                       FUNCTION TRIM(CB-REVIEW-TEXT) DELIMITED BY SIZE
                       " row(s) to review; kept-row error "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(CB-ERROR-TEXT) DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO CX-CALIBRATION-LINE
            END-IF
        END-IF
    END-IF
    END-IF
    END-IF.

WRITE-STATUS-PAGE.
    MOVE FUNCTION CURRENT-DATE(1:14) TO PAGE-DATE-TIME
    OPEN OUTPUT STATUS-PAGE-FILE
    MOVE SPACES TO PG-LINE
    STRING "Nightly operations status - " DELIMITED BY SIZE
           PG-YEAR "-" PG-MONTH "-" PG-DAY " " DELIMITED BY SIZE
           PG-HOUR ":" PG-MINUTE ":" PG-SECOND DELIMITED BY SIZE
           INTO PG-LINE
    PERFORM EMIT-PAGE-LINE
    MOVE SPACES TO PG-LINE
    IF SS-FOUND
        STRING "Scoring run " DELIMITED BY SIZE
               SS-RUN-ID DELIMITED BY SIZE
               ", production model version " DELIMITED BY SIZE
               SS-MODEL-VERSION DELIMITED BY SIZE
               INTO PG-LINE
    ELSE
        MOVE "No scoring run on file (mnist/scoring_summary.txt)"
            TO PG-LINE
    END-IF
    PERFORM EMIT-PAGE-LINE
    MOVE SPACES TO PG-LINE
    PERFORM EMIT-PAGE-LINE
    MOVE "Verdict  Area                Detail" TO PG-LINE
    PERFORM EMIT-PAGE-LINE
    PERFORM VARYING AREA-SUB FROM 1 BY 1 UNTIL AREA-SUB > AREA-TOTAL
        MOVE SPACES TO PG-LINE
        MOVE SA-VERDICT(AREA-SUB) TO PG-LINE(1:5)
        MOVE SA-NAME(AREA-SUB) TO PG-LINE(10:20)
        MOVE SA-DETAIL(AREA-SUB) TO PG-LINE(30:100)
        PERFORM EMIT-PAGE-LINE
    END-PERFORM
    MOVE SPACES TO PG-LINE
    PERFORM EMIT-PAGE-LINE
    MOVE SPACES TO PG-LINE
    STRING "Overall: " DELIMITED BY SIZE
           FUNCTION TRIM(WORST-VERDICT) DELIMITED BY SIZE
           INTO PG-LINE
    PERFORM EMIT-PAGE-LINE

    MOVE SPACES TO PG-LINE
    PERFORM EMIT-PAGE-LINE
    MOVE "Context (not judged):" TO PG-LINE
    PERFORM EMIT-PAGE-LINE
    MOVE "  Last training run:" TO PG-LINE
    PERFORM EMIT-PAGE-LINE
    MOVE CX-TRAINING-LINE TO PG-LINE
    PERFORM EMIT-CONTEXT-LINE
    MOVE "  Last leakage audit:" TO PG-LINE
    PERFORM EMIT-PAGE-LINE
    MOVE CX-AUDIT-LINE TO PG-LINE
    PERFORM EMIT-CONTEXT-LINE
    MOVE "  Latest benchmark evaluation:" TO PG-LINE
    PERFORM EMIT-PAGE-LINE
    MOVE CX-BENCHMARK-LINE TO PG-LINE
    PERFORM EMIT-CONTEXT-LINE
    MOVE "  Calibration:" TO PG-LINE
    PERFORM EMIT-PAGE-LINE
    MOVE CX-CALIBRATION-LINE TO PG-LINE
    PERFORM EMIT-CONTEXT-LINE
    CLOSE STATUS-PAGE-FILE.

EMIT-CONTEXT-LINE.
    IF PG-LINE = SPACES
        MOVE "    (none on file)" TO PG-LINE
    ELSE
        MOVE PG-LINE TO CX-WORK-LINE
        MOVE SPACES TO PG-LINE
        MOVE CX-WORK-LINE TO PG-LINE(5:128)
    END-IF
    PERFORM EMIT-PAGE-LINE.

EMIT-PAGE-LINE.
    DISPLAY FUNCTION TRIM(PG-LINE TRAILING)
    MOVE PG-LINE TO STATUS-PAGE-RECORD
    WRITE STATUS-PAGE-RECORD.

    COPY RUNCTLIO.
