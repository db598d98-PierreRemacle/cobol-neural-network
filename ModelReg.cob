*> by both training and scoring through RESOLVE-PRODUCTION-MODEL.
*> Commands (first word of the command line):
*>   LIST            show every cataloged version ('P' = production)
*>   PROMOTE nnnn [operator]
*>                   mark version nnnn as the production model, but
*>                   only when the promotion gate passes: the version
*>                   must have a mnist/benchmark_history.log entry on
*>                   the STANDARD-BENCHMARK file at least as accurate
*>                   as the production version's latest entry on that
*>                   file, and no digit's recall may be more than
*>                   RECALL-DROP-TOLERANCE points below production's
*>                   (both from mnist/run_control.cfg)
*>   PROMOTE nnnn OVERRIDE operator reason
*>                   emergency promotion past a failed gate; the
*>                   operator id and reason code are mandatory and are
*>                   kept in the journal with the gate's finding
*>   ROLLBACK [operator]
*>                   re-promote the highest version below the current
*>                   production version, undoing a bad promotion
*>                   without retraining
*>   RETIRE nnnn [operator]
*>                   remove version nnnn (catalog record and weights
*>                   file); the production version and the rollback
*>                   candidate are refused
*>   PURGE n [operator]
*>                   keep the n newest versions besides the
*>                   production version and the rollback candidate
*>                   (which are always kept) and remove the rest
*>   VERIFY          open every cataloged version's weights file and
*>                   check its shape header and value total against
*>                   the catalog record, reporting every mismatch
*>   HISTORY [nnnn]  print the registry action journal, optionally
*>                   only the entries for version nnnn
*> Every promote, override, refused promotion, rollback and retirement
*> (including each version PURGE removes) is appended to the registry
*> action journal mnist/registry_journal.log with the operator id -
*> the USER environment variable when none is given - so after an
*> incident it shows who put which model into production and why.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY WEIGHTSSEL.
    COPY RUNCTLSEL.
    SELECT BENCHMARK-HISTORY-FILE
        ASSIGN TO 'mnist/benchmark_history.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BH-STATUS.
    SELECT REGISTRY-JOURNAL-FILE
        ASSIGN TO 'mnist/registry_journal.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RJ-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY WEIGHTSFD.
    COPY RUNCTLFD.
    FD BENCHMARK-HISTORY-FILE.
        01 BENCHMARK-HISTORY-RECORD PIC X(132).
    FD REGISTRY-JOURNAL-FILE.
        01 REGISTRY-JOURNAL-RECORD.
           05 RJ-DATE-TIME       PIC X(14).
           05 FILLER             PIC X.
           05 RJ-ACTION          PIC X(8).
           05 FILLER             PIC X.
           05 RJ-VERSION         PIC 9(4).
           05 FILLER             PIC X.
           05 RJ-PRIOR-VERSION   PIC 9(4).
           05 FILLER             PIC X.
           05 RJ-RESULT          PIC X(7).
           05 FILLER             PIC X.
           05 RJ-OPERATOR        PIC X(10).
           05 FILLER             PIC X.
           05 RJ-REASON          PIC X(10).
           05 FILLER             PIC X.
           05 RJ-NOTE            PIC X(70).

WORKING-STORAGE SECTION.
    COPY WEIGHTSWS.
    COPY RUNCTLWS.

    01 COMMAND-LINE-TEXT     PIC X(80).
    01 COMMAND-VERB          PIC X(10).
    01 COMMAND-ARGUMENT      PIC X(10).
    01 COMMAND-QUALIFIER     PIC X(10).
    01 COMMAND-OPERATOR      PIC X(10).
    01 COMMAND-REASON        PIC X(10).
    01 REQUESTED-VERSION     PIC 9(4) VALUE 0.

    01 CATALOG-TABLE.
        05 PURGED-TOTAL      PIC 9(4) VALUE 0.
        05 KEPT-TOTAL        PIC 9(4) VALUE 0.

    01 BH-STATUS             PIC XX VALUE '00'.
       88 BH-NOT-FOUND       VALUE '35'.
    01 BH-EOF-FLAG           PIC X VALUE 'N'.
       88 BH-END-OF-FILE     VALUE 'Y'.
    01 RJ-STATUS             PIC XX VALUE '00'.
       88 RJ-NOT-FOUND       VALUE '35'.
    01 RJ-EOF-FLAG           PIC X VALUE 'N'.
       88 RJ-END-OF-FILE     VALUE 'Y'.

    *> EVALUATE-MODEL's recall line: a 40-byte prefix, then one
    *> 7-byte slot per digit, 13 digits to a 132-byte line.
    78 RECALL-LOG-LIMIT      VALUE 13.
    01 BENCHMARK-SCAN-WORK.
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
        05 BH-LAST-CANDIDATE-FLAG PIC X.
           88 BH-LAST-WAS-CANDIDATE VALUE 'Y'.
        05 BH-LAST-PRODUCTION-FLAG PIC X.
           88 BH-LAST-WAS-PRODUCTION VALUE 'Y'.

    01 PROMOTION-GATE-WORK.
        05 GT-PASSED-FLAG    PIC X VALUE 'N'.
           88 GT-PASSED      VALUE 'Y'.
        05 GT-FAILURE-TEXT   PIC X(70).
        05 GT-CAND-FOUND-FLAG PIC X.
           88 GT-CAND-FOUND  VALUE 'Y'.
        05 GT-CAND-DATE-TIME PIC X(19).
        05 GT-CAND-ACCURACY  PIC 9(3)V9(2).
        05 GT-CAND-RECALL-TOTAL PIC 9(2).
        05 GT-PROD-FOUND-FLAG PIC X.
           88 GT-PROD-FOUND  VALUE 'Y'.
        05 GT-PROD-DATE-TIME PIC X(19).
        05 GT-PROD-ACCURACY  PIC 9(3)V9(2).
        05 GT-PROD-RECALL-TOTAL PIC 9(2).
        05 GT-DIGIT-LIMIT    PIC 9(2).
        05 GT-DIGIT          PIC 9(2).
        05 GT-RECALL-DROP    PIC S9(3)V9(2).
        05 GT-WORST-DROP     PIC S9(3)V9(2).
        05 GT-WORST-DIGIT    PIC 9(2).
        05 GT-ACCURACY-OUT   PIC ZZ9.99.
        05 GT-PROD-ACCURACY-OUT PIC ZZ9.99.
        05 GT-DROP-OUT       PIC ZZ9.99.
        05 GT-TOLERANCE-OUT  PIC ZZ9.99.
        05 GT-DIGIT-OUT      PIC Z9.
    01 BH-RECALL-TABLE.
        05 BH-RECALL OCCURS RECALL-LOG-LIMIT TIMES PIC 9(3)V9(2).
    01 GT-CAND-RECALL-TABLE.
        05 GT-CAND-RECALL OCCURS RECALL-LOG-LIMIT TIMES
                             PIC 9(3)V9(2).
    01 GT-PROD-RECALL-TABLE.
        05 GT-PROD-RECALL OCCURS RECALL-LOG-LIMIT TIMES
                             PIC 9(3)V9(2).
    01 OVERRIDE-FLAG         PIC X VALUE 'N'.
       88 OVERRIDE-REQUESTED VALUE 'Y'.

    01 JOURNAL-WORK.
        05 JRN-ACTION        PIC X(8).
        05 JRN-VERSION       PIC 9(4).
        05 JRN-PRIOR-VERSION PIC 9(4).
        05 JRN-RESULT        PIC X(7).
        05 JRN-OPERATOR      PIC X(10).
        05 JRN-REASON        PIC X(10).
        05 JRN-NOTE          PIC X(70).
        05 JRN-FILTER-VERSION PIC 9(4) VALUE 0.
        05 JRN-LISTED-TOTAL  PIC 9(6) VALUE 0.
        05 JRN-DATE-TIME.
           10 JRN-YEAR       PIC 9(4).
           10 JRN-MONTH      PIC 9(2).
           10 JRN-DAY        PIC 9(2).
           10 JRN-HOUR       PIC 9(2).
           10 JRN-MINUTE     PIC 9(2).
           10 JRN-SECOND     PIC 9(2).
        05 JRN-LINE          PIC X(132).

    01 VERIFY-WORK.
        05 VF-EXPECTED-TOTAL PIC 9(8).
        05 VF-RECORD-COUNT   PIC 9(8).
    ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
    MOVE SPACES TO COMMAND-VERB
    MOVE SPACES TO COMMAND-ARGUMENT
    MOVE SPACES TO COMMAND-QUALIFIER
    MOVE SPACES TO COMMAND-OPERATOR
    MOVE SPACES TO COMMAND-REASON
    UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
        INTO COMMAND-VERB COMMAND-ARGUMENT COMMAND-QUALIFIER
             COMMAND-OPERATOR COMMAND-REASON
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(COMMAND-VERB) TO COMMAND-VERB

    *> The journal stands on its own: it can be printed even when
    *> the catalog itself is missing or empty.
    IF COMMAND-VERB NOT = "HISTORY"
        PERFORM LOAD-CATALOG-TABLE
    END-IF
    EVALUATE COMMAND-VERB
        WHEN "PROMOTE"
            PERFORM PROMOTE-VERSION
            PERFORM PURGE-VERSIONS
        WHEN "VERIFY"
            PERFORM VERIFY-CATALOG
        WHEN "HISTORY"
            PERFORM PRINT-JOURNAL-HISTORY
        WHEN "LIST"
            PERFORM LIST-CATALOG
        WHEN SPACES
            PERFORM LIST-CATALOG
        WHEN OTHER
            DISPLAY "Unknown command: " FUNCTION TRIM(COMMAND-VERB)
            DISPLAY "Usage: LIST | PROMOTE nnnn [operator] | "
                    "PROMOTE nnnn OVERRIDE operator reason | "
                    "ROLLBACK [operator] | RETIRE nnnn [operator] | "
                    "PURGE n [operator] | VERIFY | HISTORY [nnnn]"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.
    END-IF.

PROMOTE-VERSION.
    MOVE 'N' TO OVERRIDE-FLAG
    MOVE SPACES TO JRN-REASON
    IF FUNCTION UPPER-CASE(COMMAND-QUALIFIER) = "OVERRIDE"
        MOVE 'Y' TO OVERRIDE-FLAG
        MOVE COMMAND-OPERATOR TO JRN-OPERATOR
        MOVE FUNCTION UPPER-CASE(COMMAND-REASON) TO JRN-REASON
    ELSE
        MOVE COMMAND-QUALIFIER TO JRN-OPERATOR
    END-IF
    IF FUNCTION TEST-NUMVAL(COMMAND-ARGUMENT) NOT = 0
        DISPLAY "PROMOTE needs a numeric version, e.g. PROMOTE 0002"
        MOVE 8 TO RETURN-CODE
    ELSE
    IF OVERRIDE-REQUESTED
       AND (JRN-OPERATOR = SPACES OR JRN-REASON = SPACES)
        DISPLAY "PROMOTE OVERRIDE needs an operator id and a reason "
                "code, e.g. PROMOTE 0002 OVERRIDE jsmith INCIDENT"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE FUNCTION NUMVAL(COMMAND-ARGUMENT) TO REQUESTED-VERSION
        PERFORM LOCATE-REQUESTED-VERSION
        IF NOT TARGET-WAS-FOUND
            DISPLAY "Version " REQUESTED-VERSION
                    " is not in the catalog."
            MOVE 8 TO RETURN-CODE
        ELSE
            PERFORM LOAD-RUN-CONTROL
            PERFORM CHECK-PROMOTION-EVIDENCE
            PERFORM RESOLVE-OPERATOR-ID
            MOVE REQUESTED-VERSION TO JRN-VERSION
            MOVE CAT-PRODUCTION-VERSION TO JRN-PRIOR-VERSION
            IF GT-PASSED
                PERFORM APPLY-PROMOTION
                MOVE "PROMOTE" TO JRN-ACTION
                MOVE "DONE" TO JRN-RESULT
                MOVE SPACES TO JRN-NOTE
                STRING "gate passed on " DELIMITED BY SIZE
                       FUNCTION TRIM(RUN-STANDARD-BENCHMARK)
                           DELIMITED BY SIZE
                       INTO JRN-NOTE
                PERFORM APPEND-JOURNAL-ENTRY
            ELSE
            IF OVERRIDE-REQUESTED
                DISPLAY "Gate OVERRIDDEN by operator "
                        FUNCTION TRIM(JRN-OPERATOR) ", reason "
                        FUNCTION TRIM(JRN-REASON)
                PERFORM APPLY-PROMOTION
                MOVE "OVERRIDE" TO JRN-ACTION
                MOVE "DONE" TO JRN-RESULT
                MOVE GT-FAILURE-TEXT TO JRN-NOTE
                PERFORM APPEND-JOURNAL-ENTRY
            ELSE
                DISPLAY "PROMOTE refused: version " REQUESTED-VERSION
                        " did not pass the promotion gate; production "
                        "is unchanged."
                MOVE 8 TO RETURN-CODE
                MOVE "PROMOTE" TO JRN-ACTION
                MOVE "REFUSED" TO JRN-RESULT
                MOVE GT-FAILURE-TEXT TO JRN-NOTE
                PERFORM APPEND-JOURNAL-ENTRY
            END-IF
            END-IF
        END-IF
    END-IF
    END-IF.

LOCATE-REQUESTED-VERSION.
    MOVE 'N' TO TARGET-FOUND-FLAG
    PERFORM VARYING CAT-SUB FROM 1 BY 1
            UNTIL CAT-SUB > CAT-LOADED-TOTAL
        IF CT-VERSION(CAT-SUB) = REQUESTED-VERSION
            MOVE 'Y' TO TARGET-FOUND-FLAG
        END-IF
    END-PERFORM.

CHECK-PROMOTION-EVIDENCE.
    *> The gate: the candidate's latest benchmark_history.log entry on
    *> the standard benchmark must be at least as accurate as the
    *> production version's latest entry on that same file, and no
    *> digit's recall may have dropped by more than the tolerance.
    *> With no production version yet, a standard-benchmark entry for
    *> the candidate is all the evidence there is to ask for.
    MOVE 'N' TO GT-PASSED-FLAG
    MOVE SPACES TO GT-FAILURE-TEXT
    PERFORM SCAN-BENCHMARK-HISTORY
    DISPLAY "Promotion gate for version " REQUESTED-VERSION
            " on standard benchmark "
            FUNCTION TRIM(RUN-STANDARD-BENCHMARK) ":"
    IF NOT GT-CAND-FOUND
        MOVE "no standard-benchmark entry; run EVALUATE-MODEL first"
            TO GT-FAILURE-TEXT
    ELSE
    IF GT-CAND-RECALL-TOTAL = 0
        MOVE "benchmark entry has no recall line; re-run EVALUATE-MODEL"
            TO GT-FAILURE-TEXT
    ELSE
    IF CAT-PRODUCTION-FOUND AND NOT GT-PROD-FOUND
        MOVE "production version has no standard-benchmark entry"
            TO GT-FAILURE-TEXT
    ELSE
    IF CAT-PRODUCTION-FOUND AND GT-PROD-RECALL-TOTAL = 0
        MOVE "production version's benchmark entry has no recall line"
            TO GT-FAILURE-TEXT
    ELSE
        MOVE GT-CAND-ACCURACY TO GT-ACCURACY-OUT
        DISPLAY "  candidate  " REQUESTED-VERSION " accuracy "
                GT-ACCURACY-OUT "% (evaluated " GT-CAND-DATE-TIME ")"
        IF CAT-PRODUCTION-FOUND
            MOVE GT-PROD-ACCURACY TO GT-PROD-ACCURACY-OUT
            DISPLAY "  production " CAT-PRODUCTION-VERSION
                    " accuracy " GT-PROD-ACCURACY-OUT
                    "% (evaluated " GT-PROD-DATE-TIME ")"
            IF GT-CAND-ACCURACY < GT-PROD-ACCURACY
                STRING "accuracy " DELIMITED BY SIZE
                       GT-ACCURACY-OUT DELIMITED BY SIZE
                       "% is below production's " DELIMITED BY SIZE
                       GT-PROD-ACCURACY-OUT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                       INTO GT-FAILURE-TEXT
            ELSE
                PERFORM COMPARE-DIGIT-RECALL
            END-IF
        END-IF
        IF GT-FAILURE-TEXT = SPACES
            MOVE 'Y' TO GT-PASSED-FLAG
        END-IF
    END-IF
    END-IF
    END-IF
    END-IF
    IF GT-PASSED
        DISPLAY "  gate PASSED"
    ELSE
        DISPLAY "  gate FAILED: " FUNCTION TRIM(GT-FAILURE-TEXT)
    END-IF.

COMPARE-DIGIT-RECALL.
    *> Only the digits both recall lines carry can be compared.
    MOVE GT-CAND-RECALL-TOTAL TO GT-DIGIT-LIMIT
    IF GT-PROD-RECALL-TOTAL < GT-DIGIT-LIMIT
        MOVE GT-PROD-RECALL-TOTAL TO GT-DIGIT-LIMIT
    END-IF
    MOVE 0 TO GT-WORST-DROP
    MOVE 0 TO GT-WORST-DIGIT
    PERFORM VARYING GT-DIGIT FROM 1 BY 1
            UNTIL GT-DIGIT > GT-DIGIT-LIMIT
        COMPUTE GT-RECALL-DROP =
            GT-PROD-RECALL(GT-DIGIT) - GT-CAND-RECALL(GT-DIGIT)
        IF GT-RECALL-DROP > GT-WORST-DROP
            MOVE GT-RECALL-DROP TO GT-WORST-DROP
            MOVE GT-DIGIT TO GT-WORST-DIGIT
        END-IF
    END-PERFORM
    MOVE GT-WORST-DROP TO GT-DROP-OUT
    MOVE RUN-RECALL-DROP-TOL TO GT-TOLERANCE-OUT
    IF GT-WORST-DIGIT > 0
        COMPUTE GT-DIGIT-OUT = GT-WORST-DIGIT - 1
        DISPLAY "  largest recall drop: digit " GT-DIGIT-OUT " by "
                GT-DROP-OUT " pts (tolerance " GT-TOLERANCE-OUT
                " pts)"
    ELSE
        DISPLAY "  no digit's recall dropped"
    END-IF
    IF GT-WORST-DROP > RUN-RECALL-DROP-TOL
        STRING "digit " DELIMITED BY SIZE
               GT-DIGIT-OUT DELIMITED BY SIZE
               " recall dropped " DELIMITED BY SIZE
               GT-DROP-OUT DELIMITED BY SIZE
               " pts, tolerance " DELIMITED BY SIZE
               GT-TOLERANCE-OUT DELIMITED BY SIZE
               INTO GT-FAILURE-TEXT
    END-IF.

SCAN-BENCHMARK-HISTORY.
    *> Keep the latest standard-benchmark entry for the candidate and
    *> for the production version. A recall line belongs to the
    *> accuracy line written just before it by the same evaluation.
    MOVE 'N' TO GT-CAND-FOUND-FLAG
    MOVE 'N' TO GT-PROD-FOUND-FLAG
    MOVE 0 TO GT-CAND-RECALL-TOTAL
    MOVE 0 TO GT-PROD-RECALL-TOTAL
    MOVE 'N' TO BH-LAST-CANDIDATE-FLAG
    MOVE 'N' TO BH-LAST-PRODUCTION-FLAG
    MOVE 'N' TO BH-EOF-FLAG
    OPEN INPUT BENCHMARK-HISTORY-FILE
    IF BH-NOT-FOUND
        DISPLAY "  no mnist/benchmark_history.log on file"
    ELSE
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
        MOVE 'N' TO BH-LAST-CANDIDATE-FLAG
        MOVE 'N' TO BH-LAST-PRODUCTION-FLAG
    ELSE
        MOVE BENCHMARK-HISTORY-RECORD(29:4) TO BH-LINE-VERSION
        IF BENCHMARK-HISTORY-RECORD(33:8) = " recall="
            PERFORM PARSE-RECALL-LINE
            IF BH-LAST-WAS-CANDIDATE
                MOVE BH-RECALL-TABLE TO GT-CAND-RECALL-TABLE
                MOVE BH-RECALL-TOTAL TO GT-CAND-RECALL-TOTAL
            END-IF
            IF BH-LAST-WAS-PRODUCTION
                MOVE BH-RECALL-TABLE TO GT-PROD-RECALL-TABLE
                MOVE BH-RECALL-TOTAL TO GT-PROD-RECALL-TOTAL
            END-IF
            MOVE 'N' TO BH-LAST-CANDIDATE-FLAG
            MOVE 'N' TO BH-LAST-PRODUCTION-FLAG
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
            MOVE 'N' TO BH-LAST-CANDIDATE-FLAG
            MOVE 'N' TO BH-LAST-PRODUCTION-FLAG
            IF BH-FILE-TEXT = RUN-STANDARD-BENCHMARK
               AND BH-ACCURACY-TEXT NOT = SPACES
               AND FUNCTION TEST-NUMVAL(BH-ACCURACY-TEXT) = 0
                IF BH-LINE-VERSION = REQUESTED-VERSION
                    MOVE 'Y' TO GT-CAND-FOUND-FLAG
                    MOVE 'Y' TO BH-LAST-CANDIDATE-FLAG
                    MOVE BENCHMARK-HISTORY-RECORD(1:19)
                        TO GT-CAND-DATE-TIME
                    MOVE FUNCTION NUMVAL(BH-ACCURACY-TEXT)
                        TO GT-CAND-ACCURACY
                    MOVE 0 TO GT-CAND-RECALL-TOTAL
                END-IF
                IF BH-LINE-VERSION = CAT-PRODUCTION-VERSION
                   AND CAT-PRODUCTION-FOUND
                    MOVE 'Y' TO GT-PROD-FOUND-FLAG
                    MOVE 'Y' TO BH-LAST-PRODUCTION-FLAG
                    MOVE BENCHMARK-HISTORY-RECORD(1:19)
                        TO GT-PROD-DATE-TIME
                    MOVE FUNCTION NUMVAL(BH-ACCURACY-TEXT)
                        TO GT-PROD-ACCURACY
                    MOVE 0 TO GT-PROD-RECALL-TOTAL
                END-IF
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

RESOLVE-OPERATOR-ID.
    *> Without an operator id on the command line the journal falls
    *> back to the signed-on user, so no entry is ever anonymous.
    IF JRN-OPERATOR = SPACES
        ACCEPT JRN-OPERATOR FROM ENVIRONMENT "USER"
    END-IF
    IF JRN-OPERATOR = SPACES
        MOVE "UNKNOWN" TO JRN-OPERATOR
    END-IF.

ROLLBACK-VERSION-ROUTINE.
        ELSE
            MOVE ROLLBACK-VERSION TO REQUESTED-VERSION
            PERFORM APPLY-PROMOTION
            MOVE COMMAND-ARGUMENT TO JRN-OPERATOR
            PERFORM RESOLVE-OPERATOR-ID
            MOVE "ROLLBACK" TO JRN-ACTION
            MOVE ROLLBACK-VERSION TO JRN-VERSION
            MOVE CAT-PRODUCTION-VERSION TO JRN-PRIOR-VERSION
            MOVE "DONE" TO JRN-RESULT
            MOVE SPACES TO JRN-REASON
            MOVE "re-promoted the version live before the last promotion"
                TO JRN-NOTE
            PERFORM APPEND-JOURNAL-ENTRY
        END-IF
    END-IF.

                    MOVE 'Y' TO CT-KEEP(CAT-SUB)
                END-IF
            END-PERFORM
            MOVE COMMAND-QUALIFIER TO JRN-OPERATOR
            PERFORM RESOLVE-OPERATOR-ID
            MOVE "retired on request" TO JRN-NOTE
            PERFORM REMOVE-UNKEPT-VERSIONS
            DISPLAY "Retired version " REQUESTED-VERSION "."
        END-IF
                MOVE 'Y' TO CT-KEEP(PURGE-PICK-SUB)
            END-IF
        END-PERFORM
        MOVE COMMAND-QUALIFIER TO JRN-OPERATOR
        PERFORM RESOLVE-OPERATOR-ID
        MOVE SPACES TO JRN-NOTE
        STRING "removed by PURGE " DELIMITED BY SIZE
               RETENTION-COUNT DELIMITED BY SIZE
               INTO JRN-NOTE
        PERFORM REMOVE-UNKEPT-VERSIONS
        DISPLAY "Purge complete: kept " KEPT-TOTAL
                " version(s), removed " PURGED-TOTAL "."
REMOVE-UNKEPT-VERSIONS.
    *> Delete the weights file of every entry marked 'N', compact the
    *> survivors to the front of the table and rewrite the catalog.
    *> Each removal is journaled as a RETIRE under the operator and
    *> note the caller set up.
    MOVE "RETIRE" TO JRN-ACTION
    MOVE "DONE" TO JRN-RESULT
    MOVE SPACES TO JRN-REASON
    MOVE CAT-PRODUCTION-VERSION TO JRN-PRIOR-VERSION
    MOVE 0 TO PURGED-TOTAL
    MOVE 0 TO KEPT-TOTAL
    PERFORM VARYING CAT-SUB FROM 1 BY 1
                DISPLAY "Deleted "
                        FUNCTION TRIM(WEIGHTS-FILE-PATH)
            END-IF
            MOVE CT-VERSION(CAT-SUB) TO JRN-VERSION
            PERFORM APPEND-JOURNAL-ENTRY
        ELSE
            ADD 1 TO KEPT-TOTAL
            IF KEPT-TOTAL NOT = CAT-SUB
    MOVE KEPT-TOTAL TO CAT-LOADED-TOTAL
    PERFORM REWRITE-CATALOG.

APPEND-JOURNAL-ENTRY.
    *> One fixed-layout line per registry action; the journal is only
    *> ever extended, never rewritten.
    OPEN EXTEND REGISTRY-JOURNAL-FILE
    IF RJ-NOT-FOUND
        OPEN OUTPUT REGISTRY-JOURNAL-FILE
    END-IF
    MOVE SPACES TO REGISTRY-JOURNAL-RECORD
    MOVE FUNCTION CURRENT-DATE(1:14) TO RJ-DATE-TIME
    MOVE JRN-ACTION TO RJ-ACTION
    MOVE JRN-VERSION TO RJ-VERSION
    MOVE JRN-PRIOR-VERSION TO RJ-PRIOR-VERSION
    MOVE JRN-RESULT TO RJ-RESULT
    MOVE JRN-OPERATOR TO RJ-OPERATOR
    MOVE JRN-REASON TO RJ-REASON
    MOVE JRN-NOTE TO RJ-NOTE
    WRITE REGISTRY-JOURNAL-RECORD
    CLOSE REGISTRY-JOURNAL-FILE
    DISPLAY "Journaled " FUNCTION TRIM(JRN-ACTION) " of version "
            JRN-VERSION " by " FUNCTION TRIM(JRN-OPERATOR)
            " in mnist/registry_journal.log".

PRINT-JOURNAL-HISTORY.
    *> Printable history of the registry action journal, oldest
    *> first: who changed production, from which version to which,
    *> and why.
    MOVE 0 TO JRN-FILTER-VERSION
    IF COMMAND-ARGUMENT NOT = SPACES
        IF FUNCTION TEST-NUMVAL(COMMAND-ARGUMENT) NOT = 0
            DISPLAY "HISTORY takes an optional numeric version, e.g. "
                    "HISTORY 0002"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE FUNCTION NUMVAL(COMMAND-ARGUMENT) TO JRN-FILTER-VERSION
    END-IF
    MOVE 0 TO JRN-LISTED-TOTAL
    MOVE 'N' TO RJ-EOF-FLAG
    OPEN INPUT REGISTRY-JOURNAL-FILE
    IF RJ-NOT-FOUND
        DISPLAY "No registry action journal yet "
                "(mnist/registry_journal.log)."
    ELSE
        IF JRN-FILTER-VERSION > 0
            DISPLAY "Registry action journal for version "
                    JRN-FILTER-VERSION ":"
        ELSE
            DISPLAY "Registry action journal:"
        END-IF
        DISPLAY "  date       time     action   ver  prior result  "
                "operator   reason     note"
        PERFORM UNTIL RJ-END-OF-FILE
            READ REGISTRY-JOURNAL-FILE
                AT END MOVE 'Y' TO RJ-EOF-FLAG
                NOT AT END
                    IF JRN-FILTER-VERSION = 0
                     OR RJ-VERSION = JRN-FILTER-VERSION
                     OR RJ-PRIOR-VERSION = JRN-FILTER-VERSION
                        PERFORM PRINT-JOURNAL-LINE
                    END-IF
            END-READ
        END-PERFORM
        CLOSE REGISTRY-JOURNAL-FILE
        DISPLAY JRN-LISTED-TOTAL " journal entr(ies) listed."
    END-IF.

PRINT-JOURNAL-LINE.
    ADD 1 TO JRN-LISTED-TOTAL
    MOVE RJ-DATE-TIME TO JRN-DATE-TIME
    MOVE SPACES TO JRN-LINE
    STRING "  " JRN-YEAR "-" JRN-MONTH "-" JRN-DAY " "
              JRN-HOUR ":" JRN-MINUTE ":" JRN-SECOND " "
              DELIMITED BY SIZE
           RJ-ACTION " " RJ-VERSION " " RJ-PRIOR-VERSION "  "
              DELIMITED BY SIZE
           RJ-RESULT " " RJ-OPERATOR " " RJ-REASON " "
              DELIMITED BY SIZE
           FUNCTION TRIM(RJ-NOTE) DELIMITED BY SIZE
           INTO JRN-LINE
    DISPLAY FUNCTION TRIM(JRN-LINE TRAILING).

VERIFY-CATALOG.
    *> Walk the whole catalog and open each version's weights file,
    *> checking it exists, its shape header matches the catalog
    ELSE
        DISPLAY "  version " CT-VERSION(CAT-SUB) ": OK"
    END-IF.

    COPY RUNCTLIO.
