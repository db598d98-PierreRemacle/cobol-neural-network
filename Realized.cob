IDENTIFICATION DIVISION.
PROGRAM-ID. REALIZED-ACCURACY.
*> Realized production accuracy from late-arriving ground truth.
*> Downstream returns the true digit for images we scored, days after
*> the fact; each confirmed label is matched to the prediction we
*> issued for it in the prediction history master (written by
*> SCORE-MNIST, see PREDHSEL.CPY) on PH-KEY, and the realized
*> accuracy is reported by run, by model version (PH-MODEL-VERSION),
*> by true digit and by confidence band (the same 0.1-wide bands as
*> READ-MNIST's calibration report, so live and test-set calibration
*> can be laid side by side). Confirmed images with no prediction on
*> file are listed in mnist/realized_unmatched.csv, and every run
*> appends one trend line per model version (plus an ALL line) to
*> mnist/realized_accuracy.log, so a decaying live model shows up
*> before the drift report or the review volume does.
*>
*> Command line:
*>   [file]          confirmed-label file, one "image,run_id,label"
*>                   line per image (a header line starting "image"
*>                   is skipped); defaults to mnist/confirmed_labels.csv
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PREDHSEL.
    SELECT GROUND-TRUTH-FILE ASSIGN TO DYNAMIC GROUND-TRUTH-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS GT-STATUS.
    SELECT REALIZED-REPORT-FILE
        ASSIGN TO 'mnist/realized_accuracy.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RR-STATUS.
    SELECT UNMATCHED-FILE ASSIGN TO 'mnist/realized_unmatched.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS UM-STATUS.
    SELECT REALIZED-TREND-FILE
        ASSIGN TO 'mnist/realized_accuracy.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RT-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY PREDHFD.
    FD GROUND-TRUTH-FILE.
        01 GROUND-TRUTH-RECORD PIC X(80).
    FD REALIZED-REPORT-FILE.
        01 REALIZED-REPORT-RECORD PIC X(132).
    FD UNMATCHED-FILE.
        01 UNMATCHED-RECORD    PIC X(80).
    FD REALIZED-TREND-FILE.
        01 REALIZED-TREND-RECORD PIC X(132).

WORKING-STORAGE SECTION.
    COPY PREDHWS.

    01 COMMAND-LINE-TEXT     PIC X(80).
    01 FILE-ARGUMENT         PIC X(64).
    01 GROUND-TRUTH-PATH     PIC X(64)
       VALUE 'mnist/confirmed_labels.csv'.

    01 GT-STATUS             PIC XX VALUE '00'.
       88 GT-NOT-FOUND       VALUE '35'.
    01 GT-EOF-FLAG           PIC X VALUE 'N'.
       88 GT-END-OF-FILE     VALUE 'Y'.
    01 RR-STATUS             PIC XX VALUE '00'.
    01 UM-STATUS             PIC XX VALUE '00'.
    01 RT-STATUS             PIC XX VALUE '00'.
       88 RT-NOT-FOUND       VALUE '35'.

    01 GROUND-TRUTH-WORK.
        05 GT-IMAGE-TEXT     PIC X(10).
        05 GT-RUN-TEXT       PIC X(20).
        05 GT-LABEL-TEXT     PIC X(6).
        05 GT-IMAGE-ID       PIC 9(7).
        05 GT-RUN-ID         PIC X(14).
        05 GT-TRUE-LABEL     PIC 9(2).
        05 GT-LINE-NUMBER    PIC 9(7) VALUE 0.
        05 GT-ROW-VALID-FLAG PIC X.
           88 GT-ROW-IS-VALID VALUE 'Y'.
        05 GT-CORRECT-FLAG   PIC X.
           88 GT-WAS-CORRECT VALUE 'Y'.

    01 REALIZED-TOTALS.
        05 RA-READ-COUNT     PIC 9(7) VALUE 0.
        05 RA-MALFORMED-COUNT PIC 9(7) VALUE 0.
        05 RA-MATCHED-COUNT  PIC 9(7) VALUE 0.
        05 RA-UNMATCHED-COUNT PIC 9(7) VALUE 0.
        05 RA-CORRECT-COUNT  PIC 9(7) VALUE 0.
        05 RA-REVIEWED-COUNT PIC 9(7) VALUE 0.
        05 RA-REVIEWED-CORRECT PIC 9(7) VALUE 0.
        05 RA-OLDEST-RUN     PIC X(14) VALUE SPACES.
        05 RA-NEWEST-RUN     PIC X(14) VALUE SPACES.

    *> Per-run table, kept in run-id order as runs are met
    78 REALIZED-RUN-LIMIT    VALUE 500.
    01 RA-RUN-TABLE.
        05 RA-RUN-ENTRY OCCURS REALIZED-RUN-LIMIT TIMES.
           10 RA-RUN-ID      PIC X(14).
           10 RA-RUN-VERSION PIC 9(4).
           10 RA-RUN-MATCHED PIC 9(7).
           10 RA-RUN-CORRECT PIC 9(7).
    01 RA-RUN-TOTAL          PIC 9(4) VALUE 0.
    01 RA-RUN-OVERFLOW-FLAG  PIC X VALUE 'N'.
       88 RA-RUN-OVERFLOWED  VALUE 'Y'.

    78 REALIZED-VERSION-LIMIT VALUE 200.
    01 RA-VERSION-TABLE.
        05 RA-VERSION-ENTRY OCCURS REALIZED-VERSION-LIMIT TIMES.
           10 RA-VERSION     PIC 9(4).
           10 RA-VERSION-MATCHED PIC 9(7).
           10 RA-VERSION-CORRECT PIC 9(7).
           10 RA-VERSION-OLDEST-RUN PIC X(14).
           10 RA-VERSION-NEWEST-RUN PIC X(14).
    01 RA-VERSION-TOTAL      PIC 9(4) VALUE 0.
    01 RA-VERSION-OVERFLOW-FLAG PIC X VALUE 'N'.
       88 RA-VERSION-OVERFLOWED VALUE 'Y'.
    01 RA-VERSION-DROPPED    PIC 9(4) VALUE 0.

    *> Per digit (label + 1): rows whose true digit it is, how many
    *> of those we got right, and how often we predicted it at all.
    01 RA-DIGIT-TABLE.
        05 RA-DIGIT-ENTRY OCCURS 100 TIMES.
           10 RA-DIGIT-TRUE  PIC 9(7) VALUE 0.
           10 RA-DIGIT-CORRECT PIC 9(7) VALUE 0.
           10 RA-DIGIT-PREDICTED PIC 9(7) VALUE 0.
    01 RA-DIGIT-HIGH         PIC 9(3) VALUE 0.

    01 RA-BAND-TABLE.
        05 RA-BAND-ENTRY OCCURS 10 TIMES.
           10 RA-BAND-ROWS   PIC 9(7) VALUE 0.
           10 RA-BAND-CORRECT PIC 9(7) VALUE 0.

    01 REALIZED-WORK.
        05 RA-SUB            PIC 9(4).
        05 RA-SHIFT-SUB      PIC 9(4).
        05 RA-HIT-SUB        PIC 9(4).
        05 RA-DIRECT-COUNT   PIC 9(7).
        05 RA-BAND-SUB       PIC 9(3).
        05 RA-PCT            PIC 9(3)V9(2).
        05 RA-PRECISION      PIC 9(3)V9(2).
        05 RA-EDGE           PIC 9V9(2).
        05 RA-EDGE-OUT       PIC 9.99.
        05 RA-PCT-OUT        PIC ZZ9.99.
        05 RA-PRECISION-OUT  PIC ZZ9.99.
        05 RA-COUNT-OUT      PIC ZZZZZZ9.
        05 RA-DIGIT-OUT      PIC Z9.
        05 RA-LINE           PIC X(132).
        05 RA-UNMATCHED-LINE PIC X(80).
    01 RA-DATE-TIME.
        05 RA-YEAR           PIC 9(4).
        05 RA-MONTH          PIC 9(2).
        05 RA-DAY            PIC 9(2).
        05 RA-HOUR           PIC 9(2).
        05 RA-MINUTE         PIC 9(2).
        05 RA-SECOND         PIC 9(2).
        05 FILLER            PIC X(9).
    01 RA-STAMP              PIC X(19).

PROCEDURE DIVISION.
MAIN-ROUTINE.
    ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
    MOVE SPACES TO FILE-ARGUMENT
    UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
        INTO FILE-ARGUMENT
    END-UNSTRING
    IF FILE-ARGUMENT NOT = SPACES
        MOVE FILE-ARGUMENT TO GROUND-TRUTH-PATH
    END-IF

    OPEN INPUT GROUND-TRUTH-FILE
    IF GT-NOT-FOUND
        DISPLAY "Confirmed-label file "
                FUNCTION TRIM(GROUND-TRUTH-PATH) " was not found."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT PREDICTION-HISTORY-FILE
    IF PH-NOT-FOUND
        DISPLAY "No prediction history master found at "
                "mnist/prediction_history.dat; run SCORE-MNIST "
                "first."
        CLOSE GROUND-TRUTH-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT UNMATCHED-FILE
    MOVE "image,run_id,true_label" TO UNMATCHED-RECORD
    WRITE UNMATCHED-RECORD

    DISPLAY "Matching " FUNCTION TRIM(GROUND-TRUTH-PATH)
            " against the prediction history..."
    PERFORM PROCESS-GROUND-TRUTH-RECORDS UNTIL GT-END-OF-FILE
    CLOSE GROUND-TRUTH-FILE
    CLOSE PREDICTION-HISTORY-FILE
    CLOSE UNMATCHED-FILE

    MOVE FUNCTION CURRENT-DATE TO RA-DATE-TIME
    MOVE SPACES TO RA-STAMP
    STRING RA-YEAR "-" RA-MONTH "-" RA-DAY " " RA-HOUR ":"
           RA-MINUTE ":" RA-SECOND DELIMITED BY SIZE
           INTO RA-STAMP
    DISPLAY "Confirmed labels read: " RA-READ-COUNT "; matched: "
            RA-MATCHED-COUNT "; unmatched: " RA-UNMATCHED-COUNT
            "; malformed: " RA-MALFORMED-COUNT
    IF RA-MATCHED-COUNT = 0
        DISPLAY "No confirmed label matched a prediction on file; "
                "nothing to report."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM WRITE-REALIZED-REPORT
    PERFORM APPEND-REALIZED-TREND
    IF RA-UNMATCHED-COUNT > 0 OR RA-MALFORMED-COUNT > 0
     OR RA-RUN-OVERFLOWED OR RA-VERSION-OVERFLOWED
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

PROCESS-GROUND-TRUTH-RECORDS.
    READ GROUND-TRUTH-FILE
        AT END MOVE 'Y' TO GT-EOF-FLAG
        NOT AT END
            ADD 1 TO GT-LINE-NUMBER
            IF GROUND-TRUTH-RECORD(1:5) = "image"
             OR GROUND-TRUTH-RECORD = SPACES
                CONTINUE
            ELSE
                ADD 1 TO RA-READ-COUNT
                PERFORM MATCH-GROUND-TRUTH-ROW
            END-IF
    END-READ.

MATCH-GROUND-TRUTH-ROW.
    MOVE 'Y' TO GT-ROW-VALID-FLAG
    MOVE SPACES TO GT-IMAGE-TEXT
    MOVE SPACES TO GT-RUN-TEXT
    MOVE SPACES TO GT-LABEL-TEXT
    UNSTRING GROUND-TRUTH-RECORD DELIMITED BY ","
        INTO GT-IMAGE-TEXT GT-RUN-TEXT GT-LABEL-TEXT
    END-UNSTRING
    MOVE FUNCTION TRIM(GT-RUN-TEXT) TO GT-RUN-TEXT
    MOVE GT-RUN-TEXT TO GT-RUN-ID
    IF FUNCTION TEST-NUMVAL(GT-IMAGE-TEXT) NOT = 0
     OR FUNCTION TEST-NUMVAL(GT-LABEL-TEXT) NOT = 0
     OR GT-RUN-ID IS NOT NUMERIC
     OR GT-RUN-TEXT(15:6) NOT = SPACES
        MOVE 'N' TO GT-ROW-VALID-FLAG
    ELSE
        IF FUNCTION NUMVAL(GT-IMAGE-TEXT) < 1
         OR FUNCTION NUMVAL(GT-LABEL-TEXT) < 0
         OR FUNCTION NUMVAL(GT-LABEL-TEXT) > 99
            MOVE 'N' TO GT-ROW-VALID-FLAG
        END-IF
    END-IF
    IF NOT GT-ROW-IS-VALID
        ADD 1 TO RA-MALFORMED-COUNT
        DISPLAY "Warning: line " GT-LINE-NUMBER " is not a valid "
                "image,run_id,label record; skipping it"
    ELSE
        MOVE FUNCTION NUMVAL(GT-IMAGE-TEXT) TO GT-IMAGE-ID
        MOVE FUNCTION NUMVAL(GT-LABEL-TEXT) TO GT-TRUE-LABEL
        MOVE GT-IMAGE-ID TO PH-IMAGE-ID
        MOVE GT-RUN-ID TO PH-RUN-ID
        READ PREDICTION-HISTORY-FILE
            INVALID KEY
                PERFORM RECORD-UNMATCHED-IMAGE
            NOT INVALID KEY
                PERFORM ACCUMULATE-MATCHED-IMAGE
        END-READ
    END-IF.

RECORD-UNMATCHED-IMAGE.
    ADD 1 TO RA-UNMATCHED-COUNT
    MOVE SPACES TO RA-UNMATCHED-LINE
    STRING GT-IMAGE-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           GT-RUN-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           GT-TRUE-LABEL DELIMITED BY SIZE
           INTO RA-UNMATCHED-LINE
    MOVE RA-UNMATCHED-LINE TO UNMATCHED-RECORD
    WRITE UNMATCHED-RECORD.

ACCUMULATE-MATCHED-IMAGE.
    ADD 1 TO RA-MATCHED-COUNT
    MOVE 'N' TO GT-CORRECT-FLAG
    IF PH-PREDICTED-LABEL = GT-TRUE-LABEL
        MOVE 'Y' TO GT-CORRECT-FLAG
        ADD 1 TO RA-CORRECT-COUNT
    END-IF
    IF PH-WENT-TO-REVIEW
        ADD 1 TO RA-REVIEWED-COUNT
        IF GT-WAS-CORRECT
            ADD 1 TO RA-REVIEWED-CORRECT
        END-IF
    END-IF
    IF RA-OLDEST-RUN = SPACES OR PH-RUN-ID < RA-OLDEST-RUN
        MOVE PH-RUN-ID TO RA-OLDEST-RUN
    END-IF
    IF RA-NEWEST-RUN = SPACES OR PH-RUN-ID > RA-NEWEST-RUN
        MOVE PH-RUN-ID TO RA-NEWEST-RUN
    END-IF

    *> by true digit, and how often each digit was predicted
    ADD 1 TO RA-DIGIT-TRUE(GT-TRUE-LABEL + 1)
    IF GT-WAS-CORRECT
        ADD 1 TO RA-DIGIT-CORRECT(GT-TRUE-LABEL + 1)
    END-IF
    ADD 1 TO RA-DIGIT-PREDICTED(PH-PREDICTED-LABEL + 1)
    IF GT-TRUE-LABEL + 1 > RA-DIGIT-HIGH
        COMPUTE RA-DIGIT-HIGH = GT-TRUE-LABEL + 1
    END-IF
    IF PH-PREDICTED-LABEL + 1 > RA-DIGIT-HIGH
        COMPUTE RA-DIGIT-HIGH = PH-PREDICTED-LABEL + 1
    END-IF

    *> by confidence band of the probability we issued
    COMPUTE RA-BAND-SUB = (PH-PROBABILITY * 10) + 1
    IF RA-BAND-SUB > 10
        MOVE 10 TO RA-BAND-SUB
    END-IF
    ADD 1 TO RA-BAND-ROWS(RA-BAND-SUB)
    IF GT-WAS-CORRECT
        ADD 1 TO RA-BAND-CORRECT(RA-BAND-SUB)
    END-IF

    PERFORM ACCUMULATE-BY-RUN
    PERFORM ACCUMULATE-BY-VERSION.

ACCUMULATE-BY-RUN.
    MOVE 0 TO RA-HIT-SUB
    PERFORM VARYING RA-SUB FROM 1 BY 1
            UNTIL RA-SUB > RA-RUN-TOTAL OR RA-HIT-SUB > 0
        IF RA-RUN-ID(RA-SUB) = PH-RUN-ID
            MOVE RA-SUB TO RA-HIT-SUB
        END-IF
    END-PERFORM
    IF RA-HIT-SUB = 0
        IF RA-RUN-TOTAL >= REALIZED-RUN-LIMIT
            IF NOT RA-RUN-OVERFLOWED
                DISPLAY "Warning: more than " REALIZED-RUN-LIMIT
                        " runs in the confirmed labels; the by-run "
                        "section leaves the rest out."
                MOVE 'Y' TO RA-RUN-OVERFLOW-FLAG
            END-IF
        ELSE
            *> Insert in run-id order: shift the later runs up one
            ADD 1 TO RA-RUN-TOTAL
            MOVE RA-RUN-TOTAL TO RA-HIT-SUB
            PERFORM VARYING RA-SHIFT-SUB FROM RA-RUN-TOTAL BY -1
                    UNTIL RA-SHIFT-SUB < 2
                       OR RA-RUN-ID(RA-SHIFT-SUB - 1) < PH-RUN-ID
                MOVE RA-RUN-ENTRY(RA-SHIFT-SUB - 1)
                    TO RA-RUN-ENTRY(RA-SHIFT-SUB)
                COMPUTE RA-HIT-SUB = RA-SHIFT-SUB - 1
            END-PERFORM
            MOVE PH-RUN-ID TO RA-RUN-ID(RA-HIT-SUB)
            MOVE PH-MODEL-VERSION TO RA-RUN-VERSION(RA-HIT-SUB)
            MOVE 0 TO RA-RUN-MATCHED(RA-HIT-SUB)
            MOVE 0 TO RA-RUN-CORRECT(RA-HIT-SUB)
        END-IF
    END-IF
    IF RA-HIT-SUB > 0
        ADD 1 TO RA-RUN-MATCHED(RA-HIT-SUB)
        IF GT-WAS-CORRECT
            ADD 1 TO RA-RUN-CORRECT(RA-HIT-SUB)
        END-IF
    END-IF.

ACCUMULATE-BY-VERSION.
    MOVE 0 TO RA-HIT-SUB
    PERFORM VARYING RA-SUB FROM 1 BY 1
            UNTIL RA-SUB > RA-VERSION-TOTAL OR RA-HIT-SUB > 0
        IF RA-VERSION(RA-SUB) = PH-MODEL-VERSION
            MOVE RA-SUB TO RA-HIT-SUB
        END-IF
    END-PERFORM
    IF RA-HIT-SUB = 0 AND RA-VERSION-TOTAL >= REALIZED-VERSION-LIMIT
        *> Warn once for each version left out, not once per row.
        IF NOT RA-VERSION-OVERFLOWED
         OR PH-MODEL-VERSION NOT = RA-VERSION-DROPPED
            DISPLAY "Warning: more than " REALIZED-VERSION-LIMIT
                    " model versions in the confirmed labels; the "
                    "by-version section leaves version "
                    PH-MODEL-VERSION " out."
            MOVE 'Y' TO RA-VERSION-OVERFLOW-FLAG
            MOVE PH-MODEL-VERSION TO RA-VERSION-DROPPED
        END-IF
    END-IF
    IF RA-HIT-SUB = 0 AND RA-VERSION-TOTAL < REALIZED-VERSION-LIMIT
        ADD 1 TO RA-VERSION-TOTAL
        MOVE RA-VERSION-TOTAL TO RA-HIT-SUB
        MOVE PH-MODEL-VERSION TO RA-VERSION(RA-HIT-SUB)
        MOVE 0 TO RA-VERSION-MATCHED(RA-HIT-SUB)
        MOVE 0 TO RA-VERSION-CORRECT(RA-HIT-SUB)
        MOVE PH-RUN-ID TO RA-VERSION-OLDEST-RUN(RA-HIT-SUB)
        MOVE PH-RUN-ID TO RA-VERSION-NEWEST-RUN(RA-HIT-SUB)
    END-IF
    IF RA-HIT-SUB > 0
        ADD 1 TO RA-VERSION-MATCHED(RA-HIT-SUB)
        IF GT-WAS-CORRECT
            ADD 1 TO RA-VERSION-CORRECT(RA-HIT-SUB)
        END-IF
        IF PH-RUN-ID < RA-VERSION-OLDEST-RUN(RA-HIT-SUB)
            MOVE PH-RUN-ID TO RA-VERSION-OLDEST-RUN(RA-HIT-SUB)
        END-IF
        IF PH-RUN-ID > RA-VERSION-NEWEST-RUN(RA-HIT-SUB)
            MOVE PH-RUN-ID TO RA-VERSION-NEWEST-RUN(RA-HIT-SUB)
        END-IF
    END-IF.

WRITE-REALIZED-REPORT.
    OPEN OUTPUT REALIZED-REPORT-FILE
    MOVE SPACES TO RA-LINE
    STRING "Realized production accuracy (" DELIMITED BY SIZE
           RA-STAMP DELIMITED BY SIZE
           ") from " DELIMITED BY SIZE
           FUNCTION TRIM(GROUND-TRUTH-PATH) DELIMITED BY SIZE
           INTO RA-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RA-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RA-LINE
    MOVE RA-READ-COUNT TO RA-COUNT-OUT
    STRING "Confirmed labels read:" DELIMITED BY SIZE
           RA-COUNT-OUT DELIMITED BY SIZE
           INTO RA-LINE
    MOVE RA-MATCHED-COUNT TO RA-COUNT-OUT
    STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
           "  matched:" RA-COUNT-OUT DELIMITED BY SIZE
           INTO RA-LINE
    MOVE RA-UNMATCHED-COUNT TO RA-COUNT-OUT
    STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
           "  unmatched:" RA-COUNT-OUT DELIMITED BY SIZE
           INTO RA-LINE
    MOVE RA-MALFORMED-COUNT TO RA-COUNT-OUT
    STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
           "  malformed:" RA-COUNT-OUT DELIMITED BY SIZE
           INTO RA-LINE
    PERFORM WRITE-REPORT-LINE
    COMPUTE RA-PCT = (RA-CORRECT-COUNT * 100.00) / RA-MATCHED-COUNT
    MOVE RA-PCT TO RA-PCT-OUT
    MOVE SPACES TO RA-LINE
    STRING "Realized accuracy: " DELIMITED BY SIZE
           RA-PCT-OUT DELIMITED BY SIZE
           "%  (runs " DELIMITED BY SIZE
           RA-OLDEST-RUN DELIMITED BY SIZE
           " to " DELIMITED BY SIZE
           RA-NEWEST-RUN DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
           INTO RA-LINE
    PERFORM WRITE-REPORT-LINE
    DISPLAY "Realized accuracy: " RA-PCT-OUT "%"
    *> Issued straight to downstream versus held for review
    MOVE SPACES TO RA-LINE
    COMPUTE RA-DIRECT-COUNT = RA-MATCHED-COUNT - RA-REVIEWED-COUNT
    MOVE RA-DIRECT-COUNT TO RA-COUNT-OUT
    MOVE 0 TO RA-PCT
    IF RA-DIRECT-COUNT > 0
        COMPUTE RA-PCT = ((RA-CORRECT-COUNT - RA-REVIEWED-CORRECT)
            * 100.00) / RA-DIRECT-COUNT
    END-IF
    MOVE RA-PCT TO RA-PCT-OUT
    STRING "  issued directly:" DELIMITED BY SIZE
           RA-COUNT-OUT DELIMITED BY SIZE
           " rows, " DELIMITED BY SIZE
           RA-PCT-OUT DELIMITED BY SIZE
           "% right" DELIMITED BY SIZE
           INTO RA-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RA-LINE
    MOVE RA-REVIEWED-COUNT TO RA-COUNT-OUT
    MOVE 0 TO RA-PCT
    IF RA-REVIEWED-COUNT > 0
        COMPUTE RA-PCT = (RA-REVIEWED-CORRECT * 100.00)
            / RA-REVIEWED-COUNT
    END-IF
    MOVE RA-PCT TO RA-PCT-OUT
    STRING "  routed to review:" DELIMITED BY SIZE
           RA-COUNT-OUT DELIMITED BY SIZE
           " rows, " DELIMITED BY SIZE
           RA-PCT-OUT DELIMITED BY SIZE
           "% right as first predicted" DELIMITED BY SIZE
           INTO RA-LINE
    PERFORM WRITE-REPORT-LINE

    MOVE SPACES TO RA-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "By run:  run-id          model  matched  correct  accuracy%"
        TO RA-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING RA-SUB FROM 1 BY 1 UNTIL RA-SUB > RA-RUN-TOTAL
        COMPUTE RA-PCT = (RA-RUN-CORRECT(RA-SUB) * 100.00)
            / RA-RUN-MATCHED(RA-SUB)
        MOVE RA-PCT TO RA-PCT-OUT
        MOVE SPACES TO RA-LINE
        STRING "         " RA-RUN-ID(RA-SUB) "  "
                  RA-RUN-VERSION(RA-SUB) DELIMITED BY SIZE
               INTO RA-LINE
        MOVE RA-RUN-MATCHED(RA-SUB) TO RA-COUNT-OUT
        STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
               " " RA-COUNT-OUT DELIMITED BY SIZE
               INTO RA-LINE
        MOVE RA-RUN-CORRECT(RA-SUB) TO RA-COUNT-OUT
        STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
               "  " RA-COUNT-OUT "    " RA-PCT-OUT DELIMITED BY SIZE
               INTO RA-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM

    MOVE SPACES TO RA-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "By model version:  version  matched  correct  accuracy%  "
        TO RA-LINE
    STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
           "  runs" DELIMITED BY SIZE
           INTO RA-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING RA-SUB FROM 1 BY 1 UNTIL RA-SUB > RA-VERSION-TOTAL
        COMPUTE RA-PCT = (RA-VERSION-CORRECT(RA-SUB) * 100.00)
            / RA-VERSION-MATCHED(RA-SUB)
        MOVE RA-PCT TO RA-PCT-OUT
        MOVE SPACES TO RA-LINE
        MOVE RA-VERSION-MATCHED(RA-SUB) TO RA-COUNT-OUT
        STRING "                   " RA-VERSION(RA-SUB) "   "
                  RA-COUNT-OUT DELIMITED BY SIZE
               INTO RA-LINE
        MOVE RA-VERSION-CORRECT(RA-SUB) TO RA-COUNT-OUT
        STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
               "  " RA-COUNT-OUT "     " RA-PCT-OUT "    "
                  DELIMITED BY SIZE
               RA-VERSION-OLDEST-RUN(RA-SUB) " to "
               RA-VERSION-NEWEST-RUN(RA-SUB) DELIMITED BY SIZE
               INTO RA-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM

    MOVE SPACES TO RA-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "By true digit:  digit  rows     correct  recall%  "
        TO RA-LINE
    STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
           "  precision%" DELIMITED BY SIZE
           INTO RA-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING RA-SUB FROM 1 BY 1 UNTIL RA-SUB > RA-DIGIT-HIGH
        MOVE 0 TO RA-PCT
        IF RA-DIGIT-TRUE(RA-SUB) > 0
            COMPUTE RA-PCT = (RA-DIGIT-CORRECT(RA-SUB) * 100.00)
                / RA-DIGIT-TRUE(RA-SUB)
        END-IF
        MOVE 0 TO RA-PRECISION
        IF RA-DIGIT-PREDICTED(RA-SUB) > 0
            COMPUTE RA-PRECISION =
                (RA-DIGIT-CORRECT(RA-SUB) * 100.00)
                / RA-DIGIT-PREDICTED(RA-SUB)
        END-IF
        MOVE RA-PCT TO RA-PCT-OUT
        MOVE RA-PRECISION TO RA-PRECISION-OUT
        COMPUTE RA-DIGIT-OUT = RA-SUB - 1
        MOVE SPACES TO RA-LINE
        MOVE RA-DIGIT-TRUE(RA-SUB) TO RA-COUNT-OUT
        STRING "                  " RA-DIGIT-OUT " " RA-COUNT-OUT
                  DELIMITED BY SIZE
               INTO RA-LINE
        MOVE RA-DIGIT-CORRECT(RA-SUB) TO RA-COUNT-OUT
        STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
               "  " RA-COUNT-OUT "   " RA-PCT-OUT "     "
                  RA-PRECISION-OUT DELIMITED BY SIZE
               INTO RA-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM

    MOVE SPACES TO RA-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE "By confidence band:  band       rows     correct  "
        TO RA-LINE
    STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
           "  actually-right%" DELIMITED BY SIZE
           INTO RA-LINE
    PERFORM WRITE-REPORT-LINE
    PERFORM VARYING RA-BAND-SUB FROM 1 BY 1 UNTIL RA-BAND-SUB > 10
        MOVE 0 TO RA-PCT
        IF RA-BAND-ROWS(RA-BAND-SUB) > 0
            COMPUTE RA-PCT = (RA-BAND-CORRECT(RA-BAND-SUB) * 100.00)
                / RA-BAND-ROWS(RA-BAND-SUB)
        END-IF
        MOVE RA-PCT TO RA-PCT-OUT
        MOVE SPACES TO RA-LINE
        COMPUTE RA-EDGE = (RA-BAND-SUB - 1) / 10
        MOVE RA-EDGE TO RA-EDGE-OUT
        STRING "                     " RA-EDGE-OUT "-"
                  DELIMITED BY SIZE
               INTO RA-LINE
        COMPUTE RA-EDGE = RA-BAND-SUB / 10
        MOVE RA-EDGE TO RA-EDGE-OUT
        MOVE RA-BAND-ROWS(RA-BAND-SUB) TO RA-COUNT-OUT
        STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
               RA-EDGE-OUT "  " RA-COUNT-OUT DELIMITED BY SIZE
               INTO RA-LINE
        MOVE RA-BAND-CORRECT(RA-BAND-SUB) TO RA-COUNT-OUT
        STRING FUNCTION TRIM(RA-LINE TRAILING) DELIMITED BY SIZE
               "  " RA-COUNT-OUT "      " RA-PCT-OUT
                  DELIMITED BY SIZE
               INTO RA-LINE
        PERFORM WRITE-REPORT-LINE
    END-PERFORM

    MOVE SPACES TO RA-LINE
    PERFORM WRITE-REPORT-LINE
    MOVE SPACES TO RA-LINE
    MOVE RA-UNMATCHED-COUNT TO RA-COUNT-OUT
    STRING "Unmatched confirmed images:" DELIMITED BY SIZE
           RA-COUNT-OUT DELIMITED BY SIZE
           " (listed in mnist/realized_unmatched.csv)"
              DELIMITED BY SIZE
           INTO RA-LINE
    PERFORM WRITE-REPORT-LINE
    CLOSE REALIZED-REPORT-FILE
    DISPLAY "Wrote realized accuracy report to "
            "mnist/realized_accuracy.txt"
    IF RA-UNMATCHED-COUNT > 0
        DISPLAY RA-UNMATCHED-COUNT " confirmed image(s) had no "
                "prediction on file; see mnist/realized_unmatched.csv"
    END-IF.

WRITE-REPORT-LINE.
    MOVE RA-LINE TO REALIZED-REPORT-RECORD
    WRITE REALIZED-REPORT-RECORD.

APPEND-REALIZED-TREND.
    *> One line per model version and one ALL line per run of this
    *> job: the persistent series that shows a live model decaying.
    OPEN EXTEND REALIZED-TREND-FILE
    IF RT-NOT-FOUND
        OPEN OUTPUT REALIZED-TREND-FILE
    END-IF
    PERFORM VARYING RA-SUB FROM 1 BY 1 UNTIL RA-SUB > RA-VERSION-TOTAL
        COMPUTE RA-PCT = (RA-VERSION-CORRECT(RA-SUB) * 100.00)
            / RA-VERSION-MATCHED(RA-SUB)
        MOVE RA-PCT TO RA-PCT-OUT
        MOVE RA-VERSION-MATCHED(RA-SUB) TO RA-COUNT-OUT
        MOVE SPACES TO RA-LINE
        STRING RA-STAMP DELIMITED BY SIZE
               " version=" DELIMITED BY SIZE
               RA-VERSION(RA-SUB) DELIMITED BY SIZE
               " matched=" DELIMITED BY SIZE
               RA-COUNT-OUT DELIMITED BY SIZE
               " accuracy=" DELIMITED BY SIZE
               RA-PCT-OUT DELIMITED BY SIZE
               "% runs=" DELIMITED BY SIZE
               RA-VERSION-OLDEST-RUN(RA-SUB) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               RA-VERSION-NEWEST-RUN(RA-SUB) DELIMITED BY SIZE
               INTO RA-LINE
        MOVE RA-LINE TO REALIZED-TREND-RECORD
        WRITE REALIZED-TREND-RECORD
    END-PERFORM
    COMPUTE RA-PCT = (RA-CORRECT-COUNT * 100.00) / RA-MATCHED-COUNT
    MOVE RA-PCT TO RA-PCT-OUT
    MOVE RA-MATCHED-COUNT TO RA-COUNT-OUT
    MOVE SPACES TO RA-LINE
    STRING RA-STAMP DELIMITED BY SIZE
           " version=ALL  matched=" DELIMITED BY SIZE
           RA-COUNT-OUT DELIMITED BY SIZE
           " accuracy=" DELIMITED BY SIZE
           RA-PCT-OUT DELIMITED BY SIZE
           "% runs=" DELIMITED BY SIZE
           RA-OLDEST-RUN DELIMITED BY SIZE
           "-" DELIMITED BY SIZE
           RA-NEWEST-RUN DELIMITED BY SIZE
           INTO RA-LINE
    MOVE RA-LINE TO REALIZED-TREND-RECORD
    WRITE REALIZED-TREND-RECORD
    CLOSE REALIZED-TREND-FILE
    DISPLAY "Appended realized accuracy trend to "
            "mnist/realized_accuracy.log".
