IDENTIFICATION DIVISION.
PROGRAM-ID. REVIEW-MANAGER.
*> Work management for the low-confidence images SCORE-MNIST routes
*> to mnist/mnist_review_queue.csv. The queue CSV is overwritten by
*> every scoring run, so each night's rows are loaded into the keyed
*> review master (see REVMSEL.CPY) under the run id and image id,
*> and the analysts' work is recorded there item by item. Confirmed
*> labels reach READ-MNIST FINETUNE only through EXPORT, which marks
*> what it hands over, so an item is never lost, never worked twice
*> and never fine-tuned on twice.
*> Commands (first word of the command line):
*>   LOAD [run-id]              load mnist/mnist_review_queue.csv; the
*>                              run id defaults to the one in the
*>                              header of mnist/scoring_summary.txt
*>                              written by the same scoring run
*>   LIST [run-id]              list the unresolved items, optionally
*>                              for one run only
*>   ASSIGN run-id image analyst
*>                              give an open item to an analyst
*>   REASSIGN run-id image analyst
*>                              move an assigned item to another
*>                              analyst
*>   CONFIRM run-id image label [analyst]
*>                              record the analyst's confirmed digit
*>   UNREADABLE run-id image [analyst]
*>                              close an item nobody can read
*>   REPORT                     aging/backlog report by run and by
*>                              predicted digit, written to
*>                              mnist/review_backlog.txt
*>   EXPORT [run-id]            write mnist/mnist_corrections.csv from
*>                              the confirmed, not yet exported items
*>                              of the run (default: the latest run
*>                              loaded) and mark them exported
*> The corrections file names its run on a "*run" line, and FINETUNE
*> adds a "*fine-tuned" line once it has trained on it. EXPORT
*> leaves the file alone when the run has nothing to hand over, adds
*> to it while it still holds the same run's unused labels, and
*> refuses while it holds another run's unused labels, so exported
*> labels are never overwritten before FINETUNE has had them.
*> The analyst id defaults to the USER environment variable. A run id
*> is the scoring run's start timestamp, yyyymmddhhmmss.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY REVMSEL.
    COPY PREDHSEL.
    COPY RUNCTLSEL.
    SELECT REVIEW-QUEUE-FILE
        ASSIGN TO 'mnist/mnist_review_queue.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS RQ-STATUS.
    SELECT SCORING-SUMMARY-FILE
        ASSIGN TO 'mnist/scoring_summary.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS SS-STATUS.
    SELECT CORRECTIONS-FILE ASSIGN TO 'mnist/mnist_corrections.csv'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS CO-STATUS.
    SELECT BACKLOG-REPORT-FILE ASSIGN TO 'mnist/review_backlog.txt'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS BK-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY REVMFD.
    COPY PREDHFD.
    COPY RUNCTLFD.
    FD REVIEW-QUEUE-FILE.
        01 REVIEW-QUEUE-RECORD PIC X(160).
    FD SCORING-SUMMARY-FILE.
        01 SCORING-SUMMARY-RECORD PIC X(132).
    FD CORRECTIONS-FILE.
        01 CORRECTION-RECORD   PIC X(30).
    FD BACKLOG-REPORT-FILE.
        01 BACKLOG-REPORT-RECORD PIC X(132).

WORKING-STORAGE SECTION.
    COPY REVMWS.
    COPY PREDHWS.
    COPY RUNCTLWS.

    01 COMMAND-LINE-TEXT     PIC X(80).
    01 COMMAND-VERB          PIC X(10).
    01 COMMAND-RUN-ID        PIC X(20).
    01 COMMAND-IMAGE         PIC X(10).
    01 COMMAND-VALUE         PIC X(10).
    01 COMMAND-ANALYST       PIC X(10).
    01 REQUESTED-RUN-ID      PIC X(14).
    01 REQUESTED-IMAGE-ID    PIC 9(7) VALUE 0.
    01 REQUESTED-LABEL       PIC 9(2) VALUE 0.
    01 ANALYST-ID            PIC X(10).
    01 TODAY-DATE            PIC 9(8).
    01 LABEL-MAX-OUT         PIC Z9.
    01 ITEM-FOUND-FLAG       PIC X VALUE 'N'.
       88 ITEM-WAS-FOUND     VALUE 'Y'.
    01 ARGUMENTS-VALID-FLAG  PIC X VALUE 'Y'.
       88 ARGUMENTS-ARE-VALID VALUE 'Y'.
    01 REASSIGN-FLAG         PIC X VALUE 'N'.
       88 REASSIGN-REQUESTED VALUE 'Y'.

    01 RQ-STATUS             PIC XX VALUE '00'.
       88 RQ-NOT-FOUND       VALUE '35'.
    01 RQ-EOF-FLAG           PIC X VALUE 'N'.
       88 RQ-END-OF-FILE     VALUE 'Y'.
    01 SS-STATUS             PIC XX VALUE '00'.
       88 SS-NOT-FOUND       VALUE '35'.
    01 CO-STATUS             PIC XX VALUE '00'.
       88 CO-NOT-FOUND       VALUE '35'.
    01 CO-EOF-FLAG           PIC X VALUE 'N'.
       88 CO-END-OF-FILE     VALUE 'Y'.
    01 BK-STATUS             PIC XX VALUE '00'.

    01 LOAD-WORK.
        05 LD-IMAGE-TEXT     PIC X(10).
        05 LD-LABEL-TEXT     PIC X(6).
        05 LD-PROB-TEXT      PIC X(10).
        05 LD-RUNNER-TEXT    PIC X(6).
        05 LD-SOURCE-TEXT    PIC X(64).
        05 LD-ROW-COUNT      PIC 9(7) VALUE 0.
        05 LD-ADDED-COUNT    PIC 9(7) VALUE 0.
        05 LD-ALREADY-COUNT  PIC 9(7) VALUE 0.
        05 LD-REJECT-COUNT   PIC 9(7) VALUE 0.
        05 LD-TRAILER-COUNT  PIC 9(7) VALUE 0.
        05 LD-TRAILER-FLAG   PIC X VALUE 'N'.
           88 LD-TRAILER-FOUND VALUE 'Y'.
        05 LD-ROW-VALID-FLAG PIC X VALUE 'Y'.
           88 LD-ROW-IS-VALID VALUE 'Y'.
        05 LD-CHECK-HISTORY-FLAG PIC X VALUE 'N'.
           88 LD-CHECK-HISTORY VALUE 'Y'.

    01 LIST-WORK.
        05 LS-PROB-OUT       PIC 9.9(4).
        05 LS-LISTED-TOTAL   PIC 9(7) VALUE 0.
        05 LS-LINE           PIC X(132).

    01 BACKLOG-WORK.
        05 BK-AGE-DAYS       PIC 9(5).
        05 BK-AGE-BUCKET     PIC 9.
        05 BK-DIGIT-SUB      PIC 9(3).
        05 BK-RUN-ID         PIC X(14).
        05 BK-RUN-LOADED     PIC 9(8).
        05 BK-RUN-TOTAL      PIC 9(7).
        05 BK-RUN-OPEN       PIC 9(7).
        05 BK-RUN-ASSIGNED   PIC 9(7).
        05 BK-RUN-CONFIRMED  PIC 9(7).
        05 BK-RUN-UNREADABLE PIC 9(7).
        05 BK-RUN-EXPORTED   PIC 9(7).
        05 BK-RUN-OLDEST     PIC 9(5).
        05 BK-RUN-COUNT      PIC 9(5) VALUE 0.
        05 BK-GRAND-TOTAL    PIC 9(7) VALUE 0.
        05 BK-GRAND-OPEN     PIC 9(7) VALUE 0.
        05 BK-GRAND-ASSIGNED PIC 9(7) VALUE 0.
        05 BK-GRAND-CONFIRMED PIC 9(7) VALUE 0.
        05 BK-GRAND-UNREADABLE PIC 9(7) VALUE 0.
        05 BK-GRAND-EXPORTED PIC 9(7) VALUE 0.
        05 BK-UNRESOLVED-TOTAL PIC 9(7) VALUE 0.
        05 BK-COUNT-OUT      PIC ZZZZZZ9.
        05 BK-AGE-OUT        PIC ZZZZ9.
        05 BK-DIGIT-OUT      PIC Z9.
        05 BK-LINE           PIC X(132).
    *> One row per predicted digit (label + 1); the age buckets are
    *> 0-1, 2-3, 4-7 and 8 or more days since the item was loaded.
    01 BACKLOG-DIGIT-TABLE.
        05 BK-DIGIT-ENTRY OCCURS 100 TIMES.
           10 BK-DIGIT-OPEN      PIC 9(7).
           10 BK-DIGIT-ASSIGNED  PIC 9(7).
           10 BK-DIGIT-BUCKET OCCURS 4 TIMES PIC 9(7).
           10 BK-DIGIT-OLDEST    PIC 9(5).

    01 EXPORT-WORK.
        05 EX-LATEST-RUN-ID  PIC X(14).
        05 EX-EXPORTED-COUNT PIC 9(7) VALUE 0.
        05 EX-PENDING-TOTAL  PIC 9(7) VALUE 0.
        05 EX-OTHER-PENDING  PIC 9(7) VALUE 0.
        05 EX-RUN-PENDING    PIC 9(7) VALUE 0.
        05 EX-FILE-RUN-ID    PIC X(14).
        05 EX-FILE-ROWS      PIC 9(7) VALUE 0.
        05 EX-FILE-USED-FLAG PIC X VALUE 'N'.
           88 EX-FILE-WAS-USED VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-ROUTINE.
    ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
    MOVE SPACES TO COMMAND-VERB
    MOVE SPACES TO COMMAND-RUN-ID
    MOVE SPACES TO COMMAND-IMAGE
    MOVE SPACES TO COMMAND-VALUE
    MOVE SPACES TO COMMAND-ANALYST
    UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
        INTO COMMAND-VERB COMMAND-RUN-ID COMMAND-IMAGE
             COMMAND-VALUE COMMAND-ANALYST
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(COMMAND-VERB) TO COMMAND-VERB
    MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE

    PERFORM LOAD-RUN-CONTROL
    PERFORM OPEN-REVIEW-MASTER
    EVALUATE COMMAND-VERB
        WHEN "LOAD"
            PERFORM LOAD-REVIEW-QUEUE
        WHEN "LIST"
            PERFORM LIST-UNRESOLVED-ITEMS
        WHEN "ASSIGN"
            MOVE 'N' TO REASSIGN-FLAG
            PERFORM ASSIGN-REVIEW-ITEM
        WHEN "REASSIGN"
            MOVE 'Y' TO REASSIGN-FLAG
            PERFORM ASSIGN-REVIEW-ITEM
        WHEN "CONFIRM"
            PERFORM CONFIRM-REVIEW-ITEM
        WHEN "UNREADABLE"
            PERFORM MARK-ITEM-UNREADABLE
        WHEN "REPORT"
            PERFORM WRITE-BACKLOG-REPORT
        WHEN "EXPORT"
            PERFORM EXPORT-CORRECTIONS
        WHEN OTHER
            DISPLAY "Unknown command: " FUNCTION TRIM(COMMAND-VERB)
            DISPLAY "Usage: LOAD [run-id] | LIST [run-id] | "
                    "ASSIGN run-id image analyst | "
                    "REASSIGN run-id image analyst | "
                    "CONFIRM run-id image label [analyst] | "
                    "UNREADABLE run-id image [analyst] | REPORT | "
                    "EXPORT [run-id]"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    CLOSE REVIEW-MASTER-FILE
    STOP RUN.

OPEN-REVIEW-MASTER.
    OPEN I-O REVIEW-MASTER-FILE
    IF RV-NOT-FOUND
        OPEN OUTPUT REVIEW-MASTER-FILE
        CLOSE REVIEW-MASTER-FILE
        OPEN I-O REVIEW-MASTER-FILE
    END-IF
    IF NOT RV-OK
        DISPLAY "Review master mnist/review_master.dat could not be "
                "opened (status " RV-STATUS ")."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

LOAD-REVIEW-QUEUE.
    *> The queue carries no run id of its own; the scoring summary
    *> written at the end of the same run does. Every row is checked
    *> against that run's prediction history record, so a stale
    *> summary can never file a queue under the wrong night.
    IF COMMAND-RUN-ID NOT = SPACES
        MOVE COMMAND-RUN-ID TO REQUESTED-RUN-ID
    ELSE
        PERFORM READ-SUMMARY-RUN-ID
    END-IF
    IF REQUESTED-RUN-ID IS NOT NUMERIC
     OR COMMAND-RUN-ID(15:6) NOT = SPACES
        DISPLAY "LOAD needs a 14-digit run id (yyyymmddhhmmss); "
                "none could be taken from mnist/scoring_summary.txt."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT REVIEW-QUEUE-FILE
    IF RQ-NOT-FOUND
        DISPLAY "No review queue found at "
                "mnist/mnist_review_queue.csv; run SCORE-MNIST first."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'N' TO LD-CHECK-HISTORY-FLAG
    OPEN INPUT PREDICTION-HISTORY-FILE
    IF PH-OK
        MOVE 'Y' TO LD-CHECK-HISTORY-FLAG
    ELSE
        DISPLAY "Note: prediction history master is not available; "
                "queue rows are loaded without cross-checking them."
    END-IF
    DISPLAY "Loading review queue for run " REQUESTED-RUN-ID "..."
    MOVE 'N' TO RQ-EOF-FLAG
    PERFORM PROCESS-QUEUE-RECORDS UNTIL RQ-END-OF-FILE
    CLOSE REVIEW-QUEUE-FILE
    IF LD-CHECK-HISTORY
        CLOSE PREDICTION-HISTORY-FILE
    END-IF
    DISPLAY "Queue rows read: " LD-ROW-COUNT "; added: "
            LD-ADDED-COUNT "; already on file: " LD-ALREADY-COUNT
            "; rejected: " LD-REJECT-COUNT
    IF NOT LD-TRAILER-FOUND
        DISPLAY "Warning: the queue has no TRAILER line; the scoring "
                "run may not have finished. LOAD again after the "
                "restart - rows already on file are kept as they are."
        MOVE 4 TO RETURN-CODE
    ELSE
    IF LD-TRAILER-COUNT NOT = LD-ROW-COUNT
        DISPLAY "Warning: queue TRAILER says " LD-TRAILER-COUNT
                " row(s) but " LD-ROW-COUNT " were read."
        MOVE 4 TO RETURN-CODE
    END-IF
    END-IF
    IF LD-REJECT-COUNT > 0
        MOVE 4 TO RETURN-CODE
    END-IF.

READ-SUMMARY-RUN-ID.
    MOVE SPACES TO REQUESTED-RUN-ID
    OPEN INPUT SCORING-SUMMARY-FILE
    IF SS-NOT-FOUND
        CONTINUE
    ELSE
        READ SCORING-SUMMARY-FILE
            AT END MOVE SPACES TO SCORING-SUMMARY-RECORD
        END-READ
        IF SCORING-SUMMARY-RECORD(1:25) = "Scoring run summary (run "
            MOVE SCORING-SUMMARY-RECORD(26:14) TO REQUESTED-RUN-ID
        END-IF
        CLOSE SCORING-SUMMARY-FILE
    END-IF.

PROCESS-QUEUE-RECORDS.
    READ REVIEW-QUEUE-FILE
        AT END MOVE 'Y' TO RQ-EOF-FLAG
        NOT AT END
            IF REVIEW-QUEUE-RECORD(1:6) = "image,"
             OR REVIEW-QUEUE-RECORD = SPACES
                CONTINUE
            ELSE
            IF REVIEW-QUEUE-RECORD(1:8) = "TRAILER,"
                MOVE 'Y' TO LD-TRAILER-FLAG
                MOVE FUNCTION NUMVAL(REVIEW-QUEUE-RECORD(9:10))
                    TO LD-TRAILER-COUNT
            ELSE
                ADD 1 TO LD-ROW-COUNT
                PERFORM LOAD-QUEUE-ROW
            END-IF
            END-IF
    END-READ.

LOAD-QUEUE-ROW.
    MOVE 'Y' TO LD-ROW-VALID-FLAG
    MOVE SPACES TO LD-IMAGE-TEXT
    MOVE SPACES TO LD-LABEL-TEXT
    MOVE SPACES TO LD-PROB-TEXT
    MOVE SPACES TO LD-RUNNER-TEXT
    MOVE SPACES TO LD-SOURCE-TEXT
    UNSTRING REVIEW-QUEUE-RECORD DELIMITED BY ","
        INTO LD-IMAGE-TEXT LD-LABEL-TEXT LD-PROB-TEXT
             LD-RUNNER-TEXT LD-SOURCE-TEXT
    END-UNSTRING
    IF FUNCTION TEST-NUMVAL(LD-IMAGE-TEXT) NOT = 0
     OR FUNCTION TEST-NUMVAL(LD-LABEL-TEXT) NOT = 0
     OR FUNCTION TEST-NUMVAL(LD-PROB-TEXT) NOT = 0
     OR FUNCTION TEST-NUMVAL(LD-RUNNER-TEXT) NOT = 0
        MOVE 'N' TO LD-ROW-VALID-FLAG
        DISPLAY "Warning: malformed queue row '"
                FUNCTION TRIM(REVIEW-QUEUE-RECORD TRAILING)
                "'; not loaded"
    ELSE
        MOVE SPACES TO REVIEW-MASTER-RECORD
        MOVE REQUESTED-RUN-ID TO RV-RUN-ID
        MOVE FUNCTION NUMVAL(LD-IMAGE-TEXT) TO RV-IMAGE-ID
        MOVE FUNCTION NUMVAL(LD-LABEL-TEXT) TO RV-PREDICTED-LABEL
        MOVE FUNCTION NUMVAL(LD-PROB-TEXT) TO RV-PROBABILITY
        MOVE FUNCTION NUMVAL(LD-RUNNER-TEXT) TO RV-RUNNER-UP-LABEL
        MOVE LD-SOURCE-TEXT TO RV-SOURCE-FILE
        IF LD-CHECK-HISTORY
            MOVE RV-IMAGE-ID TO PH-IMAGE-ID
            MOVE RV-RUN-ID TO PH-RUN-ID
            READ PREDICTION-HISTORY-FILE
                INVALID KEY MOVE 'N' TO LD-ROW-VALID-FLAG
            END-READ
            IF LD-ROW-IS-VALID
                IF NOT PH-WENT-TO-REVIEW
                 OR PH-PREDICTED-LABEL NOT = RV-PREDICTED-LABEL
                    MOVE 'N' TO LD-ROW-VALID-FLAG
                END-IF
            END-IF
            IF NOT LD-ROW-IS-VALID
                DISPLAY "Warning: image " RV-IMAGE-ID " was not "
                        "routed to review by run " REQUESTED-RUN-ID
                        "; not loaded"
            END-IF
        END-IF
    END-IF
    IF LD-ROW-IS-VALID
        MOVE 'O' TO RV-ITEM-STATUS
        MOVE SPACES TO RV-ANALYST
        MOVE 0 TO RV-CONFIRMED-LABEL
        MOVE TODAY-DATE TO RV-LOADED-DATE
        MOVE 0 TO RV-ASSIGNED-DATE
        MOVE 0 TO RV-WORKED-DATE
        MOVE 'N' TO RV-EXPORT-FLAG
        MOVE 0 TO RV-EXPORTED-DATE
        WRITE REVIEW-MASTER-RECORD
            INVALID KEY
                *> Loaded before (a rerun of LOAD, or a restarted
                *> scoring run): keep the item and its work state.
                ADD 1 TO LD-ALREADY-COUNT
            NOT INVALID KEY
                ADD 1 TO LD-ADDED-COUNT
        END-WRITE
    ELSE
        ADD 1 TO LD-REJECT-COUNT
    END-IF.

LIST-UNRESOLVED-ITEMS.
    MOVE 0 TO LS-LISTED-TOTAL
    MOVE 'N' TO RV-EOF-FLAG
    MOVE LOW-VALUES TO RV-KEY
    IF COMMAND-RUN-ID NOT = SPACES
        MOVE COMMAND-RUN-ID TO RV-RUN-ID
    END-IF
    START REVIEW-MASTER-FILE KEY IS NOT LESS THAN RV-KEY
        INVALID KEY MOVE 'Y' TO RV-EOF-FLAG
    END-START
    DISPLAY "Unresolved review items:"
    DISPLAY "  run-id         image   pred prob   runner status "
            "analyst    loaded"
    PERFORM UNTIL RV-END-OF-FILE
        READ REVIEW-MASTER-FILE NEXT
            AT END MOVE 'Y' TO RV-EOF-FLAG
            NOT AT END
                IF COMMAND-RUN-ID NOT = SPACES
                   AND RV-RUN-ID NOT = COMMAND-RUN-ID
                    MOVE 'Y' TO RV-EOF-FLAG
                ELSE
                IF RV-IS-OPEN OR RV-IS-ASSIGNED
                    PERFORM DISPLAY-REVIEW-ITEM
                END-IF
                END-IF
        END-READ
    END-PERFORM
    DISPLAY LS-LISTED-TOTAL " unresolved item(s).".

DISPLAY-REVIEW-ITEM.
    ADD 1 TO LS-LISTED-TOTAL
    MOVE RV-PROBABILITY TO LS-PROB-OUT
    MOVE SPACES TO LS-LINE
    STRING "  " RV-RUN-ID " " RV-IMAGE-ID "  " DELIMITED BY SIZE
           RV-PREDICTED-LABEL "   " LS-PROB-OUT "  "
              DELIMITED BY SIZE
           RV-RUNNER-UP-LABEL "     " DELIMITED BY SIZE
           RV-ITEM-STATUS "      " RV-ANALYST " " DELIMITED BY SIZE
           RV-LOADED-DATE DELIMITED BY SIZE
           INTO LS-LINE
    DISPLAY FUNCTION TRIM(LS-LINE TRAILING).

PARSE-ITEM-ARGUMENTS.
    *> run id and image id, common to ASSIGN, CONFIRM and UNREADABLE
    MOVE 'Y' TO ARGUMENTS-VALID-FLAG
    MOVE COMMAND-RUN-ID TO REQUESTED-RUN-ID
    IF REQUESTED-RUN-ID IS NOT NUMERIC
     OR COMMAND-RUN-ID(15:6) NOT = SPACES
     OR COMMAND-IMAGE = SPACES
     OR FUNCTION TEST-NUMVAL(COMMAND-IMAGE) NOT = 0
        MOVE 'N' TO ARGUMENTS-VALID-FLAG
        DISPLAY FUNCTION TRIM(COMMAND-VERB) " needs a 14-digit run "
                "id and an image id, e.g. "
                FUNCTION TRIM(COMMAND-VERB) " 20240105220000 4711"
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE FUNCTION NUMVAL(COMMAND-IMAGE) TO REQUESTED-IMAGE-ID
    END-IF.

READ-REQUESTED-ITEM.
    MOVE 'Y' TO ITEM-FOUND-FLAG
    MOVE REQUESTED-RUN-ID TO RV-RUN-ID
    MOVE REQUESTED-IMAGE-ID TO RV-IMAGE-ID
    READ REVIEW-MASTER-FILE
        INVALID KEY MOVE 'N' TO ITEM-FOUND-FLAG
    END-READ
    IF NOT ITEM-WAS-FOUND
        DISPLAY "Image " REQUESTED-IMAGE-ID " of run "
                REQUESTED-RUN-ID " is not in the review master."
        MOVE 8 TO RETURN-CODE
    END-IF.

RESOLVE-ANALYST-ID.
    *> Without an analyst id on the command line the signed-on user
    *> is recorded, so no worked item is ever anonymous.
    IF ANALYST-ID = SPACES
        ACCEPT ANALYST-ID FROM ENVIRONMENT "USER"
    END-IF
    IF ANALYST-ID = SPACES
        MOVE "UNKNOWN" TO ANALYST-ID
    END-IF.

ASSIGN-REVIEW-ITEM.
    PERFORM PARSE-ITEM-ARGUMENTS
    IF ARGUMENTS-ARE-VALID
        IF COMMAND-VALUE = SPACES
            DISPLAY FUNCTION TRIM(COMMAND-VERB)
                    " needs the analyst id to assign the item to."
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE COMMAND-VALUE TO ANALYST-ID
            PERFORM READ-REQUESTED-ITEM
            IF ITEM-WAS-FOUND
                IF RV-IS-WORKED
                    DISPLAY "Refused: the item was already worked ("
                            RV-ITEM-STATUS " by "
                            FUNCTION TRIM(RV-ANALYST) ")."
                    MOVE 8 TO RETURN-CODE
                ELSE
                IF RV-IS-ASSIGNED AND NOT REASSIGN-REQUESTED
                   AND RV-ANALYST NOT = ANALYST-ID
                    DISPLAY "Refused: the item is assigned to "
                            FUNCTION TRIM(RV-ANALYST)
                            "; use REASSIGN to move it."
                    MOVE 8 TO RETURN-CODE
                ELSE
                IF RV-IS-OPEN AND REASSIGN-REQUESTED
                    DISPLAY "Refused: the item is not assigned yet; "
                            "use ASSIGN."
                    MOVE 8 TO RETURN-CODE
                ELSE
                    MOVE 'A' TO RV-ITEM-STATUS
                    MOVE ANALYST-ID TO RV-ANALYST
                    MOVE TODAY-DATE TO RV-ASSIGNED-DATE
                    REWRITE REVIEW-MASTER-RECORD
                    DISPLAY "Image " RV-IMAGE-ID " of run " RV-RUN-ID
                            " assigned to " FUNCTION TRIM(ANALYST-ID)
                END-IF
                END-IF
                END-IF
            END-IF
        END-IF
    END-IF.

CONFIRM-REVIEW-ITEM.
    PERFORM PARSE-ITEM-ARGUMENTS
    IF ARGUMENTS-ARE-VALID
        IF COMMAND-VALUE = SPACES
         OR FUNCTION TEST-NUMVAL(COMMAND-VALUE) NOT = 0
         OR FUNCTION NUMVAL(COMMAND-VALUE) < 0
         OR FUNCTION NUMVAL(COMMAND-VALUE) > RUN-LABELS - 1
            COMPUTE LABEL-MAX-OUT = RUN-LABELS - 1
            DISPLAY "CONFIRM needs the confirmed digit, 0 to "
                    LABEL-MAX-OUT ", e.g. CONFIRM 20240105220000 "
                    "4711 7"
            MOVE 8 TO RETURN-CODE
        ELSE
            MOVE FUNCTION NUMVAL(COMMAND-VALUE) TO REQUESTED-LABEL
            MOVE COMMAND-ANALYST TO ANALYST-ID
            PERFORM READ-REQUESTED-ITEM
            IF ITEM-WAS-FOUND
                PERFORM CHECK-ITEM-WORKABLE
                IF ARGUMENTS-ARE-VALID
                    MOVE 'C' TO RV-ITEM-STATUS
                    MOVE ANALYST-ID TO RV-ANALYST
                    MOVE REQUESTED-LABEL TO RV-CONFIRMED-LABEL
                    MOVE TODAY-DATE TO RV-WORKED-DATE
                    REWRITE REVIEW-MASTER-RECORD
                    DISPLAY "Image " RV-IMAGE-ID " of run " RV-RUN-ID
                            " confirmed as " RV-CONFIRMED-LABEL
                            " by " FUNCTION TRIM(ANALYST-ID)
                            " (predicted " RV-PREDICTED-LABEL ")"
                END-IF
            END-IF
        END-IF
    END-IF.

MARK-ITEM-UNREADABLE.
    PERFORM PARSE-ITEM-ARGUMENTS
    IF ARGUMENTS-ARE-VALID
        MOVE COMMAND-VALUE TO ANALYST-ID
        PERFORM READ-REQUESTED-ITEM
        IF ITEM-WAS-FOUND
            PERFORM CHECK-ITEM-WORKABLE
            IF ARGUMENTS-ARE-VALID
                MOVE 'U' TO RV-ITEM-STATUS
                MOVE ANALYST-ID TO RV-ANALYST
                MOVE TODAY-DATE TO RV-WORKED-DATE
                REWRITE REVIEW-MASTER-RECORD
                DISPLAY "Image " RV-IMAGE-ID " of run " RV-RUN-ID
                        " marked unreadable by "
                        FUNCTION TRIM(ANALYST-ID)
            END-IF
        END-IF
    END-IF.

CHECK-ITEM-WORKABLE.
    *> An item is worked once, and only by the analyst holding it;
    *> an open item is taken by whoever works it.
    IF ANALYST-ID = SPACES AND RV-IS-ASSIGNED
        MOVE RV-ANALYST TO ANALYST-ID
    END-IF
    PERFORM RESOLVE-ANALYST-ID
    IF RV-IS-WORKED
        MOVE 'N' TO ARGUMENTS-VALID-FLAG
        DISPLAY "Refused: the item was already worked ("
                RV-ITEM-STATUS " by " FUNCTION TRIM(RV-ANALYST)
                " on " RV-WORKED-DATE ")."
        MOVE 8 TO RETURN-CODE
    ELSE
    IF RV-IS-ASSIGNED AND RV-ANALYST NOT = ANALYST-ID
        MOVE 'N' TO ARGUMENTS-VALID-FLAG
        DISPLAY "Refused: the item is assigned to "
                FUNCTION TRIM(RV-ANALYST) ", not "
                FUNCTION TRIM(ANALYST-ID) "."
        MOVE 8 TO RETURN-CODE
    END-IF
    END-IF.

WRITE-BACKLOG-REPORT.
    *> One sequential pass over the master; the key puts each run's
    *> items together, so the by-run section is a control break and
    *> the by-digit section accumulates alongside it.
    PERFORM VARYING BK-DIGIT-SUB FROM 1 BY 1 UNTIL BK-DIGIT-SUB > 100
        INITIALIZE BK-DIGIT-ENTRY(BK-DIGIT-SUB)
    END-PERFORM
    MOVE SPACES TO BK-RUN-ID
    OPEN OUTPUT BACKLOG-REPORT-FILE
    MOVE SPACES TO BK-LINE
    STRING "Review backlog report as of " DELIMITED BY SIZE
           TODAY-DATE(1:4) "-" TODAY-DATE(5:2) "-" TODAY-DATE(7:2)
              DELIMITED BY SIZE
           INTO BK-LINE
    PERFORM WRITE-BACKLOG-LINE
    MOVE SPACES TO BK-LINE
    PERFORM WRITE-BACKLOG-LINE
    MOVE "By run: items / open / assigned / confirmed / unreadable /"
      TO BK-LINE
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " exported, oldest unresolved age in days" DELIMITED BY SIZE
           INTO BK-LINE
    PERFORM WRITE-BACKLOG-LINE
    MOVE 'N' TO RV-EOF-FLAG
    MOVE LOW-VALUES TO RV-KEY
    START REVIEW-MASTER-FILE KEY IS NOT LESS THAN RV-KEY
        INVALID KEY MOVE 'Y' TO RV-EOF-FLAG
    END-START
    PERFORM UNTIL RV-END-OF-FILE
        READ REVIEW-MASTER-FILE NEXT
            AT END MOVE 'Y' TO RV-EOF-FLAG
            NOT AT END PERFORM ACCUMULATE-BACKLOG-ITEM
        END-READ
    END-PERFORM
    IF BK-RUN-ID NOT = SPACES
        PERFORM WRITE-RUN-BACKLOG-LINE
    END-IF
    MOVE SPACES TO BK-LINE
    MOVE BK-GRAND-TOTAL TO BK-COUNT-OUT
    STRING "  TOTAL (" DELIMITED BY SIZE
           BK-RUN-COUNT DELIMITED BY SIZE
           " runs):" DELIMITED BY SIZE
           BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-GRAND-OPEN TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-GRAND-ASSIGNED TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-GRAND-CONFIRMED TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-GRAND-UNREADABLE TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-GRAND-EXPORTED TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    PERFORM WRITE-BACKLOG-LINE

    MOVE SPACES TO BK-LINE
    PERFORM WRITE-BACKLOG-LINE
    MOVE "By predicted digit (unresolved items): open / assigned / "
      TO BK-LINE
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " aged 0-1d / 2-3d / 4-7d / 8+d, oldest in days"
              DELIMITED BY SIZE
           INTO BK-LINE
    PERFORM WRITE-BACKLOG-LINE
    PERFORM VARYING BK-DIGIT-SUB FROM 1 BY 1
            UNTIL BK-DIGIT-SUB > RUN-LABELS
        PERFORM WRITE-DIGIT-BACKLOG-LINE
    END-PERFORM
    CLOSE BACKLOG-REPORT-FILE
    COMPUTE BK-UNRESOLVED-TOTAL = BK-GRAND-OPEN + BK-GRAND-ASSIGNED
    DISPLAY "Review backlog: " BK-UNRESOLVED-TOTAL " unresolved item(s) "
            "across " BK-RUN-COUNT " run(s); report written to "
            "mnist/review_backlog.txt".

ACCUMULATE-BACKLOG-ITEM.
    IF RV-RUN-ID NOT = BK-RUN-ID
        IF BK-RUN-ID NOT = SPACES
            PERFORM WRITE-RUN-BACKLOG-LINE
        END-IF
        MOVE RV-RUN-ID TO BK-RUN-ID
        MOVE RV-LOADED-DATE TO BK-RUN-LOADED
        MOVE 0 TO BK-RUN-TOTAL
        MOVE 0 TO BK-RUN-OPEN
        MOVE 0 TO BK-RUN-ASSIGNED
        MOVE 0 TO BK-RUN-CONFIRMED
        MOVE 0 TO BK-RUN-UNREADABLE
        MOVE 0 TO BK-RUN-EXPORTED
        MOVE 0 TO BK-RUN-OLDEST
        ADD 1 TO BK-RUN-COUNT
    END-IF
    ADD 1 TO BK-RUN-TOTAL
    ADD 1 TO BK-GRAND-TOTAL
    MOVE 0 TO BK-AGE-DAYS
    IF RV-LOADED-DATE >= 16010101 AND RV-LOADED-DATE <= TODAY-DATE
        COMPUTE BK-AGE-DAYS = FUNCTION INTEGER-OF-DATE(TODAY-DATE)
            - FUNCTION INTEGER-OF-DATE(RV-LOADED-DATE)
    END-IF
    EVALUATE TRUE
        WHEN BK-AGE-DAYS <= 1
            MOVE 1 TO BK-AGE-BUCKET
        WHEN BK-AGE-DAYS <= 3
            MOVE 2 TO BK-AGE-BUCKET
        WHEN BK-AGE-DAYS <= 7
            MOVE 3 TO BK-AGE-BUCKET
        WHEN OTHER
            MOVE 4 TO BK-AGE-BUCKET
    END-EVALUATE
    COMPUTE BK-DIGIT-SUB = RV-PREDICTED-LABEL + 1
    EVALUATE TRUE
        WHEN RV-IS-OPEN
            ADD 1 TO BK-RUN-OPEN
            ADD 1 TO BK-GRAND-OPEN
            ADD 1 TO BK-DIGIT-OPEN(BK-DIGIT-SUB)
        WHEN RV-IS-ASSIGNED
            ADD 1 TO BK-RUN-ASSIGNED
            ADD 1 TO BK-GRAND-ASSIGNED
            ADD 1 TO BK-DIGIT-ASSIGNED(BK-DIGIT-SUB)
        WHEN RV-IS-CONFIRMED
            ADD 1 TO BK-RUN-CONFIRMED
            ADD 1 TO BK-GRAND-CONFIRMED
        WHEN RV-IS-UNREADABLE
            ADD 1 TO BK-RUN-UNREADABLE
            ADD 1 TO BK-GRAND-UNREADABLE
    END-EVALUATE
    IF RV-WAS-EXPORTED
        ADD 1 TO BK-RUN-EXPORTED
        ADD 1 TO BK-GRAND-EXPORTED
    END-IF
    IF RV-IS-OPEN OR RV-IS-ASSIGNED
        ADD 1 TO BK-DIGIT-BUCKET(BK-DIGIT-SUB, BK-AGE-BUCKET)
        IF BK-AGE-DAYS > BK-RUN-OLDEST
            MOVE BK-AGE-DAYS TO BK-RUN-OLDEST
        END-IF
        IF BK-AGE-DAYS > BK-DIGIT-OLDEST(BK-DIGIT-SUB)
            MOVE BK-AGE-DAYS TO BK-DIGIT-OLDEST(BK-DIGIT-SUB)
        END-IF
    END-IF.

WRITE-RUN-BACKLOG-LINE.
    MOVE SPACES TO BK-LINE
    MOVE BK-RUN-TOTAL TO BK-COUNT-OUT
    STRING "  run " DELIMITED BY SIZE
           BK-RUN-ID DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-RUN-OPEN TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-RUN-ASSIGNED TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-RUN-CONFIRMED TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-RUN-UNREADABLE TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-RUN-EXPORTED TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    IF BK-RUN-OPEN + BK-RUN-ASSIGNED > 0
        MOVE BK-RUN-OLDEST TO BK-AGE-OUT
        STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
               "  oldest" BK-AGE-OUT DELIMITED BY SIZE
               INTO BK-LINE
    ELSE
        STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
               "  cleared" DELIMITED BY SIZE
               INTO BK-LINE
    END-IF
    PERFORM WRITE-BACKLOG-LINE.

WRITE-DIGIT-BACKLOG-LINE.
    MOVE SPACES TO BK-LINE
    COMPUTE BK-DIGIT-OUT = BK-DIGIT-SUB - 1
    MOVE BK-DIGIT-OPEN(BK-DIGIT-SUB) TO BK-COUNT-OUT
    STRING "  digit " DELIMITED BY SIZE
           BK-DIGIT-OUT DELIMITED BY SIZE
           ":" DELIMITED BY SIZE
           BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    MOVE BK-DIGIT-ASSIGNED(BK-DIGIT-SUB) TO BK-COUNT-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           " /" BK-COUNT-OUT DELIMITED BY SIZE
           INTO BK-LINE
    PERFORM VARYING BK-AGE-BUCKET FROM 1 BY 1 UNTIL BK-AGE-BUCKET > 4
        MOVE BK-DIGIT-BUCKET(BK-DIGIT-SUB, BK-AGE-BUCKET)
            TO BK-COUNT-OUT
        STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
               " /" BK-COUNT-OUT DELIMITED BY SIZE
               INTO BK-LINE
    END-PERFORM
    MOVE BK-DIGIT-OLDEST(BK-DIGIT-SUB) TO BK-AGE-OUT
    STRING FUNCTION TRIM(BK-LINE TRAILING) DELIMITED BY SIZE
           "  oldest" BK-AGE-OUT DELIMITED BY SIZE
           INTO BK-LINE
    PERFORM WRITE-BACKLOG-LINE.

WRITE-BACKLOG-LINE.
    MOVE BK-LINE TO BACKLOG-REPORT-RECORD
    WRITE BACKLOG-REPORT-RECORD.

EXPORT-CORRECTIONS.
    *> READ-MNIST FINETUNE joins image ids to the rows of the current
    *> scoring inputs, so one export covers one run - by default the
    *> latest loaded, whose inputs are still the ones on the
    *> manifest. Every item written is marked exported and is never
    *> written again.
    PERFORM FIND-LATEST-REVIEW-RUN
    IF COMMAND-RUN-ID NOT = SPACES
        MOVE COMMAND-RUN-ID TO REQUESTED-RUN-ID
        IF REQUESTED-RUN-ID IS NOT NUMERIC
         OR COMMAND-RUN-ID(15:6) NOT = SPACES
            DISPLAY "EXPORT takes an optional 14-digit run id, e.g. "
                    "EXPORT 20240105220000"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF REQUESTED-RUN-ID NOT = EX-LATEST-RUN-ID
            DISPLAY "Warning: run " REQUESTED-RUN-ID " is not the "
                    "latest run loaded; FINETUNE joins its image ids "
                    "to the scoring inputs now on the manifest."
        END-IF
    ELSE
        MOVE EX-LATEST-RUN-ID TO REQUESTED-RUN-ID
    END-IF
    IF REQUESTED-RUN-ID = SPACES
        DISPLAY "The review master is empty; LOAD a review queue "
                "first."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM COUNT-RUN-PENDING
    IF EX-RUN-PENDING = 0
        DISPLAY "Run " REQUESTED-RUN-ID " has no confirmed label "
                "waiting for export; mnist/mnist_corrections.csv "
                "is left as it is."
        IF EX-PENDING-TOTAL > 0
            DISPLAY "Note: " EX-PENDING-TOTAL " confirmed item(s) "
                    "of other runs are still waiting for their own "
                    "EXPORT."
        END-IF
        MOVE 4 TO RETURN-CODE
    ELSE
        PERFORM INSPECT-CORRECTIONS-FILE
        PERFORM WRITE-CORRECTIONS-FILE
    END-IF.

COUNT-RUN-PENDING.
    MOVE 0 TO EX-RUN-PENDING
    MOVE 'N' TO RV-EOF-FLAG
    MOVE REQUESTED-RUN-ID TO RV-RUN-ID
    MOVE 0 TO RV-IMAGE-ID
    START REVIEW-MASTER-FILE KEY IS NOT LESS THAN RV-KEY
        INVALID KEY MOVE 'Y' TO RV-EOF-FLAG
    END-START
    PERFORM UNTIL RV-END-OF-FILE
        READ REVIEW-MASTER-FILE NEXT
            AT END MOVE 'Y' TO RV-EOF-FLAG
            NOT AT END
                IF RV-RUN-ID NOT = REQUESTED-RUN-ID
                    MOVE 'Y' TO RV-EOF-FLAG
                ELSE
                IF RV-IS-CONFIRMED AND NOT RV-WAS-EXPORTED
                    ADD 1 TO EX-RUN-PENDING
                END-IF
                END-IF
        END-READ
    END-PERFORM.

INSPECT-CORRECTIONS-FILE.
    *> What the current corrections file holds: its run, how many
    *> labels, and whether FINETUNE has already trained on them.
    MOVE SPACES TO EX-FILE-RUN-ID
    MOVE 0 TO EX-FILE-ROWS
    MOVE 'N' TO EX-FILE-USED-FLAG
    MOVE 'N' TO CO-EOF-FLAG
    OPEN INPUT CORRECTIONS-FILE
    IF NOT CO-NOT-FOUND
        PERFORM UNTIL CO-END-OF-FILE
            READ CORRECTIONS-FILE
                AT END MOVE 'Y' TO CO-EOF-FLAG
                NOT AT END
                    IF CORRECTION-RECORD(1:5) = "*run "
                        MOVE CORRECTION-RECORD(6:14) TO EX-FILE-RUN-ID
                    ELSE
                    IF CORRECTION-RECORD(1:12) = "*fine-tuned "
                        MOVE 'Y' TO EX-FILE-USED-FLAG
                    ELSE
                    IF CORRECTION-RECORD(1:5) NOT = "image"
                     AND CORRECTION-RECORD(1:1) NOT = "*"
                     AND CORRECTION-RECORD NOT = SPACES
                        ADD 1 TO EX-FILE-ROWS
                    END-IF
                    END-IF
                    END-IF
            END-READ
        END-PERFORM
        CLOSE CORRECTIONS-FILE
    END-IF
    IF EX-FILE-ROWS > 0 AND NOT EX-FILE-WAS-USED
     AND EX-FILE-RUN-ID NOT = REQUESTED-RUN-ID
        IF EX-FILE-RUN-ID = SPACES
            DISPLAY "mnist/mnist_corrections.csv still holds "
                    EX-FILE-ROWS " label(s) of an earlier export "
                    "that READ-MNIST FINETUNE has not used."
        ELSE
            DISPLAY "mnist/mnist_corrections.csv still holds "
                    EX-FILE-ROWS " label(s) of run " EX-FILE-RUN-ID
                    " that READ-MNIST FINETUNE has not used."
        END-IF
        DISPLAY "Run FINETUNE on them before exporting run "
                REQUESTED-RUN-ID "; nothing was exported."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

WRITE-CORRECTIONS-FILE.
    IF EX-FILE-ROWS > 0 AND NOT EX-FILE-WAS-USED
        DISPLAY "Adding to the " EX-FILE-ROWS " label(s) of run "
                REQUESTED-RUN-ID " already waiting for FINETUNE."
        OPEN EXTEND CORRECTIONS-FILE
    ELSE
        OPEN OUTPUT CORRECTIONS-FILE
        MOVE "image,confirmed_label" TO CORRECTION-RECORD
        WRITE CORRECTION-RECORD
        MOVE SPACES TO CORRECTION-RECORD
        STRING "*run " DELIMITED BY SIZE
               REQUESTED-RUN-ID DELIMITED BY SIZE
               INTO CORRECTION-RECORD
        WRITE CORRECTION-RECORD
    END-IF
    MOVE 0 TO EX-EXPORTED-COUNT
    MOVE 'N' TO RV-EOF-FLAG
    MOVE REQUESTED-RUN-ID TO RV-RUN-ID
    MOVE 0 TO RV-IMAGE-ID
    START REVIEW-MASTER-FILE KEY IS NOT LESS THAN RV-KEY
        INVALID KEY MOVE 'Y' TO RV-EOF-FLAG
    END-START
    PERFORM UNTIL RV-END-OF-FILE
        READ REVIEW-MASTER-FILE NEXT
            AT END MOVE 'Y' TO RV-EOF-FLAG
            NOT AT END
                IF RV-RUN-ID NOT = REQUESTED-RUN-ID
                    MOVE 'Y' TO RV-EOF-FLAG
                ELSE
                IF RV-IS-CONFIRMED AND NOT RV-WAS-EXPORTED
                    PERFORM EXPORT-CONFIRMED-ITEM
                END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE CORRECTIONS-FILE
    COMPUTE EX-OTHER-PENDING = EX-PENDING-TOTAL - EX-EXPORTED-COUNT
    DISPLAY "Exported " EX-EXPORTED-COUNT " confirmed label(s) of run "
            REQUESTED-RUN-ID " to mnist/mnist_corrections.csv"
    IF EX-OTHER-PENDING > 0
        DISPLAY "Note: " EX-OTHER-PENDING " confirmed item(s) of "
                "other runs are still waiting for their own EXPORT."
    END-IF
    IF EX-EXPORTED-COUNT = 0
        MOVE 4 TO RETURN-CODE
    END-IF.

FIND-LATEST-REVIEW-RUN.
    MOVE SPACES TO EX-LATEST-RUN-ID
    MOVE 0 TO EX-PENDING-TOTAL
    MOVE 'N' TO RV-EOF-FLAG
    MOVE LOW-VALUES TO RV-KEY
    START REVIEW-MASTER-FILE KEY IS NOT LESS THAN RV-KEY
        INVALID KEY MOVE 'Y' TO RV-EOF-FLAG
    END-START
    PERFORM UNTIL RV-END-OF-FILE
        READ REVIEW-MASTER-FILE NEXT
            AT END MOVE 'Y' TO RV-EOF-FLAG
            NOT AT END
                MOVE RV-RUN-ID TO EX-LATEST-RUN-ID
                IF RV-IS-CONFIRMED AND NOT RV-WAS-EXPORTED
                    ADD 1 TO EX-PENDING-TOTAL
                END-IF
        END-READ
    END-PERFORM.

EXPORT-CONFIRMED-ITEM.
    MOVE SPACES TO CORRECTION-RECORD
    STRING RV-IMAGE-ID DELIMITED BY SIZE
           "," DELIMITED BY SIZE
           RV-CONFIRMED-LABEL DELIMITED BY SIZE
           INTO CORRECTION-RECORD
    WRITE CORRECTION-RECORD
    MOVE 'Y' TO RV-EXPORT-FLAG
    MOVE TODAY-DATE TO RV-EXPORTED-DATE
    REWRITE REVIEW-MASTER-RECORD
    ADD 1 TO EX-EXPORTED-COUNT.

    COPY RUNCTLIO.
