*> Operator inquiry against the prediction history master written by
*> SCORE-MNIST (see WRITE-PREDICTION-HISTORY there): the per-image
*> audit trail that survives mnist_predictions.csv being overwritten
*> every run. Predictions that HISTORY-HOUSEKEEPING has moved out
*> of the master past the retention period are still answered from
*> the archives listed in mnist/prediction_archive.log, or from only
*> the archive file named on the command line. The live master is
*> always read first. Image ids restart at 1 in every scoring run,
*> so an IMAGE request then searches the archives as well, and lists
*> the live and the archived predictions together. Run ids are
*> unique, so a RUN request only falls back to the archives when the
*> master holds nothing for the run, unless an archive is named on
*> the command line, which is always searched. A prediction made by a
*> scoring ensemble (model version 0000) is shown with the member
*> versions the ensemble register holds for its run.
*> Commands (first word of the command line):
*>   IMAGE nnnnn [archive]         show every run's prediction for
*>                                 image nnnnn
*>   RUN yyyymmddhhmmss [archive]  list every prediction of the run
*>                                 with that run id (the run's start
*>                                 timestamp)
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PREDHSEL.
    COPY PHARCSEL.
    COPY ENSRGSEL.

DATA DIVISION.
FILE SECTION.
    COPY PREDHFD.
    COPY PHARCFD.
    COPY ENSRGFD.

WORKING-STORAGE SECTION.
    COPY PREDHWS.
    COPY PHARCWS.
    COPY ENSRGWS.

    01 COMMAND-LINE-TEXT     PIC X(80).
    01 COMMAND-VERB          PIC X(10).
    01 COMMAND-ARGUMENT      PIC X(20).
    01 ARCHIVE-ARGUMENT      PIC X(40).
    01 REQUESTED-IMAGE-ID    PIC 9(7) VALUE 0.
    01 REQUESTED-RUN-ID      PIC X(14).
    01 MATCH-TOTAL           PIC 9(7) VALUE 0.
    01 ARCHIVE-MATCH-TOTAL   PIC 9(7) VALUE 0.
    01 LAST-ARCHIVE-PATH     PIC X(40) VALUE SPACES.

    01 INQUIRY-DETAIL-WORK.
        05 IQ-PROB-OUT       PIC 9.9(4).
        05 IQ-RUNNER-OUT     PIC 9.9(4).
        05 IQ-LINE           PIC X(132).
        05 IQ-MODEL-TEXT     PIC X(9).

    *> The ensemble register line of the last run looked up, kept so
    *> that listing a whole run reads the register only once
    01 ENSEMBLE-LOOKUP-WORK.
        05 EL-RUN-ID         PIC X(14) VALUE SPACES.
        05 EL-FOUND-FLAG     PIC X VALUE 'N'.
           88 EL-WAS-FOUND   VALUE 'Y'.
        05 EL-SUB            PIC 9(2).
        05 EL-LINE           PIC X(132).

PROCEDURE DIVISION.
MAIN-ROUTINE.
    ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
    MOVE SPACES TO COMMAND-VERB
    MOVE SPACES TO COMMAND-ARGUMENT
    MOVE SPACES TO ARCHIVE-ARGUMENT
    UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
        INTO COMMAND-VERB COMMAND-ARGUMENT ARCHIVE-ARGUMENT
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(COMMAND-VERB) TO COMMAND-VERB

            PERFORM LIST-BY-RUN
        WHEN OTHER
            DISPLAY "Unknown command: " FUNCTION TRIM(COMMAND-VERB)
            DISPLAY "Usage: IMAGE nnnnn [archive] | "
                    "RUN yyyymmddhhmmss [archive]"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    CLOSE PREDICTION-HISTORY-FILE
            INVALID KEY MOVE 'Y' TO PH-EOF-FLAG
        END-START
        PERFORM READ-NEXT-FOR-IMAGE UNTIL PH-END-OF-FILE
        PERFORM SEARCH-ARCHIVES
        IF MATCH-TOTAL = 0
            DISPLAY "No predictions on file for image "
                    REQUESTED-IMAGE-ID "."
            INVALID KEY MOVE 'Y' TO PH-EOF-FLAG
        END-START
        PERFORM READ-NEXT-FOR-RUN UNTIL PH-END-OF-FILE
        IF MATCH-TOTAL = 0
         OR ARCHIVE-ARGUMENT NOT = SPACES
            PERFORM SEARCH-ARCHIVES
        END-IF
        IF MATCH-TOTAL = 0
            DISPLAY "No predictions on file for run "
                    FUNCTION TRIM(REQUESTED-RUN-ID) "."
            END-IF
    END-READ.

SEARCH-ARCHIVES.
    *> Predictions archived by HISTORY-HOUSEKEEPING, after the live
    *> master's. A RUN request only opens the archives whose catalog
    *> entry covers that run id.
    IF ARCHIVE-ARGUMENT NOT = SPACES
        MOVE ARCHIVE-ARGUMENT TO PA-ARCHIVE-PATH
        PERFORM SEARCH-ONE-ARCHIVE
    ELSE
        OPEN INPUT ARCHIVE-CATALOG-FILE
        IF NOT AC-NOT-FOUND
            MOVE SPACES TO LAST-ARCHIVE-PATH
            MOVE 'N' TO AC-EOF-FLAG
            PERFORM SEARCH-CATALOG-ENTRY UNTIL AC-END-OF-FILE
            CLOSE ARCHIVE-CATALOG-FILE
        END-IF
    END-IF.

SEARCH-CATALOG-ENTRY.
    READ ARCHIVE-CATALOG-FILE
        AT END MOVE 'Y' TO AC-EOF-FLAG
        NOT AT END
            *> Same-day batches share one archive file: search it once
            IF AC-ARCHIVE-PATH NOT = LAST-ARCHIVE-PATH
                IF COMMAND-VERB = "IMAGE"
                 OR (REQUESTED-RUN-ID >= AC-OLDEST-RUN
                     AND REQUESTED-RUN-ID <= AC-NEWEST-RUN)
                    MOVE AC-ARCHIVE-PATH TO PA-ARCHIVE-PATH
                    MOVE AC-ARCHIVE-PATH TO LAST-ARCHIVE-PATH
                    PERFORM SEARCH-ONE-ARCHIVE
                END-IF
            END-IF
    END-READ.

SEARCH-ONE-ARCHIVE.
    OPEN INPUT PREDICTION-ARCHIVE-FILE
    IF NOT PA-OK
        DISPLAY "Warning: archive " FUNCTION TRIM(PA-ARCHIVE-PATH)
                " could not be opened (status " PA-STATUS ")."
    ELSE
        MOVE 0 TO ARCHIVE-MATCH-TOTAL
        MOVE 'N' TO PA-EOF-FLAG
        PERFORM READ-NEXT-ARCHIVE-RECORD UNTIL PA-END-OF-FILE
        CLOSE PREDICTION-ARCHIVE-FILE
    END-IF.

READ-NEXT-ARCHIVE-RECORD.
    READ PREDICTION-ARCHIVE-FILE
        AT END MOVE 'Y' TO PA-EOF-FLAG
        NOT AT END
            IF PA-IS-DETAIL
                MOVE PA-HISTORY-IMAGE TO PREDICTION-HISTORY-RECORD
                IF (COMMAND-VERB = "IMAGE"
                    AND PH-IMAGE-ID = REQUESTED-IMAGE-ID)
                 OR (COMMAND-VERB = "RUN"
                    AND PH-RUN-ID = REQUESTED-RUN-ID)
                    IF ARCHIVE-MATCH-TOTAL = 0
                        DISPLAY "From archive "
                                FUNCTION TRIM(PA-ARCHIVE-PATH) ":"
                    END-IF
                    ADD 1 TO ARCHIVE-MATCH-TOTAL
                    ADD 1 TO MATCH-TOTAL
                    PERFORM DISPLAY-HISTORY-RECORD
                END-IF
            END-IF
    END-READ.

DISPLAY-HISTORY-RECORD.
    MOVE PH-PROBABILITY TO IQ-PROB-OUT
    MOVE PH-RUNNER-UP-PROB TO IQ-RUNNER-OUT
    MOVE SPACES TO IQ-LINE
    MOVE 'N' TO EL-FOUND-FLAG
    IF PH-MODEL-VERSION = 0
        PERFORM FIND-ENSEMBLE-MEMBERS
    END-IF
    IF EL-WAS-FOUND
        MOVE "ensemble" TO IQ-MODEL-TEXT
    ELSE
        MOVE SPACES TO IQ-MODEL-TEXT
        STRING "v" PH-MODEL-VERSION DELIMITED BY SIZE
            INTO IQ-MODEL-TEXT
    END-IF
    STRING "image " DELIMITED BY SIZE
           PH-IMAGE-ID DELIMITED BY SIZE
           "  run " DELIMITED BY SIZE
           PH-RUN-ID DELIMITED BY SIZE
           "  model " DELIMITED BY SIZE
           FUNCTION TRIM(IQ-MODEL-TEXT) DELIMITED BY SIZE
           "  predicted " DELIMITED BY SIZE
           PH-PREDICTED-LABEL DELIMITED BY SIZE
           " (p=" DELIMITED BY SIZE
           ")  review=" DELIMITED BY SIZE
           PH-REVIEW-FLAG DELIMITED BY SIZE
           INTO IQ-LINE
    DISPLAY FUNCTION TRIM(IQ-LINE TRAILING)
    IF EL-WAS-FOUND
        DISPLAY "    " FUNCTION TRIM(EL-LINE TRAILING)
    END-IF.

FIND-ENSEMBLE-MEMBERS.
    *> Leaves the members of PH-RUN-ID's ensemble in EL-LINE
    IF PH-RUN-ID = EL-RUN-ID
        IF EL-LINE NOT = SPACES
            MOVE 'Y' TO EL-FOUND-FLAG
        END-IF
    ELSE
        MOVE PH-RUN-ID TO EL-RUN-ID
        MOVE SPACES TO EL-LINE
        MOVE 'N' TO ER-EOF-FLAG
        OPEN INPUT ENSEMBLE-REGISTER-FILE
        IF ER-OK
            PERFORM UNTIL ER-END-OF-FILE OR EL-WAS-FOUND
                READ ENSEMBLE-REGISTER-FILE
                    AT END MOVE 'Y' TO ER-EOF-FLAG
                    NOT AT END
                        IF ER-RUN-ID = PH-RUN-ID
                            MOVE 'Y' TO EL-FOUND-FLAG
                        END-IF
                END-READ
            END-PERFORM
            CLOSE ENSEMBLE-REGISTER-FILE
        END-IF
        IF EL-WAS-FOUND
            MOVE "ensemble members:" TO EL-LINE
            PERFORM VARYING EL-SUB FROM 1 BY 1
                    UNTIL EL-SUB > ER-MEMBER-COUNT
                STRING FUNCTION TRIM(EL-LINE TRAILING)
                           DELIMITED BY SIZE
                       " v" ER-VERSION(EL-SUB) " x "
                       ER-SHARE(EL-SUB) DELIMITED BY SIZE
                       INTO EL-LINE
            END-PERFORM
        END-IF
    END-IF.
