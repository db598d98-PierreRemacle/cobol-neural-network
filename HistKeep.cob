IDENTIFICATION DIVISION.
PROGRAM-ID. HISTORY-HOUSEKEEPING.
*> Retention housekeeping for the prediction history master written
*> by SCORE-MNIST (see PREDHSEL.CPY), which otherwise only grows:
*> every scoring run adds one record per image and nothing removes
*> any. Records whose run date (the first eight characters of the
*> run id) is older than HISTORY-RETENTION-DAYS in
*> mnist/run_control.cfg are unloaded to the dated sequential
*> archive mnist/prediction_archive_yyyymmdd.dat (see PHARCSEL.CPY)
*> behind a header and ahead of a trailer carrying the record count
*> and the image-id hash total; the records still in retention are
*> unloaded to the work file mnist/prediction_history.wrk, between a
*> header naming the archive date and a trailer carrying the count
*> and hash total of the retained records and the control totals of
*> the archive batch. The trailer is written when the unload is
*> complete, before the archive batch is closed and before the
*> master is touched. The live master is then rebuilt from the work
*> file and read back, and the record counts and hash totals are
*> reconciled:
*>   before = archived + after, and after = work file
*> Only once they agree is the work file deleted. A work file left
*> behind is judged by its trailer:
*>   - no trailer, or one that does not match the records before it:
*>     the job stopped during the unload and the master is intact.
*>     The work file is deleted, the unfinished batch it had begun in
*>     the dated archive is removed, and the run starts again from
*>     the master;
*>   - a matching trailer: the master may be incomplete and the work
*>     file is the only full copy of the retained records. The run
*>     refuses to start until RELOAD has finished the archive batch
*>     (trailer and catalog line, if the job stopped before them) and
*>     rebuilt the master from it.
*> Archived predictions stay reachable through PREDICTION-INQUIRY,
*> which falls back to the archives listed in
*> mnist/prediction_archive.log.
*>
*> Commands (first word of the command line):
*>   (none) or ARCHIVE   archive and rebuild as above
*>   RELOAD              rebuild the live master from a work file
*>                       left behind by an interrupted run
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    COPY PREDHSEL.
    COPY PHARCSEL.
    COPY RUNCTLSEL.
    SELECT HISTORY-WORK-FILE
        ASSIGN TO 'mnist/prediction_history.wrk'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS HW-STATUS.
    SELECT ARCHIVE-SAVE-FILE
        ASSIGN TO 'mnist/prediction_archive.tmp'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AS-STATUS.

DATA DIVISION.
FILE SECTION.
    COPY PREDHFD.
    COPY PHARCFD.
    COPY RUNCTLFD.
    FD HISTORY-WORK-FILE.
        01 HISTORY-WORK-RECORD PIC X(100).
        *> Header and trailer of the work file; a retained record
        *> starts with its numeric image id, never with '*'.
        01 HW-CONTROL-RECORD.
           05 HW-RECORD-TAG       PIC X(8).
              88 HW-IS-HEADER     VALUE '*HEADER'.
              88 HW-IS-TRAILER    VALUE '*TRAILER'.
           05 FILLER              PIC X.
           05 HW-ARCHIVE-DATE     PIC 9(8).
           05 FILLER              PIC X.
           05 HW-RETAINED-COUNT   PIC 9(9).
           05 FILLER              PIC X.
           05 HW-RETAINED-HASH    PIC 9(15).
           05 FILLER              PIC X.
           05 HW-ARCHIVED-COUNT   PIC 9(9).
           05 FILLER              PIC X.
           05 HW-ARCHIVED-HASH    PIC 9(15).
           05 FILLER              PIC X.
           05 HW-OLDEST-RUN       PIC X(14).
           05 FILLER              PIC X.
           05 HW-NEWEST-RUN       PIC X(14).
    FD ARCHIVE-SAVE-FILE.
        01 ARCHIVE-SAVE-RECORD PIC X(60).

WORKING-STORAGE SECTION.
    COPY PREDHWS.
    COPY PHARCWS.
    COPY RUNCTLWS.

    01 COMMAND-LINE-TEXT     PIC X(80).
    01 COMMAND-VERB          PIC X(10).

    01 HW-STATUS             PIC XX VALUE '00'.
       88 HW-OK              VALUE '00'.
       88 HW-NOT-FOUND       VALUE '35'.
    01 HW-EOF-FLAG           PIC X VALUE 'N'.
       88 HW-END-OF-FILE     VALUE 'Y'.
    01 HISTORY-WORK-PATH     PIC X(32)
       VALUE 'mnist/prediction_history.wrk'.
    01 HK-SAVED-RETURN-CODE  PIC S9(4) COMP VALUE 0.
    01 AS-STATUS             PIC XX VALUE '00'.
       88 AS-OK              VALUE '00'.
    01 AS-EOF-FLAG           PIC X VALUE 'N'.
       88 AS-END-OF-FILE     VALUE 'Y'.
    01 ARCHIVE-SAVE-PATH     PIC X(32)
       VALUE 'mnist/prediction_archive.tmp'.

    01 HOUSEKEEPING-DATES.
        05 HK-TODAY-DATE     PIC 9(8).
        05 HK-CUTOFF-DATE    PIC 9(8).
        05 HK-CUTOFF-TEXT REDEFINES HK-CUTOFF-DATE PIC X(8).
        05 HK-DATE-INTEGER   PIC 9(8).
        05 HK-ARCHIVE-DATE   PIC 9(8).

    *> Control totals: counts and image-id hash totals for the master
    *> before the unload, for what went to the archive, for what went
    *> to the work file, for what the rebuild wrote, and for the
    *> rebuilt master read back.
    01 HOUSEKEEPING-TOTALS.
        05 HK-BEFORE-COUNT   PIC 9(9) VALUE 0.
        05 HK-BEFORE-HASH    PIC 9(15) VALUE 0.
        05 HK-ARCHIVED-COUNT PIC 9(9) VALUE 0.
        05 HK-ARCHIVED-HASH  PIC 9(15) VALUE 0.
        05 HK-RETAINED-COUNT PIC 9(9) VALUE 0.
        05 HK-RETAINED-HASH  PIC 9(15) VALUE 0.
        05 HK-WRITTEN-COUNT  PIC 9(9) VALUE 0.
        05 HK-REJECTED-COUNT PIC 9(9) VALUE 0.
        05 HK-AFTER-COUNT    PIC 9(9) VALUE 0.
        05 HK-AFTER-HASH     PIC 9(15) VALUE 0.
        05 HK-OLDEST-RUN     PIC X(14) VALUE SPACES.
        05 HK-NEWEST-RUN     PIC X(14) VALUE SPACES.
    01 HK-ARCHIVE-OPEN-FLAG  PIC X VALUE 'N'.
       88 HK-ARCHIVE-IS-OPEN VALUE 'Y'.
    01 HK-RECONCILED-FLAG    PIC X VALUE 'N'.
       88 HK-RECONCILED      VALUE 'Y'.
    01 HK-COUNT-OUT          PIC ZZZ,ZZZ,ZZ9.

    *> What a work file left on disk holds: its header and trailer,
    *> and the count and hash total of the records actually in it.
    01 WORK-FILE-CHECK.
        05 HK-WORK-FOUND-FLAG    PIC X VALUE 'N'.
           88 HK-WORK-WAS-FOUND  VALUE 'Y'.
        05 HK-WORK-HEADER-FLAG   PIC X VALUE 'N'.
           88 HK-WORK-HAS-HEADER VALUE 'Y'.
        05 HK-WORK-TRAILER-FLAG  PIC X VALUE 'N'.
           88 HK-WORK-HAS-TRAILER VALUE 'Y'.
        05 HK-WORK-COMPLETE-FLAG PIC X VALUE 'N'.
           88 HK-WORK-IS-COMPLETE VALUE 'Y'.
        05 HK-WORK-ARCHIVE-DATE  PIC 9(8) VALUE 0.
        05 HK-WORK-COUNT         PIC 9(9) VALUE 0.
        05 HK-WORK-HASH          PIC 9(15) VALUE 0.
        05 HK-WORK-TRAILER-COUNT PIC 9(9) VALUE 0.
        05 HK-WORK-TRAILER-HASH  PIC 9(15) VALUE 0.
        05 HK-WORK-ARCHIVED-COUNT PIC 9(9) VALUE 0.
        05 HK-WORK-ARCHIVED-HASH PIC 9(15) VALUE 0.
        05 HK-WORK-OLDEST-RUN    PIC X(14) VALUE SPACES.
        05 HK-WORK-NEWEST-RUN    PIC X(14) VALUE SPACES.

    *> Position of the last batch in a dated archive, for finishing
    *> or removing a batch an interrupted run left open.
    01 ARCHIVE-SCAN.
        05 HK-ARC-RECORD-COUNT   PIC 9(9) VALUE 0.
        05 HK-ARC-LAST-HEADER    PIC 9(9) VALUE 0.
        05 HK-ARC-KEEP-COUNT     PIC 9(9) VALUE 0.
        05 HK-ARC-LAST-TYPE      PIC X VALUE SPACE.
        05 HK-ARC-CATALOGED-FLAG PIC X VALUE 'N'.
           88 HK-ARC-IS-CATALOGED VALUE 'Y'.

PROCEDURE DIVISION.
MAIN-ROUTINE.
    ACCEPT COMMAND-LINE-TEXT FROM COMMAND-LINE
    MOVE SPACES TO COMMAND-VERB
    UNSTRING COMMAND-LINE-TEXT DELIMITED BY ALL SPACE
        INTO COMMAND-VERB
    END-UNSTRING
    MOVE FUNCTION UPPER-CASE(COMMAND-VERB) TO COMMAND-VERB

    EVALUATE COMMAND-VERB
        WHEN SPACES
        WHEN "ARCHIVE"
            PERFORM ARCHIVE-PREDICTION-HISTORY
        WHEN "RELOAD"
            PERFORM RELOAD-PREDICTION-HISTORY
        WHEN OTHER
            DISPLAY "Unknown command: " FUNCTION TRIM(COMMAND-VERB)
            DISPLAY "Usage: [ARCHIVE] | RELOAD"
            MOVE 8 TO RETURN-CODE
    END-EVALUATE
    STOP RUN.

ARCHIVE-PREDICTION-HISTORY.
    PERFORM LOAD-RUN-CONTROL
    PERFORM CHECK-NO-LEFTOVER-WORK-FILE
    MOVE FUNCTION CURRENT-DATE(1:8) TO HK-TODAY-DATE
    COMPUTE HK-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(HK-TODAY-DATE)
        - RUN-HISTORY-RETENTION-DAYS
    MOVE FUNCTION DATE-OF-INTEGER(HK-DATE-INTEGER) TO HK-CUTOFF-DATE
    MOVE HK-TODAY-DATE TO HK-ARCHIVE-DATE
    DISPLAY "Prediction history retention: " RUN-HISTORY-RETENTION-DAYS
            " days; archiving runs dated before " HK-CUTOFF-DATE

    OPEN INPUT PREDICTION-HISTORY-FILE
    IF PH-NOT-FOUND
        DISPLAY "No prediction history master found at "
                "mnist/prediction_history.dat; nothing to archive."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT HISTORY-WORK-FILE
    IF NOT HW-OK
        DISPLAY "mnist/prediction_history.wrk could not be opened "
                "(status " HW-STATUS "); the master is left as it was."
        CLOSE PREDICTION-HISTORY-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM BUILD-ARCHIVE-PATH
    MOVE SPACES TO HW-CONTROL-RECORD
    MOVE '*HEADER' TO HW-RECORD-TAG
    MOVE HK-ARCHIVE-DATE TO HW-ARCHIVE-DATE
    WRITE HW-CONTROL-RECORD
    MOVE 'N' TO PH-EOF-FLAG
    PERFORM UNLOAD-HISTORY-RECORD UNTIL PH-END-OF-FILE
    CLOSE PREDICTION-HISTORY-FILE
    PERFORM WRITE-WORK-TRAILER
    CLOSE HISTORY-WORK-FILE

    MOVE HK-BEFORE-COUNT TO HK-COUNT-OUT
    DISPLAY "  records in the master before:  " HK-COUNT-OUT
    MOVE HK-ARCHIVED-COUNT TO HK-COUNT-OUT
    DISPLAY "  records archived:              " HK-COUNT-OUT
    MOVE HK-RETAINED-COUNT TO HK-COUNT-OUT
    DISPLAY "  records retained:              " HK-COUNT-OUT
    IF HK-ARCHIVED-COUNT = 0
        DISPLAY "Nothing older than the retention period; the master "
                "is left as it was."
        PERFORM DELETE-HISTORY-WORK-FILE
    ELSE
        PERFORM CLOSE-ARCHIVE-BATCH
        PERFORM REBUILD-LIVE-MASTER
        PERFORM COUNT-LIVE-MASTER
        PERFORM RECONCILE-HOUSEKEEPING
    END-IF.

BUILD-ARCHIVE-PATH.
    MOVE SPACES TO PA-ARCHIVE-PATH
    STRING "mnist/prediction_archive_" DELIMITED BY SIZE
           HK-ARCHIVE-DATE DELIMITED BY SIZE
           ".dat" DELIMITED BY SIZE
           INTO PA-ARCHIVE-PATH.

WRITE-WORK-TRAILER.
    *> Marks the work file complete. Nothing after this point may be
    *> done to the master or the archive catalog before it is on file.
    MOVE SPACES TO HW-CONTROL-RECORD
    MOVE '*TRAILER' TO HW-RECORD-TAG
    MOVE HK-ARCHIVE-DATE TO HW-ARCHIVE-DATE
    MOVE HK-RETAINED-COUNT TO HW-RETAINED-COUNT
    MOVE HK-RETAINED-HASH TO HW-RETAINED-HASH
    MOVE HK-ARCHIVED-COUNT TO HW-ARCHIVED-COUNT
    MOVE HK-ARCHIVED-HASH TO HW-ARCHIVED-HASH
    MOVE HK-OLDEST-RUN TO HW-OLDEST-RUN
    MOVE HK-NEWEST-RUN TO HW-NEWEST-RUN
    WRITE HW-CONTROL-RECORD.

CHECK-NO-LEFTOVER-WORK-FILE.
    *> A complete work file still on disk means an earlier run stopped
    *> after the unload; the master may be incomplete and the work
    *> file is the only full copy of the retained records. Never
    *> overwrite it. An incomplete one means the run stopped during
    *> the unload, with the master still intact: it is discarded and
    *> this run starts again from the master.
    PERFORM READ-WORK-FILE-CONTROLS
    IF HK-WORK-WAS-FOUND
        IF HK-WORK-IS-COMPLETE
            DISPLAY "mnist/prediction_history.wrk was left by an "
                    "earlier housekeeping run that did not finish; "
                    "run RELOAD to rebuild the master from it first."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        ELSE
            PERFORM DISCARD-INCOMPLETE-UNLOAD
        END-IF
    END-IF.

READ-WORK-FILE-CONTROLS.
    MOVE 'N' TO HK-WORK-FOUND-FLAG
    MOVE 'N' TO HK-WORK-HEADER-FLAG
    MOVE 'N' TO HK-WORK-TRAILER-FLAG
    MOVE 'N' TO HK-WORK-COMPLETE-FLAG
    MOVE 0 TO HK-WORK-COUNT
    MOVE 0 TO HK-WORK-HASH
    OPEN INPUT HISTORY-WORK-FILE
    IF HW-OK
        MOVE 'Y' TO HK-WORK-FOUND-FLAG
        MOVE 'N' TO HW-EOF-FLAG
        PERFORM CHECK-WORK-RECORD UNTIL HW-END-OF-FILE
        CLOSE HISTORY-WORK-FILE
        IF HK-WORK-HAS-TRAILER
         AND HK-WORK-COUNT = HK-WORK-TRAILER-COUNT
         AND HK-WORK-HASH = HK-WORK-TRAILER-HASH
            MOVE 'Y' TO HK-WORK-COMPLETE-FLAG
        END-IF
    END-IF.

CHECK-WORK-RECORD.
    *> A retained record after the trailer throws the count off, so
    *> such a file is never taken as complete.
    READ HISTORY-WORK-FILE
        AT END MOVE 'Y' TO HW-EOF-FLAG
        NOT AT END
            IF HW-IS-HEADER
                MOVE 'Y' TO HK-WORK-HEADER-FLAG
                MOVE HW-ARCHIVE-DATE TO HK-WORK-ARCHIVE-DATE
            ELSE
            IF HW-IS-TRAILER
                MOVE 'Y' TO HK-WORK-TRAILER-FLAG
                MOVE HW-ARCHIVE-DATE TO HK-WORK-ARCHIVE-DATE
                MOVE HW-RETAINED-COUNT TO HK-WORK-TRAILER-COUNT
                MOVE HW-RETAINED-HASH TO HK-WORK-TRAILER-HASH
                MOVE HW-ARCHIVED-COUNT TO HK-WORK-ARCHIVED-COUNT
                MOVE HW-ARCHIVED-HASH TO HK-WORK-ARCHIVED-HASH
                MOVE HW-OLDEST-RUN TO HK-WORK-OLDEST-RUN
                MOVE HW-NEWEST-RUN TO HK-WORK-NEWEST-RUN
            ELSE
                MOVE HISTORY-WORK-RECORD TO PREDICTION-HISTORY-RECORD
                ADD 1 TO HK-WORK-COUNT
                ADD PH-IMAGE-ID TO HK-WORK-HASH
            END-IF
            END-IF
    END-READ.

DISCARD-INCOMPLETE-UNLOAD.
    *> The master is only rebuilt after the trailer is written, so it
    *> is intact. The batch the unload had begun in the dated archive
    *> was never closed or cataloged; it is removed so that
    *> PREDICTION-INQUIRY cannot return records still in the master.
    DISPLAY "mnist/prediction_history.wrk was left by a housekeeping "
            "run that stopped during the unload; the master was not "
            "touched and is used as it stands."
    IF HK-WORK-HAS-HEADER
        MOVE HK-WORK-ARCHIVE-DATE TO HK-ARCHIVE-DATE
        PERFORM BUILD-ARCHIVE-PATH
        PERFORM SCAN-ARCHIVE-BATCHES
        IF HK-ARC-LAST-HEADER > 0 AND HK-ARC-LAST-TYPE NOT = 'T'
            PERFORM DROP-UNFINISHED-ARCHIVE-BATCH
        END-IF
    END-IF
    PERFORM DELETE-HISTORY-WORK-FILE.

SCAN-ARCHIVE-BATCHES.
    MOVE 0 TO HK-ARC-RECORD-COUNT
    MOVE 0 TO HK-ARC-LAST-HEADER
    MOVE SPACE TO HK-ARC-LAST-TYPE
    OPEN INPUT PREDICTION-ARCHIVE-FILE
    IF PA-OK
        MOVE 'N' TO PA-EOF-FLAG
        PERFORM SCAN-ARCHIVE-RECORD UNTIL PA-END-OF-FILE
        CLOSE PREDICTION-ARCHIVE-FILE
    END-IF.

SCAN-ARCHIVE-RECORD.
    READ PREDICTION-ARCHIVE-FILE
        AT END MOVE 'Y' TO PA-EOF-FLAG
        NOT AT END
            ADD 1 TO HK-ARC-RECORD-COUNT
            IF PA-IS-HEADER
                MOVE HK-ARC-RECORD-COUNT TO HK-ARC-LAST-HEADER
            END-IF
            MOVE PA-RECORD-TYPE TO HK-ARC-LAST-TYPE
    END-READ.

DROP-UNFINISHED-ARCHIVE-BATCH.
    *> Keep every record ahead of the last header: copy them aside,
    *> then write them back over the archive.
    COMPUTE HK-ARC-KEEP-COUNT = HK-ARC-LAST-HEADER - 1
    COMPUTE HK-ARC-RECORD-COUNT =
        HK-ARC-RECORD-COUNT - HK-ARC-KEEP-COUNT
    MOVE HK-ARC-RECORD-COUNT TO HK-COUNT-OUT
    DISPLAY "Removing the unfinished batch of " HK-COUNT-OUT
            " record(s) from " FUNCTION TRIM(PA-ARCHIVE-PATH)
    IF HK-ARC-KEEP-COUNT = 0
        MOVE RETURN-CODE TO HK-SAVED-RETURN-CODE
        CALL "CBL_DELETE_FILE" USING PA-ARCHIVE-PATH
        MOVE HK-SAVED-RETURN-CODE TO RETURN-CODE
    ELSE
        OPEN OUTPUT ARCHIVE-SAVE-FILE
        IF NOT AS-OK
            DISPLAY "mnist/prediction_archive.tmp could not be opened "
                    "(status " AS-STATUS "); the unfinished batch is "
                    "left in " FUNCTION TRIM(PA-ARCHIVE-PATH)
                    " and the work file is kept."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        OPEN INPUT PREDICTION-ARCHIVE-FILE
        MOVE 'N' TO PA-EOF-FLAG
        PERFORM SAVE-KEPT-ARCHIVE-RECORD HK-ARC-KEEP-COUNT TIMES
        CLOSE PREDICTION-ARCHIVE-FILE
        CLOSE ARCHIVE-SAVE-FILE
        OPEN INPUT ARCHIVE-SAVE-FILE
        OPEN OUTPUT PREDICTION-ARCHIVE-FILE
        MOVE 'N' TO AS-EOF-FLAG
        PERFORM RESTORE-KEPT-ARCHIVE-RECORD UNTIL AS-END-OF-FILE
        CLOSE ARCHIVE-SAVE-FILE
        CLOSE PREDICTION-ARCHIVE-FILE
        MOVE RETURN-CODE TO HK-SAVED-RETURN-CODE
        CALL "CBL_DELETE_FILE" USING ARCHIVE-SAVE-PATH
        MOVE HK-SAVED-RETURN-CODE TO RETURN-CODE
    END-IF.

SAVE-KEPT-ARCHIVE-RECORD.
    READ PREDICTION-ARCHIVE-FILE
        AT END MOVE 'Y' TO PA-EOF-FLAG
        NOT AT END
            MOVE PA-TRAILER-RECORD TO ARCHIVE-SAVE-RECORD
            WRITE ARCHIVE-SAVE-RECORD
    END-READ.

RESTORE-KEPT-ARCHIVE-RECORD.
    READ ARCHIVE-SAVE-FILE
        AT END MOVE 'Y' TO AS-EOF-FLAG
        NOT AT END
            MOVE ARCHIVE-SAVE-RECORD TO PA-TRAILER-RECORD
            WRITE PA-TRAILER-RECORD
    END-READ.

UNLOAD-HISTORY-RECORD.
    READ PREDICTION-HISTORY-FILE NEXT RECORD
        AT END MOVE 'Y' TO PH-EOF-FLAG
        NOT AT END
            ADD 1 TO HK-BEFORE-COUNT
            ADD PH-IMAGE-ID TO HK-BEFORE-HASH
            IF PH-RUN-ID(1:8) < HK-CUTOFF-TEXT
                PERFORM WRITE-ARCHIVE-DETAIL
            ELSE
                MOVE PREDICTION-HISTORY-RECORD TO HISTORY-WORK-RECORD
                WRITE HISTORY-WORK-RECORD
                ADD 1 TO HK-RETAINED-COUNT
                ADD PH-IMAGE-ID TO HK-RETAINED-HASH
            END-IF
    END-READ.

WRITE-ARCHIVE-DETAIL.
    IF NOT HK-ARCHIVE-IS-OPEN
        PERFORM OPEN-ARCHIVE-BATCH
    END-IF
    MOVE SPACES TO PA-DETAIL-RECORD
    MOVE 'D' TO PA-RECORD-TYPE
    MOVE PREDICTION-HISTORY-RECORD TO PA-HISTORY-IMAGE
    WRITE PA-DETAIL-RECORD
    ADD 1 TO HK-ARCHIVED-COUNT
    ADD PH-IMAGE-ID TO HK-ARCHIVED-HASH
    IF HK-OLDEST-RUN = SPACES OR PH-RUN-ID < HK-OLDEST-RUN
        MOVE PH-RUN-ID TO HK-OLDEST-RUN
    END-IF
    IF HK-NEWEST-RUN = SPACES OR PH-RUN-ID > HK-NEWEST-RUN
        MOVE PH-RUN-ID TO HK-NEWEST-RUN
    END-IF.

OPEN-ARCHIVE-BATCH.
    *> A second run on the same day adds its own batch to the same
    *> dated archive rather than overwriting the first.
    OPEN EXTEND PREDICTION-ARCHIVE-FILE
    IF PA-NOT-FOUND
        OPEN OUTPUT PREDICTION-ARCHIVE-FILE
    END-IF
    IF NOT PA-OK
        DISPLAY "Archive " FUNCTION TRIM(PA-ARCHIVE-PATH)
                " could not be opened (status " PA-STATUS
                "); the master is left as it was."
        CLOSE PREDICTION-HISTORY-FILE
        CLOSE HISTORY-WORK-FILE
        PERFORM DELETE-HISTORY-WORK-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 'Y' TO HK-ARCHIVE-OPEN-FLAG
    MOVE SPACES TO PA-HEADER-RECORD
    MOVE 'H' TO PA-RECORD-TYPE
    MOVE HK-TODAY-DATE TO PA-ARCHIVED-ON
    MOVE HK-CUTOFF-DATE TO PA-CUTOFF-DATE
    MOVE RUN-HISTORY-RETENTION-DAYS TO PA-RETENTION-DAYS
    WRITE PA-HEADER-RECORD.

CLOSE-ARCHIVE-BATCH.
    MOVE SPACES TO PA-TRAILER-RECORD
    MOVE 'T' TO PA-RECORD-TYPE
    MOVE HK-ARCHIVED-COUNT TO PA-RECORD-COUNT
    MOVE HK-ARCHIVED-HASH TO PA-IMAGE-HASH
    MOVE HK-OLDEST-RUN TO PA-OLDEST-RUN
    MOVE HK-NEWEST-RUN TO PA-NEWEST-RUN
    WRITE PA-TRAILER-RECORD
    CLOSE PREDICTION-ARCHIVE-FILE
    MOVE 'N' TO HK-ARCHIVE-OPEN-FLAG
    PERFORM CATALOG-ARCHIVE-BATCH.

CATALOG-ARCHIVE-BATCH.
    OPEN EXTEND ARCHIVE-CATALOG-FILE
    IF AC-NOT-FOUND
        OPEN OUTPUT ARCHIVE-CATALOG-FILE
    END-IF
    MOVE SPACES TO ARCHIVE-CATALOG-RECORD
    MOVE HK-ARCHIVE-DATE TO AC-ARCHIVED-ON
    MOVE PA-ARCHIVE-PATH TO AC-ARCHIVE-PATH
    MOVE HK-ARCHIVED-COUNT TO AC-RECORD-COUNT
    MOVE HK-ARCHIVED-HASH TO AC-IMAGE-HASH
    MOVE HK-OLDEST-RUN TO AC-OLDEST-RUN
    MOVE HK-NEWEST-RUN TO AC-NEWEST-RUN
    WRITE ARCHIVE-CATALOG-RECORD
    CLOSE ARCHIVE-CATALOG-FILE
    DISPLAY "Archived runs " HK-OLDEST-RUN " to " HK-NEWEST-RUN
            " to " FUNCTION TRIM(PA-ARCHIVE-PATH).

REBUILD-LIVE-MASTER.
    *> OPEN OUTPUT empties the indexed master; it is reloaded in key
    *> order from the work file, which was unloaded in key order.
    MOVE 0 TO HK-WRITTEN-COUNT
    MOVE 0 TO HK-REJECTED-COUNT
    OPEN OUTPUT PREDICTION-HISTORY-FILE
    IF NOT PH-OK
        DISPLAY "Prediction history master could not be rebuilt "
                "(status " PH-STATUS "); run RELOAD once the cause "
                "is fixed."
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT HISTORY-WORK-FILE
    MOVE 'N' TO HW-EOF-FLAG
    PERFORM RELOAD-HISTORY-RECORD UNTIL HW-END-OF-FILE
    CLOSE HISTORY-WORK-FILE
    CLOSE PREDICTION-HISTORY-FILE.

RELOAD-HISTORY-RECORD.
    READ HISTORY-WORK-FILE
        AT END MOVE 'Y' TO HW-EOF-FLAG
        NOT AT END
            MOVE HISTORY-WORK-RECORD TO PREDICTION-HISTORY-RECORD
            WRITE PREDICTION-HISTORY-RECORD
                INVALID KEY
                    ADD 1 TO HK-REJECTED-COUNT
                    DISPLAY "Warning: rebuild rejected image "
                            PH-IMAGE-ID " run " PH-RUN-ID
                            " (status " PH-STATUS ")"
                NOT INVALID KEY
                    ADD 1 TO HK-WRITTEN-COUNT
            END-WRITE
    END-READ.

COUNT-LIVE-MASTER.
    MOVE 0 TO HK-AFTER-COUNT
    MOVE 0 TO HK-AFTER-HASH
    OPEN INPUT PREDICTION-HISTORY-FILE
    MOVE 'N' TO PH-EOF-FLAG
    PERFORM COUNT-LIVE-RECORD UNTIL PH-END-OF-FILE
    CLOSE PREDICTION-HISTORY-FILE.

COUNT-LIVE-RECORD.
    READ PREDICTION-HISTORY-FILE NEXT RECORD
        AT END MOVE 'Y' TO PH-EOF-FLAG
        NOT AT END
            ADD 1 TO HK-AFTER-COUNT
            ADD PH-IMAGE-ID TO HK-AFTER-HASH
    END-READ.

RECONCILE-HOUSEKEEPING.
    MOVE HK-AFTER-COUNT TO HK-COUNT-OUT
    DISPLAY "  records in the master after:   " HK-COUNT-OUT
    MOVE 'N' TO HK-RECONCILED-FLAG
    IF HK-ARCHIVED-COUNT + HK-AFTER-COUNT = HK-BEFORE-COUNT
     AND HK-ARCHIVED-HASH + HK-AFTER-HASH = HK-BEFORE-HASH
     AND HK-AFTER-COUNT = HK-RETAINED-COUNT
     AND HK-AFTER-HASH = HK-RETAINED-HASH
     AND HK-REJECTED-COUNT = 0
        MOVE 'Y' TO HK-RECONCILED-FLAG
    END-IF
    IF HK-RECONCILED
        DISPLAY "Reconciled: before " HK-BEFORE-COUNT " = archived "
                HK-ARCHIVED-COUNT " + after " HK-AFTER-COUNT
                "; hash totals agree."
        PERFORM DELETE-HISTORY-WORK-FILE
    ELSE
        DISPLAY "RECONCILIATION FAILED: before " HK-BEFORE-COUNT
                " (hash " HK-BEFORE-HASH "), archived "
                HK-ARCHIVED-COUNT " (hash " HK-ARCHIVED-HASH
                "), after " HK-AFTER-COUNT " (hash " HK-AFTER-HASH
                ")."
        DISPLAY "The retained records are kept in "
                "mnist/prediction_history.wrk; fix the cause and "
                "run RELOAD."
        MOVE 8 TO RETURN-CODE
    END-IF.

RELOAD-PREDICTION-HISTORY.
    *> Recovery path: a complete work file holds every retained
    *> record, so the archive batch is finished if need be and the
    *> master is rebuilt from the work file and read back against
    *> its count. An incomplete one is never loaded.
    PERFORM READ-WORK-FILE-CONTROLS
    IF NOT HK-WORK-WAS-FOUND
        DISPLAY "No mnist/prediction_history.wrk to reload from; "
                "the last housekeeping run finished cleanly."
        MOVE 8 TO RETURN-CODE
    ELSE
    IF NOT HK-WORK-IS-COMPLETE
        DISPLAY "mnist/prediction_history.wrk has no trailer matching "
                "its records, so it cannot be reloaded."
        PERFORM DISCARD-INCOMPLETE-UNLOAD
        DISPLAY "The master is left as it was; run ARCHIVE again."
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE HK-WORK-COUNT TO HK-RETAINED-COUNT
        MOVE HK-WORK-HASH TO HK-RETAINED-HASH
        IF HK-WORK-ARCHIVED-COUNT > 0
            PERFORM FINISH-ARCHIVE-BATCH
        END-IF
        PERFORM REBUILD-LIVE-MASTER
        PERFORM COUNT-LIVE-MASTER
        MOVE HK-RETAINED-COUNT TO HK-COUNT-OUT
        DISPLAY "  records in the work file:      " HK-COUNT-OUT
        MOVE HK-AFTER-COUNT TO HK-COUNT-OUT
        DISPLAY "  records in the master after:   " HK-COUNT-OUT
        IF HK-AFTER-COUNT = HK-RETAINED-COUNT
         AND HK-AFTER-HASH = HK-RETAINED-HASH
         AND HK-REJECTED-COUNT = 0
            DISPLAY "Reconciled: master rebuilt from the work file."
            PERFORM DELETE-HISTORY-WORK-FILE
        ELSE
            DISPLAY "RECONCILIATION FAILED: the work file is kept; "
                    "the master does not match it."
            MOVE 8 TO RETURN-CODE
        END-IF
    END-IF
    END-IF.

FINISH-ARCHIVE-BATCH.
    *> The interrupted run may have stopped before closing its archive
    *> batch or before cataloging it; the work file trailer carries
    *> the batch's control totals, so either step can be done here.
    MOVE HK-WORK-ARCHIVE-DATE TO HK-ARCHIVE-DATE
    PERFORM BUILD-ARCHIVE-PATH
    MOVE HK-WORK-ARCHIVED-COUNT TO HK-ARCHIVED-COUNT
    MOVE HK-WORK-ARCHIVED-HASH TO HK-ARCHIVED-HASH
    MOVE HK-WORK-OLDEST-RUN TO HK-OLDEST-RUN
    MOVE HK-WORK-NEWEST-RUN TO HK-NEWEST-RUN
    MOVE 'N' TO HK-ARC-CATALOGED-FLAG
    OPEN INPUT ARCHIVE-CATALOG-FILE
    IF NOT AC-NOT-FOUND
        MOVE 'N' TO AC-EOF-FLAG
        PERFORM FIND-ARCHIVE-CATALOG-ENTRY UNTIL AC-END-OF-FILE
        CLOSE ARCHIVE-CATALOG-FILE
    END-IF
    IF NOT HK-ARC-IS-CATALOGED
        PERFORM SCAN-ARCHIVE-BATCHES
        IF HK-ARC-LAST-HEADER = 0
            DISPLAY "Archive " FUNCTION TRIM(PA-ARCHIVE-PATH)
                    " holds no batch for the " HK-ARCHIVED-COUNT
                    " record(s) the work file says were archived; "
                    "the work file is kept."
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        IF HK-ARC-LAST-TYPE = 'T'
            PERFORM CATALOG-ARCHIVE-BATCH
        ELSE
            OPEN EXTEND PREDICTION-ARCHIVE-FILE
            PERFORM CLOSE-ARCHIVE-BATCH
        END-IF
    END-IF.

FIND-ARCHIVE-CATALOG-ENTRY.
    READ ARCHIVE-CATALOG-FILE
        AT END MOVE 'Y' TO AC-EOF-FLAG
        NOT AT END
            IF AC-ARCHIVE-PATH = PA-ARCHIVE-PATH
             AND AC-RECORD-COUNT = HK-ARCHIVED-COUNT
             AND AC-IMAGE-HASH = HK-ARCHIVED-HASH
             AND AC-OLDEST-RUN = HK-OLDEST-RUN
             AND AC-NEWEST-RUN = HK-NEWEST-RUN
                MOVE 'Y' TO HK-ARC-CATALOGED-FLAG
                MOVE 'Y' TO AC-EOF-FLAG
            END-IF
    END-READ.

DELETE-HISTORY-WORK-FILE.
    *> CBL_DELETE_FILE reports through RETURN-CODE; preserve the
    *> job's exit code across the delete.
    MOVE RETURN-CODE TO HK-SAVED-RETURN-CODE
    CALL "CBL_DELETE_FILE" USING HISTORY-WORK-PATH
    MOVE HK-SAVED-RETURN-CODE TO RETURN-CODE.

    COPY RUNCTLIO.
