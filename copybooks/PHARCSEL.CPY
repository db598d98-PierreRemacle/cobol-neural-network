    *> PHARCSEL.CPY
    *> FILE-CONTROL entries for the prediction history archives,
    *> written by HISTORY-HOUSEKEEPING and searched by
    *> PREDICTION-INQUIRY. Records older than the retention period
    *> are unloaded from the prediction history master (PREDHSEL.CPY)
    *> to a dated sequential archive, mnist/prediction_archive_
    *> yyyymmdd.dat; each unload appends one batch (header, details,
    *> trailer with control totals) and one line in the archive
    *> catalog mnist/prediction_archive.log naming the file and the
    *> runs it holds.
    SELECT PREDICTION-ARCHIVE-FILE
        ASSIGN TO DYNAMIC PA-ARCHIVE-PATH
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS PA-STATUS.
    SELECT ARCHIVE-CATALOG-FILE
        ASSIGN TO 'mnist/prediction_archive.log'
        ORGANIZATION IS LINE SEQUENTIAL
        ACCESS MODE IS SEQUENTIAL
        FILE STATUS IS AC-STATUS.
