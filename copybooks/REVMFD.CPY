    *> REVMFD.CPY
    *> Record layout of the review master (see REVMSEL.CPY). The run
    *> id leads the key, so a sequential pass meets each night's
    *> items together; the image id is the same row ordinal SCORE-MNIST
    *> stamps on the queue and on the prediction history. Dates are
    *> yyyymmdd, zero while the step has not happened.
    FD REVIEW-MASTER-FILE.
        01 REVIEW-MASTER-RECORD.
           05 RV-KEY.
              10 RV-RUN-ID        PIC X(14).
              10 RV-IMAGE-ID      PIC 9(7).
           05 RV-PREDICTED-LABEL  PIC 9(2).
           05 RV-PROBABILITY      PIC 9V9(4).
           05 RV-RUNNER-UP-LABEL  PIC 9(2).
           05 RV-SOURCE-FILE      PIC X(64).
           05 RV-ITEM-STATUS      PIC X.
              88 RV-IS-OPEN       VALUE 'O'.
              88 RV-IS-ASSIGNED   VALUE 'A'.
              88 RV-IS-CONFIRMED  VALUE 'C'.
              88 RV-IS-UNREADABLE VALUE 'U'.
              88 RV-IS-WORKED     VALUE 'C' 'U'.
           05 RV-ANALYST          PIC X(10).
           05 RV-CONFIRMED-LABEL  PIC 9(2).
           05 RV-LOADED-DATE      PIC 9(8).
           05 RV-ASSIGNED-DATE    PIC 9(8).
           05 RV-WORKED-DATE      PIC 9(8).
           05 RV-EXPORT-FLAG      PIC X.
              88 RV-WAS-EXPORTED  VALUE 'Y'.
           05 RV-EXPORTED-DATE    PIC 9(8).
