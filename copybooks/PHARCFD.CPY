    *> PHARCFD.CPY
    *> Record layouts of the prediction history archive and its
    *> catalog (see PHARCSEL.CPY). A detail record carries the
    *> prediction history record exactly as it stood in the master,
    *> so it can be moved straight back into PREDICTION-HISTORY-RECORD.
    FD PREDICTION-ARCHIVE-FILE.
        01 PA-HEADER-RECORD.
           05 PA-RECORD-TYPE      PIC X.
              88 PA-IS-HEADER     VALUE 'H'.
              88 PA-IS-DETAIL     VALUE 'D'.
              88 PA-IS-TRAILER    VALUE 'T'.
           05 FILLER              PIC X.
           05 PA-ARCHIVED-ON      PIC 9(8).
           05 FILLER              PIC X.
           05 PA-CUTOFF-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 PA-RETENTION-DAYS   PIC 9(4).
        01 PA-DETAIL-RECORD.
           05 FILLER              PIC X.
           05 FILLER              PIC X.
           05 PA-HISTORY-IMAGE    PIC X(40).
        01 PA-TRAILER-RECORD.
           05 FILLER              PIC X.
           05 FILLER              PIC X.
           05 PA-RECORD-COUNT     PIC 9(9).
           05 FILLER              PIC X.
           05 PA-IMAGE-HASH       PIC 9(15).
           05 FILLER              PIC X.
           05 PA-OLDEST-RUN       PIC X(14).
           05 FILLER              PIC X.
           05 PA-NEWEST-RUN       PIC X(14).
    FD ARCHIVE-CATALOG-FILE.
        01 ARCHIVE-CATALOG-RECORD.
           05 AC-ARCHIVED-ON      PIC 9(8).
           05 FILLER              PIC X.
           05 AC-ARCHIVE-PATH     PIC X(40).
           05 FILLER              PIC X.
           05 AC-RECORD-COUNT     PIC 9(9).
           05 FILLER              PIC X.
           05 AC-IMAGE-HASH       PIC 9(15).
           05 FILLER              PIC X.
           05 AC-OLDEST-RUN       PIC X(14).
           05 FILLER              PIC X.
           05 AC-NEWEST-RUN       PIC X(14).
