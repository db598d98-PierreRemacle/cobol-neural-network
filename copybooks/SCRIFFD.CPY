    *> SCRIFFD.CPY
    *> Record layouts of the scoring interface file (see
    *> SCRIFSEL.CPY). Every record is 100 bytes, told apart by the
    *> record type in byte 1: one header, one detail per scored
    *> image, one trailer. Numeric fields are unsigned zoned decimal;
    *> probabilities carry four implied decimals.
    *>   Header:  run id (yyyymmddhhmmss), model version (the
    *>            production version, or 0000 when an ensemble of
    *>            versions gave the answers; its members are in
    *>            mnist/ensemble_register.dat),
    *>            run date, manifest source file scored
    *>   Detail:  image id, predicted label, probability, runner-up
    *>            label, review flag (Y = held for manual review)
    *>   Trailer: detail record count, hash total of image ids, hash
    *>            total of predicted labels, count of review flags
    FD SCORE-INTERFACE-FILE.
        01 IF-HEADER-RECORD.
           05 IF-RECORD-TYPE      PIC X.
              88 IF-IS-HEADER     VALUE 'H'.
              88 IF-IS-DETAIL     VALUE 'D'.
              88 IF-IS-TRAILER    VALUE 'T'.
           05 IF-RUN-ID           PIC X(14).
           05 IF-MODEL-VERSION    PIC 9(4).
           05 IF-RUN-DATE         PIC 9(8).
           05 IF-SOURCE-FILE      PIC X(64).
           05 FILLER              PIC X(9).
        01 IF-DETAIL-RECORD.
           05 FILLER              PIC X.
           05 IF-IMAGE-ID         PIC 9(7).
           05 IF-PREDICTED-LABEL  PIC 9(2).
           05 IF-PROBABILITY      PIC 9V9(4).
           05 IF-RUNNER-UP-LABEL  PIC 9(2).
           05 IF-REVIEW-FLAG      PIC X.
              88 IF-HELD-FOR-REVIEW VALUE 'Y'.
           05 FILLER              PIC X(82).
        01 IF-TRAILER-RECORD.
           05 FILLER              PIC X.
           05 IF-DETAIL-COUNT     PIC 9(9).
           05 IF-IMAGE-HASH       PIC 9(15).
           05 IF-LABEL-HASH       PIC 9(11).
           05 IF-REVIEW-TOTAL     PIC 9(9).
           05 FILLER              PIC X(55).
