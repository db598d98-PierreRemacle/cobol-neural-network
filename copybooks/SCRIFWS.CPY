    *> SCRIFWS.CPY
    *> Working-storage support for the scoring interface file (see
    *> SCRIFSEL.CPY / SCRIFFD.CPY): its path, status and the running
    *> control totals its trailer is built from.
    01 IF-INTERFACE-PATH      PIC X(80) VALUE SPACES.
    01 IF-STATUS              PIC XX VALUE '00'.
       88 IF-OK               VALUE '00'.
       88 IF-NOT-FOUND        VALUE '35'.
    01 IF-EOF-FLAG            PIC X VALUE 'N'.
       88 IF-END-OF-FILE      VALUE 'Y'.
    01 IF-CONTROL-TOTALS.
        05 IF-COUNT-TOTAL     PIC 9(9) VALUE 0.
        05 IF-IMAGE-TOTAL     PIC 9(15) VALUE 0.
        05 IF-LABEL-TOTAL     PIC 9(11) VALUE 0.
        05 IF-REVIEW-COUNT    PIC 9(9) VALUE 0.
