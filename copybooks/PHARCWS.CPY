    *> PHARCWS.CPY
    *> Working-storage support for the prediction history archives
    *> (see PHARCSEL.CPY / PHARCFD.CPY).
    01 PA-ARCHIVE-PATH        PIC X(40) VALUE SPACES.
    01 PA-STATUS              PIC XX VALUE '00'.
       88 PA-OK               VALUE '00'.
       88 PA-NOT-FOUND        VALUE '35'.
    01 PA-EOF-FLAG            PIC X VALUE 'N'.
       88 PA-END-OF-FILE      VALUE 'Y'.
    01 AC-STATUS              PIC XX VALUE '00'.
       88 AC-NOT-FOUND        VALUE '35'.
    01 AC-EOF-FLAG            PIC X VALUE 'N'.
       88 AC-END-OF-FILE      VALUE 'Y'.
