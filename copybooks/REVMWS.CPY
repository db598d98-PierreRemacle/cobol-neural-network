    *> REVMWS.CPY
    *> Working-storage support for the review master (see
    *> REVMSEL.CPY / REVMFD.CPY).
    01 RV-STATUS              PIC XX VALUE '00'.
       88 RV-OK               VALUE '00'.
       88 RV-NOT-FOUND        VALUE '35'.
       88 RV-DUPLICATE-KEY    VALUE '22'.
       88 RV-NO-RECORD        VALUE '23'.
    01 RV-EOF-FLAG            PIC X VALUE 'N'.
       88 RV-END-OF-FILE      VALUE 'Y'.
