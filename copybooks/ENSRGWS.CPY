    *> ENSRGWS.CPY
    *> Working-storage support for the ensemble register (see
    *> ENSRGSEL.CPY / ENSRGFD.CPY).
    01 ER-STATUS              PIC XX VALUE '00'.
       88 ER-OK               VALUE '00'.
       88 ER-NOT-FOUND        VALUE '35'.
    01 ER-EOF-FLAG            PIC X VALUE 'N'.
       88 ER-END-OF-FILE      VALUE 'Y'.
