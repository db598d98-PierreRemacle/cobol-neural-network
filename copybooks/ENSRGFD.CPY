    *> ENSRGFD.CPY
    *> Record layout of the ensemble register (see ENSRGSEL.CPY): the
    *> run id, the number of members, then for each member its
    *> catalog version and its normalized weight (the member weights
    *> from run_control.cfg divided by their sum, so they add to 1).
    FD ENSEMBLE-REGISTER-FILE.
        01 ENSEMBLE-REGISTER-RECORD.
           05 ER-RUN-ID           PIC X(14).
           05 FILLER              PIC X.
           05 ER-MEMBER-COUNT     PIC 9.
           05 ER-MEMBER OCCURS 9 TIMES.
              10 FILLER           PIC X.
              10 ER-VERSION       PIC 9(4).
              10 FILLER           PIC X.
              10 ER-SHARE         PIC 9.9(4).
