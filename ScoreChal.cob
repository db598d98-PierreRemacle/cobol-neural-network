*> cataloged version the caller names in the request, so SCORE-MNIST
*> can audition a challenger model against production on the same
*> rows without disturbing the production network held in its own
*> working storage. Each version is loaded on the first call that
*> names it, then held across calls for the life of the run unit,
*> so one caller can ask for several versions row after row (the
*> challenger and every member of a scoring ensemble); up to
*> MAX-HELD-VERSIONS versions can be held at once.
*>
*> Calling convention:
*>   CALL "CHALLENGER-SCORE" USING CHALLENGER-REQUEST CHALLENGER-REPLY
*> MAX-PIXELS COMP-1 slots; only the first PIXEL-COUNT of the loaded
*> model are read) and CHALLENGER-REPLY returns the predicted label,
*> its probability, the runner-up, and the full softmax probability
*> vector, with the pixel count the version was trained on.
*> REPLY-RETURN-CODE is 00 on success or 08 when the named
*> version's weights could not be loaded.
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY NETDATA.
    COPY WEIGHTSWS.

    01 CURRENT-IMAGE         PIC 9(5) VALUE 0.

    *> Every version asked for so far, with its shape and weights as
    *> LOAD-WEIGHTS left them; a version that failed to load keeps
    *> its slot, so it is not retried on every row. HV-NETWORK has
    *> the layout of NEURAL-NETWORK in NETDATA.CPY, so one group MOVE
    *> each way swaps a version in or out. HELD-CURRENT-SUB is the
    *> slot whose weights sit in NEURAL-NETWORK now (0 = none).
    78 MAX-HELD-VERSIONS     VALUE 10.
    01 HELD-VERSION-TABLE.
        05 HELD-VERSION-TOTAL PIC 9(2) VALUE 0.
        05 HELD-CURRENT-SUB  PIC 9(2) VALUE 0.
        05 HELD-SUB          PIC 9(2) VALUE 0.
        05 HELD-SEARCH-SUB   PIC 9(2).
        05 HELD-VERSION OCCURS MAX-HELD-VERSIONS TIMES.
           10 HV-VERSION     PIC 9(4).
           10 HV-LOADED-FLAG PIC X.
              88 HV-WAS-LOADED VALUE 'Y'.
           10 HV-SHAPE       PIC X(15).
           10 HV-NETWORK.
              15 FILLER OCCURS MAX-PIXELS TIMES.
                 20 FILLER OCCURS MAX-HIDDEN1 TIMES USAGE COMP-1.
              15 FILLER OCCURS MAX-HIDDEN1 TIMES USAGE COMP-1.
              15 FILLER OCCURS MAX-HIDDEN1 TIMES.
                 20 FILLER OCCURS MAX-HIDDEN2 TIMES USAGE COMP-1.
              15 FILLER OCCURS MAX-HIDDEN2 TIMES USAGE COMP-1.
              15 FILLER OCCURS MAX-HIDDEN2 TIMES.
                 20 FILLER OCCURS MAX-LABELS TIMES USAGE COMP-1.
              15 FILLER OCCURS MAX-LABELS TIMES USAGE COMP-1.

LINKAGE SECTION.
    01 CHALLENGER-REQUEST.
        05 REQ-VERSION       PIC 9(4).
        05 REPLY-RUNNER-UP-PROB USAGE COMP-1.
        05 REPLY-LABEL-COUNT    PIC 9(2).
        05 REPLY-PROBABILITY OCCURS MAX-LABELS TIMES USAGE COMP-1.
        05 REPLY-PIXEL-COUNT    PIC 9(4).

PROCEDURE DIVISION USING CHALLENGER-REQUEST CHALLENGER-REPLY.
MAIN-ROUTINE.
    PERFORM FIND-HELD-VERSION
    IF HELD-SUB = 0
        MOVE 'N' TO WEIGHTS-LOADED-FLAG
    ELSE
    IF NOT HV-WAS-LOADED(HELD-SUB)
        MOVE 'N' TO WEIGHTS-LOADED-FLAG
    ELSE
        MOVE 'Y' TO WEIGHTS-LOADED-FLAG
        IF HELD-SUB NOT = HELD-CURRENT-SUB
            MOVE HV-SHAPE(HELD-SUB) TO NETWORK-SHAPE
            MOVE HV-NETWORK(HELD-SUB) TO NEURAL-NETWORK
            MOVE HELD-SUB TO HELD-CURRENT-SUB
        END-IF
    END-IF
    END-IF
    IF NOT WEIGHTS-WERE-LOADED
        MOVE 08 TO REPLY-RETURN-CODE
        MOVE 0 TO REPLY-RUNNER-UP-LABEL
        MOVE 0 TO REPLY-RUNNER-UP-PROB
        MOVE 0 TO REPLY-LABEL-COUNT
        MOVE 0 TO REPLY-PIXEL-COUNT
        GOBACK
    END-IF

    MOVE RUNNER-UP-LABEL TO REPLY-RUNNER-UP-LABEL
    MOVE RUNNER-UP-PROB TO REPLY-RUNNER-UP-PROB
    MOVE LABEL-COUNT TO REPLY-LABEL-COUNT
    MOVE PIXEL-COUNT TO REPLY-PIXEL-COUNT
    PERFORM VARYING OINDEX FROM 1 BY 1 UNTIL OINDEX > LABEL-COUNT
        MOVE OUTPUT-OUT(OINDEX) TO REPLY-PROBABILITY(OINDEX)
    END-PERFORM
    GOBACK.

FIND-HELD-VERSION.
    *> Leaves HELD-SUB at the requested version's slot, loading the
    *> version into a new slot the first time it is asked for; 0 when
    *> it is new and every slot is taken.
    MOVE 0 TO HELD-SUB
    PERFORM VARYING HELD-SEARCH-SUB FROM 1 BY 1
            UNTIL HELD-SEARCH-SUB > HELD-VERSION-TOTAL OR HELD-SUB > 0
        IF HV-VERSION(HELD-SEARCH-SUB) = REQ-VERSION
            MOVE HELD-SEARCH-SUB TO HELD-SUB
        END-IF
    END-PERFORM
    IF HELD-SUB = 0
        IF HELD-VERSION-TOTAL >= MAX-HELD-VERSIONS
            DISPLAY "CHALLENGER-SCORE already holds "
                    MAX-HELD-VERSIONS " versions; version "
                    REQ-VERSION " cannot be loaded."
        ELSE
            ADD 1 TO HELD-VERSION-TOTAL
            MOVE HELD-VERSION-TOTAL TO HELD-SUB
            MOVE REQ-VERSION TO HV-VERSION(HELD-SUB)
            MOVE REQ-VERSION TO CAT-VERSION-TEXT
            PERFORM BUILD-VERSIONED-WEIGHTS-PATH
            MOVE 'Y' TO WEIGHTS-PATH-PRESET-FLAG
            PERFORM LOAD-WEIGHTS
            *> Whatever was swapped in before is now overwritten
            MOVE 0 TO HELD-CURRENT-SUB
            IF WEIGHTS-WERE-LOADED
                MOVE 'Y' TO HV-LOADED-FLAG(HELD-SUB)
                MOVE NETWORK-SHAPE TO HV-SHAPE(HELD-SUB)
                MOVE NEURAL-NETWORK TO HV-NETWORK(HELD-SUB)
                MOVE HELD-SUB TO HELD-CURRENT-SUB
            ELSE
                MOVE 'N' TO HV-LOADED-FLAG(HELD-SUB)
            END-IF
        END-IF
    END-IF.

    COPY FWDPASS.

    COPY WEIGHTSIO.
