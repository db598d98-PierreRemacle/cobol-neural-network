*> forward pass, and the full confusion matrix, per-digit precision/
*> recall and overall accuracy are reported. Each evaluation is also
*> appended to mnist/benchmark_history.log so promotion decisions
*> can be based on numbers, not memory: an accuracy line, followed
*> by a recall line carrying each digit's recall in digit order
*> (the evidence the MODEL-REGISTRY promotion gate reads).
*>
*> Command line:
*>   nnnn [file]     evaluate cataloged version nnnn against the
        05 CM-CELL-OUT        PIC ZZZZ9.
        05 CM-DIGIT-OUT       PIC Z9.

    *> The recall line holds one 7-byte slot per digit after a
    *> 40-byte prefix, so a 132-byte log line carries 13 digits.
    78 RECALL-LOG-LIMIT      VALUE 13.
    01 DIGIT-RECALL-TABLE.
       05 CM-DIGIT-RECALL OCCURS MAX-LABELS TIMES PIC 9(3)V9(2).

    01 BENCHMARK-HISTORY-WORK.
        05 BH-DATE-TIME.
           10 BH-YEAR          PIC 9(4).
        05 BH-ACCURACY-OUT     PIC ZZ9.99.
        05 BH-ROWS-OUT         PIC ZZZZZZ9.
        05 BH-REJECT-OUT       PIC ZZZZZZ9.
        05 BH-RECALL-OUT       PIC ZZ9.99.
        05 BH-PTR              PIC 9(4).
        05 BH-LINE             PIC X(132).

PROCEDURE DIVISION.
        IF CM-COL-TOTAL > 0
            COMPUTE CM-PRECISION = (CM-TP * 100.00) / CM-COL-TOTAL
        END-IF
        MOVE CM-RECALL TO CM-DIGIT-RECALL(CM-I)
        COMPUTE CM-DIGIT-OUT = CM-I - 1
        DISPLAY "Digit " CM-DIGIT-OUT ": precision=" CM-PRECISION
                "%  recall=" CM-RECALL "%"
           INTO BH-LINE
    MOVE BH-LINE TO BENCHMARK-HISTORY-RECORD
    WRITE BENCHMARK-HISTORY-RECORD
    *> Companion recall line, same time stamp and version, so a
    *> promotion can be refused when one digit got worse even though
    *> overall accuracy held up.
    MOVE SPACES TO BH-LINE
    MOVE 1 TO BH-PTR
    STRING BH-YEAR "-" BH-MONTH "-" BH-DAY " " BH-HOUR ":" BH-MINUTE
              ":" BH-SECOND DELIMITED BY SIZE
           " version=" DELIMITED BY SIZE
           REQUESTED-VERSION DELIMITED BY SIZE
           " recall=" DELIMITED BY SIZE
           INTO BH-LINE WITH POINTER BH-PTR
    PERFORM VARYING CM-I FROM 1 BY 1
            UNTIL CM-I > LABEL-COUNT OR CM-I > RECALL-LOG-LIMIT
        MOVE CM-DIGIT-RECALL(CM-I) TO BH-RECALL-OUT
        STRING BH-RECALL-OUT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO BH-LINE WITH POINTER BH-PTR
    END-PERFORM
    MOVE BH-LINE TO BENCHMARK-HISTORY-RECORD
    WRITE BENCHMARK-HISTORY-RECORD
    CLOSE BENCHMARK-HISTORY-FILE
    DISPLAY "Appended evaluation to mnist/benchmark_history.log".

