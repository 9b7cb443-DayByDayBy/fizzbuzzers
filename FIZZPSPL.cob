IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FIZZPSPL.          *> the identifying information
DATA DIVISION.                 *> indicates data to follow
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-RANGE-SIZE           PIC 9(7) VALUE 0.
    01 WS-SLICE-SIZE           PIC 9(7) VALUE 0.
LINKAGE SECTION.
    01 LK-RANGE-START          PIC 9(7).
    01 LK-RANGE-END            PIC 9(7).
    01 LK-PART-NUMBER          PIC 9(2).
    01 LK-PART-COUNT           PIC 9(2).
    01 LK-SLICE-START          PIC 9(7).
    01 LK-SLICE-END            PIC 9(7).
    01 LK-VALID-FLAG           PIC X.
        88 LK-VALID                    VALUE "Y".
        88 LK-INVALID                  VALUE "N".
    01 LK-ERROR-MESSAGE        PIC X(60).
PROCEDURE DIVISION USING LK-RANGE-START, LK-RANGE-END,
                         LK-PART-NUMBER, LK-PART-COUNT,
                         LK-SLICE-START, LK-SLICE-END,
                         LK-VALID-FLAG, LK-ERROR-MESSAGE.
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> works out partition LK-PART-NUMBER of LK-PART-COUNT's slice of
    *> an already-validated (FIZZVAL) range - called by FIZZBUZZ to
    *> find the slice it classifies and by FIZZPMRG to find the slice
    *> each partition should have covered, so the boundaries live in
    *> exactly one place. Every slice is the range size divided by the
    *> partition count, rounded down; the last slice also takes the
    *> remainder, so the slices are contiguous, never overlap, and
    *> always end exactly at LK-RANGE-END
    SET LK-VALID TO TRUE
    MOVE SPACES TO LK-ERROR-MESSAGE
    MOVE 0 TO LK-SLICE-START
    MOVE 0 TO LK-SLICE-END
    COMPUTE WS-RANGE-SIZE = LK-RANGE-END - LK-RANGE-START + 1
    IF LK-PART-COUNT < 1
        SET LK-INVALID TO TRUE
        MOVE "PART-COUNT MUST BE 01 THRU 99" TO LK-ERROR-MESSAGE
    ELSE IF LK-PART-NUMBER < 1 OR LK-PART-NUMBER > LK-PART-COUNT
        SET LK-INVALID TO TRUE
        MOVE "PART-NUMBER MUST BE 01 THRU PART-COUNT" TO LK-ERROR-MESSAGE
    ELSE IF LK-PART-COUNT > WS-RANGE-SIZE
        SET LK-INVALID TO TRUE
        MOVE "MORE PARTITIONS THAN NUMBERS IN THE RANGE"
            TO LK-ERROR-MESSAGE
    END-IF
    END-IF
    END-IF

    IF LK-VALID
        COMPUTE WS-SLICE-SIZE = WS-RANGE-SIZE / LK-PART-COUNT
        COMPUTE LK-SLICE-START
            = LK-RANGE-START + (LK-PART-NUMBER - 1) * WS-SLICE-SIZE
        IF LK-PART-NUMBER = LK-PART-COUNT
            MOVE LK-RANGE-END TO LK-SLICE-END
        ELSE
            COMPUTE LK-SLICE-END = LK-SLICE-START + WS-SLICE-SIZE - 1
        END-IF
        MOVE 0 TO RETURN-CODE
    ELSE
        DISPLAY "FIZZPSPL: INVALID PARTITION CARD - " LK-ERROR-MESSAGE
        MOVE 8 TO RETURN-CODE
    END-IF

    GOBACK.
