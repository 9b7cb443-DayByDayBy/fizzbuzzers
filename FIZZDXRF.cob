        05 WS-HOLD-CLASSIFICATION  PIC X(180).
    01 WS-LISTED-COUNT         PIC 9(5) VALUE 0.
    01 WS-REPORT-LINE          PIC X(240) VALUE SPACES.
    *> FIZZAUTH's parameters - see that program
    01 WS-AUTH-PROGRAM         PIC X(8) VALUE "FIZZDXRF".
    01 WS-AUTH-REQUEST         PIC X.
    01 WS-AUTH-NUMBER          PIC 9(7) VALUE 0.
    01 WS-AUTH-ALLOWED-FLAG    PIC X VALUE "N".
        88 WS-AUTH-ALLOWED             VALUE "Y".
    01 WS-AUTH-REASON          PIC X(40).
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> department cross-reference inquiry - the inverse of FIZZLKUP's
    *> full sequential pass this used to take, then sorts the
    *> collected entries by number - the path touches only this
    *> department's entries, but returns them in insertion order, not
    *> the number order the requester reads the listing in. The
    *> caller must be cleared for the department on the INQAUTH
    *> authorization table (FIZZAUTH) before anything is listed, and
    *> the inquiry is logged on ACCLOG whichever way that goes
    PERFORM 0100-READ-DEPARTMENT-CARD
    PERFORM 0150-AUTHORIZE-INQUIRY
    OPEN INPUT FIZZBUZZ-IDX
    IF WS-FIZZIDX-STATUS NOT = "00"
        DISPLAY "FIZZDXRF: FIZZBUZZ-IDX cluster not available"
    PERFORM 0240-WRITE-THE-LISTING
    PERFORM 0300-WRITE-COUNT-LINE
    CLOSE XREF-REPORT
    MOVE "E" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-AUTH-NUMBER, WS-REQUESTED-DEPT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON
    IF WS-LISTED-COUNT = 0
        *> same convention as FIZZLKUP's NOT FOUND inquiry - the
        *> request ran fine, there is just nothing on file for this
        STOP RUN
    END-IF.

0150-AUTHORIZE-INQUIRY.
    *> a refused inquiry still gets its report, saying so, so the
    *> requester is not left wondering why the listing never came.
    *> The "D" call is made even when the start was refused, so a
    *> refusal for a missing or damaged table is on ACCLOG too
    MOVE "S" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-AUTH-NUMBER, WS-REQUESTED-DEPT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON
    MOVE "D" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-AUTH-NUMBER, WS-REQUESTED-DEPT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON
    MOVE "E" TO WS-AUTH-REQUEST
    IF NOT WS-AUTH-ALLOWED
        CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                              WS-AUTH-NUMBER, WS-REQUESTED-DEPT,
                              WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON
        DISPLAY "FIZZDXRF: INQUIRY ON DEPARTMENT '" WS-REQUESTED-DEPT
            "' REFUSED - " WS-AUTH-REASON
        OPEN OUTPUT XREF-REPORT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "DEPARTMENT CROSS-REFERENCE  " DELIMITED BY SIZE
               FUNCTION TRIM(WS-REQUESTED-DEPT) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE XREF-REPORT-LINE FROM WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "INQUIRY REFUSED - " DELIMITED BY SIZE
               WS-AUTH-REASON DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE XREF-REPORT-LINE FROM WS-REPORT-LINE
        CLOSE XREF-REPORT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0200-COLLECT-DEPARTMENT-NUMBERS.
    *> position on the first entry carrying the requested department
    *> and read forward along the alternate key until it changes -
