WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-FIZZIDX-STATUS       PIC XX VALUE "00".
    01 WS-INQUIRY-NUMBER       PIC 9(7).
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    *> FIZZAUTH's parameters - see that program
    01 WS-AUTH-PROGRAM         PIC X(8) VALUE "FIZZLKUP".
    01 WS-AUTH-REQUEST         PIC X.
    01 WS-AUTH-DEPARTMENT      PIC X(8).
    01 WS-AUTH-ALLOWED-FLAG    PIC X VALUE "N".
        88 WS-AUTH-ALLOWED             VALUE "Y".
    01 WS-AUTH-REASON          PIC X(40).
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> ad hoc online/inquiry companion to FIZZBUZZ - answers "what did
    *> having to rerun the whole batch. Reads the number to look up
    *> from SYSIN and DISPLAYs the stored classification, so it can be
    *> driven interactively or from a one-line CALL in a bigger inquiry
    *> transaction. The caller must be cleared for the number's owning
    *> department on the INQAUTH authorization table (FIZZAUTH), and
    *> the lookup is logged on ACCLOG whichever way that goes
    OPEN INPUT FIZZBUZZ-IDX
    IF WS-FIZZIDX-STATUS NOT = "00"
        DISPLAY "FIZZLKUP: FIZZBUZZ-IDX dataset not available"
        STOP RUN
    END-IF

    *> every lookup is judged against the caller's departments on
    *> the INQAUTH table and logged on ACCLOG, allowed or refused -
    *> no table or no log, no answer. A refused start is not the end
    *> of it: the lookup still goes through the "N" call below so the
    *> attempt is logged as refused with the reason
    MOVE "S" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-INQUIRY-NUMBER, WS-AUTH-DEPARTMENT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON

    ACCEPT WS-INQUIRY-NUMBER
    MOVE WS-INQUIRY-NUMBER TO IDX-NUMBER-VALUE
    READ FIZZBUZZ-IDX
        INVALID KEY
            MOVE "N" TO WS-FOUND-FLAG
            MOVE SPACES TO WS-AUTH-DEPARTMENT
        NOT INVALID KEY
            MOVE "Y" TO WS-FOUND-FLAG
            MOVE IDX-DEPARTMENT TO WS-AUTH-DEPARTMENT
    END-READ

    *> the number's owning department decides - found out by reading
    *> it, but nothing about it is shown until the caller is cleared
    MOVE "N" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-INQUIRY-NUMBER, WS-AUTH-DEPARTMENT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON
    MOVE "E" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-INQUIRY-NUMBER, WS-AUTH-DEPARTMENT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON

    IF NOT WS-AUTH-ALLOWED
        *> the owning department is on ACCLOG for the data owner,
        *> not shown to a caller who is not cleared for it
        DISPLAY WS-INQUIRY-NUMBER " - INQUIRY REFUSED - "
            FUNCTION TRIM(WS-AUTH-REASON)
        MOVE 8 TO RETURN-CODE
    ELSE IF NOT WS-FOUND
        DISPLAY WS-INQUIRY-NUMBER " - NOT FOUND ON FIZZBUZZ-IDX"
        MOVE 4 TO RETURN-CODE
    ELSE
        IF IDX-DEPARTMENT = SPACES
            *> a pre-registry index entry, classified before runs
            *> were stamped with a department - no business context
            DISPLAY WS-INQUIRY-NUMBER " - " IDX-CLASSIFICATION-CODE
        ELSE
            DISPLAY WS-INQUIRY-NUMBER " - "
                FUNCTION TRIM(IDX-CLASSIFICATION-CODE) " - "
                FUNCTION TRIM(IDX-DEPARTMENT) " - "
                FUNCTION TRIM(IDX-DESCRIPTION)
        END-IF
        MOVE 0 TO RETURN-CODE
    END-IF
    END-IF

    CLOSE FIZZBUZZ-IDX
    STOP RUN.
