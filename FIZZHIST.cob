    01 WS-THIS-SORT-KEY        PIC X(28) VALUE LOW-VALUES.
    01 WS-RECORD-COUNT         PIC 9(9) VALUE 0.
    01 WS-REPORTED-COUNT       PIC 9(9) VALUE 0.
    01 WS-REFUSED-COUNT        PIC 9(9) VALUE 0.
    01 WS-REPORT-LINE          PIC X(240) VALUE SPACES.
    *> the owning department the caller was last cleared (or refused)
    *> for within the current number - re-judged whenever the
    *> number's decisions move to another department
    01 WS-CHECKED-DEPT         PIC X(8) VALUE HIGH-VALUES.
    *> the "NUMBER" heading only goes out once the caller has been
    *> cleared for some stretch of that number's history
    01 WS-HEADING-FLAG         PIC X VALUE "N".
        88 WS-HEADING-WRITTEN          VALUE "Y".
    *> set when a single number was asked about, had no history, and
    *> the caller was refused even the asking
    01 WS-EMPTY-REFUSED-FLAG   PIC X VALUE "N".
        88 WS-EMPTY-REFUSED            VALUE "Y".
    *> FIZZAUTH's parameters - see that program
    01 WS-AUTH-PROGRAM         PIC X(8) VALUE "FIZZHIST".
    01 WS-AUTH-REQUEST         PIC X.
    01 WS-AUTH-NUMBER          PIC 9(7) VALUE 0.
    01 WS-AUTH-ALLOWED-FLAG    PIC X VALUE "N".
        88 WS-AUTH-ALLOWED             VALUE "Y".
    01 WS-AUTH-REASON          PIC X(40).
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> per-number classification history off the archived audit
    *> each number's decisions chronologically with the job that made
    *> them. An optional HISTPARM control card (the RUN-PARAMETERS
    *> layout, RUN-START/RUN-END only) restricts the report to a
    *> single number (start = end) or a range. Each number's history
    *> is only shown to a caller cleared for the department that owned
    *> it on the INQAUTH authorization table (FIZZAUTH); the rest are
    *> listed as refused, and every number asked about is logged on
    *> ACCLOG whichever way it went. A refused start does not end the
    *> run - every number still goes through its "N" call, so each
    *> one is logged as refused with the reason
    PERFORM 0100-READ-RESTRICTION-CARD
    MOVE "S" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-AUTH-NUMBER, WS-CHECKED-DEPT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON
    IF NOT WS-AUTH-ALLOWED
        DISPLAY "FIZZHIST: NO INQUIRY POSSIBLE - " WS-AUTH-REASON
    END-IF
    OPEN INPUT AUDIT-IN
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "FIZZHIST: AUDITIN dataset not available"
        INTO WS-REPORT-LINE
    WRITE HIST-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM 0200-WALK-AUDIT-RECORDS
    IF WS-RUN-START = WS-RUN-END
            AND WS-REPORTED-COUNT = 0 AND WS-REFUSED-COUNT = 0
        PERFORM 0380-AUTHORIZE-EMPTY-HISTORY
    END-IF
    PERFORM 0400-WRITE-TOTALS
    CLOSE HIST-REPORT
    CLOSE AUDIT-IN
    MOVE "E" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-AUTH-NUMBER, WS-CHECKED-DEPT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON
    IF WS-EMPTY-REFUSED
            OR (WS-REFUSED-COUNT > 0 AND WS-REPORTED-COUNT = 0)
        *> nothing that was asked about could be shown - the same
        *> outcome as FIZZLKUP's refused lookup
        MOVE 8 TO RETURN-CODE
    ELSE IF WS-REPORTED-COUNT = 0 OR WS-REFUSED-COUNT > 0
        *> same convention as FIZZLKUP's NOT FOUND inquiry - the
        *> request ran fine, there is just no history for what was
        *> asked (or some of it was refused), which the asker
        *> probably wants to notice
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    END-IF
    STOP RUN.

0100-READ-RESTRICTION-CARD.
0300-REPORT-ONE-DECISION.
    IF AUDIT-NUMBER NOT = WS-BREAK-NUMBER
        MOVE AUDIT-NUMBER TO WS-BREAK-NUMBER
        MOVE HIGH-VALUES TO WS-CHECKED-DEPT
        MOVE "N" TO WS-HEADING-FLAG
    END-IF
    IF AUDIT-DEPARTMENT NOT = WS-CHECKED-DEPT
        PERFORM 0350-AUTHORIZE-DECISIONS
    END-IF
    IF NOT WS-AUTH-ALLOWED
        ADD 1 TO WS-REFUSED-COUNT
    ELSE
        IF NOT WS-HEADING-WRITTEN
            MOVE SPACES TO WS-REPORT-LINE
            STRING "NUMBER " DELIMITED BY SIZE
                   AUDIT-NUMBER DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            WRITE HIST-REPORT-LINE FROM WS-REPORT-LINE
            MOVE "Y" TO WS-HEADING-FLAG
        END-IF
        ADD 1 TO WS-REPORTED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  " DELIMITED BY SIZE
               AUDIT-RUN-TIMESTAMP DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               AUDIT-JOB-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(AUDIT-CLASSIFICATION) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE HIST-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

0350-AUTHORIZE-DECISIONS.
    *> judged on the department that owned the number when each
    *> decision was taken (AUDIT-DEPARTMENT) - a number that moved
    *> departments shows each owner's stretch of its history only to
    *> callers cleared for that owner
    MOVE AUDIT-DEPARTMENT TO WS-CHECKED-DEPT
    MOVE AUDIT-NUMBER TO WS-AUTH-NUMBER
    MOVE "N" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-AUTH-NUMBER, WS-CHECKED-DEPT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON
    IF NOT WS-AUTH-ALLOWED
        PERFORM 0360-REPORT-REFUSAL
    END-IF.

0360-REPORT-REFUSAL.
    *> only the number and FIZZAUTH's reason - the owning department
    *> goes on ACCLOG for the data owner, not to a caller who is not
    *> cleared for it
    DISPLAY "FIZZHIST: NUMBER " WS-AUTH-NUMBER " REFUSED - "
        WS-AUTH-REASON
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-HEADING-WRITTEN
        STRING "  INQUIRY REFUSED - " DELIMITED BY SIZE
               WS-AUTH-REASON DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    ELSE
        STRING "NUMBER " DELIMITED BY SIZE
               WS-AUTH-NUMBER DELIMITED BY SIZE
               "  INQUIRY REFUSED - " DELIMITED BY SIZE
               WS-AUTH-REASON DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        MOVE "Y" TO WS-HEADING-FLAG
    END-IF
    WRITE HIST-REPORT-LINE FROM WS-REPORT-LINE.

0380-AUTHORIZE-EMPTY-HISTORY.
    *> a single number with no history at all is still an inquiry
    *> about that number - judged and logged like a number not on
    *> file, so a caller who is not on the table cannot use the empty
    *> answer to learn anything, and the asking is on ACCLOG. A range
    *> with nothing in it names no one number to log
    MOVE WS-RUN-START TO WS-AUTH-NUMBER
    MOVE SPACES TO WS-CHECKED-DEPT
    MOVE "N" TO WS-HEADING-FLAG
    MOVE "N" TO WS-AUTH-REQUEST
    CALL "FIZZAUTH" USING WS-AUTH-PROGRAM, WS-AUTH-REQUEST,
                          WS-AUTH-NUMBER, WS-CHECKED-DEPT,
                          WS-AUTH-ALLOWED-FLAG, WS-AUTH-REASON
    IF NOT WS-AUTH-ALLOWED
        MOVE "Y" TO WS-EMPTY-REFUSED-FLAG
        PERFORM 0360-REPORT-REFUSAL
    END-IF.

0400-WRITE-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "AUDIT RECORDS READ....." DELIMITED BY SIZE
    STRING "DECISIONS REPORTED....." DELIMITED BY SIZE
           WS-REPORTED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE HIST-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DECISIONS REFUSED......" DELIMITED BY SIZE
           WS-REFUSED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE HIST-REPORT-LINE FROM WS-REPORT-LINE.
