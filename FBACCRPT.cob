IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FBACCRPT.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT ACCESS-LOG ASSIGN TO "ACCLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.    *> inquiry access log, sorted by department/timestamp
    SELECT ACC-PARM-FILE ASSIGN TO "ACCPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.   *> optional report month card
    SELECT ACC-REPORT ASSIGN TO "ACCRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACCR-STATUS.   *> monthly access report by department
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  ACCESS-LOG
    LABEL RECORDS ARE STANDARD.
    COPY "FBACCLOG.cpy".
FD  ACC-PARM-FILE
    LABEL RECORDS ARE STANDARD.
    01 ACC-PARM-RECORD.
        05 AP-REPORT-MONTH     PIC X(6).  *> YYYYMM to report, blank = last month
FD  ACC-REPORT
    LABEL RECORDS ARE STANDARD.
    01 ACC-REPORT-LINE         PIC X(132).
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-LOG-STATUS           PIC XX VALUE "00".
    01 WS-PARM-STATUS          PIC XX VALUE "00".
    01 WS-ACCR-STATUS          PIC XX VALUE "00".
    01 WS-REPORT-MONTH         PIC X(6) VALUE SPACES.
    01 WS-TODAY.
        05 WS-TODAY-YEAR       PIC 9(4).
        05 WS-TODAY-MONTH      PIC 9(2).
        05 WS-TODAY-DAY        PIC 9(2).
    01 WS-PRIOR-MONTH.
        05 WS-PRIOR-YEAR       PIC 9(4).
        05 WS-PRIOR-MM         PIC 9(2).
    *> control-break state for the one pass over the sorted log - the
    *> log is appended in time order, every program and department
    *> interleaved, so a SORT step ahead of this one puts it in
    *> AL-DEPARTMENT then AL-RUN-TIMESTAMP order and each department's
    *> section is a straight control break, the FIZZHIST arrangement
    01 WS-BREAK-DEPT           PIC X(8) VALUE HIGH-VALUES.
    01 WS-DEPT-OPEN-FLAG       PIC X VALUE "N".
        88 WS-DEPT-OPEN                VALUE "Y".
    01 WS-LAST-SORT-KEY        PIC X(29) VALUE LOW-VALUES.
    01 WS-THIS-SORT-KEY        PIC X(29) VALUE LOW-VALUES.
    *> one row per user id that inquired on the current department
    *> in the month - the data owner's "who has been looking"
    01 WS-USER-TABLE.
        05 WS-USER-COUNT       PIC 9(3) VALUE 0.
        05 WS-USER-ENTRY OCCURS 500 TIMES.
            10 WS-USER-ID              PIC X(8).
            10 WS-USER-ALLOWED         PIC 9(7).
            10 WS-USER-REFUSED         PIC 9(7).
    01 WS-USER-IDX             PIC 9(3) VALUE 0.
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    01 WS-DEPT-ALLOWED         PIC 9(7) VALUE 0.
    01 WS-DEPT-REFUSED         PIC 9(7) VALUE 0.
    01 WS-RECORDS-READ         PIC 9(9) VALUE 0.
    01 WS-RECORDS-REPORTED     PIC 9(9) VALUE 0.
    01 WS-GRAND-ALLOWED        PIC 9(9) VALUE 0.
    01 WS-GRAND-REFUSED        PIC 9(9) VALUE 0.
    01 WS-DEPARTMENTS-REPORTED PIC 9(5) VALUE 0.
    01 WS-INQUIRY-TEXT         PIC X(18) VALUE SPACES.
    01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> monthly inquiry access report for the departments' data owners,
    *> off the ACCLOG access log FIZZAUTH appends to on behalf of
    *> FIZZLKUP, FIZZDXRF and FIZZHIST. One section per department:
    *> every inquiry on its numbers (or on the department as a whole)
    *> in the month, allowed or refused, with who made it, from which
    *> program and when - then the month's counts by user id.
    *> Pre-registry index entries and numbers not on file get a
    *> section of their own. An optional ACCPARM card names the month;
    *> no card (or a blank month) reports the calendar month before
    *> today, the normal month-end case
    PERFORM 0100-READ-MONTH-CARD
    OPEN INPUT ACCESS-LOG
    IF WS-LOG-STATUS NOT = "00"
        DISPLAY "FBACCRPT: no ACCLOG access log dataset to report on"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT ACC-REPORT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "INQUIRY ACCESS BY DEPARTMENT - MONTH " DELIMITED BY SIZE
           WS-REPORT-MONTH DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM 0200-READ-ACCESS-LOG
    IF WS-DEPT-OPEN
        PERFORM 0400-CLOSE-DEPARTMENT
    END-IF
    CLOSE ACCESS-LOG
    IF WS-RECORDS-REPORTED = 0
        MOVE "  (NO INQUIRIES IN THE MONTH)" TO WS-REPORT-LINE
        WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE
    END-IF
    PERFORM 0500-WRITE-TOTALS
    CLOSE ACC-REPORT
    IF WS-GRAND-REFUSED > 0 OR WS-RECORDS-REPORTED = 0
        *> a refused inquiry is somebody looking where they are not
        *> cleared to - the owners should read this one before it is
        *> filed; an empty month is worth a second look too (is the
        *> log still being written?)
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-READ-MONTH-CARD.
    *> optional - a blank month means the calendar month before today
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    IF WS-TODAY-MONTH = 1
        COMPUTE WS-PRIOR-YEAR = WS-TODAY-YEAR - 1
        MOVE 12 TO WS-PRIOR-MM
    ELSE
        MOVE WS-TODAY-YEAR TO WS-PRIOR-YEAR
        COMPUTE WS-PRIOR-MM = WS-TODAY-MONTH - 1
    END-IF
    MOVE WS-PRIOR-MONTH TO WS-REPORT-MONTH
    OPEN INPUT ACC-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ ACC-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF AP-REPORT-MONTH NOT = SPACES
                    MOVE AP-REPORT-MONTH TO WS-REPORT-MONTH
                END-IF
        END-READ
        CLOSE ACC-PARM-FILE
    END-IF
    IF WS-REPORT-MONTH IS NOT NUMERIC
            OR WS-REPORT-MONTH(5:2) < "01"
            OR WS-REPORT-MONTH(5:2) > "12"
        DISPLAY "FBACCRPT: ACCPARM report month '" WS-REPORT-MONTH
            "' is not a YYYYMM month"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0200-READ-ACCESS-LOG.
    PERFORM UNTIL WS-LOG-STATUS = "10"
        READ ACCESS-LOG
            AT END
                MOVE "10" TO WS-LOG-STATUS
            NOT AT END
                ADD 1 TO WS-RECORDS-READ
                PERFORM 0250-CHECK-SORT-ORDER
                *> AL-RUN-TIMESTAMP comes from FUNCTION CURRENT-DATE,
                *> so its first six characters are the year and month
                IF AL-RUN-TIMESTAMP(1:6) = WS-REPORT-MONTH
                    PERFORM 0300-REPORT-ONE-INQUIRY
                END-IF
        END-READ
    END-PERFORM.

0250-CHECK-SORT-ORDER.
    *> same reasoning as FIZZHIST - a control break over unsorted
    *> input would split a department across several sections and
    *> present each as the whole month, so stop instead
    MOVE SPACES TO WS-THIS-SORT-KEY
    STRING AL-DEPARTMENT DELIMITED BY SIZE
           AL-RUN-TIMESTAMP DELIMITED BY SIZE
        INTO WS-THIS-SORT-KEY
    IF WS-THIS-SORT-KEY < WS-LAST-SORT-KEY
        DISPLAY "FBACCRPT: ACCLOG IS NOT IN DEPARTMENT/TIMESTAMP "
            "ORDER - SORT IT BEFORE THIS STEP"
        CLOSE ACCESS-LOG
        CLOSE ACC-REPORT
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-THIS-SORT-KEY TO WS-LAST-SORT-KEY.

0300-REPORT-ONE-INQUIRY.
    IF AL-DEPARTMENT NOT = WS-BREAK-DEPT
        IF WS-DEPT-OPEN
            PERFORM 0400-CLOSE-DEPARTMENT
        END-IF
        PERFORM 0320-OPEN-DEPARTMENT
    END-IF
    ADD 1 TO WS-RECORDS-REPORTED
    IF AL-ALLOWED
        ADD 1 TO WS-DEPT-ALLOWED
        ADD 1 TO WS-GRAND-ALLOWED
    ELSE
        ADD 1 TO WS-DEPT-REFUSED
        ADD 1 TO WS-GRAND-REFUSED
    END-IF
    MOVE SPACES TO WS-INQUIRY-TEXT
    IF AL-DEPARTMENT-INQUIRY
        MOVE "WHOLE DEPARTMENT" TO WS-INQUIRY-TEXT
    ELSE
        STRING "NUMBER " DELIMITED BY SIZE
               AL-NUMBER DELIMITED BY SIZE
            INTO WS-INQUIRY-TEXT
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           AL-RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           AL-USER-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           AL-PROGRAM DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-INQUIRY-TEXT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           AL-OUTCOME DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           AL-REASON DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM 0350-TALLY-BY-USER.

0320-OPEN-DEPARTMENT.
    MOVE AL-DEPARTMENT TO WS-BREAK-DEPT
    MOVE "Y" TO WS-DEPT-OPEN-FLAG
    ADD 1 TO WS-DEPARTMENTS-REPORTED
    MOVE 0 TO WS-USER-COUNT
    MOVE 0 TO WS-DEPT-ALLOWED
    MOVE 0 TO WS-DEPT-REFUSED
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE
    IF AL-DEPARTMENT = SPACES
        *> pre-registry index entries and numbers not on file -
        *> nobody's data owner, but still somebody looking
        MOVE "NUMBERS WITH NO OWNING DEPARTMENT" TO WS-REPORT-LINE
    ELSE
        STRING "DEPARTMENT " DELIMITED BY SIZE
               AL-DEPARTMENT DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    END-IF
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE.

0350-TALLY-BY-USER.
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-USER-IDX FROM 1 BY 1
            UNTIL WS-USER-IDX > WS-USER-COUNT
        IF WS-USER-ID(WS-USER-IDX) = AL-USER-ID
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-FOUND
        IF WS-USER-COUNT >= 500
            DISPLAY "FBACCRPT: MORE THAN 500 USER IDS INQUIRED ON "
                "DEPARTMENT '" AL-DEPARTMENT "' - WIDEN WS-USER-TABLE"
            CLOSE ACCESS-LOG
            CLOSE ACC-REPORT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-USER-COUNT
        MOVE WS-USER-COUNT TO WS-USER-IDX
        MOVE AL-USER-ID TO WS-USER-ID(WS-USER-IDX)
        MOVE 0 TO WS-USER-ALLOWED(WS-USER-IDX)
        MOVE 0 TO WS-USER-REFUSED(WS-USER-IDX)
    END-IF
    IF AL-ALLOWED
        ADD 1 TO WS-USER-ALLOWED(WS-USER-IDX)
    ELSE
        ADD 1 TO WS-USER-REFUSED(WS-USER-IDX)
    END-IF.

0400-CLOSE-DEPARTMENT.
    MOVE "  BY USER ID" TO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM VARYING WS-USER-IDX FROM 1 BY 1
            UNTIL WS-USER-IDX > WS-USER-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "    " DELIMITED BY SIZE
               WS-USER-ID(WS-USER-IDX) DELIMITED BY SIZE
               "  ALLOWED " DELIMITED BY SIZE
               WS-USER-ALLOWED(WS-USER-IDX) DELIMITED BY SIZE
               "  REFUSED " DELIMITED BY SIZE
               WS-USER-REFUSED(WS-USER-IDX) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  DEPARTMENT TOTAL  ALLOWED " DELIMITED BY SIZE
           WS-DEPT-ALLOWED DELIMITED BY SIZE
           "  REFUSED " DELIMITED BY SIZE
           WS-DEPT-REFUSED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "N" TO WS-DEPT-OPEN-FLAG.

0500-WRITE-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "MONTH TOTALS" TO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "INQUIRIES ALLOWED......" DELIMITED BY SIZE
           WS-GRAND-ALLOWED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "INQUIRIES REFUSED......" DELIMITED BY SIZE
           WS-GRAND-REFUSED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "DEPARTMENTS REPORTED..." DELIMITED BY SIZE
           WS-DEPARTMENTS-REPORTED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "LOG RECORDS READ......." DELIMITED BY SIZE
           WS-RECORDS-READ DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACC-REPORT-LINE FROM WS-REPORT-LINE.
