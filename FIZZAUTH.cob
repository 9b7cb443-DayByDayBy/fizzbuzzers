IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FIZZAUTH.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT INQ-AUTH-FILE ASSIGN TO "INQAUTH"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUTH-STATUS.   *> who may inquire on which departments
    SELECT ACCESS-LOG ASSIGN TO "ACCLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LOG-STATUS.    *> cumulative inquiry access log
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  INQ-AUTH-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBINQAUT.cpy".
FD  ACCESS-LOG
    LABEL RECORDS ARE STANDARD.
    COPY "FBACCLOG.cpy".
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-AUTH-STATUS          PIC XX VALUE "00".
    01 WS-LOG-STATUS           PIC XX VALUE "00".
    01 WS-STARTED-FLAG         PIC X VALUE "N".
        88 WS-STARTED                  VALUE "Y".
    01 WS-LOG-OPEN-FLAG        PIC X VALUE "N".
        88 WS-LOG-OPEN                 VALUE "Y".
    *> set when the table or the log cannot be used - every inquiry
    *> the caller makes after that is refused with this reason
    01 WS-SETUP-FAILED-FLAG    PIC X VALUE "N".
        88 WS-SETUP-FAILED             VALUE "Y".
    01 WS-SETUP-REASON         PIC X(40) VALUE SPACES.
    01 WS-USER-ID              PIC X(8) VALUE SPACES.
    01 WS-ROW-USER-ID          PIC X(8) VALUE SPACES.
    *> the signed-on user's active grants only - nobody else's rows
    *> are any use to this inquiry
    01 WS-GRANT-TABLE.
        05 WS-GRANT-COUNT      PIC 9(3) VALUE 0.
        05 WS-GRANT-DEPARTMENT PIC X(8) OCCURS 200 TIMES.
    01 WS-GRANT-IDX            PIC 9(3) VALUE 0.
    01 WS-ALL-DEPARTMENTS-FLAG PIC X VALUE "N".
        88 WS-ALL-DEPARTMENTS          VALUE "Y".
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
LINKAGE SECTION.
    01 LK-PROGRAM              PIC X(8).
    01 LK-REQUEST              PIC X.
        88 LK-START-INQUIRIES          VALUE "S".
        88 LK-NUMBER-INQUIRY           VALUE "N".
        88 LK-DEPARTMENT-INQUIRY       VALUE "D".
        88 LK-END-INQUIRIES            VALUE "E".
    01 LK-NUMBER               PIC 9(7).
    01 LK-DEPARTMENT           PIC X(8).
    01 LK-ALLOWED-FLAG         PIC X.
        88 LK-ALLOWED                  VALUE "Y".
        88 LK-REFUSED                  VALUE "N".
    01 LK-REASON               PIC X(40).
PROCEDURE DIVISION USING LK-PROGRAM, LK-REQUEST,
                         LK-NUMBER, LK-DEPARTMENT,
                         LK-ALLOWED-FLAG, LK-REASON.
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> inquiry authorization and access logging for FIZZLKUP,
    *> FIZZDXRF and FIZZHIST, so the check and the log record live in
    *> exactly one place. The caller makes an "S" call before its
    *> first inquiry (loads the signed-on user's grants off INQAUTH,
    *> FBINQAUT.cpy, and opens the ACCLOG access log, FBACCLOG.cpy),
    *> an "N" call per number or "D" call per department it is about
    *> to show - each is judged against the grants and logged, allowed
    *> or refused - and an "E" call when it is done. Unlike the
    *> maintenance journal this fails closed: no table or no log
    *> means nothing is shown, because an inquiry nobody can account
    *> for is exactly what the data owners asked to be rid of. The
    *> "S" call's answer says whether anything can be shown at all,
    *> but a caller still makes its "N" or "D" call when it is
    *> refused, so that the attempt is logged as refused with the
    *> reason - only a missing log leaves an attempt unrecorded
    EVALUATE TRUE
        WHEN LK-START-INQUIRIES
            PERFORM 0100-START-INQUIRIES
            IF WS-SETUP-FAILED
                SET LK-REFUSED TO TRUE
                MOVE WS-SETUP-REASON TO LK-REASON
            ELSE
                SET LK-ALLOWED TO TRUE
                MOVE SPACES TO LK-REASON
            END-IF
        WHEN LK-NUMBER-INQUIRY
        WHEN LK-DEPARTMENT-INQUIRY
            IF NOT WS-STARTED
                PERFORM 0100-START-INQUIRIES
            END-IF
            PERFORM 0300-JUDGE-INQUIRY
            PERFORM 0400-LOG-INQUIRY
        WHEN LK-END-INQUIRIES
            *> leaves the flag and reason as the last inquiry set
            *> them, so the caller can close up before it reports
            PERFORM 0500-END-INQUIRIES
        WHEN OTHER
            SET LK-REFUSED TO TRUE
            MOVE "UNKNOWN FIZZAUTH REQUEST CODE" TO LK-REASON
    END-EVALUATE

    IF LK-REFUSED
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF

    GOBACK.

0100-START-INQUIRIES.
    *> once per run, however many times the caller asks
    IF NOT WS-STARTED
        MOVE "Y" TO WS-STARTED-FLAG
        *> the user id the job or session is running under - not a
        *> card the requester keys, which could say anything
        ACCEPT WS-USER-ID FROM ENVIRONMENT "USER"
        MOVE FUNCTION UPPER-CASE(WS-USER-ID) TO WS-USER-ID
        PERFORM 0200-LOAD-GRANTS
        *> the log is opened whatever became of the table, so an
        *> inquiry refused because the table is missing or damaged
        *> is on the log like any other refusal
        OPEN EXTEND ACCESS-LOG
        IF WS-LOG-STATUS = "00"
            MOVE "Y" TO WS-LOG-OPEN-FLAG
        ELSE
            DISPLAY "FIZZAUTH: ACCLOG access log not available - "
                "no inquiry will be answered"
            IF NOT WS-SETUP-FAILED
                MOVE "Y" TO WS-SETUP-FAILED-FLAG
                MOVE "ACCESS LOG NOT AVAILABLE" TO WS-SETUP-REASON
            END-IF
        END-IF
    END-IF.

0200-LOAD-GRANTS.
    OPEN INPUT INQ-AUTH-FILE
    IF WS-AUTH-STATUS NOT = "00"
        DISPLAY "FIZZAUTH: INQAUTH authorization table not available "
            "- no inquiry will be answered"
        MOVE "Y" TO WS-SETUP-FAILED-FLAG
        MOVE "AUTHORIZATION TABLE NOT AVAILABLE" TO WS-SETUP-REASON
    ELSE
        PERFORM UNTIL WS-AUTH-STATUS = "10"
            READ INQ-AUTH-FILE
                AT END
                    MOVE "10" TO WS-AUTH-STATUS
                NOT AT END
                    PERFORM 0210-CHECK-GRANT-ROW
            END-READ
        END-PERFORM
        CLOSE INQ-AUTH-FILE
    END-IF.

0210-CHECK-GRANT-ROW.
    *> a bad row anywhere refuses everybody, not just its own user -
    *> the table is hand-edited, and a slip that happens to grant
    *> nothing today is one keystroke from granting everything
    IF IA-USER-ID = SPACES
            OR IA-DEPARTMENT = SPACES
            OR NOT (IA-ACTIVE OR IA-REVOKED)
        DISPLAY "FIZZAUTH: BAD INQAUTH ROW '" INQUIRY-AUTH-RECORD "'"
        MOVE "Y" TO WS-SETUP-FAILED-FLAG
        MOVE "AUTHORIZATION TABLE HAS A BAD ROW" TO WS-SETUP-REASON
    ELSE
        MOVE FUNCTION UPPER-CASE(IA-USER-ID) TO WS-ROW-USER-ID
        IF IA-ACTIVE AND WS-ROW-USER-ID = WS-USER-ID
            IF IA-ALL-DEPARTMENTS
                MOVE "Y" TO WS-ALL-DEPARTMENTS-FLAG
            END-IF
            IF WS-GRANT-COUNT >= 200
                DISPLAY "FIZZAUTH: MORE THAN 200 INQAUTH GRANTS FOR "
                    WS-USER-ID " - WIDEN WS-GRANT-TABLE"
                MOVE "Y" TO WS-SETUP-FAILED-FLAG
                MOVE "AUTHORIZATION TABLE TOO BIG" TO WS-SETUP-REASON
            ELSE
                ADD 1 TO WS-GRANT-COUNT
                MOVE IA-DEPARTMENT TO WS-GRANT-DEPARTMENT(WS-GRANT-COUNT)
            END-IF
        END-IF
    END-IF.

0300-JUDGE-INQUIRY.
    SET LK-REFUSED TO TRUE
    EVALUATE TRUE
        WHEN WS-SETUP-FAILED
            MOVE WS-SETUP-REASON TO LK-REASON
        WHEN WS-USER-ID = SPACES
            MOVE "NO SIGNED-ON USER ID" TO LK-REASON
        WHEN WS-GRANT-COUNT = 0
            MOVE "USER NOT ON THE AUTHORIZATION TABLE" TO LK-REASON
        WHEN WS-ALL-DEPARTMENTS
            SET LK-ALLOWED TO TRUE
            MOVE "AUTHORIZED FOR ALL DEPARTMENTS" TO LK-REASON
        WHEN LK-DEPARTMENT = SPACES
            *> a pre-registry index entry, or a number not on file -
            *> it has no data owner to protect it from a user who is
            *> on the table
            SET LK-ALLOWED TO TRUE
            MOVE "NO OWNING DEPARTMENT" TO LK-REASON
        WHEN OTHER
            MOVE "N" TO WS-FOUND-FLAG
            PERFORM VARYING WS-GRANT-IDX FROM 1 BY 1
                    UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
                IF WS-GRANT-DEPARTMENT(WS-GRANT-IDX) = LK-DEPARTMENT
                    MOVE "Y" TO WS-FOUND-FLAG
                    EXIT PERFORM
                END-IF
            END-PERFORM
            IF WS-FOUND
                SET LK-ALLOWED TO TRUE
                MOVE "AUTHORIZED FOR THE DEPARTMENT" TO LK-REASON
            ELSE
                MOVE "NOT AUTHORIZED FOR THE DEPARTMENT" TO LK-REASON
            END-IF
    END-EVALUATE.

0400-LOG-INQUIRY.
    *> nothing is shown that was not logged first - a write that
    *> fails turns an allowed inquiry into a refused one
    IF WS-LOG-OPEN
        MOVE SPACES TO ACCESS-LOG-RECORD
        MOVE FUNCTION CURRENT-DATE TO AL-RUN-TIMESTAMP
        MOVE WS-USER-ID TO AL-USER-ID
        MOVE LK-PROGRAM TO AL-PROGRAM
        MOVE LK-REQUEST TO AL-INQUIRY-TYPE
        IF LK-NUMBER-INQUIRY
            MOVE LK-NUMBER TO AL-NUMBER
        ELSE
            MOVE 0 TO AL-NUMBER
        END-IF
        MOVE LK-DEPARTMENT TO AL-DEPARTMENT
        IF LK-ALLOWED
            SET AL-ALLOWED TO TRUE
        ELSE
            SET AL-REFUSED TO TRUE
        END-IF
        MOVE LK-REASON TO AL-REASON
        WRITE ACCESS-LOG-RECORD
        IF WS-LOG-STATUS NOT = "00"
            DISPLAY "FIZZAUTH: ACCLOG write failed, status "
                WS-LOG-STATUS " - no further inquiry will be answered"
            CLOSE ACCESS-LOG
            MOVE "N" TO WS-LOG-OPEN-FLAG
            MOVE "Y" TO WS-SETUP-FAILED-FLAG
            MOVE "ACCESS LOG NOT AVAILABLE" TO WS-SETUP-REASON
            SET LK-REFUSED TO TRUE
            MOVE WS-SETUP-REASON TO LK-REASON
        END-IF
    END-IF.

0500-END-INQUIRIES.
    IF WS-LOG-OPEN
        CLOSE ACCESS-LOG
        MOVE "N" TO WS-LOG-OPEN-FLAG
    END-IF.
