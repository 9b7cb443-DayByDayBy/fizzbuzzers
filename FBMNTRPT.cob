IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FBMNTRPT.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT MAINT-JOURNAL ASSIGN TO "MNTJNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JNL-STATUS.    *> shared journal the maintenance programs append to
    SELECT MNT-PARM-FILE ASSIGN TO "MNTPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.   *> optional from/to date card
    SELECT MNT-REPORT ASSIGN TO "MNTRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MNTR-STATUS.   *> maintenance activity report
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  MAINT-JOURNAL
    LABEL RECORDS ARE STANDARD.
    COPY "FBMNTJNL.cpy".
FD  MNT-PARM-FILE
    LABEL RECORDS ARE STANDARD.
    01 MNT-PARM-RECORD.
        05 MNT-PARM-FROM-DATE  PIC X(8). *> YYYYMMDD, blank = from the start of the journal
        05 MNT-PARM-TO-DATE    PIC X(8). *> YYYYMMDD, blank = to the end of the journal
FD  MNT-REPORT
    LABEL RECORDS ARE STANDARD.
    01 MNT-REPORT-LINE         PIC X(240).
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-JNL-STATUS           PIC XX VALUE "00".
    01 WS-PARM-STATUS          PIC XX VALUE "00".
    01 WS-MNTR-STATUS          PIC XX VALUE "00".
    01 WS-FROM-DATE            PIC X(8) VALUE SPACES.
    01 WS-TO-DATE              PIC X(8) VALUE SPACES.
    *> one row per master file and action seen in the period
    01 WS-MASTER-TABLE.
        05 WS-MASTER-COUNT     PIC 9(3) VALUE 0.
        05 WS-MASTER-ENTRY OCCURS 20 TIMES.
            10 WS-MASTER-FILE          PIC X(8).
            10 WS-MASTER-ACTION        PIC X(6).
            10 WS-MASTER-ACCEPTED      PIC 9(5).
            10 WS-MASTER-REJECTED      PIC 9(5).
            10 WS-MASTER-QUEUED        PIC 9(5).
            10 WS-MASTER-EXPIRED       PIC 9(5).
    01 WS-MASTER-IDX           PIC 9(3) VALUE 0.
    *> one row per department and master file seen in the period -
    *> a department's number, registry and rules activity side by
    *> side for its data owner
    01 WS-DEPT-TABLE.
        05 WS-DEPT-COUNT       PIC 9(3) VALUE 0.
        05 WS-DEPT-ENTRY OCCURS 150 TIMES.
            10 WS-DEPT-ID              PIC X(8).
            10 WS-DEPT-FILE            PIC X(8).
            10 WS-DEPT-ACCEPTED        PIC 9(5).
            10 WS-DEPT-REJECTED        PIC 9(5).
            10 WS-DEPT-QUEUED          PIC 9(5).
            10 WS-DEPT-EXPIRED         PIC 9(5).
    01 WS-DEPT-IDX             PIC 9(3) VALUE 0.
    *> the department 0350 tallies the current journal record under
    01 WS-TALLY-DEPARTMENT     PIC X(8) VALUE SPACES.
    *> a NUMMST record's before image, to see who owned the number
    *> before a CHANGE moved it
    COPY "FBNUMMST.cpy".
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    01 WS-RECORDS-READ         PIC 9(7) VALUE 0.
    01 WS-RECORDS-REPORTED     PIC 9(7) VALUE 0.
    01 WS-GRAND-ACCEPTED       PIC 9(7) VALUE 0.
    01 WS-GRAND-REJECTED       PIC 9(7) VALUE 0.
    01 WS-GRAND-QUEUED         PIC 9(7) VALUE 0.
    01 WS-GRAND-EXPIRED        PIC 9(7) VALUE 0.
    01 WS-REPORT-LINE          PIC X(240) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> periodic maintenance activity report off the shared MNTJNL
    *> journal FBNUMMNT, FBDPTMNT and FBRULMNT append to - every
    *> journaled transaction in the period with its before and after
    *> images (so "when did this number move, and who moved it" has
    *> an answer), then the period's counts by master file and action
    *> and by department - a number moved between departments counts
    *> under both the one it left and the one it joined. An optional
    *> MNTPARM card bounds the period by run date, from and to
    *> inclusive; no card (or blank dates) reports the whole journal
    PERFORM 0100-READ-PERIOD-CARD
    OPEN INPUT MAINT-JOURNAL
    IF WS-JNL-STATUS NOT = "00"
        DISPLAY "FBMNTRPT: no maintenance journal dataset to report on"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT MNT-REPORT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "MASTER FILE MAINTENANCE ACTIVITY - FROM " DELIMITED BY SIZE
           WS-FROM-DATE DELIMITED BY SIZE
           " TO " DELIMITED BY SIZE
           WS-TO-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "TRANSACTIONS IN JOURNAL ORDER" TO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM 0200-READ-JOURNAL
    CLOSE MAINT-JOURNAL
    IF WS-RECORDS-REPORTED = 0
        MOVE "  (NO MAINTENANCE IN THE PERIOD)" TO WS-REPORT-LINE
        WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    END-IF
    PERFORM 0400-WRITE-BY-MASTER-FILE
    PERFORM 0500-WRITE-BY-DEPARTMENT
    PERFORM 0600-WRITE-TOTALS
    CLOSE MNT-REPORT
    IF WS-RECORDS-REPORTED = 0
        *> same reasoning as FIZZOPS - an empty period is worth a
        *> second look before it is filed as a quiet one
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-READ-PERIOD-CARD.
    *> optional - blank or missing dates leave that end open
    OPEN INPUT MNT-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ MNT-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE MNT-PARM-FROM-DATE TO WS-FROM-DATE
                MOVE MNT-PARM-TO-DATE TO WS-TO-DATE
        END-READ
        CLOSE MNT-PARM-FILE
    END-IF
    IF WS-FROM-DATE = SPACES
        MOVE "00000000" TO WS-FROM-DATE
    END-IF
    IF WS-TO-DATE = SPACES
        MOVE "99999999" TO WS-TO-DATE
    END-IF.

0200-READ-JOURNAL.
    PERFORM UNTIL WS-JNL-STATUS = "10"
        READ MAINT-JOURNAL
            AT END
                MOVE "10" TO WS-JNL-STATUS
            NOT AT END
                ADD 1 TO WS-RECORDS-READ
                *> MJ-RUN-TIMESTAMP comes from FUNCTION CURRENT-DATE,
                *> so its first eight characters are the run date
                IF MJ-RUN-TIMESTAMP(1:8) >= WS-FROM-DATE
                        AND MJ-RUN-TIMESTAMP(1:8) <= WS-TO-DATE
                    ADD 1 TO WS-RECORDS-REPORTED
                    PERFORM 0250-WRITE-DETAIL-LINES
                    PERFORM 0300-TALLY-BY-MASTER-FILE
                    MOVE MJ-DEPARTMENT TO WS-TALLY-DEPARTMENT
                    PERFORM 0350-TALLY-BY-DEPARTMENT
                    *> a CHANGE that moves a number is journaled
                    *> under its new owner - the department that lost
                    *> it sees the move in its own figures too
                    IF MJ-NUMBER-MASTER AND MJ-BEFORE-IMAGE NOT = SPACES
                        MOVE MJ-BEFORE-IMAGE TO NUMBER-MASTER-RECORD
                        IF NM-DEPARTMENT NOT = MJ-DEPARTMENT
                            MOVE NM-DEPARTMENT TO WS-TALLY-DEPARTMENT
                            PERFORM 0350-TALLY-BY-DEPARTMENT
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM.

0250-WRITE-DETAIL-LINES.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           MJ-RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           MJ-PROGRAM DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           MJ-MASTER-FILE DELIMITED BY SIZE
           "  DEPT " DELIMITED BY SIZE
           MJ-DEPARTMENT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           MJ-ACTION DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           MJ-KEY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           MJ-OUTCOME DELIMITED BY SIZE
           "  KEYED " DELIMITED BY SIZE
           MJ-KEYED-BY DELIMITED BY SIZE
           "  AUTH " DELIMITED BY SIZE
           MJ-AUTHORIZED-BY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           MJ-REASON DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    IF MJ-BEFORE-IMAGE NOT = SPACES
        MOVE SPACES TO WS-REPORT-LINE
        STRING "      BEFORE  " DELIMITED BY SIZE
               MJ-BEFORE-IMAGE DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    END-IF
    IF MJ-AFTER-IMAGE NOT = SPACES
        MOVE SPACES TO WS-REPORT-LINE
        STRING "      AFTER   " DELIMITED BY SIZE
               MJ-AFTER-IMAGE DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

0300-TALLY-BY-MASTER-FILE.
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
            UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
        IF WS-MASTER-FILE(WS-MASTER-IDX) = MJ-MASTER-FILE
                AND WS-MASTER-ACTION(WS-MASTER-IDX) = MJ-ACTION
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-FOUND
        IF WS-MASTER-COUNT >= 20
            DISPLAY "FBMNTRPT: MORE THAN 20 DISTINCT MASTER FILE "
                "ACTIONS - WIDEN WS-MASTER-TABLE"
            CLOSE MAINT-JOURNAL
            CLOSE MNT-REPORT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-MASTER-COUNT
        MOVE WS-MASTER-COUNT TO WS-MASTER-IDX
        MOVE MJ-MASTER-FILE TO WS-MASTER-FILE(WS-MASTER-IDX)
        MOVE MJ-ACTION TO WS-MASTER-ACTION(WS-MASTER-IDX)
        MOVE 0 TO WS-MASTER-ACCEPTED(WS-MASTER-IDX)
        MOVE 0 TO WS-MASTER-REJECTED(WS-MASTER-IDX)
        MOVE 0 TO WS-MASTER-QUEUED(WS-MASTER-IDX)
        MOVE 0 TO WS-MASTER-EXPIRED(WS-MASTER-IDX)
    END-IF
    EVALUATE TRUE
        WHEN MJ-ACCEPTED
            ADD 1 TO WS-MASTER-ACCEPTED(WS-MASTER-IDX)
            ADD 1 TO WS-GRAND-ACCEPTED
        WHEN MJ-QUEUED
            ADD 1 TO WS-MASTER-QUEUED(WS-MASTER-IDX)
            ADD 1 TO WS-GRAND-QUEUED
        WHEN MJ-EXPIRED
            ADD 1 TO WS-MASTER-EXPIRED(WS-MASTER-IDX)
            ADD 1 TO WS-GRAND-EXPIRED
        WHEN OTHER
            ADD 1 TO WS-MASTER-REJECTED(WS-MASTER-IDX)
            ADD 1 TO WS-GRAND-REJECTED
    END-EVALUATE.

0350-TALLY-BY-DEPARTMENT.
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        IF WS-DEPT-ID(WS-DEPT-IDX) = WS-TALLY-DEPARTMENT
                AND WS-DEPT-FILE(WS-DEPT-IDX) = MJ-MASTER-FILE
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-FOUND
        IF WS-DEPT-COUNT >= 150
            DISPLAY "FBMNTRPT: MORE THAN 150 DEPARTMENT/MASTER FILE "
                "PAIRS - WIDEN WS-DEPT-TABLE"
            CLOSE MAINT-JOURNAL
            CLOSE MNT-REPORT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-DEPT-COUNT
        MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
        MOVE WS-TALLY-DEPARTMENT TO WS-DEPT-ID(WS-DEPT-IDX)
        MOVE MJ-MASTER-FILE TO WS-DEPT-FILE(WS-DEPT-IDX)
        MOVE 0 TO WS-DEPT-ACCEPTED(WS-DEPT-IDX)
        MOVE 0 TO WS-DEPT-REJECTED(WS-DEPT-IDX)
        MOVE 0 TO WS-DEPT-QUEUED(WS-DEPT-IDX)
        MOVE 0 TO WS-DEPT-EXPIRED(WS-DEPT-IDX)
    END-IF
    EVALUATE TRUE
        WHEN MJ-ACCEPTED
            ADD 1 TO WS-DEPT-ACCEPTED(WS-DEPT-IDX)
        WHEN MJ-QUEUED
            ADD 1 TO WS-DEPT-QUEUED(WS-DEPT-IDX)
        WHEN MJ-EXPIRED
            ADD 1 TO WS-DEPT-EXPIRED(WS-DEPT-IDX)
        WHEN OTHER
            ADD 1 TO WS-DEPT-REJECTED(WS-DEPT-IDX)
    END-EVALUATE.

0400-WRITE-BY-MASTER-FILE.
    MOVE "ACTIVITY BY MASTER FILE AND ACTION" TO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM VARYING WS-MASTER-IDX FROM 1 BY 1
            UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  " DELIMITED BY SIZE
               WS-MASTER-FILE(WS-MASTER-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-MASTER-ACTION(WS-MASTER-IDX) DELIMITED BY SIZE
               "  ACCEPTED " DELIMITED BY SIZE
               WS-MASTER-ACCEPTED(WS-MASTER-IDX) DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-MASTER-REJECTED(WS-MASTER-IDX) DELIMITED BY SIZE
               "  QUEUED " DELIMITED BY SIZE
               WS-MASTER-QUEUED(WS-MASTER-IDX) DELIMITED BY SIZE
               "  EXPIRED " DELIMITED BY SIZE
               WS-MASTER-EXPIRED(WS-MASTER-IDX) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    END-PERFORM.

0500-WRITE-BY-DEPARTMENT.
    MOVE "ACTIVITY BY DEPARTMENT AND MASTER FILE" TO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  DEPT " DELIMITED BY SIZE
               WS-DEPT-ID(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEPT-FILE(WS-DEPT-IDX) DELIMITED BY SIZE
               "  ACCEPTED " DELIMITED BY SIZE
               WS-DEPT-ACCEPTED(WS-DEPT-IDX) DELIMITED BY SIZE
               "  REJECTED " DELIMITED BY SIZE
               WS-DEPT-REJECTED(WS-DEPT-IDX) DELIMITED BY SIZE
               "  QUEUED " DELIMITED BY SIZE
               WS-DEPT-QUEUED(WS-DEPT-IDX) DELIMITED BY SIZE
               "  EXPIRED " DELIMITED BY SIZE
               WS-DEPT-EXPIRED(WS-DEPT-IDX) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE
    END-PERFORM.

0600-WRITE-TOTALS.
    MOVE "PERIOD TOTALS" TO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACCEPTED............." DELIMITED BY SIZE
           WS-GRAND-ACCEPTED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "REJECTED............." DELIMITED BY SIZE
           WS-GRAND-REJECTED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "QUEUED FOR APPROVAL.." DELIMITED BY SIZE
           WS-GRAND-QUEUED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "EXPIRED UNAPPROVED..." DELIMITED BY SIZE
           WS-GRAND-EXPIRED DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "JOURNAL RECORDS READ." DELIMITED BY SIZE
           WS-RECORDS-READ DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE MNT-REPORT-LINE FROM WS-REPORT-LINE.
