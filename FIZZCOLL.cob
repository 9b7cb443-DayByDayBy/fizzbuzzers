IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FIZZCOLL.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT COLLISION-FILE ASSIGN TO "COLLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COLL-STATUS.   *> tonight's collision datasets, concatenated
    SELECT COLL-REPORT ASSIGN TO "COLLRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.    *> ownership-collision report
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  COLLISION-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBCOLL.cpy".
FD  COLL-REPORT
    LABEL RECORDS ARE STANDARD.
    01 COLL-REPORT-LINE        PIC X(132).
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-COLL-STATUS          PIC XX VALUE "00".
    01 WS-RPT-STATUS           PIC XX VALUE "00".
    *> one tally row per running-department/owning-department pair -
    *> the question the owning team asks is "whose range keeps
    *> walking over our numbers", so the pair is the unit
    01 WS-PAIR-TABLE.
        05 WS-PAIR-COUNT       PIC 9(3) VALUE 0.
        05 WS-PAIR-ENTRY OCCURS 100 TIMES.
            10 WS-PAIR-RUN-DEPT        PIC X(8).
            10 WS-PAIR-OWNING-DEPT     PIC X(8).
            10 WS-PAIR-TOTAL           PIC 9(7).
    01 WS-PAIR-IDX             PIC 9(3) VALUE 0.
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    01 WS-COLLISION-COUNT      PIC 9(7) VALUE 0.
    01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> ownership-collision report - every number a range-mode run
    *> walked that the number master gives to another department
    *> (FBCOLL.cpy, written by FIZZBUZZ's 0280-CHECK-RANGE-
    *> OWNERSHIP). FIZZBUZZ already kept the owner's stamp on
    *> FIZZOUT, the audit trail and FIZZIDX; this is the listing the
    *> two teams sort the overlap out from - either the range card is
    *> wrong or the master is. Each record names both departments, so
    *> the collision datasets may be concatenated in any order
    OPEN INPUT COLLISION-FILE
    IF WS-COLL-STATUS NOT = "00"
        DISPLAY "FIZZCOLL: COLLISION dataset not available"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT COLL-REPORT
    MOVE "RANGE NUMBERS OWNED BY ANOTHER DEPARTMENT" TO WS-REPORT-LINE
    WRITE COLL-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "  NUMBER   RAN UNDER OWNED BY  DESCRIPTION" TO WS-REPORT-LINE
    WRITE COLL-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM 0100-LIST-COLLISIONS
    CLOSE COLLISION-FILE
    IF WS-COLLISION-COUNT = 0
        MOVE "  (NO COLLISIONS)" TO WS-REPORT-LINE
        WRITE COLL-REPORT-LINE FROM WS-REPORT-LINE
    END-IF
    PERFORM 0300-WRITE-PAIR-TOTALS
    CLOSE COLL-REPORT
    IF WS-COLLISION-COUNT > 0
        *> same warning convention as the rest of the suite - there
        *> are numbers on the listing somebody has to look at
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-LIST-COLLISIONS.
    PERFORM UNTIL WS-COLL-STATUS = "10"
        READ COLLISION-FILE
            AT END
                MOVE "10" TO WS-COLL-STATUS
            NOT AT END
                ADD 1 TO WS-COLLISION-COUNT
                MOVE SPACES TO WS-REPORT-LINE
                STRING "  " DELIMITED BY SIZE
                       CL-NUMBER DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CL-RUN-DEPARTMENT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CL-OWNING-DEPARTMENT DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       CL-OWNING-DESCRIPTION DELIMITED BY SIZE
                       "  RUN " DELIMITED BY SIZE
                       CL-RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       CL-JOB-ID DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                WRITE COLL-REPORT-LINE FROM WS-REPORT-LINE
                PERFORM 0200-TALLY-ONE-COLLISION
        END-READ
    END-PERFORM.

0200-TALLY-ONE-COLLISION.
    *> finds (or starts) the tally row for this record's pair
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
            UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
        IF WS-PAIR-RUN-DEPT(WS-PAIR-IDX) = CL-RUN-DEPARTMENT
                AND WS-PAIR-OWNING-DEPT(WS-PAIR-IDX)
                    = CL-OWNING-DEPARTMENT
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-FOUND
        IF WS-PAIR-COUNT >= 100
            DISPLAY "FIZZCOLL: MORE THAN 100 DEPARTMENT PAIRS - "
                "WIDEN WS-PAIR-TABLE"
            CLOSE COLLISION-FILE
            CLOSE COLL-REPORT
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-PAIR-COUNT
        MOVE WS-PAIR-COUNT TO WS-PAIR-IDX
        MOVE CL-RUN-DEPARTMENT TO WS-PAIR-RUN-DEPT(WS-PAIR-IDX)
        MOVE CL-OWNING-DEPARTMENT TO WS-PAIR-OWNING-DEPT(WS-PAIR-IDX)
        MOVE 0 TO WS-PAIR-TOTAL(WS-PAIR-IDX)
    END-IF
    ADD 1 TO WS-PAIR-TOTAL(WS-PAIR-IDX).

0300-WRITE-PAIR-TOTALS.
    MOVE "BY DEPARTMENT" TO WS-REPORT-LINE
    WRITE COLL-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM VARYING WS-PAIR-IDX FROM 1 BY 1
            UNTIL WS-PAIR-IDX > WS-PAIR-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  RAN UNDER " DELIMITED BY SIZE
               WS-PAIR-RUN-DEPT(WS-PAIR-IDX) DELIMITED BY SIZE
               "  OWNED BY " DELIMITED BY SIZE
               WS-PAIR-OWNING-DEPT(WS-PAIR-IDX) DELIMITED BY SIZE
               "  COLLISIONS " DELIMITED BY SIZE
               WS-PAIR-TOTAL(WS-PAIR-IDX) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE COLL-REPORT-LINE FROM WS-REPORT-LINE
    END-PERFORM
    MOVE SPACES TO WS-REPORT-LINE
    STRING "TOTAL COLLISIONS..... " DELIMITED BY SIZE
           WS-COLLISION-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE COLL-REPORT-LINE FROM WS-REPORT-LINE.
