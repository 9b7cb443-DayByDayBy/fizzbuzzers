IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FIZZINTG.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT WIRED-MEMBER-FILE ASSIGN TO "PGENMEMB"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MEMB-STATUS.   *> the parm members FIZZPGEN has a PARMOTnn DD for
    SELECT DEPT-MASTER ASSIGN TO "DEPTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS DEPT-ID
        FILE STATUS IS WS-DEPTMST-STATUS. *> the department registry, read only here
    SELECT NUMBER-MASTER ASSIGN TO "NUMMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS NM-NUMBER
        FILE STATUS IS WS-NUMMST-STATUS. *> the number master, walked then read by key
    SELECT ALL-INDEX-ENTRIES ASSIGN TO "IDXALL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IDX-STATUS.    *> every department's FIZZIDX cluster, unloaded and concatenated
    SELECT SUSPENSE-MASTER ASSIGN TO "SUSPMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SM-ORIGINAL-IMAGE
        FILE STATUS IS WS-SUSPMST-STATUS. *> the cumulative suspense master, read only here
    SELECT INTEGRITY-REPORT ASSIGN TO "INTGRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-IRPT-STATUS.   *> exception listing with counts by category/department
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  WIRED-MEMBER-FILE
    LABEL RECORDS ARE STANDARD.
    01 WIRED-MEMBER-RECORD.
        05 WM-PARM-MEMBER      PIC X(8). *> one PROD.FIZZBUZZ.PARM member per card
FD  DEPT-MASTER.
    COPY "FBDEPT.cpy".
FD  NUMBER-MASTER.
    COPY "FBNUMMST.cpy".
FD  ALL-INDEX-ENTRIES
    LABEL RECORDS ARE STANDARD.
    COPY "FBOUT.cpy" REPLACING ==FIZZBUZZ-OUTPUT-RECORD== BY ==FIZZBUZZ-INDEX-RECORD==
                               ==NUMBER-VALUE==           BY ==IDX-NUMBER-VALUE==
                               ==CLASSIFICATION-CODE==    BY ==IDX-CLASSIFICATION-CODE==
                               ==OWNING-DEPARTMENT==      BY ==IDX-DEPARTMENT==
                               ==NUMBER-DESCRIPTION==     BY ==IDX-DESCRIPTION==.
FD  SUSPENSE-MASTER.
    COPY "FBSUSPM.cpy".
FD  INTEGRITY-REPORT
    LABEL RECORDS ARE STANDARD.
    01 INTEGRITY-REPORT-LINE   PIC X(132).
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-MEMB-STATUS          PIC XX VALUE "00".
    01 WS-DEPTMST-STATUS       PIC XX VALUE "00".
    01 WS-NUMMST-STATUS        PIC XX VALUE "00".
    01 WS-IDX-STATUS           PIC XX VALUE "00".
    01 WS-SUSPMST-STATUS       PIC XX VALUE "00".
    01 WS-IRPT-STATUS          PIC XX VALUE "00".
    *> the members FIZZPGEN can actually write a card into - it picks
    *> its PARMOTnn file by DEPT-PARM-MEMBER and hard-rejects a member
    *> it has no DD for, so a department on any other member fails the
    *> night the first time it is due to run
    01 WS-MEMBER-TABLE.
        05 WS-MEMBER-COUNT     PIC 9(3) VALUE 0.
        05 WS-MEMBER-ENTRY OCCURS 50 TIMES.
            10 WS-MEMBER-NAME          PIC X(8).
    01 WS-MEMBER-IDX           PIC 9(3) VALUE 0.
    *> the whole registry, small enough to hold - every number-master
    *> row is judged against it
    01 WS-DEPT-TABLE.
        05 WS-DEPT-COUNT       PIC 9(3) VALUE 0.
        05 WS-DEPT-ENTRY OCCURS 100 TIMES.
            10 WS-DEPT-ROW-ID          PIC X(8).
            10 WS-DEPT-ROW-STATUS      PIC X.
            10 WS-DEPT-ROW-MEMBER      PIC X(8).
            10 WS-DEPT-ROW-WIRED       PIC X.
    01 WS-DEPT-IDX             PIC 9(3) VALUE 0.
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    *> one row per category/department pair that turned anything up -
    *> the counts section of the report
    01 WS-SUMMARY-TABLE.
        05 WS-SUMMARY-COUNT    PIC 9(3) VALUE 0.
        05 WS-SUMMARY-ENTRY OCCURS 500 TIMES.
            10 WS-SUM-CATEGORY         PIC XX.
            10 WS-SUM-DEPARTMENT       PIC X(8).
            10 WS-SUM-EXCEPTIONS       PIC 9(7).
    01 WS-SUM-IDX              PIC 9(3) VALUE 0.
    *> the exception being written - category code, the department it
    *> is charged to, the key it was found on, and what was found
    01 WS-EXC-CATEGORY         PIC XX VALUE SPACES.
    01 WS-EXC-DEPARTMENT       PIC X(8) VALUE SPACES.
    01 WS-EXC-KEY              PIC X(8) VALUE SPACES.
    01 WS-EXC-DETAIL           PIC X(50) VALUE SPACES.
    01 WS-CATEGORY-TEXT        PIC X(50) VALUE SPACES.
    01 WS-CATEGORY-LIST        PIC X(14) VALUE "DPRDUDPMIXIMSM".
    01 WS-CATEGORY-IDX         PIC 9(3) VALUE 0.
    01 WS-CATEGORY-TOTAL       PIC 9(7) VALUE 0.
    01 WS-EXCEPTION-TOTAL      PIC 9(7) VALUE 0.
    01 WS-NUMBERS-READ         PIC 9(7) VALUE 0.
    01 WS-INDEX-READ           PIC 9(7) VALUE 0.
    01 WS-SUSPENSE-READ        PIC 9(7) VALUE 0.
    *> the suspense image edit - the same digits-from-column-1 rule
    *> FIZZBUZZ's NUMBERS-IN edit applies, so an image counts as a
    *> number here exactly when it would have classified there
    01 WS-EDIT-VALUE           PIC 9(9) VALUE 0.
    01 WS-EDIT-IDX             PIC 9 VALUE 0.
    01 WS-EDIT-DIGIT-X         PIC X VALUE SPACE.
    01 WS-EDIT-DIGIT-9         PIC 9 VALUE 0.
    01 WS-EDIT-ENDED-FLAG      PIC X VALUE "N".
        88 WS-EDIT-ENDED               VALUE "Y".
    01 WS-EDIT-BAD-FLAG        PIC X VALUE "N".
        88 WS-EDIT-BAD                 VALUE "Y".
    01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> weekly referential-integrity sweep across the masters. Each
    *> master has its own maintenance program and nothing checked
    *> that they still agree with one another, so a break surfaced
    *> only when a night failed or an inquiry looked wrong. Reads the
    *> department registry (DEPTMST), the number master (NUMMST),
    *> every department's FIZZIDX lookup cluster and the suspense
    *> master (SUSPMST) and lists every disagreement:
    *>   DP  an active department whose DEPT-PARM-MEMBER FIZZPGEN has
    *>       no DD for (its first night fails card generation)
    *>   RD  an active number owned by a RETIRED department
    *>   UD  an active number owned by a department not registered
    *>   PM  an active number whose active department's parm member
    *>       is not wired into FIZZPGEN (it never gets classified)
    *>   IX  a FIZZIDX entry carrying a master stamp (owner and
    *>       description) for a number no longer active on the master
    *>   IM  a FIZZIDX entry stamped with a department other than the
    *>       one the master now gives the number
    *>   SM  an open suspense item diverted as not-on-master whose
    *>       number has since been added to the master
    *> with counts by category and department. A range-mode index
    *> entry for a number the master has never heard of carries the
    *> running department and no description - that is how range
    *> runs are meant to stamp, not a break. Read only: nothing is
    *> corrected here, each break goes back to the maintenance
    *> program that owns the master it is on. RC=4 means the report
    *> lists something; RC=8 means the sweep could not be made
    OPEN OUTPUT INTEGRITY-REPORT
    PERFORM 0050-WRITE-REPORT-HEADING
    PERFORM 0100-LOAD-WIRED-MEMBERS
    PERFORM 0200-CHECK-REGISTRY
    PERFORM 0300-CHECK-NUMBER-MASTER
    PERFORM 0400-CHECK-LOOKUP-INDEX
    PERFORM 0500-CHECK-SUSPENSE-MASTER
    CLOSE NUMBER-MASTER
    PERFORM 0700-WRITE-SUMMARY
    CLOSE INTEGRITY-REPORT
    DISPLAY "FIZZINTG: " WS-EXCEPTION-TOTAL " INTEGRITY EXCEPTIONS"
    IF WS-EXCEPTION-TOTAL > 0
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

0050-WRITE-REPORT-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "MASTER FILE INTEGRITY SWEEP - " DELIMITED BY SIZE
           FUNCTION CURRENT-DATE(1:8) DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "  CAT  DEPT      KEY       EXCEPTION" TO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE.

0100-LOAD-WIRED-MEMBERS.
    *> without the list every department would look unwired - refuse
    *> rather than report that
    OPEN INPUT WIRED-MEMBER-FILE
    IF WS-MEMB-STATUS NOT = "00"
        DISPLAY "FIZZINTG: PGENMEMB member list not available"
        PERFORM 0900-ABORT-SWEEP
    END-IF
    PERFORM UNTIL WS-MEMB-STATUS = "10"
        READ WIRED-MEMBER-FILE
            AT END
                MOVE "10" TO WS-MEMB-STATUS
            NOT AT END
                IF WM-PARM-MEMBER NOT = SPACES
                    IF WS-MEMBER-COUNT >= 50
                        DISPLAY "FIZZINTG: MORE THAN 50 WIRED PARM "
                            "MEMBERS - WIDEN WS-MEMBER-TABLE"
                        PERFORM 0900-ABORT-SWEEP
                    END-IF
                    ADD 1 TO WS-MEMBER-COUNT
                    MOVE WM-PARM-MEMBER
                        TO WS-MEMBER-NAME(WS-MEMBER-COUNT)
                END-IF
        END-READ
    END-PERFORM
    CLOSE WIRED-MEMBER-FILE
    IF WS-MEMBER-COUNT = 0
        DISPLAY "FIZZINTG: PGENMEMB member list is empty"
        PERFORM 0900-ABORT-SWEEP
    END-IF.

0200-CHECK-REGISTRY.
    OPEN INPUT DEPT-MASTER
    IF WS-DEPTMST-STATUS NOT = "00"
        DISPLAY "FIZZINTG: DEPT-MASTER registry not available"
        PERFORM 0900-ABORT-SWEEP
    END-IF
    PERFORM UNTIL WS-DEPTMST-STATUS NOT = "00"
        READ DEPT-MASTER NEXT
            AT END
                CONTINUE
            NOT AT END
                PERFORM 0210-CHECK-ONE-DEPARTMENT
        END-READ
    END-PERFORM
    *> anything but end of file stopped the walk part-way - the rest
    *> of the registry was never seen, so the sweep cannot be called
    *> clean
    IF WS-DEPTMST-STATUS NOT = "10"
        DISPLAY "FIZZINTG: DEPT-MASTER read failed, status "
            WS-DEPTMST-STATUS
        PERFORM 0900-ABORT-SWEEP
    END-IF
    CLOSE DEPT-MASTER.

0210-CHECK-ONE-DEPARTMENT.
    IF WS-DEPT-COUNT >= 100
        DISPLAY "FIZZINTG: MORE THAN 100 REGISTERED DEPARTMENTS - "
            "WIDEN WS-DEPT-TABLE"
        PERFORM 0900-ABORT-SWEEP
    END-IF
    ADD 1 TO WS-DEPT-COUNT
    MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
    MOVE DEPT-ID TO WS-DEPT-ROW-ID(WS-DEPT-IDX)
    MOVE DEPT-STATUS-FLAG TO WS-DEPT-ROW-STATUS(WS-DEPT-IDX)
    MOVE DEPT-PARM-MEMBER TO WS-DEPT-ROW-MEMBER(WS-DEPT-IDX)
    MOVE "N" TO WS-DEPT-ROW-WIRED(WS-DEPT-IDX)
    PERFORM VARYING WS-MEMBER-IDX FROM 1 BY 1
            UNTIL WS-MEMBER-IDX > WS-MEMBER-COUNT
        IF DEPT-PARM-MEMBER = WS-MEMBER-NAME(WS-MEMBER-IDX)
                AND DEPT-PARM-MEMBER NOT = SPACES
            MOVE "Y" TO WS-DEPT-ROW-WIRED(WS-DEPT-IDX)
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF DEPT-ACTIVE AND WS-DEPT-ROW-WIRED(WS-DEPT-IDX) NOT = "Y"
        MOVE "DP" TO WS-EXC-CATEGORY
        MOVE DEPT-ID TO WS-EXC-DEPARTMENT
        MOVE DEPT-ID TO WS-EXC-KEY
        MOVE SPACES TO WS-EXC-DETAIL
        IF DEPT-PARM-MEMBER = SPACES
            MOVE "NO PARM MEMBER ON THE REGISTRY ROW" TO WS-EXC-DETAIL
        ELSE
            STRING "PARM MEMBER " DELIMITED BY SIZE
                   DEPT-PARM-MEMBER DELIMITED BY SPACE
                   " HAS NO FIZZPGEN DD" DELIMITED BY SIZE
                INTO WS-EXC-DETAIL
        END-IF
        PERFORM 0600-WRITE-EXCEPTION
    END-IF.

0300-CHECK-NUMBER-MASTER.
    *> left open afterwards - the index and suspense passes read it by
    *> key
    OPEN INPUT NUMBER-MASTER
    IF WS-NUMMST-STATUS NOT = "00"
        DISPLAY "FIZZINTG: NUMBER-MASTER dataset not available"
        PERFORM 0900-ABORT-SWEEP
    END-IF
    PERFORM UNTIL WS-NUMMST-STATUS NOT = "00"
        READ NUMBER-MASTER NEXT
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO WS-NUMBERS-READ
                IF NM-ACTIVE
                    PERFORM 0310-CHECK-ONE-NUMBER
                END-IF
        END-READ
    END-PERFORM
    *> as for the registry - a walk that ended short is incomplete
    IF WS-NUMMST-STATUS NOT = "10"
        DISPLAY "FIZZINTG: NUMBER-MASTER read failed, status "
            WS-NUMMST-STATUS
        PERFORM 0900-ABORT-SWEEP
    END-IF.

0310-CHECK-ONE-NUMBER.
    *> a retired number may point anywhere - nothing runs it
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        IF WS-DEPT-ROW-ID(WS-DEPT-IDX) = NM-DEPARTMENT
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    MOVE NM-DEPARTMENT TO WS-EXC-DEPARTMENT
    MOVE NM-NUMBER TO WS-EXC-KEY
    MOVE SPACES TO WS-EXC-CATEGORY
    EVALUATE TRUE
        WHEN NOT WS-FOUND
            MOVE "UD" TO WS-EXC-CATEGORY
            MOVE NM-DESCRIPTION TO WS-EXC-DETAIL
        WHEN WS-DEPT-ROW-STATUS(WS-DEPT-IDX) NOT = "A"
            MOVE "RD" TO WS-EXC-CATEGORY
            MOVE NM-DESCRIPTION TO WS-EXC-DETAIL
        WHEN WS-DEPT-ROW-WIRED(WS-DEPT-IDX) NOT = "Y"
            MOVE "PM" TO WS-EXC-CATEGORY
            MOVE SPACES TO WS-EXC-DETAIL
            STRING "DEPARTMENT'S PARM MEMBER '" DELIMITED BY SIZE
                   WS-DEPT-ROW-MEMBER(WS-DEPT-IDX) DELIMITED BY SPACE
                   "' NOT WIRED" DELIMITED BY SIZE
                INTO WS-EXC-DETAIL
    END-EVALUATE
    IF WS-EXC-CATEGORY NOT = SPACES
        PERFORM 0600-WRITE-EXCEPTION
    END-IF.

0400-CHECK-LOOKUP-INDEX.
    *> the clusters arrive as one unloaded concatenation, each entry
    *> naming its own department (IDX-DEPARTMENT) - concatenation
    *> order does not matter. An entry with no department stamp at
    *> all predates the number master and is left alone
    OPEN INPUT ALL-INDEX-ENTRIES
    IF WS-IDX-STATUS NOT = "00"
        DISPLAY "FIZZINTG: FIZZIDX unload not available"
        PERFORM 0900-ABORT-SWEEP
    END-IF
    PERFORM UNTIL WS-IDX-STATUS = "10"
        READ ALL-INDEX-ENTRIES
            AT END
                MOVE "10" TO WS-IDX-STATUS
            NOT AT END
                ADD 1 TO WS-INDEX-READ
                IF IDX-DEPARTMENT NOT = SPACES
                    PERFORM 0410-CHECK-ONE-INDEX-ENTRY
                END-IF
        END-READ
    END-PERFORM
    CLOSE ALL-INDEX-ENTRIES.

0410-CHECK-ONE-INDEX-ENTRY.
    MOVE "N" TO WS-FOUND-FLAG
    MOVE IDX-NUMBER-VALUE TO NM-NUMBER
    READ NUMBER-MASTER
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF NM-ACTIVE
                MOVE "Y" TO WS-FOUND-FLAG
            END-IF
    END-READ
    MOVE IDX-DEPARTMENT TO WS-EXC-DEPARTMENT
    MOVE IDX-NUMBER-VALUE TO WS-EXC-KEY
    MOVE SPACES TO WS-EXC-CATEGORY
    IF WS-FOUND
        IF NM-DEPARTMENT NOT = IDX-DEPARTMENT
            MOVE "IM" TO WS-EXC-CATEGORY
            MOVE SPACES TO WS-EXC-DETAIL
            STRING "MASTER NOW GIVES IT TO " DELIMITED BY SIZE
                   NM-DEPARTMENT DELIMITED BY SIZE
                INTO WS-EXC-DETAIL
        END-IF
    ELSE
        *> only the master ever supplies a description - a range entry
        *> stamped with its own department and no description is the
        *> normal range-mode stamp, not a stale one
        IF IDX-DESCRIPTION NOT = SPACES
            MOVE "IX" TO WS-EXC-CATEGORY
            MOVE IDX-DESCRIPTION TO WS-EXC-DETAIL
        END-IF
    END-IF
    IF WS-EXC-CATEGORY NOT = SPACES
        PERFORM 0600-WRITE-EXCEPTION
    END-IF.

0500-CHECK-SUSPENSE-MASTER.
    OPEN INPUT SUSPENSE-MASTER
    IF WS-SUSPMST-STATUS NOT = "00"
        DISPLAY "FIZZINTG: SUSPENSE-MASTER dataset not available"
        PERFORM 0900-ABORT-SWEEP
    END-IF
    PERFORM UNTIL WS-SUSPMST-STATUS NOT = "00"
        READ SUSPENSE-MASTER NEXT
            AT END
                CONTINUE
            NOT AT END
                ADD 1 TO WS-SUSPENSE-READ
                IF SM-OPEN AND SM-REASON-CODE = "NM"
                    PERFORM 0510-CHECK-ONE-SUSPENSE-ITEM
                END-IF
        END-READ
    END-PERFORM
    *> as for the registry - a walk that ended short is incomplete
    IF WS-SUSPMST-STATUS NOT = "10"
        DISPLAY "FIZZINTG: SUSPENSE-MASTER read failed, status "
            WS-SUSPMST-STATUS
        PERFORM 0900-ABORT-SWEEP
    END-IF
    CLOSE SUSPENSE-MASTER.

0510-CHECK-ONE-SUSPENSE-ITEM.
    *> the item was diverted because the master did not claim the
    *> number - if it claims it now, resubmitting the card would
    *> classify it, and the item is sitting open for nothing. The
    *> exception is charged to the department that now owns it
    PERFORM 0520-EDIT-SUSPENSE-IMAGE
    IF NOT WS-EDIT-BAD
        MOVE WS-EDIT-VALUE TO NM-NUMBER
        READ NUMBER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NM-ACTIVE
                    MOVE "SM" TO WS-EXC-CATEGORY
                    MOVE NM-DEPARTMENT TO WS-EXC-DEPARTMENT
                    MOVE SM-ORIGINAL-IMAGE TO WS-EXC-KEY
                    MOVE SPACES TO WS-EXC-DETAIL
                    STRING "OPEN " DELIMITED BY SIZE
                           SM-CYCLE-COUNT DELIMITED BY SIZE
                           " CYCLES SINCE " DELIMITED BY SIZE
                           SM-FIRST-TIMESTAMP(1:8) DELIMITED BY SIZE
                        INTO WS-EXC-DETAIL
                    PERFORM 0600-WRITE-EXCEPTION
                END-IF
        END-READ
    END-IF.

0520-EDIT-SUSPENSE-IMAGE.
    *> digits keyed from column 1, trailing spaces only, 1 thru
    *> 9999999 - sets WS-EDIT-BAD for anything else
    MOVE 0 TO WS-EDIT-VALUE
    MOVE "N" TO WS-EDIT-ENDED-FLAG
    MOVE "N" TO WS-EDIT-BAD-FLAG
    IF SM-ORIGINAL-IMAGE = SPACES
        MOVE "Y" TO WS-EDIT-BAD-FLAG
    END-IF
    PERFORM VARYING WS-EDIT-IDX FROM 1 BY 1 UNTIL WS-EDIT-IDX > 8
        MOVE SM-ORIGINAL-IMAGE(WS-EDIT-IDX:1) TO WS-EDIT-DIGIT-X
        EVALUATE TRUE
            WHEN WS-EDIT-DIGIT-X = SPACE
                MOVE "Y" TO WS-EDIT-ENDED-FLAG
            WHEN WS-EDIT-DIGIT-X >= "0" AND WS-EDIT-DIGIT-X <= "9"
                IF WS-EDIT-ENDED
                    MOVE "Y" TO WS-EDIT-BAD-FLAG
                ELSE
                    MOVE WS-EDIT-DIGIT-X TO WS-EDIT-DIGIT-9
                    COMPUTE WS-EDIT-VALUE
                        = WS-EDIT-VALUE * 10 + WS-EDIT-DIGIT-9
                END-IF
            WHEN OTHER
                MOVE "Y" TO WS-EDIT-BAD-FLAG
        END-EVALUATE
    END-PERFORM
    IF WS-EDIT-VALUE = 0 OR WS-EDIT-VALUE > 9999999
        MOVE "Y" TO WS-EDIT-BAD-FLAG
    END-IF.

0600-WRITE-EXCEPTION.
    *> one detail line, and the count for its category/department
    PERFORM 0650-NAME-CATEGORY
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-EXC-CATEGORY DELIMITED BY SIZE
           "   " DELIMITED BY SIZE
           WS-EXC-DEPARTMENT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-EXC-KEY DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CATEGORY-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-EXC-DETAIL DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    ADD 1 TO WS-EXCEPTION-TOTAL
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
            UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT
        IF WS-SUM-CATEGORY(WS-SUM-IDX) = WS-EXC-CATEGORY
                AND WS-SUM-DEPARTMENT(WS-SUM-IDX) = WS-EXC-DEPARTMENT
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-FOUND
        IF WS-SUMMARY-COUNT >= 500
            DISPLAY "FIZZINTG: MORE THAN 500 CATEGORY/DEPARTMENT "
                "PAIRS - WIDEN WS-SUMMARY-TABLE"
            PERFORM 0900-ABORT-SWEEP
        END-IF
        ADD 1 TO WS-SUMMARY-COUNT
        MOVE WS-SUMMARY-COUNT TO WS-SUM-IDX
        MOVE WS-EXC-CATEGORY TO WS-SUM-CATEGORY(WS-SUM-IDX)
        MOVE WS-EXC-DEPARTMENT TO WS-SUM-DEPARTMENT(WS-SUM-IDX)
        MOVE 0 TO WS-SUM-EXCEPTIONS(WS-SUM-IDX)
    END-IF
    ADD 1 TO WS-SUM-EXCEPTIONS(WS-SUM-IDX).

0650-NAME-CATEGORY.
    EVALUATE WS-EXC-CATEGORY
        WHEN "DP"
            MOVE "ACTIVE DEPARTMENT NOT WIRED INTO FIZZPGEN"
                TO WS-CATEGORY-TEXT
        WHEN "RD"
            MOVE "ACTIVE NUMBER OWNED BY A RETIRED DEPARTMENT"
                TO WS-CATEGORY-TEXT
        WHEN "UD"
            MOVE "ACTIVE NUMBER OWNED BY AN UNREGISTERED DEPARTMENT"
                TO WS-CATEGORY-TEXT
        WHEN "PM"
            MOVE "ACTIVE NUMBER WHOSE DEPARTMENT IS NOT WIRED"
                TO WS-CATEGORY-TEXT
        WHEN "IX"
            MOVE "FIZZIDX STAMP FOR A NUMBER OFF THE MASTER"
                TO WS-CATEGORY-TEXT
        WHEN "IM"
            MOVE "FIZZIDX STAMP DISAGREES WITH THE MASTER"
                TO WS-CATEGORY-TEXT
        WHEN "SM"
            MOVE "OPEN SUSPENSE ITEM NOW ON THE MASTER"
                TO WS-CATEGORY-TEXT
        WHEN OTHER
            MOVE SPACES TO WS-CATEGORY-TEXT
    END-EVALUATE.

0700-WRITE-SUMMARY.
    *> counts by category, then by department within it, in the
    *> order the categories are listed in MAIN-LOGIC
    MOVE SPACES TO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "EXCEPTIONS BY CATEGORY AND DEPARTMENT" TO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM VARYING WS-CATEGORY-IDX FROM 1 BY 2
            UNTIL WS-CATEGORY-IDX > 13
        MOVE WS-CATEGORY-LIST(WS-CATEGORY-IDX:2) TO WS-EXC-CATEGORY
        PERFORM 0650-NAME-CATEGORY
        MOVE 0 TO WS-CATEGORY-TOTAL
        PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT
            IF WS-SUM-CATEGORY(WS-SUM-IDX) = WS-EXC-CATEGORY
                ADD WS-SUM-EXCEPTIONS(WS-SUM-IDX) TO WS-CATEGORY-TOTAL
            END-IF
        END-PERFORM
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  " DELIMITED BY SIZE
               WS-EXC-CATEGORY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-CATEGORY-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               WS-CATEGORY-TOTAL DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
        PERFORM VARYING WS-SUM-IDX FROM 1 BY 1
                UNTIL WS-SUM-IDX > WS-SUMMARY-COUNT
            IF WS-SUM-CATEGORY(WS-SUM-IDX) = WS-EXC-CATEGORY
                MOVE SPACES TO WS-REPORT-LINE
                STRING "        " DELIMITED BY SIZE
                       WS-SUM-DEPARTMENT(WS-SUM-IDX) DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-SUM-EXCEPTIONS(WS-SUM-IDX) DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
            END-IF
        END-PERFORM
    END-PERFORM
    MOVE SPACES TO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DEPARTMENTS READ...... " DELIMITED BY SIZE
           WS-DEPT-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NUMBERS READ.......... " DELIMITED BY SIZE
           WS-NUMBERS-READ DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "INDEX ENTRIES READ.... " DELIMITED BY SIZE
           WS-INDEX-READ DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "SUSPENSE ITEMS READ... " DELIMITED BY SIZE
           WS-SUSPENSE-READ DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "EXCEPTIONS............ " DELIMITED BY SIZE
           WS-EXCEPTION-TOTAL DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE.

0900-ABORT-SWEEP.
    *> a sweep that could not read everything would under-report and
    *> look clean - say so on the report as well as the job log
    MOVE "*** SWEEP INCOMPLETE - SEE THE JOB LOG ***" TO WS-REPORT-LINE
    WRITE INTEGRITY-REPORT-LINE FROM WS-REPORT-LINE
    CLOSE INTEGRITY-REPORT
    MOVE 8 TO RETURN-CODE
    STOP RUN.
