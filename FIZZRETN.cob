IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FIZZRETN.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT RET-PARM-FILE ASSIGN TO "RETPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.   *> operator action card - REPORT or PURGE
    SELECT RET-DATE-FILE ASSIGN TO "RETDATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RDATE-STATUS.  *> optional YYYYMMDD to judge retention against
    SELECT POLICY-FILE ASSIGN TO "RETPOL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-POLICY-STATUS. *> retention policy table
    SELECT HOLD-FILE ASSIGN TO "LEGALHLD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-HOLD-STATUS.   *> legal-hold table
    SELECT CATALOG-LISTING ASSIGN TO "CATLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATLIST-STATUS. *> IDCAMS LISTCAT of the archive generations
    SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS. *> cumulative one-record-per-execution ledger
    SELECT LEDGER-KEEP-FILE ASSIGN TO "LEDGKEEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LKEEP-STATUS.  *> the ledger rows that stay, copied back over RUNLEDGR
    SELECT SCRATCH-DECK ASSIGN TO "SCRDECK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DECK-STATUS.   *> IDCAMS DELETE statements for the scratch step
    SELECT DISPOSITION-FILE ASSIGN TO "RETDISP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISP-STATUS.   *> what was scheduled and held, for FIZZRCRT
    SELECT RET-REPORT ASSIGN TO "RETRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RPT-STATUS.    *> retention listing
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  RET-PARM-FILE
    LABEL RECORDS ARE STANDARD.
    01 RET-PARM-RECORD.
        05 RET-ACTION          PIC X(6).
      *>    REPORT lists what is past retention and destroys nothing;
      *>    PURGE schedules it for the scratch step. Missing or
      *>    unknown card defaults to REPORT - nothing is destroyed
      *>    that the operator didn't explicitly ask for
            88 RET-ACTION-REPORT       VALUE "REPORT".
            88 RET-ACTION-PURGE        VALUE "PURGE".
FD  RET-DATE-FILE
    LABEL RECORDS ARE STANDARD.
    01 RET-DATE-RECORD.
        05 RET-AS-OF-DATE      PIC 9(8). *> YYYYMMDD to judge retention against
FD  POLICY-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBRETPOL.cpy".
FD  HOLD-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBLGLHLD.cpy".
FD  CATALOG-LISTING
    LABEL RECORDS ARE STANDARD.
    01 CATALOG-LISTING-LINE    PIC X(125).
FD  RUN-LEDGER-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBLEDGER.cpy".
FD  LEDGER-KEEP-FILE
    LABEL RECORDS ARE STANDARD.
    01 LEDGER-KEEP-RECORD      PIC X(99).
FD  SCRATCH-DECK
    LABEL RECORDS ARE STANDARD.
    01 SCRATCH-DECK-LINE       PIC X(80).
FD  DISPOSITION-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBRETCND.cpy".
FD  RET-REPORT
    LABEL RECORDS ARE STANDARD.
    01 RET-REPORT-LINE         PIC X(132).
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-PARM-STATUS          PIC XX VALUE "00".
    01 WS-RDATE-STATUS         PIC XX VALUE "00".
    01 WS-POLICY-STATUS        PIC XX VALUE "00".
    01 WS-HOLD-STATUS          PIC XX VALUE "00".
    01 WS-CATLIST-STATUS       PIC XX VALUE "00".
    01 WS-LEDGER-STATUS        PIC XX VALUE "00".
    01 WS-LKEEP-STATUS         PIC XX VALUE "00".
    01 WS-DECK-STATUS          PIC XX VALUE "00".
    01 WS-DISP-STATUS          PIC XX VALUE "00".
    01 WS-RPT-STATUS           PIC XX VALUE "00".
    01 WS-PURGE-FLAG           PIC X VALUE "N".
        88 WS-PURGE-REQUESTED          VALUE "Y".
    01 WS-ACTION-NAME          PIC X(6) VALUE "REPORT".
    01 WS-RUN-DATE             PIC 9(8) VALUE 0.
    *> the nightly generations of one GDG roll off on their own once
    *> the base's LIMIT is reached, whatever the policy says - a
    *> policy longer than that many nights cannot actually be kept,
    *> and the listing says so rather than let the certificate imply
    *> otherwise. Keep in step with the LIMIT jcl/FIZZDEF.jcl
    *> defines the archive bases with
    01 WS-GDG-LIMIT            PIC 9(5) VALUE 255.
    01 WS-POLICY-TABLE.
        05 WS-POL-COUNT        PIC 9(3) VALUE 0.
        05 WS-POL-ENTRY OCCURS 200 TIMES.
            10 WS-POL-DEPARTMENT       PIC X(8).
            10 WS-POL-TYPE             PIC X(8).
            10 WS-POL-DAYS             PIC 9(5).
            10 WS-POL-AUTHORITY        PIC X(30).
    01 WS-POL-IDX              PIC 9(3) VALUE 0.
    01 WS-POL-CHECK-IDX        PIC 9(3) VALUE 0.
    01 WS-HOLD-TABLE.
        05 WS-HOLD-COUNT       PIC 9(3) VALUE 0.
        05 WS-HOLD-ENTRY OCCURS 100 TIMES.
            10 WS-HOLD-ID              PIC X(12).
            10 WS-HOLD-DEPARTMENT      PIC X(8).
            10 WS-HOLD-FROM            PIC 9(8).
            10 WS-HOLD-TO              PIC 9(8).
    01 WS-HOLD-IDX             PIC 9(3) VALUE 0.
    01 WS-ACTIVE-HOLD-COUNT    PIC 9(3) VALUE 0.
    *> the generation or ledger row being judged
    01 WS-ITEM-DSN             PIC X(44) VALUE SPACES.
    01 WS-ITEM-TYPE            PIC X(8) VALUE SPACES.
    01 WS-ITEM-DEPARTMENT      PIC X(8) VALUE SPACES.
    01 WS-ITEM-DATE            PIC 9(8) VALUE 0.
    01 WS-ITEM-RETAIN-UNTIL    PIC 9(8) VALUE 0.
    01 WS-ITEM-DAYS            PIC 9(5) VALUE 0.
    01 WS-ITEM-AUTHORITY       PIC X(30) VALUE SPACES.
    01 WS-ITEM-HOLD-ID         PIC X(12) VALUE SPACES.
    01 WS-ITEM-ROW-COUNT       PIC 9(7) VALUE 0.
    01 WS-ITEM-DECISION        PIC X(9) VALUE SPACES.
        88 WS-ITEM-DESTROY             VALUE "DESTROY".
        88 WS-ITEM-HELD                VALUE "HELD".
        88 WS-ITEM-NOT-DUE             VALUE "NOT DUE".
        88 WS-ITEM-NO-POLICY           VALUE "NO POLICY".
        88 WS-ITEM-NO-DATE             VALUE "NO DATE".
    01 WS-POLICY-FOUND-FLAG    PIC X VALUE "N".
        88 WS-POLICY-FOUND             VALUE "Y".
    *> LISTCAT prints each entry as a NONVSAM line naming the dataset
    *> followed by its HISTORY lines - the entry is judged when the
    *> next entry (or the end of the listing) starts
    01 WS-PENDING-FLAG         PIC X VALUE "N".
        88 WS-PENDING                  VALUE "Y".
    01 WS-TALLY                PIC 9(3) VALUE 0.
    01 WS-LINE-POS             PIC 9(3) VALUE 0.
    01 WS-DASH-COUNT           PIC 9(3) VALUE 0.
    01 WS-LINE-WORK            PIC X(125) VALUE SPACES.
    01 WS-TOKEN-1              PIC X(20) VALUE SPACES.
    01 WS-TOKEN-2              PIC X(20) VALUE SPACES.
    01 WS-JULIAN-TEXT.
        05 WS-JULIAN-YEAR      PIC X(4).
        05 WS-JULIAN-POINT     PIC X.
        05 WS-JULIAN-DAY       PIC X(3).
    01 WS-JULIAN-DATE          PIC 9(7) VALUE 0.
    01 WS-QUALIFIERS.
        05 WS-QUAL OCCURS 8 TIMES PIC X(8).
    01 WS-QUAL-COUNT           PIC 9(3) VALUE 0.
    *> a department's ledger rows are certified as one line per
    *> department per outcome (and per hold), not one per row
    01 WS-LEDGER-SUMMARY.
        05 WS-LSUM-COUNT       PIC 9(3) VALUE 0.
        05 WS-LSUM-ENTRY OCCURS 200 TIMES.
            10 WS-LSUM-DEPARTMENT      PIC X(8).
            10 WS-LSUM-DECISION        PIC X(9).
            10 WS-LSUM-HOLD-ID         PIC X(12).
            10 WS-LSUM-ROWS            PIC 9(7).
            10 WS-LSUM-NEWEST          PIC 9(8).
            10 WS-LSUM-RETAIN-UNTIL    PIC 9(8).
            10 WS-LSUM-AUTHORITY       PIC X(30).
    01 WS-LSUM-IDX             PIC 9(3) VALUE 0.
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    01 WS-GEN-SEEN-COUNT       PIC 9(7) VALUE 0.
    01 WS-GEN-DESTROY-COUNT    PIC 9(7) VALUE 0.
    01 WS-GEN-HELD-COUNT       PIC 9(7) VALUE 0.
    01 WS-GEN-NOT-DUE-COUNT    PIC 9(7) VALUE 0.
    01 WS-GEN-UNJUDGED-COUNT   PIC 9(7) VALUE 0.
    01 WS-LEDGER-READ-COUNT    PIC 9(7) VALUE 0.
    01 WS-LEDGER-DESTROY-COUNT PIC 9(7) VALUE 0.
    01 WS-LEDGER-HELD-COUNT    PIC 9(7) VALUE 0.
    01 WS-LEDGER-KEPT-COUNT    PIC 9(7) VALUE 0.
    01 WS-LIMIT-WARNING-COUNT  PIC 9(3) VALUE 0.
    01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> retention enforcement for the suite's retained data. Every
    *> night adds an ARCHIVE.OUT and ARCHIVE.AUDIT generation per
    *> department (and an ARCHIVE.SUSP one for a list-mode
    *> department) and more rows to the run ledger, and until now
    *> nothing but the GDG LIMIT ever removed any of it - which is
    *> not a retention schedule anybody could show Legal. This pass
    *> judges every archive generation on the catalog listing and
    *> every ledger row against the department's policy for that
    *> dataset type (FBRETPOL.cpy): past its retention date and under
    *> no legal hold (FBLGLHLD.cpy), it is destroyed; past it but
    *> held, it is kept and listed as held. Under a PURGE card the
    *> generations go to the IDCAMS DELETE deck for the scratch step
    *> and the expired ledger rows are left off LEDGKEEP, which the
    *> job copies back over the ledger. Either way the dispositions
    *> go to RETDISP, and FIZZRCRT writes the destruction certificate
    *> from them once the scratch step has run. A REPORT pass still
    *> writes LEDGKEEP - every row - and an empty deck, so the steps
    *> after it have nothing to do
    PERFORM 0100-READ-ACTION-CARD
    PERFORM 0150-READ-RUN-DATE
    PERFORM 0200-LOAD-POLICY-TABLE
    PERFORM 0300-LOAD-HOLD-TABLE
    *> both sources are opened before anything is written - a pass
    *> that cannot see the whole picture stops here with nothing
    *> destroyed and the ledger untouched
    OPEN INPUT CATALOG-LISTING
    IF WS-CATLIST-STATUS NOT = "00"
        DISPLAY "FIZZRETN: CATLIST catalog listing not available - "
            "nothing judged, nothing destroyed"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT RUN-LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "FIZZRETN: RUN-LEDGER dataset not available - "
            "nothing judged, nothing destroyed"
        CLOSE CATALOG-LISTING
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT RET-REPORT
    OPEN OUTPUT SCRATCH-DECK
    OPEN OUTPUT LEDGER-KEEP-FILE
    OPEN OUTPUT DISPOSITION-FILE
    PERFORM 0350-WRITE-REPORT-HEADING
    MOVE SPACES TO RETENTION-DISPOSITION-RECORD
    SET RD-PASS-HEADER TO TRUE
    MOVE WS-ACTION-NAME TO RD-DSN
    MOVE WS-RUN-DATE TO RD-RUN-DATE
    MOVE 0 TO RD-DATA-DATE
    MOVE 0 TO RD-RETAIN-UNTIL
    MOVE 0 TO RD-ROW-COUNT
    WRITE RETENTION-DISPOSITION-RECORD
    PERFORM 0400-JUDGE-GENERATIONS
    PERFORM 0600-JUDGE-LEDGER-ROWS
    PERFORM 0700-WRITE-LEDGER-SUMMARY
    MOVE SPACES TO RETENTION-DISPOSITION-RECORD
    SET RD-LEDGER-KEPT TO TRUE
    MOVE "LEDGER" TO RD-DATASET-TYPE
    MOVE "RUNLEDGR" TO RD-DSN
    MOVE WS-RUN-DATE TO RD-RUN-DATE
    MOVE 0 TO RD-DATA-DATE
    MOVE 0 TO RD-RETAIN-UNTIL
    MOVE WS-LEDGER-KEPT-COUNT TO RD-ROW-COUNT
    WRITE RETENTION-DISPOSITION-RECORD
    PERFORM 0800-WRITE-TOTALS
    CLOSE CATALOG-LISTING
    CLOSE RUN-LEDGER-FILE
    CLOSE RET-REPORT
    CLOSE SCRATCH-DECK
    CLOSE LEDGER-KEEP-FILE
    CLOSE DISPOSITION-FILE
    DISPLAY "FIZZRETN: " WS-ACTION-NAME " PASS FOR " WS-RUN-DATE " - "
        WS-GEN-DESTROY-COUNT " GENERATIONS AND " WS-LEDGER-DESTROY-COUNT
        " LEDGER ROWS PAST RETENTION, " WS-GEN-HELD-COUNT
        " GENERATIONS AND " WS-LEDGER-HELD-COUNT " LEDGER ROWS HELD"
    IF WS-LIMIT-WARNING-COUNT > 0
        *> a policy the GDG cannot honour is a retention exposure
        *> somebody has to act on, whatever else the pass did
        MOVE 4 TO RETURN-CODE
    ELSE
        IF NOT WS-PURGE-REQUESTED
                AND (WS-GEN-DESTROY-COUNT > 0
                     OR WS-LEDGER-DESTROY-COUNT > 0)
            *> report-only pass found something due - same warning
            *> convention as FIZZIDXH's report pass
            MOVE 4 TO RETURN-CODE
        ELSE
            MOVE 0 TO RETURN-CODE
        END-IF
    END-IF
    STOP RUN.

0100-READ-ACTION-CARD.
    OPEN INPUT RET-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ RET-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RET-ACTION-PURGE
                    MOVE "Y" TO WS-PURGE-FLAG
                    MOVE "PURGE" TO WS-ACTION-NAME
                ELSE
                    IF NOT RET-ACTION-REPORT
                        DISPLAY "FIZZRETN: UNKNOWN ACTION '" RET-ACTION
                            "' - DEFAULTING TO REPORT"
                    END-IF
                END-IF
        END-READ
        CLOSE RET-PARM-FILE
    END-IF.

0150-READ-RUN-DATE.
    *> optional RETDATE card - no dataset (or a blank card) means
    *> today, the normal case; a date card lets Legal see what a pass
    *> on a given date would do before it happens. Only a REPORT pass
    *> may look ahead - a PURGE dated after today would destroy data
    *> before its retention period has actually run, so it stops here
    *> with nothing judged and nothing destroyed
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
    OPEN INPUT RET-DATE-FILE
    IF WS-RDATE-STATUS = "00"
        READ RET-DATE-FILE
            AT END
                CONTINUE
            NOT AT END
                IF RET-AS-OF-DATE IS NUMERIC AND RET-AS-OF-DATE > 0
                    MOVE RET-AS-OF-DATE TO WS-RUN-DATE
                END-IF
        END-READ
        CLOSE RET-DATE-FILE
    END-IF
    IF WS-PURGE-REQUESTED
            AND WS-RUN-DATE > FUNCTION CURRENT-DATE(1:8)
        DISPLAY "FIZZRETN: PURGE PASS DATED " WS-RUN-DATE
            " IS AFTER TODAY - nothing judged, nothing destroyed"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0200-LOAD-POLICY-TABLE.
    *> a bad or duplicated policy row stops the pass - destroying
    *> data under a period nobody meant is not recoverable, so the
    *> table is checked whole before anything is judged against it
    OPEN INPUT POLICY-FILE
    IF WS-POLICY-STATUS NOT = "00"
        DISPLAY "FIZZRETN: RETPOL retention policy table not available"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-POLICY-STATUS = "10"
        READ POLICY-FILE
            AT END
                MOVE "10" TO WS-POLICY-STATUS
            NOT AT END
                PERFORM 0210-CHECK-POLICY-ROW
                IF WS-POL-COUNT >= 200
                    DISPLAY "FIZZRETN: MORE THAN 200 POLICY ROWS ON "
                        "RETPOL - WIDEN WS-POLICY-TABLE"
                    CLOSE POLICY-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-POL-COUNT
                MOVE RP-DEPARTMENT TO WS-POL-DEPARTMENT(WS-POL-COUNT)
                MOVE RP-DATASET-TYPE TO WS-POL-TYPE(WS-POL-COUNT)
                MOVE RP-RETAIN-DAYS TO WS-POL-DAYS(WS-POL-COUNT)
                MOVE RP-AUTHORITY TO WS-POL-AUTHORITY(WS-POL-COUNT)
        END-READ
    END-PERFORM
    CLOSE POLICY-FILE
    IF WS-POL-COUNT = 0
        DISPLAY "FIZZRETN: RETPOL retention policy table is empty"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0210-CHECK-POLICY-ROW.
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-POL-CHECK-IDX FROM 1 BY 1
            UNTIL WS-POL-CHECK-IDX > WS-POL-COUNT
        IF WS-POL-DEPARTMENT(WS-POL-CHECK-IDX) = RP-DEPARTMENT
                AND WS-POL-TYPE(WS-POL-CHECK-IDX) = RP-DATASET-TYPE
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN RP-DEPARTMENT = SPACES
            DISPLAY "FIZZRETN: RETPOL ROW HAS NO DEPARTMENT - "
                "USE DEFAULT FOR THE FALLBACK ROW"
            CLOSE POLICY-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN NOT (RP-TYPE-OUTPUT OR RP-TYPE-AUDIT OR RP-TYPE-SUSPENSE
                  OR RP-TYPE-LEDGER)
            DISPLAY "FIZZRETN: RETPOL ROW FOR " RP-DEPARTMENT
                " HAS UNKNOWN DATASET TYPE '" RP-DATASET-TYPE "'"
            CLOSE POLICY-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN RP-RETAIN-DAYS IS NOT NUMERIC OR RP-RETAIN-DAYS = 0
            DISPLAY "FIZZRETN: RETPOL ROW FOR " RP-DEPARTMENT " "
                RP-DATASET-TYPE " HAS NO RETENTION PERIOD"
            CLOSE POLICY-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN WS-FOUND
            DISPLAY "FIZZRETN: RETPOL HAS TWO ROWS FOR " RP-DEPARTMENT
                " " RP-DATASET-TYPE
            CLOSE POLICY-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

0300-LOAD-HOLD-TABLE.
    *> unlike the policy table an empty hold table is normal - but a
    *> MISSING one is not: a pass that cannot see the holds would
    *> destroy exactly what Legal asked to keep, so it stops. Released
    *> holds are read past; an active hold with an open end keeps
    *> that end open
    OPEN INPUT HOLD-FILE
    IF WS-HOLD-STATUS NOT = "00"
        DISPLAY "FIZZRETN: LEGALHLD legal-hold table not available - "
            "nothing judged, nothing destroyed"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-HOLD-STATUS = "10"
        READ HOLD-FILE
            AT END
                MOVE "10" TO WS-HOLD-STATUS
            NOT AT END
                IF NOT LH-ACTIVE AND NOT LH-RELEASED
                        OR LH-FROM-DATE IS NOT NUMERIC
                        OR LH-TO-DATE IS NOT NUMERIC
                    DISPLAY "FIZZRETN: LEGALHLD ROW '" LH-HOLD-ID
                        "' IS NOT READABLE - FIX IT BEFORE ANY PASS"
                    CLOSE HOLD-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                IF LH-ACTIVE
                    IF WS-HOLD-COUNT >= 100
                        DISPLAY "FIZZRETN: MORE THAN 100 ACTIVE HOLDS "
                            "ON LEGALHLD - WIDEN WS-HOLD-TABLE"
                        CLOSE HOLD-FILE
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-HOLD-COUNT
                    MOVE LH-HOLD-ID TO WS-HOLD-ID(WS-HOLD-COUNT)
                    MOVE LH-DEPARTMENT TO WS-HOLD-DEPARTMENT(WS-HOLD-COUNT)
                    MOVE LH-FROM-DATE TO WS-HOLD-FROM(WS-HOLD-COUNT)
                    IF LH-TO-DATE = 0
                        MOVE 99999999 TO WS-HOLD-TO(WS-HOLD-COUNT)
                    ELSE
                        MOVE LH-TO-DATE TO WS-HOLD-TO(WS-HOLD-COUNT)
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE HOLD-FILE
    MOVE WS-HOLD-COUNT TO WS-ACTIVE-HOLD-COUNT.

0350-WRITE-REPORT-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "FIZZBUZZ RETENTION PASS - " DELIMITED BY SIZE
           WS-ACTION-NAME DELIMITED BY SPACE
           " - RETENTION JUDGED AS OF " DELIMITED BY SIZE
           WS-RUN-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    IF WS-PURGE-REQUESTED
        MOVE "PAST RETENTION: DESTROY = SCHEDULED FOR THE SCRATCH "
            & "STEP, HELD = KEPT UNDER LEGAL HOLD" TO WS-REPORT-LINE
    ELSE
        MOVE "PAST RETENTION (REPORT ONLY - NOTHING DESTROYED): "
            & "DESTROY = WOULD BE DESTROYED, HELD = KEPT UNDER LEGAL "
            & "HOLD" TO WS-REPORT-LINE
    END-IF
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM VARYING WS-POL-IDX FROM 1 BY 1
            UNTIL WS-POL-IDX > WS-POL-COUNT
        IF WS-POL-TYPE(WS-POL-IDX) NOT = "LEDGER"
                AND WS-POL-DAYS(WS-POL-IDX) > WS-GDG-LIMIT
            ADD 1 TO WS-LIMIT-WARNING-COUNT
            MOVE SPACES TO WS-REPORT-LINE
            STRING "*** POLICY " DELIMITED BY SIZE
                   WS-POL-DEPARTMENT(WS-POL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-POL-TYPE(WS-POL-IDX) DELIMITED BY SIZE
                   " KEEPS " DELIMITED BY SIZE
                   WS-POL-DAYS(WS-POL-IDX) DELIMITED BY SIZE
                   " DAYS BUT THE GDG ROLLS OFF AFTER " DELIMITED BY SIZE
                   WS-GDG-LIMIT DELIMITED BY SIZE
                   " GENERATIONS - NIGHTLY DATA CANNOT BE KEPT THAT LONG"
                       DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
        END-IF
    END-PERFORM
    IF WS-LIMIT-WARNING-COUNT > 0
        MOVE SPACES TO WS-REPORT-LINE
        WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    END-IF
    MOVE "  DECISION   TYPE      DEPT      DATED     RETAIN TO DATASET"
        & "                                        HOLD / AUTHORITY"
        TO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE.

0400-JUDGE-GENERATIONS.
    *> one pass over the LISTCAT ALL listing of the archive level.
    *> Only the fields this needs are picked out of the print lines:
    *> the dataset name off each NONVSAM entry line and the first
    *> CREATION date (YYYY.DDD) in its HISTORY group. A GDG base
    *> entry ends the previous generation's group without starting
    *> a new one
    MOVE "N" TO WS-PENDING-FLAG
    PERFORM UNTIL WS-CATLIST-STATUS = "10"
        READ CATALOG-LISTING
            AT END
                MOVE "10" TO WS-CATLIST-STATUS
            NOT AT END
                MOVE 0 TO WS-TALLY
                INSPECT CATALOG-LISTING-LINE TALLYING WS-TALLY
                    FOR ALL "NONVSAM ---"
                IF WS-TALLY > 0
                    PERFORM 0450-JUDGE-PENDING-GENERATION
                    PERFORM 0410-START-GENERATION
                ELSE
                    INSPECT CATALOG-LISTING-LINE TALLYING WS-TALLY
                        FOR ALL "GDG BASE ---"
                    IF WS-TALLY > 0
                        PERFORM 0450-JUDGE-PENDING-GENERATION
                    ELSE
                        IF WS-PENDING AND WS-ITEM-DATE = 0
                            PERFORM 0420-PICK-UP-CREATION-DATE
                        END-IF
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    PERFORM 0450-JUDGE-PENDING-GENERATION.

0410-START-GENERATION.
    MOVE 0 TO WS-LINE-POS
    INSPECT CATALOG-LISTING-LINE TALLYING WS-LINE-POS
        FOR CHARACTERS BEFORE INITIAL "NONVSAM ---"
    MOVE CATALOG-LISTING-LINE(WS-LINE-POS + 1:) TO WS-LINE-WORK
    MOVE SPACES TO WS-ITEM-DSN
    UNSTRING WS-LINE-WORK DELIMITED BY ALL SPACE
        INTO WS-TOKEN-1 WS-TOKEN-2 WS-ITEM-DSN
    END-UNSTRING
    MOVE 0 TO WS-ITEM-DATE
    MOVE "Y" TO WS-PENDING-FLAG.

0420-PICK-UP-CREATION-DATE.
    *> a creation date LISTCAT prints as 0000.000 (not recorded) or
    *> anything else unreadable leaves the date at zero, and the
    *> generation is kept as undated rather than judged on a guess
    MOVE 0 TO WS-TALLY
    INSPECT CATALOG-LISTING-LINE TALLYING WS-TALLY
        FOR ALL "CREATION-"
    IF WS-TALLY > 0
        MOVE 0 TO WS-LINE-POS
        INSPECT CATALOG-LISTING-LINE TALLYING WS-LINE-POS
            FOR CHARACTERS BEFORE INITIAL "CREATION-"
        MOVE CATALOG-LISTING-LINE(WS-LINE-POS + 9:) TO WS-LINE-WORK
        MOVE 0 TO WS-DASH-COUNT
        INSPECT WS-LINE-WORK TALLYING WS-DASH-COUNT FOR LEADING "-"
        MOVE WS-LINE-WORK(WS-DASH-COUNT + 1:8) TO WS-JULIAN-TEXT
        IF WS-JULIAN-YEAR IS NUMERIC AND WS-JULIAN-POINT = "."
                AND WS-JULIAN-DAY IS NUMERIC
            IF WS-JULIAN-YEAR > "1600" AND WS-JULIAN-DAY > "000"
                    AND WS-JULIAN-DAY < "367"
                MOVE WS-JULIAN-YEAR TO WS-JULIAN-DATE(1:4)
                MOVE WS-JULIAN-DAY TO WS-JULIAN-DATE(5:3)
                COMPUTE WS-ITEM-DATE = FUNCTION DATE-OF-INTEGER
                    (FUNCTION INTEGER-OF-DAY(WS-JULIAN-DATE))
            END-IF
        END-IF
    END-IF.

0450-JUDGE-PENDING-GENERATION.
    *> names outside the archive layout (PROD.FIZZBUZZ.ARCHIVE.
    *> type.department.GnnnnVnn) are not this program's to judge
    IF WS-PENDING
        MOVE "N" TO WS-PENDING-FLAG
        MOVE SPACES TO WS-QUALIFIERS
        MOVE 0 TO WS-QUAL-COUNT
        UNSTRING WS-ITEM-DSN DELIMITED BY "."
            INTO WS-QUAL(1) WS-QUAL(2) WS-QUAL(3) WS-QUAL(4)
                 WS-QUAL(5) WS-QUAL(6) WS-QUAL(7) WS-QUAL(8)
            TALLYING IN WS-QUAL-COUNT
        END-UNSTRING
        IF WS-QUAL-COUNT = 6 AND WS-QUAL(3) = "ARCHIVE"
                AND WS-QUAL(6)(1:1) = "G"
                AND (WS-QUAL(4) = "OUT" OR WS-QUAL(4) = "AUDIT"
                     OR WS-QUAL(4) = "SUSP")
            ADD 1 TO WS-GEN-SEEN-COUNT
            MOVE 0 TO WS-ITEM-ROW-COUNT
            MOVE WS-QUAL(4) TO WS-ITEM-TYPE
            MOVE WS-QUAL(5) TO WS-ITEM-DEPARTMENT
            PERFORM 0500-DECIDE-ITEM
            EVALUATE TRUE
                WHEN WS-ITEM-DESTROY
                    ADD 1 TO WS-GEN-DESTROY-COUNT
                    IF WS-PURGE-REQUESTED
                        MOVE SPACES TO SCRATCH-DECK-LINE
                        STRING "  DELETE " DELIMITED BY SIZE
                               WS-ITEM-DSN DELIMITED BY SPACE
                               " NONVSAM PURGE" DELIMITED BY SIZE
                            INTO SCRATCH-DECK-LINE
                        WRITE SCRATCH-DECK-LINE
                        PERFORM 0560-WRITE-DISPOSITION
                    END-IF
                    PERFORM 0550-LIST-ITEM
                WHEN WS-ITEM-HELD
                    ADD 1 TO WS-GEN-HELD-COUNT
                    PERFORM 0560-WRITE-DISPOSITION
                    PERFORM 0550-LIST-ITEM
                WHEN WS-ITEM-NOT-DUE
                    ADD 1 TO WS-GEN-NOT-DUE-COUNT
                WHEN OTHER
                    ADD 1 TO WS-GEN-UNJUDGED-COUNT
                    PERFORM 0550-LIST-ITEM
            END-EVALUATE
        END-IF
    END-IF.

0500-DECIDE-ITEM.
    *> the one decision every generation and every ledger row goes
    *> through: WS-ITEM-TYPE/-DEPARTMENT/-DATE in, WS-ITEM-DECISION
    *> out. Retention runs out at the end of WS-ITEM-RETAIN-UNTIL, so
    *> an item is only due on a later day
    MOVE SPACES TO WS-ITEM-HOLD-ID
    MOVE 0 TO WS-ITEM-RETAIN-UNTIL
    PERFORM 0510-FIND-POLICY
    EVALUATE TRUE
        WHEN NOT WS-POLICY-FOUND
            SET WS-ITEM-NO-POLICY TO TRUE
        WHEN WS-ITEM-DATE < 16010101 OR WS-ITEM-DATE > 99991231
            SET WS-ITEM-NO-DATE TO TRUE
        WHEN OTHER
            COMPUTE WS-ITEM-RETAIN-UNTIL = FUNCTION DATE-OF-INTEGER
                (FUNCTION INTEGER-OF-DATE(WS-ITEM-DATE) + WS-ITEM-DAYS)
            IF WS-ITEM-RETAIN-UNTIL >= WS-RUN-DATE
                SET WS-ITEM-NOT-DUE TO TRUE
            ELSE
                PERFORM 0520-CHECK-LEGAL-HOLDS
                IF WS-ITEM-HOLD-ID NOT = SPACES
                    SET WS-ITEM-HELD TO TRUE
                ELSE
                    SET WS-ITEM-DESTROY TO TRUE
                END-IF
            END-IF
    END-EVALUATE.

0510-FIND-POLICY.
    *> the department's own row for the type, else the DEFAULT row
    MOVE "N" TO WS-POLICY-FOUND-FLAG
    MOVE 0 TO WS-ITEM-DAYS
    MOVE SPACES TO WS-ITEM-AUTHORITY
    PERFORM VARYING WS-POL-IDX FROM 1 BY 1
            UNTIL WS-POL-IDX > WS-POL-COUNT
        IF WS-POL-DEPARTMENT(WS-POL-IDX) = WS-ITEM-DEPARTMENT
                AND WS-POL-TYPE(WS-POL-IDX) = WS-ITEM-TYPE
                AND WS-ITEM-DEPARTMENT NOT = SPACES
            MOVE "Y" TO WS-POLICY-FOUND-FLAG
            MOVE WS-POL-DAYS(WS-POL-IDX) TO WS-ITEM-DAYS
            MOVE WS-POL-AUTHORITY(WS-POL-IDX) TO WS-ITEM-AUTHORITY
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-POLICY-FOUND
        PERFORM VARYING WS-POL-IDX FROM 1 BY 1
                UNTIL WS-POL-IDX > WS-POL-COUNT
            IF WS-POL-DEPARTMENT(WS-POL-IDX) = "DEFAULT"
                    AND WS-POL-TYPE(WS-POL-IDX) = WS-ITEM-TYPE
                MOVE "Y" TO WS-POLICY-FOUND-FLAG
                MOVE WS-POL-DAYS(WS-POL-IDX) TO WS-ITEM-DAYS
                MOVE WS-POL-AUTHORITY(WS-POL-IDX) TO WS-ITEM-AUTHORITY
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF.

0520-CHECK-LEGAL-HOLDS.
    *> the first active hold covering the item's department (or
    *> every department) and its date names the hold it is kept under
    PERFORM VARYING WS-HOLD-IDX FROM 1 BY 1
            UNTIL WS-HOLD-IDX > WS-HOLD-COUNT
        IF (WS-HOLD-DEPARTMENT(WS-HOLD-IDX) = SPACES
                OR WS-HOLD-DEPARTMENT(WS-HOLD-IDX) = WS-ITEM-DEPARTMENT)
                AND WS-ITEM-DATE >= WS-HOLD-FROM(WS-HOLD-IDX)
                AND WS-ITEM-DATE <= WS-HOLD-TO(WS-HOLD-IDX)
            MOVE WS-HOLD-ID(WS-HOLD-IDX) TO WS-ITEM-HOLD-ID
            EXIT PERFORM
        END-IF
    END-PERFORM.

0550-LIST-ITEM.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-ITEM-DECISION DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ITEM-TYPE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ITEM-DEPARTMENT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ITEM-DATE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ITEM-RETAIN-UNTIL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-ITEM-DSN DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    IF WS-ITEM-HELD
        MOVE WS-ITEM-HOLD-ID TO WS-REPORT-LINE(101:12)
    ELSE
        MOVE WS-ITEM-AUTHORITY TO WS-REPORT-LINE(101:30)
    END-IF
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE.

0560-WRITE-DISPOSITION.
    MOVE SPACES TO RETENTION-DISPOSITION-RECORD
    IF WS-ITEM-HELD
        SET RD-HELD TO TRUE
    ELSE
        SET RD-DESTROY TO TRUE
    END-IF
    MOVE WS-ITEM-TYPE TO RD-DATASET-TYPE
    MOVE WS-ITEM-DEPARTMENT TO RD-DEPARTMENT
    MOVE WS-ITEM-DSN TO RD-DSN
    MOVE WS-ITEM-DATE TO RD-DATA-DATE
    MOVE WS-ITEM-RETAIN-UNTIL TO RD-RETAIN-UNTIL
    MOVE WS-RUN-DATE TO RD-RUN-DATE
    MOVE WS-ITEM-ROW-COUNT TO RD-ROW-COUNT
    MOVE WS-ITEM-HOLD-ID TO RD-HOLD-ID
    MOVE WS-ITEM-AUTHORITY TO RD-AUTHORITY
    WRITE RETENTION-DISPOSITION-RECORD.

0600-JUDGE-LEDGER-ROWS.
    *> the ledger is one shared dataset, so its retention is by row:
    *> each row is judged under its own department's LEDGER policy
    *> and dated by its run timestamp. A row ledgered before the
    *> registry existed has no department and falls to the DEFAULT
    *> row. Everything not destroyed is copied to LEDGKEEP in its
    *> original order
    PERFORM UNTIL WS-LEDGER-STATUS = "10"
        READ RUN-LEDGER-FILE
            AT END
                MOVE "10" TO WS-LEDGER-STATUS
            NOT AT END
                ADD 1 TO WS-LEDGER-READ-COUNT
                MOVE "LEDGER" TO WS-ITEM-TYPE
                MOVE RL-DEPARTMENT TO WS-ITEM-DEPARTMENT
                MOVE "RUNLEDGR" TO WS-ITEM-DSN
                IF RL-RUN-TIMESTAMP(1:8) IS NUMERIC
                    MOVE RL-RUN-TIMESTAMP(1:8) TO WS-ITEM-DATE
                ELSE
                    MOVE 0 TO WS-ITEM-DATE
                END-IF
                PERFORM 0500-DECIDE-ITEM
                EVALUATE TRUE
                    WHEN WS-ITEM-DESTROY
                        ADD 1 TO WS-LEDGER-DESTROY-COUNT
                        PERFORM 0650-ADD-LEDGER-SUMMARY
                    WHEN WS-ITEM-HELD
                        ADD 1 TO WS-LEDGER-HELD-COUNT
                        PERFORM 0650-ADD-LEDGER-SUMMARY
                    WHEN WS-ITEM-NO-POLICY OR WS-ITEM-NO-DATE
                        PERFORM 0650-ADD-LEDGER-SUMMARY
                END-EVALUATE
                IF WS-ITEM-DESTROY AND WS-PURGE-REQUESTED
                    CONTINUE
                ELSE
                    ADD 1 TO WS-LEDGER-KEPT-COUNT
                    WRITE LEDGER-KEEP-RECORD FROM RUN-LEDGER-RECORD
                END-IF
        END-READ
    END-PERFORM.

0650-ADD-LEDGER-SUMMARY.
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-LSUM-IDX FROM 1 BY 1
            UNTIL WS-LSUM-IDX > WS-LSUM-COUNT
        IF WS-LSUM-DEPARTMENT(WS-LSUM-IDX) = WS-ITEM-DEPARTMENT
                AND WS-LSUM-DECISION(WS-LSUM-IDX) = WS-ITEM-DECISION
                AND WS-LSUM-HOLD-ID(WS-LSUM-IDX) = WS-ITEM-HOLD-ID
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-FOUND
        IF WS-LSUM-COUNT >= 200
            DISPLAY "FIZZRETN: MORE THAN 200 LEDGER DISPOSITION LINES "
                "- WIDEN WS-LEDGER-SUMMARY"
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-LSUM-COUNT
        MOVE WS-LSUM-COUNT TO WS-LSUM-IDX
        MOVE WS-ITEM-DEPARTMENT TO WS-LSUM-DEPARTMENT(WS-LSUM-IDX)
        MOVE WS-ITEM-DECISION TO WS-LSUM-DECISION(WS-LSUM-IDX)
        MOVE WS-ITEM-HOLD-ID TO WS-LSUM-HOLD-ID(WS-LSUM-IDX)
        MOVE 0 TO WS-LSUM-ROWS(WS-LSUM-IDX)
        MOVE 0 TO WS-LSUM-NEWEST(WS-LSUM-IDX)
        MOVE 0 TO WS-LSUM-RETAIN-UNTIL(WS-LSUM-IDX)
        MOVE WS-ITEM-AUTHORITY TO WS-LSUM-AUTHORITY(WS-LSUM-IDX)
    END-IF
    ADD 1 TO WS-LSUM-ROWS(WS-LSUM-IDX)
    IF WS-ITEM-DATE > WS-LSUM-NEWEST(WS-LSUM-IDX)
        MOVE WS-ITEM-DATE TO WS-LSUM-NEWEST(WS-LSUM-IDX)
        MOVE WS-ITEM-RETAIN-UNTIL TO WS-LSUM-RETAIN-UNTIL(WS-LSUM-IDX)
    END-IF.

0700-WRITE-LEDGER-SUMMARY.
    *> one listing line per department per outcome, DATED being the
    *> newest row it covers; the destroyed and held lines go to
    *> RETDISP for the certificate the same as a generation would
    PERFORM VARYING WS-LSUM-IDX FROM 1 BY 1
            UNTIL WS-LSUM-IDX > WS-LSUM-COUNT
        MOVE "LEDGER" TO WS-ITEM-TYPE
        MOVE "RUNLEDGR" TO WS-ITEM-DSN
        MOVE WS-LSUM-DEPARTMENT(WS-LSUM-IDX) TO WS-ITEM-DEPARTMENT
        MOVE WS-LSUM-DECISION(WS-LSUM-IDX) TO WS-ITEM-DECISION
        MOVE WS-LSUM-HOLD-ID(WS-LSUM-IDX) TO WS-ITEM-HOLD-ID
        MOVE WS-LSUM-NEWEST(WS-LSUM-IDX) TO WS-ITEM-DATE
        MOVE WS-LSUM-RETAIN-UNTIL(WS-LSUM-IDX) TO WS-ITEM-RETAIN-UNTIL
        MOVE WS-LSUM-AUTHORITY(WS-LSUM-IDX) TO WS-ITEM-AUTHORITY
        PERFORM 0550-LIST-ITEM
        MOVE SPACES TO WS-REPORT-LINE
        STRING "             (" DELIMITED BY SIZE
               WS-LSUM-ROWS(WS-LSUM-IDX) DELIMITED BY SIZE
               " LEDGER ROWS)" DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
        IF WS-ITEM-HELD OR (WS-ITEM-DESTROY AND WS-PURGE-REQUESTED)
            MOVE WS-LSUM-ROWS(WS-LSUM-IDX) TO WS-ITEM-ROW-COUNT
            PERFORM 0560-WRITE-DISPOSITION
        END-IF
    END-PERFORM.

0800-WRITE-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "GENERATIONS LISTED... " DELIMITED BY SIZE
           WS-GEN-SEEN-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  PAST RETENTION..... " DELIMITED BY SIZE
           WS-GEN-DESTROY-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  HELD............... " DELIMITED BY SIZE
           WS-GEN-HELD-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  NOT YET DUE........ " DELIMITED BY SIZE
           WS-GEN-NOT-DUE-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  KEPT UNJUDGED...... " DELIMITED BY SIZE
           WS-GEN-UNJUDGED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEDGER ROWS READ..... " DELIMITED BY SIZE
           WS-LEDGER-READ-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  PAST RETENTION..... " DELIMITED BY SIZE
           WS-LEDGER-DESTROY-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  HELD............... " DELIMITED BY SIZE
           WS-LEDGER-HELD-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  KEPT ON LEDGKEEP... " DELIMITED BY SIZE
           WS-LEDGER-KEPT-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACTIVE LEGAL HOLDS... " DELIMITED BY SIZE
           WS-ACTIVE-HOLD-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-REPORT-LINE FROM WS-REPORT-LINE.
