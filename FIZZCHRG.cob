IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FIZZCHRG.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT CHARGE-PARM-FILE ASSIGN TO "CHGPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.   *> billing month and recovery account card
    SELECT CHARGE-RATE-FILE ASSIGN TO "CHGRATE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-RATE-STATUS.   *> chargeback rate table
    SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS. *> cumulative ledger FIZZBUZZ appends to
    SELECT DEPT-MASTER ASSIGN TO "DEPTMST"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS DEPT-ID
        FILE STATUS IS WS-DEPTMST-STATUS. *> the registry each billed department is named from
    SELECT CHARGE-STATEMENT ASSIGN TO "CHGSTMT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-STMT-STATUS.   *> per-department charge statements
    SELECT GL-POSTING-FILE ASSIGN TO "GLPOST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-GLPOST-STATUS. *> general ledger interface posting file
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  CHARGE-PARM-FILE
    LABEL RECORDS ARE STANDARD.
    01 CHARGE-PARM-RECORD.
        05 CP-BILLING-MONTH    PIC X(6).  *> YYYYMM to bill, blank = last month
        05 CP-RECOVERY-ACCOUNT PIC X(10). *> GL account the charges are credited to
FD  CHARGE-RATE-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBCHGRT.cpy".
FD  RUN-LEDGER-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBLEDGER.cpy".
FD  DEPT-MASTER.
    COPY "FBDEPT.cpy".
FD  CHARGE-STATEMENT
    LABEL RECORDS ARE STANDARD.
    01 CHARGE-STATEMENT-LINE   PIC X(132).
FD  GL-POSTING-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBGLPOST.cpy".
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-PARM-STATUS          PIC XX VALUE "00".
    01 WS-RATE-STATUS          PIC XX VALUE "00".
    01 WS-LEDGER-STATUS        PIC XX VALUE "00".
    01 WS-DEPTMST-STATUS       PIC XX VALUE "00".
    01 WS-STMT-STATUS          PIC XX VALUE "00".
    01 WS-GLPOST-STATUS        PIC XX VALUE "00".
    01 WS-BILLING-MONTH        PIC X(6) VALUE SPACES.
    01 WS-RECOVERY-ACCOUNT     PIC X(10) VALUE SPACES.
    01 WS-POSTING-DATE         PIC 9(8) VALUE 0.
    01 WS-TODAY.
        05 WS-TODAY-YEAR       PIC 9(4).
        05 WS-TODAY-MONTH      PIC 9(2).
        05 WS-TODAY-DAY        PIC 9(2).
    01 WS-PRIOR-MONTH.
        05 WS-PRIOR-YEAR       PIC 9(4).
        05 WS-PRIOR-MM         PIC 9(2).
    01 WS-RATE-TABLE.
        05 WS-RATE-COUNT       PIC 9(3) VALUE 0.
        05 WS-RATE-ENTRY OCCURS 200 TIMES.
            10 WS-RATE-DEPARTMENT      PIC X(8).
            10 WS-RATE-EFFECTIVE       PIC 9(8).
            10 WS-RATE-RUN             PIC 9(5)V99.
            10 WS-RATE-NUMBER          PIC 9(1)V9(6).
            10 WS-RATE-SUSPENSE        PIC 9(3)V99.
            10 WS-RATE-RESTART         PIC 9(5)V99.
            10 WS-RATE-GL-ACCOUNT      PIC X(10).
    01 WS-RATE-IDX             PIC 9(3) VALUE 0.
    01 WS-RATE-CHECK-IDX       PIC 9(3) VALUE 0.
    01 WS-PRICED-IDX           PIC 9(3) VALUE 0.
    01 WS-RUN-DATE             PIC 9(8) VALUE 0.
    *> one row per department billed this month, keyed the way
    *> FIZZOPS groups the ledger: RL-DEPARTMENT, or RL-JOB-ID on a row
    *> ledgered before the registry existed. The four charges build
    *> up unrounded (the per-number charge is fractions of a cent) and
    *> are rounded to the cent once, on the statement
    01 WS-DEPT-TABLE.
        05 WS-DEPT-COUNT       PIC 9(3) VALUE 0.
        05 WS-DEPT-ENTRY OCCURS 50 TIMES.
            10 WS-DEPT-ID              PIC X(8).
            10 WS-DEPT-NAME            PIC X(30).
            10 WS-DEPT-STANDING        PIC X(14).
            10 WS-DEPT-GL-ACCOUNT      PIC X(10).
            10 WS-DEPT-RUNS            PIC 9(5).
            10 WS-DEPT-NUMBERS         PIC 9(11).
            10 WS-DEPT-SUSPENDED       PIC 9(9).
            10 WS-DEPT-RESTARTS        PIC 9(5).
            10 WS-DEPT-RUN-ACCUM       PIC 9(9)V9(6).
            10 WS-DEPT-NUMBER-ACCUM    PIC 9(9)V9(6).
            10 WS-DEPT-SUSPENSE-ACCUM  PIC 9(9)V9(6).
            10 WS-DEPT-RESTART-ACCUM   PIC 9(9)V9(6).
            10 WS-DEPT-RUN-CHARGE      PIC 9(9)V99.
            10 WS-DEPT-NUMBER-CHARGE   PIC 9(9)V99.
            10 WS-DEPT-SUSPENSE-CHARGE PIC 9(9)V99.
            10 WS-DEPT-RESTART-CHARGE  PIC 9(9)V99.
            10 WS-DEPT-TOTAL-CHARGE    PIC 9(9)V99.
    01 WS-DEPT-IDX             PIC 9(3) VALUE 0.
    *> every department and run date already given a run charge this
    *> month - a partitioned night ledgers one row per partition
    *> execution, all for the one night's run. At most one row per
    *> day for each of the 50 departments WS-DEPT-TABLE allows, so
    *> it cannot fill before that table does
    01 WS-NIGHT-TABLE.
        05 WS-NIGHT-COUNT      PIC 9(4) VALUE 0.
        05 WS-NIGHT-ENTRY OCCURS 1550 TIMES.
            10 WS-NIGHT-DEPARTMENT     PIC X(8).
            10 WS-NIGHT-DATE           PIC 9(8).
    01 WS-NIGHT-IDX            PIC 9(4) VALUE 0.
    01 WS-NIGHT-FOUND-FLAG     PIC X VALUE "N".
        88 WS-NIGHT-BILLED             VALUE "Y".
    01 WS-GROUP-KEY            PIC X(8) VALUE SPACES.
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    01 WS-UNREGISTERED-COUNT   PIC 9(3) VALUE 0.
    01 WS-RETIRED-COUNT        PIC 9(3) VALUE 0.
    01 WS-LEDGER-READ-COUNT    PIC 9(7) VALUE 0.
    01 WS-MONTH-ROW-COUNT      PIC 9(7) VALUE 0.
    01 WS-MERGE-ROW-COUNT      PIC 9(7) VALUE 0.
    01 WS-GRAND-RUNS           PIC 9(7) VALUE 0.
    01 WS-GRAND-NUMBERS        PIC 9(11) VALUE 0.
    01 WS-GRAND-SUSPENDED      PIC 9(9) VALUE 0.
    01 WS-GRAND-RESTARTS       PIC 9(7) VALUE 0.
    01 WS-GRAND-RUN-CHARGE     PIC 9(11)V99 VALUE 0.
    01 WS-GRAND-NUMBER-CHARGE  PIC 9(11)V99 VALUE 0.
    01 WS-GRAND-SUSPENSE-CHARGE PIC 9(11)V99 VALUE 0.
    01 WS-GRAND-RESTART-CHARGE PIC 9(11)V99 VALUE 0.
    01 WS-GRAND-TOTAL-CHARGE   PIC 9(11)V99 VALUE 0.
    01 WS-POSTING-COUNT        PIC 9(7) VALUE 0.
    01 WS-DEBIT-TOTAL          PIC 9(11)V99 VALUE 0.
    01 WS-CREDIT-TOTAL         PIC 9(11)V99 VALUE 0.
    01 WS-CREDIT-AMOUNT        PIC 9(11)V99 VALUE 0.
    01 WS-CREDIT-DESCRIPTION   PIC X(30) VALUE SPACES.
    01 WS-EDIT-AMOUNT          PIC Z(10)9.99.
    01 WS-EDIT-COUNT           PIC Z(10)9.
    01 WS-CHARGE-LABEL         PIC X(22) VALUE SPACES.
    01 WS-CHARGE-COUNT         PIC 9(11) VALUE 0.
    01 WS-CHARGE-AMOUNT        PIC 9(11)V99 VALUE 0.
    01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> monthly chargeback off the cumulative run ledger. Every
    *> execution ledgered in the billing month is priced at its
    *> department's rates in effect on the run date (FBCHGRT.cpy) -
    *> a per-number charge on RL-TOTAL-COUNT, a suspense charge on
    *> RL-SUSPENDED-COUNT and a restart surcharge on every row, and a
    *> run charge once per department per night however many rows
    *> the night ledgered (the partitions of a partitioned run each
    *> ledger their own) - and totalled per department. The department
    *> is named from the DEPTMST registry; a RETIRED department with
    *> runs left in the month is billed like any other and marked as
    *> retired on its statement, and one the registry does not know at
    *> all is still billed, marked NOT REGISTERED, and the step ends
    *> RC 4 so somebody finds out why. Output is the charge statement
    *> (CHGSTMT) and the general ledger posting file (GLPOST,
    *> FBGLPOST.cpy) with its control trailer; the statement ends with
    *> the same control totals. Rows FIZZPMRG ledgers for a failed
    *> partition merge (RL-RUN-MODE "M") record that nothing was
    *> produced and are not billed. Everything is priced before
    *> anything is written - a run with no rate, or a department with
    *> no account to post to, stops the step RC 8 with no statement
    *> and no posting file
    PERFORM 0100-READ-CHARGE-CARD
    PERFORM 0200-LOAD-RATE-TABLE
    PERFORM 0300-TALLY-LEDGER
    PERFORM 0400-NAME-DEPARTMENTS
    OPEN OUTPUT CHARGE-STATEMENT
    OPEN OUTPUT GL-POSTING-FILE
    PERFORM 0500-WRITE-STATEMENTS
    PERFORM 0600-WRITE-GL-POSTINGS
    PERFORM 0700-WRITE-CONTROL-TOTALS
    CLOSE CHARGE-STATEMENT
    CLOSE GL-POSTING-FILE
    MOVE WS-GRAND-TOTAL-CHARGE TO WS-EDIT-AMOUNT
    DISPLAY "FIZZCHRG: MONTH " WS-BILLING-MONTH " - " WS-DEPT-COUNT
        " DEPARTMENTS BILLED, " WS-GRAND-RUNS " RUNS, TOTAL "
        FUNCTION TRIM(WS-EDIT-AMOUNT)
    IF WS-UNREGISTERED-COUNT > 0 OR WS-DEPT-COUNT = 0
        *> an unknown department on the bill, or an empty month that
        *> somebody could post as a quiet one
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-READ-CHARGE-CARD.
    *> the card is required for the recovery account; a blank month
    *> on it means the calendar month before today, the normal
    *> month-end case
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
    MOVE WS-TODAY TO WS-POSTING-DATE
    IF WS-TODAY-MONTH = 1
        COMPUTE WS-PRIOR-YEAR = WS-TODAY-YEAR - 1
        MOVE 12 TO WS-PRIOR-MM
    ELSE
        MOVE WS-TODAY-YEAR TO WS-PRIOR-YEAR
        COMPUTE WS-PRIOR-MM = WS-TODAY-MONTH - 1
    END-IF
    MOVE WS-PRIOR-MONTH TO WS-BILLING-MONTH
    OPEN INPUT CHARGE-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ CHARGE-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF CP-BILLING-MONTH NOT = SPACES
                    MOVE CP-BILLING-MONTH TO WS-BILLING-MONTH
                END-IF
                MOVE CP-RECOVERY-ACCOUNT TO WS-RECOVERY-ACCOUNT
        END-READ
        CLOSE CHARGE-PARM-FILE
    END-IF
    IF WS-RECOVERY-ACCOUNT = SPACES
        DISPLAY "FIZZCHRG: CHGPARM card missing or has no recovery "
            "account - nothing to credit the charges to"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-BILLING-MONTH IS NOT NUMERIC
            OR WS-BILLING-MONTH(5:2) < "01"
            OR WS-BILLING-MONTH(5:2) > "12"
        DISPLAY "FIZZCHRG: CHGPARM billing month '" WS-BILLING-MONTH
            "' is not a YYYYMM month"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0200-LOAD-RATE-TABLE.
    OPEN INPUT CHARGE-RATE-FILE
    IF WS-RATE-STATUS NOT = "00"
        DISPLAY "FIZZCHRG: CHGRATE rate table not available"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-RATE-STATUS = "10"
        READ CHARGE-RATE-FILE
            AT END
                MOVE "10" TO WS-RATE-STATUS
            NOT AT END
                PERFORM 0210-CHECK-RATE-ROW
                IF WS-RATE-COUNT >= 200
                    DISPLAY "FIZZCHRG: MORE THAN 200 RATE ROWS ON "
                        "CHGRATE - WIDEN WS-RATE-TABLE"
                    CLOSE CHARGE-RATE-FILE
                    MOVE 8 TO RETURN-CODE
                    STOP RUN
                END-IF
                ADD 1 TO WS-RATE-COUNT
                MOVE CR-DEPARTMENT TO WS-RATE-DEPARTMENT(WS-RATE-COUNT)
                MOVE CR-EFFECTIVE-DATE TO WS-RATE-EFFECTIVE(WS-RATE-COUNT)
                MOVE CR-RUN-RATE TO WS-RATE-RUN(WS-RATE-COUNT)
                MOVE CR-NUMBER-RATE TO WS-RATE-NUMBER(WS-RATE-COUNT)
                MOVE CR-SUSPENSE-RATE TO WS-RATE-SUSPENSE(WS-RATE-COUNT)
                MOVE CR-RESTART-RATE TO WS-RATE-RESTART(WS-RATE-COUNT)
                MOVE CR-GL-ACCOUNT TO WS-RATE-GL-ACCOUNT(WS-RATE-COUNT)
        END-READ
    END-PERFORM
    CLOSE CHARGE-RATE-FILE.

0210-CHECK-RATE-ROW.
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-RATE-CHECK-IDX FROM 1 BY 1
            UNTIL WS-RATE-CHECK-IDX > WS-RATE-COUNT
        IF WS-RATE-DEPARTMENT(WS-RATE-CHECK-IDX) = CR-DEPARTMENT
                AND WS-RATE-EFFECTIVE(WS-RATE-CHECK-IDX)
                    = CR-EFFECTIVE-DATE
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    EVALUATE TRUE
        WHEN CR-DEPARTMENT = SPACES
            DISPLAY "FIZZCHRG: CHGRATE ROW HAS NO DEPARTMENT - "
                "USE DEFAULT FOR THE FALLBACK ROW"
            CLOSE CHARGE-RATE-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN CR-EFFECTIVE-DATE IS NOT NUMERIC
                OR CR-EFFECTIVE-DATE = 0
            DISPLAY "FIZZCHRG: CHGRATE ROW FOR " CR-DEPARTMENT
                " HAS NO EFFECTIVE DATE"
            CLOSE CHARGE-RATE-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN CR-RUN-RATE IS NOT NUMERIC
                OR CR-NUMBER-RATE IS NOT NUMERIC
                OR CR-SUSPENSE-RATE IS NOT NUMERIC
                OR CR-RESTART-RATE IS NOT NUMERIC
            DISPLAY "FIZZCHRG: CHGRATE ROW FOR " CR-DEPARTMENT " "
                CR-EFFECTIVE-DATE " HAS A RATE THAT IS NOT NUMERIC"
            CLOSE CHARGE-RATE-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        WHEN WS-FOUND
            DISPLAY "FIZZCHRG: CHGRATE HAS TWO ROWS FOR " CR-DEPARTMENT
                " EFFECTIVE " CR-EFFECTIVE-DATE
            CLOSE CHARGE-RATE-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-EVALUATE.

0300-TALLY-LEDGER.
    OPEN INPUT RUN-LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "FIZZCHRG: no run-ledger dataset to bill from"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-LEDGER-STATUS = "10"
        READ RUN-LEDGER-FILE
            AT END
                MOVE "10" TO WS-LEDGER-STATUS
            NOT AT END
                ADD 1 TO WS-LEDGER-READ-COUNT
                IF RL-RUN-TIMESTAMP(1:6) = WS-BILLING-MONTH
                    ADD 1 TO WS-MONTH-ROW-COUNT
                    IF RL-RUN-MODE = "M"
                        ADD 1 TO WS-MERGE-ROW-COUNT
                    ELSE
                        PERFORM 0350-PRICE-ONE-RUN
                    END-IF
                END-IF
        END-READ
    END-PERFORM
    CLOSE RUN-LEDGER-FILE.

0350-PRICE-ONE-RUN.
    IF RL-DEPARTMENT = SPACES
        MOVE RL-JOB-ID TO WS-GROUP-KEY
    ELSE
        MOVE RL-DEPARTMENT TO WS-GROUP-KEY
    END-IF
    MOVE RL-RUN-TIMESTAMP(1:8) TO WS-RUN-DATE
    PERFORM 0360-FIND-RATE
    IF WS-PRICED-IDX = 0
        DISPLAY "FIZZCHRG: NO CHGRATE ROW (OWN OR DEFAULT) IN EFFECT "
            "FOR " WS-GROUP-KEY " ON " WS-RUN-DATE " - NOTHING BILLED"
        CLOSE RUN-LEDGER-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        IF WS-DEPT-ID(WS-DEPT-IDX) = WS-GROUP-KEY
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-FOUND
        IF WS-DEPT-COUNT >= 50
            DISPLAY "FIZZCHRG: MORE THAN 50 DEPARTMENTS BILLED IN THE "
                "MONTH - WIDEN WS-DEPT-TABLE"
            CLOSE RUN-LEDGER-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-DEPT-COUNT
        MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
        INITIALIZE WS-DEPT-ENTRY(WS-DEPT-IDX)
        MOVE WS-GROUP-KEY TO WS-DEPT-ID(WS-DEPT-IDX)
    END-IF
    *> the ledger is in run order, so the account left here is the
    *> one on the rate row that priced the department's latest run
    MOVE WS-RATE-GL-ACCOUNT(WS-PRICED-IDX)
        TO WS-DEPT-GL-ACCOUNT(WS-DEPT-IDX)
    PERFORM 0370-CHECK-NIGHT-BILLED
    IF NOT WS-NIGHT-BILLED
        ADD 1 TO WS-DEPT-RUNS(WS-DEPT-IDX)
        ADD WS-RATE-RUN(WS-PRICED-IDX) TO WS-DEPT-RUN-ACCUM(WS-DEPT-IDX)
    END-IF
    ADD RL-TOTAL-COUNT TO WS-DEPT-NUMBERS(WS-DEPT-IDX)
    ADD RL-SUSPENDED-COUNT TO WS-DEPT-SUSPENDED(WS-DEPT-IDX)
    COMPUTE WS-DEPT-NUMBER-ACCUM(WS-DEPT-IDX)
        = WS-DEPT-NUMBER-ACCUM(WS-DEPT-IDX)
        + RL-TOTAL-COUNT * WS-RATE-NUMBER(WS-PRICED-IDX)
    COMPUTE WS-DEPT-SUSPENSE-ACCUM(WS-DEPT-IDX)
        = WS-DEPT-SUSPENSE-ACCUM(WS-DEPT-IDX)
        + RL-SUSPENDED-COUNT * WS-RATE-SUSPENSE(WS-PRICED-IDX)
    IF RL-RESTARTED
        ADD 1 TO WS-DEPT-RESTARTS(WS-DEPT-IDX)
        ADD WS-RATE-RESTART(WS-PRICED-IDX)
            TO WS-DEPT-RESTART-ACCUM(WS-DEPT-IDX)
    END-IF.

0370-CHECK-NIGHT-BILLED.
    *> the first row of a department's night carries the run charge;
    *> the night's other rows - the other partitions, or a restart -
    *> are the same run and are billed only for what they classified
    MOVE "N" TO WS-NIGHT-FOUND-FLAG
    PERFORM VARYING WS-NIGHT-IDX FROM 1 BY 1
            UNTIL WS-NIGHT-IDX > WS-NIGHT-COUNT
        IF WS-NIGHT-DEPARTMENT(WS-NIGHT-IDX) = WS-GROUP-KEY
                AND WS-NIGHT-DATE(WS-NIGHT-IDX) = WS-RUN-DATE
            MOVE "Y" TO WS-NIGHT-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-NIGHT-BILLED
        ADD 1 TO WS-NIGHT-COUNT
        MOVE WS-GROUP-KEY TO WS-NIGHT-DEPARTMENT(WS-NIGHT-COUNT)
        MOVE WS-RUN-DATE TO WS-NIGHT-DATE(WS-NIGHT-COUNT)
    END-IF.

0360-FIND-RATE.
    *> the department's own row with the latest effective date on or
    *> before the run date; failing that, the DEFAULT row the same way
    MOVE 0 TO WS-PRICED-IDX
    PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
            UNTIL WS-RATE-IDX > WS-RATE-COUNT
        IF WS-RATE-DEPARTMENT(WS-RATE-IDX) = WS-GROUP-KEY
                AND WS-RATE-EFFECTIVE(WS-RATE-IDX) <= WS-RUN-DATE
            IF WS-PRICED-IDX = 0
                MOVE WS-RATE-IDX TO WS-PRICED-IDX
            ELSE
                IF WS-RATE-EFFECTIVE(WS-RATE-IDX)
                        > WS-RATE-EFFECTIVE(WS-PRICED-IDX)
                    MOVE WS-RATE-IDX TO WS-PRICED-IDX
                END-IF
            END-IF
        END-IF
    END-PERFORM
    IF WS-PRICED-IDX = 0
        PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                UNTIL WS-RATE-IDX > WS-RATE-COUNT
            IF WS-RATE-DEPARTMENT(WS-RATE-IDX) = "DEFAULT"
                    AND WS-RATE-EFFECTIVE(WS-RATE-IDX) <= WS-RUN-DATE
                IF WS-PRICED-IDX = 0
                    MOVE WS-RATE-IDX TO WS-PRICED-IDX
                ELSE
                    IF WS-RATE-EFFECTIVE(WS-RATE-IDX)
                            > WS-RATE-EFFECTIVE(WS-PRICED-IDX)
                        MOVE WS-RATE-IDX TO WS-PRICED-IDX
                    END-IF
                END-IF
            END-IF
        END-PERFORM
    END-IF.

0400-NAME-DEPARTMENTS.
    *> names each billed department from the registry, rounds its
    *> charges to the cent and rolls them into the month's totals
    OPEN INPUT DEPT-MASTER
    IF WS-DEPTMST-STATUS NOT = "00"
        DISPLAY "FIZZCHRG: DEPT-MASTER registry not available - "
            "cannot say who is being billed"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE WS-DEPT-ID(WS-DEPT-IDX) TO DEPT-ID
        READ DEPT-MASTER
            INVALID KEY
                MOVE "(NOT ON THE REGISTRY)"
                    TO WS-DEPT-NAME(WS-DEPT-IDX)
                MOVE "NOT REGISTERED" TO WS-DEPT-STANDING(WS-DEPT-IDX)
                ADD 1 TO WS-UNREGISTERED-COUNT
            NOT INVALID KEY
                MOVE DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-IDX)
                IF DEPT-RETIRED
                    MOVE "RETIRED" TO WS-DEPT-STANDING(WS-DEPT-IDX)
                    ADD 1 TO WS-RETIRED-COUNT
                ELSE
                    MOVE "ACTIVE" TO WS-DEPT-STANDING(WS-DEPT-IDX)
                END-IF
        END-READ
        IF WS-DEPT-GL-ACCOUNT(WS-DEPT-IDX) = SPACES
            DISPLAY "FIZZCHRG: NO GL ACCOUNT ON THE CHGRATE ROW THAT "
                "PRICED " WS-DEPT-ID(WS-DEPT-IDX) " - NOTHING BILLED"
            CLOSE DEPT-MASTER
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        COMPUTE WS-DEPT-RUN-CHARGE(WS-DEPT-IDX) ROUNDED
            = WS-DEPT-RUN-ACCUM(WS-DEPT-IDX)
        COMPUTE WS-DEPT-NUMBER-CHARGE(WS-DEPT-IDX) ROUNDED
            = WS-DEPT-NUMBER-ACCUM(WS-DEPT-IDX)
        COMPUTE WS-DEPT-SUSPENSE-CHARGE(WS-DEPT-IDX) ROUNDED
            = WS-DEPT-SUSPENSE-ACCUM(WS-DEPT-IDX)
        COMPUTE WS-DEPT-RESTART-CHARGE(WS-DEPT-IDX) ROUNDED
            = WS-DEPT-RESTART-ACCUM(WS-DEPT-IDX)
        COMPUTE WS-DEPT-TOTAL-CHARGE(WS-DEPT-IDX)
            = WS-DEPT-RUN-CHARGE(WS-DEPT-IDX)
            + WS-DEPT-NUMBER-CHARGE(WS-DEPT-IDX)
            + WS-DEPT-SUSPENSE-CHARGE(WS-DEPT-IDX)
            + WS-DEPT-RESTART-CHARGE(WS-DEPT-IDX)
        ADD WS-DEPT-RUNS(WS-DEPT-IDX) TO WS-GRAND-RUNS
        ADD WS-DEPT-NUMBERS(WS-DEPT-IDX) TO WS-GRAND-NUMBERS
        ADD WS-DEPT-SUSPENDED(WS-DEPT-IDX) TO WS-GRAND-SUSPENDED
        ADD WS-DEPT-RESTARTS(WS-DEPT-IDX) TO WS-GRAND-RESTARTS
        ADD WS-DEPT-RUN-CHARGE(WS-DEPT-IDX) TO WS-GRAND-RUN-CHARGE
        ADD WS-DEPT-NUMBER-CHARGE(WS-DEPT-IDX) TO WS-GRAND-NUMBER-CHARGE
        ADD WS-DEPT-SUSPENSE-CHARGE(WS-DEPT-IDX)
            TO WS-GRAND-SUSPENSE-CHARGE
        ADD WS-DEPT-RESTART-CHARGE(WS-DEPT-IDX)
            TO WS-GRAND-RESTART-CHARGE
        ADD WS-DEPT-TOTAL-CHARGE(WS-DEPT-IDX) TO WS-GRAND-TOTAL-CHARGE
    END-PERFORM
    CLOSE DEPT-MASTER.

0500-WRITE-STATEMENTS.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "FIZZBUZZ BATCH SERVICE CHARGEBACK - MONTH " DELIMITED BY SIZE
           WS-BILLING-MONTH DELIMITED BY SIZE
           "    PREPARED " DELIMITED BY SIZE
           WS-POSTING-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
        MOVE SPACES TO WS-REPORT-LINE
        STRING "DEPARTMENT " DELIMITED BY SIZE
               WS-DEPT-ID(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEPT-NAME(WS-DEPT-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-DEPT-STANDING(WS-DEPT-IDX) DELIMITED BY SIZE
               "  CHARGED TO ACCOUNT " DELIMITED BY SIZE
               WS-DEPT-GL-ACCOUNT(WS-DEPT-IDX) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
        MOVE "  RUNS................" TO WS-CHARGE-LABEL
        MOVE WS-DEPT-RUNS(WS-DEPT-IDX) TO WS-CHARGE-COUNT
        MOVE WS-DEPT-RUN-CHARGE(WS-DEPT-IDX) TO WS-CHARGE-AMOUNT
        PERFORM 0550-WRITE-CHARGE-LINE
        MOVE "  NUMBERS CLASSIFIED.." TO WS-CHARGE-LABEL
        MOVE WS-DEPT-NUMBERS(WS-DEPT-IDX) TO WS-CHARGE-COUNT
        MOVE WS-DEPT-NUMBER-CHARGE(WS-DEPT-IDX) TO WS-CHARGE-AMOUNT
        PERFORM 0550-WRITE-CHARGE-LINE
        MOVE "  CARDS SUSPENDED....." TO WS-CHARGE-LABEL
        MOVE WS-DEPT-SUSPENDED(WS-DEPT-IDX) TO WS-CHARGE-COUNT
        MOVE WS-DEPT-SUSPENSE-CHARGE(WS-DEPT-IDX) TO WS-CHARGE-AMOUNT
        PERFORM 0550-WRITE-CHARGE-LINE
        MOVE "  RESTARTED RUNS......" TO WS-CHARGE-LABEL
        MOVE WS-DEPT-RESTARTS(WS-DEPT-IDX) TO WS-CHARGE-COUNT
        MOVE WS-DEPT-RESTART-CHARGE(WS-DEPT-IDX) TO WS-CHARGE-AMOUNT
        PERFORM 0550-WRITE-CHARGE-LINE
        MOVE WS-DEPT-TOTAL-CHARGE(WS-DEPT-IDX) TO WS-EDIT-AMOUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  DEPARTMENT TOTAL....                " DELIMITED BY SIZE
               WS-EDIT-AMOUNT DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    END-PERFORM.

0550-WRITE-CHARGE-LINE.
    MOVE WS-CHARGE-COUNT TO WS-EDIT-COUNT
    MOVE WS-CHARGE-AMOUNT TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING WS-CHARGE-LABEL DELIMITED BY SIZE
           WS-EDIT-COUNT DELIMITED BY SIZE
           "     " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE.

0600-WRITE-GL-POSTINGS.
    *> header, one debit per department with a charge, one credit
    *> per kind of charge, trailer. The credits are the sums of the
    *> departments' rounded charges, so the file balances to the cent
    MOVE SPACES TO GL-CONTROL-RECORD
    SET GC-HEADER TO TRUE
    MOVE "FIZZBUZZ" TO GC-SOURCE
    MOVE WS-BILLING-MONTH TO GC-PERIOD
    MOVE WS-POSTING-DATE TO GC-POSTING-DATE
    MOVE 0 TO GC-POSTING-COUNT
    MOVE 0 TO GC-DEBIT-TOTAL
    MOVE 0 TO GC-CREDIT-TOTAL
    WRITE GL-CONTROL-RECORD
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        IF WS-DEPT-TOTAL-CHARGE(WS-DEPT-IDX) > 0
            MOVE SPACES TO GL-POSTING-RECORD
            SET GP-POSTING TO TRUE
            MOVE "FIZZBUZZ" TO GP-SOURCE
            MOVE WS-BILLING-MONTH TO GP-PERIOD
            MOVE WS-POSTING-DATE TO GP-POSTING-DATE
            MOVE WS-DEPT-GL-ACCOUNT(WS-DEPT-IDX) TO GP-ACCOUNT
            MOVE WS-DEPT-ID(WS-DEPT-IDX) TO GP-DEPARTMENT
            SET GP-DEBIT TO TRUE
            MOVE WS-DEPT-TOTAL-CHARGE(WS-DEPT-IDX) TO GP-AMOUNT
            MOVE "BATCH SERVICE CHARGEBACK" TO GP-DESCRIPTION
            WRITE GL-POSTING-RECORD
            ADD 1 TO WS-POSTING-COUNT
            ADD GP-AMOUNT TO WS-DEBIT-TOTAL
        END-IF
    END-PERFORM
    MOVE WS-GRAND-RUN-CHARGE TO WS-CREDIT-AMOUNT
    MOVE "CHARGEBACK RECOVERY - RUNS" TO WS-CREDIT-DESCRIPTION
    PERFORM 0650-WRITE-CREDIT
    MOVE WS-GRAND-NUMBER-CHARGE TO WS-CREDIT-AMOUNT
    MOVE "CHARGEBACK RECOVERY - NUMBERS" TO WS-CREDIT-DESCRIPTION
    PERFORM 0650-WRITE-CREDIT
    MOVE WS-GRAND-SUSPENSE-CHARGE TO WS-CREDIT-AMOUNT
    MOVE "CHARGEBACK RECOVERY - SUSPENSE" TO WS-CREDIT-DESCRIPTION
    PERFORM 0650-WRITE-CREDIT
    MOVE WS-GRAND-RESTART-CHARGE TO WS-CREDIT-AMOUNT
    MOVE "CHARGEBACK RECOVERY - RESTARTS" TO WS-CREDIT-DESCRIPTION
    PERFORM 0650-WRITE-CREDIT
    MOVE SPACES TO GL-CONTROL-RECORD
    SET GC-TRAILER TO TRUE
    MOVE "FIZZBUZZ" TO GC-SOURCE
    MOVE WS-BILLING-MONTH TO GC-PERIOD
    MOVE WS-POSTING-DATE TO GC-POSTING-DATE
    MOVE WS-POSTING-COUNT TO GC-POSTING-COUNT
    MOVE WS-DEBIT-TOTAL TO GC-DEBIT-TOTAL
    MOVE WS-CREDIT-TOTAL TO GC-CREDIT-TOTAL
    WRITE GL-CONTROL-RECORD.

0650-WRITE-CREDIT.
    IF WS-CREDIT-AMOUNT > 0
        MOVE SPACES TO GL-POSTING-RECORD
        SET GP-POSTING TO TRUE
        MOVE "FIZZBUZZ" TO GP-SOURCE
        MOVE WS-BILLING-MONTH TO GP-PERIOD
        MOVE WS-POSTING-DATE TO GP-POSTING-DATE
        MOVE WS-RECOVERY-ACCOUNT TO GP-ACCOUNT
        SET GP-CREDIT TO TRUE
        MOVE WS-CREDIT-AMOUNT TO GP-AMOUNT
        MOVE WS-CREDIT-DESCRIPTION TO GP-DESCRIPTION
        WRITE GL-POSTING-RECORD
        ADD 1 TO WS-POSTING-COUNT
        ADD GP-AMOUNT TO WS-CREDIT-TOTAL
    END-IF.

0700-WRITE-CONTROL-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE "CONTROL TOTALS" TO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEDGER ROWS READ..... " DELIMITED BY SIZE
           WS-LEDGER-READ-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ROWS IN THE MONTH.... " DELIMITED BY SIZE
           WS-MONTH-ROW-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  MERGE-FAILURE ROWS, NOT BILLED " DELIMITED BY SIZE
           WS-MERGE-ROW-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "DEPARTMENTS BILLED... " DELIMITED BY SIZE
           WS-DEPT-COUNT DELIMITED BY SIZE
           "  (RETIRED " DELIMITED BY SIZE
           WS-RETIRED-COUNT DELIMITED BY SIZE
           ", NOT REGISTERED " DELIMITED BY SIZE
           WS-UNREGISTERED-COUNT DELIMITED BY SIZE
           ")" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE "  RUNS................" TO WS-CHARGE-LABEL
    MOVE WS-GRAND-RUNS TO WS-CHARGE-COUNT
    MOVE WS-GRAND-RUN-CHARGE TO WS-CHARGE-AMOUNT
    PERFORM 0550-WRITE-CHARGE-LINE
    MOVE "  NUMBERS CLASSIFIED.." TO WS-CHARGE-LABEL
    MOVE WS-GRAND-NUMBERS TO WS-CHARGE-COUNT
    MOVE WS-GRAND-NUMBER-CHARGE TO WS-CHARGE-AMOUNT
    PERFORM 0550-WRITE-CHARGE-LINE
    MOVE "  CARDS SUSPENDED....." TO WS-CHARGE-LABEL
    MOVE WS-GRAND-SUSPENDED TO WS-CHARGE-COUNT
    MOVE WS-GRAND-SUSPENSE-CHARGE TO WS-CHARGE-AMOUNT
    PERFORM 0550-WRITE-CHARGE-LINE
    MOVE "  RESTARTED RUNS......" TO WS-CHARGE-LABEL
    MOVE WS-GRAND-RESTARTS TO WS-CHARGE-COUNT
    MOVE WS-GRAND-RESTART-CHARGE TO WS-CHARGE-AMOUNT
    PERFORM 0550-WRITE-CHARGE-LINE
    MOVE WS-GRAND-TOTAL-CHARGE TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  TOTAL CHARGED.......                " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "GL POSTINGS WRITTEN.. " DELIMITED BY SIZE
           WS-POSTING-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE WS-DEBIT-TOTAL TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "GL DEBITS............                 " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE
    MOVE WS-CREDIT-TOTAL TO WS-EDIT-AMOUNT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "GL CREDITS...........                 " DELIMITED BY SIZE
           WS-EDIT-AMOUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE CHARGE-STATEMENT-LINE FROM WS-REPORT-LINE.
