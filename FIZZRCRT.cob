IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FIZZRCRT.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT DISPOSITION-FILE ASSIGN TO "RETDISP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DISP-STATUS.   *> FIZZRETN's dispositions for the pass
    SELECT CATALOG-LISTING ASSIGN TO "CATLIST"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CATLIST-STATUS. *> LISTCAT of the archive level taken after the scratch step
    SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS. *> the ledger as rewritten by the pass
    SELECT RET-CERTIFICATE ASSIGN TO "RETCERT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-CERT-STATUS.   *> destruction certificate
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  DISPOSITION-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBRETCND.cpy".
FD  CATALOG-LISTING
    LABEL RECORDS ARE STANDARD.
    01 CATALOG-LISTING-LINE    PIC X(125).
FD  RUN-LEDGER-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBLEDGER.cpy".
FD  RET-CERTIFICATE
    LABEL RECORDS ARE STANDARD.
    01 RET-CERTIFICATE-LINE    PIC X(132).
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-DISP-STATUS          PIC XX VALUE "00".
    01 WS-CATLIST-STATUS       PIC XX VALUE "00".
    01 WS-LEDGER-STATUS        PIC XX VALUE "00".
    01 WS-CERT-STATUS          PIC XX VALUE "00".
    01 WS-PASS-ACTION          PIC X(6) VALUE SPACES.
        88 WS-PASS-WAS-PURGE           VALUE "PURGE".
    01 WS-PASS-DATE            PIC 9(8) VALUE 0.
    01 WS-HEADER-FLAG          PIC X VALUE "N".
        88 WS-HEADER-SEEN              VALUE "Y".
    01 WS-TRAILER-FLAG         PIC X VALUE "N".
        88 WS-TRAILER-SEEN             VALUE "Y".
    01 WS-CERT-DATE-TIME       PIC X(21) VALUE SPACES.
    *> which of the three reads of RETDISP is under way - the first
    *> finds the header and the ledger trailer, so the ledger lines
    *> in the destroyed section can be certified against what the
    *> rewritten ledger actually holds
    01 WS-READ-PASS            PIC X VALUE SPACE.
        88 WS-READ-SCAN                VALUE "S".
        88 WS-READ-DESTROYED           VALUE "D".
        88 WS-READ-HELD                VALUE "H".
    *> every dataset name still on the catalog after the scratch step
    01 WS-CATALOG-TABLE.
        05 WS-CAT-COUNT        PIC 9(5) VALUE 0.
        05 WS-CAT-DSN OCCURS 5000 TIMES PIC X(44).
    01 WS-CAT-IDX              PIC 9(5) VALUE 0.
    01 WS-TALLY                PIC 9(3) VALUE 0.
    01 WS-LINE-POS             PIC 9(3) VALUE 0.
    01 WS-LINE-WORK            PIC X(125) VALUE SPACES.
    01 WS-TOKEN-1              PIC X(20) VALUE SPACES.
    01 WS-TOKEN-2              PIC X(20) VALUE SPACES.
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    01 WS-LEDGER-ON-FILE       PIC 9(7) VALUE 0.
    01 WS-LEDGER-EXPECTED      PIC 9(7) VALUE 0.
    01 WS-LEDGER-VERIFIED-FLAG PIC X VALUE "N".
        88 WS-LEDGER-VERIFIED          VALUE "Y".
    01 WS-CERT-STATE           PIC X(13) VALUE SPACES.
    01 WS-CERT-DSN             PIC X(44) VALUE SPACES.
    01 WS-GEN-DESTROYED-COUNT  PIC 9(7) VALUE 0.
    01 WS-GEN-HELD-COUNT       PIC 9(7) VALUE 0.
    01 WS-LEDGER-DESTROYED-COUNT PIC 9(7) VALUE 0.
    01 WS-LEDGER-HELD-COUNT    PIC 9(7) VALUE 0.
    01 WS-FAILED-COUNT         PIC 9(7) VALUE 0.
    01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> the destruction certificate for one FIZZRETN pass, written
    *> after the scratch and ledger-rewrite steps from what the pass
    *> scheduled (RETDISP) and what is actually left. A generation is
    *> certified DESTROYED only if it is gone from the catalog, and
    *> ledger rows only if the rewritten ledger holds exactly the
    *> rows the pass kept - anything else is certified NOT DESTROYED
    *> and the step ends RC 8. Every item kept under a legal hold is
    *> listed with its hold. The certificate is its own generation
    *> (RETCERT, see jcl/FIZZRET.jcl), so it is kept alongside what
    *> it certifies
    MOVE FUNCTION CURRENT-DATE TO WS-CERT-DATE-TIME
    PERFORM 0100-LOAD-CATALOG
    PERFORM 0150-COUNT-LEDGER-ROWS
    SET WS-READ-SCAN TO TRUE
    PERFORM 0200-READ-DISPOSITIONS
    IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
        DISPLAY "FIZZRCRT: RETDISP IS NOT A COMPLETE RETENTION PASS - "
            "NO CERTIFICATE WRITTEN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-LEDGER-ON-FILE = WS-LEDGER-EXPECTED
        MOVE "Y" TO WS-LEDGER-VERIFIED-FLAG
    END-IF
    OPEN OUTPUT RET-CERTIFICATE
    PERFORM 0300-WRITE-HEADING
    SET WS-READ-DESTROYED TO TRUE
    PERFORM 0200-READ-DISPOSITIONS
    PERFORM 0350-WRITE-HELD-HEADING
    SET WS-READ-HELD TO TRUE
    PERFORM 0200-READ-DISPOSITIONS
    PERFORM 0500-WRITE-TOTALS
    CLOSE RET-CERTIFICATE
    DISPLAY "FIZZRCRT: " WS-GEN-DESTROYED-COUNT " GENERATIONS AND "
        WS-LEDGER-DESTROYED-COUNT " LEDGER ROWS CERTIFIED DESTROYED, "
        WS-FAILED-COUNT " NOT DESTROYED"
    IF WS-FAILED-COUNT > 0 OR NOT WS-LEDGER-VERIFIED
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-LOAD-CATALOG.
    OPEN INPUT CATALOG-LISTING
    IF WS-CATLIST-STATUS NOT = "00"
        DISPLAY "FIZZRCRT: CATLIST catalog listing not available - "
            "NOTHING CAN BE CERTIFIED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-CATLIST-STATUS = "10"
        READ CATALOG-LISTING
            AT END
                MOVE "10" TO WS-CATLIST-STATUS
            NOT AT END
                MOVE 0 TO WS-TALLY
                INSPECT CATALOG-LISTING-LINE TALLYING WS-TALLY
                    FOR ALL "NONVSAM ---"
                IF WS-TALLY > 0
                    PERFORM 0110-ADD-CATALOG-ENTRY
                END-IF
        END-READ
    END-PERFORM
    CLOSE CATALOG-LISTING.

0110-ADD-CATALOG-ENTRY.
    IF WS-CAT-COUNT >= 5000
        DISPLAY "FIZZRCRT: MORE THAN 5000 CATALOG ENTRIES ON CATLIST "
            "- WIDEN WS-CATALOG-TABLE"
        CLOSE CATALOG-LISTING
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE 0 TO WS-LINE-POS
    INSPECT CATALOG-LISTING-LINE TALLYING WS-LINE-POS
        FOR CHARACTERS BEFORE INITIAL "NONVSAM ---"
    MOVE CATALOG-LISTING-LINE(WS-LINE-POS + 1:) TO WS-LINE-WORK
    ADD 1 TO WS-CAT-COUNT
    MOVE SPACES TO WS-CAT-DSN(WS-CAT-COUNT)
    UNSTRING WS-LINE-WORK DELIMITED BY ALL SPACE
        INTO WS-TOKEN-1 WS-TOKEN-2 WS-CAT-DSN(WS-CAT-COUNT)
    END-UNSTRING.

0150-COUNT-LEDGER-ROWS.
    OPEN INPUT RUN-LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "FIZZRCRT: RUN-LEDGER dataset not available - "
            "NOTHING CAN BE CERTIFIED"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-LEDGER-STATUS = "10"
        READ RUN-LEDGER-FILE
            AT END
                MOVE "10" TO WS-LEDGER-STATUS
            NOT AT END
                ADD 1 TO WS-LEDGER-ON-FILE
        END-READ
    END-PERFORM
    CLOSE RUN-LEDGER-FILE.

0200-READ-DISPOSITIONS.
    OPEN INPUT DISPOSITION-FILE
    IF WS-DISP-STATUS NOT = "00"
        DISPLAY "FIZZRCRT: RETDISP dispositions not available - "
            "NO CERTIFICATE WRITTEN"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-DISP-STATUS = "10"
        READ DISPOSITION-FILE
            AT END
                MOVE "10" TO WS-DISP-STATUS
            NOT AT END
                EVALUATE TRUE
                    WHEN WS-READ-SCAN
                        PERFORM 0210-SCAN-DISPOSITION
                    WHEN WS-READ-DESTROYED AND RD-DESTROY
                        PERFORM 0400-CERTIFY-DESTROYED
                    WHEN WS-READ-HELD AND RD-HELD
                        PERFORM 0450-CERTIFY-HELD
                END-EVALUATE
        END-READ
    END-PERFORM
    CLOSE DISPOSITION-FILE.

0210-SCAN-DISPOSITION.
    EVALUATE TRUE
        WHEN RD-PASS-HEADER
            MOVE "Y" TO WS-HEADER-FLAG
            MOVE RD-DSN(1:6) TO WS-PASS-ACTION
            MOVE RD-RUN-DATE TO WS-PASS-DATE
        WHEN RD-LEDGER-KEPT
            MOVE "Y" TO WS-TRAILER-FLAG
            MOVE RD-ROW-COUNT TO WS-LEDGER-EXPECTED
    END-EVALUATE.

0300-WRITE-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "FIZZBUZZ RETENTION - CERTIFICATE OF DESTRUCTION"
               DELIMITED BY SIZE
           "          PREPARED " DELIMITED BY SIZE
           WS-CERT-DATE-TIME(1:8) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-CERT-DATE-TIME(9:6) DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RETENTION PASS: " DELIMITED BY SIZE
           WS-PASS-ACTION DELIMITED BY SPACE
           "  RETENTION JUDGED AS OF " DELIMITED BY SIZE
           WS-PASS-DATE DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    IF NOT WS-PASS-WAS-PURGE
        MOVE "REPORT-ONLY PASS - NO DATASET AND NO LEDGER ROW WAS "
            & "DESTROYED" TO WS-REPORT-LINE
        WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE "DESTROYED - PAST THEIR RETENTION DATE AND UNDER NO LEGAL HOLD"
        TO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    PERFORM 0360-WRITE-COLUMN-HEADS.

0350-WRITE-HELD-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE "HELD - PAST THEIR RETENTION DATE BUT KEPT UNDER LEGAL HOLD"
        TO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    PERFORM 0360-WRITE-COLUMN-HEADS.

0360-WRITE-COLUMN-HEADS.
    MOVE " STATUS        TYPE      DEPT      DATED     RETAIN TO DATASET"
        & "                                        AUTHORITY / HOLD"
        TO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE.

0400-CERTIFY-DESTROYED.
    *> a ledger line covers a department's rows; they are destroyed
    *> if the rewritten ledger is exactly what the pass kept
    IF RD-DATASET-TYPE = "LEDGER"
        IF WS-LEDGER-VERIFIED
            MOVE "DESTROYED" TO WS-CERT-STATE
            ADD RD-ROW-COUNT TO WS-LEDGER-DESTROYED-COUNT
        ELSE
            MOVE "NOT DESTROYED" TO WS-CERT-STATE
            ADD 1 TO WS-FAILED-COUNT
        END-IF
    ELSE
        MOVE "N" TO WS-FOUND-FLAG
        PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                UNTIL WS-CAT-IDX > WS-CAT-COUNT
            IF WS-CAT-DSN(WS-CAT-IDX) = RD-DSN
                MOVE "Y" TO WS-FOUND-FLAG
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-FOUND
            MOVE "NOT DESTROYED" TO WS-CERT-STATE
            ADD 1 TO WS-FAILED-COUNT
        ELSE
            MOVE "DESTROYED" TO WS-CERT-STATE
            ADD 1 TO WS-GEN-DESTROYED-COUNT
        END-IF
    END-IF
    PERFORM 0480-WRITE-CERTIFICATE-LINE.

0450-CERTIFY-HELD.
    MOVE "HELD" TO WS-CERT-STATE
    IF RD-DATASET-TYPE = "LEDGER"
        ADD RD-ROW-COUNT TO WS-LEDGER-HELD-COUNT
    ELSE
        ADD 1 TO WS-GEN-HELD-COUNT
    END-IF
    PERFORM 0480-WRITE-CERTIFICATE-LINE.

0480-WRITE-CERTIFICATE-LINE.
    MOVE SPACES TO WS-CERT-DSN
    IF RD-DATASET-TYPE = "LEDGER"
        STRING RD-DSN DELIMITED BY SPACE
               " - " DELIMITED BY SIZE
               RD-ROW-COUNT DELIMITED BY SIZE
               " ROWS" DELIMITED BY SIZE
            INTO WS-CERT-DSN
    ELSE
        MOVE RD-DSN TO WS-CERT-DSN
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING " " DELIMITED BY SIZE
           WS-CERT-STATE DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           RD-DATASET-TYPE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RD-DEPARTMENT DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RD-DATA-DATE DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           RD-RETAIN-UNTIL DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-CERT-DSN DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    IF RD-HELD
        MOVE RD-HOLD-ID TO WS-REPORT-LINE(101:12)
    ELSE
        MOVE RD-AUTHORITY TO WS-REPORT-LINE(101:30)
    END-IF
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE.

0500-WRITE-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "GENERATIONS DESTROYED " DELIMITED BY SIZE
           WS-GEN-DESTROYED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEDGER ROWS DESTROYED " DELIMITED BY SIZE
           WS-LEDGER-DESTROYED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "GENERATIONS HELD..... " DELIMITED BY SIZE
           WS-GEN-HELD-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "LEDGER ROWS HELD..... " DELIMITED BY SIZE
           WS-LEDGER-HELD-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "NOT DESTROYED........ " DELIMITED BY SIZE
           WS-FAILED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    IF WS-LEDGER-VERIFIED
        STRING "LEDGER ROWS REMAINING " DELIMITED BY SIZE
               WS-LEDGER-ON-FILE DELIMITED BY SIZE
               " - AS KEPT BY THE PASS" DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    ELSE
        STRING "LEDGER ROWS REMAINING " DELIMITED BY SIZE
               WS-LEDGER-ON-FILE DELIMITED BY SIZE
               " - THE PASS KEPT " DELIMITED BY SIZE
               WS-LEDGER-EXPECTED DELIMITED BY SIZE
               " - LEDGER NOT VERIFIED" DELIMITED BY SIZE
            INTO WS-REPORT-LINE
    END-IF
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE
    MOVE "END OF CERTIFICATE" TO WS-REPORT-LINE
    WRITE RET-CERTIFICATE-LINE FROM WS-REPORT-LINE.
