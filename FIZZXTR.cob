ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.   *> the department's RUN-PARAMETERS card
    SELECT FIZZBUZZ-OUT ASSIGN TO "FIZZOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FIZZOUT-STATUS. *> the run's classification output
    SELECT EXTRACT-FILE ASSIGN TO "XTRFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XTR-STATUS.    *> transmission-ready interface file
    SELECT EXTRACT-LOG-FILE ASSIGN TO "XTRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XLOG-STATUS.   *> cumulative log of every feed sent
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  PARM-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "RUNPARM.cpy".
FD  FIZZBUZZ-OUT
    LABEL RECORDS ARE STANDARD.
    COPY "FBOUT.cpy".
FD  EXTRACT-FILE
    LABEL RECORDS ARE STANDARD.
    01 EXTRACT-RECORD          PIC X(200).
FD  EXTRACT-LOG-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBXTRLOG.cpy".
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-PARM-STATUS          PIC XX VALUE "00".
    01 WS-FIZZOUT-STATUS       PIC XX VALUE "00".
    01 WS-AUDIT-STATUS         PIC XX VALUE "00".
    01 WS-XTR-STATUS           PIC XX VALUE "00".
    01 WS-XLOG-STATUS          PIC XX VALUE "00".
    01 WS-RUN-DEPARTMENT       PIC X(8) VALUE SPACES.
    01 WS-LOGGED-FLAG          PIC X VALUE "N".
        88 WS-LOGGED                   VALUE "Y".
    01 WS-RUN-TIMESTAMP        PIC X(21) VALUE SPACES.
    01 WS-JOB-ID               PIC X(8) VALUE SPACES.
    01 WS-DETAIL-COUNT         PIC 9(7) VALUE 0.
    *> with the 180-byte classification's trailing spaces trimmed,
    *> and a T record carrying the record count and the category
    *> counts so the receiving system can reconcile the feed on
    *> arrival before using it. The H record also names the
    *> department (RUN-DEPARTMENT off the run's own PARM card) and
    *> every feed is logged (FBXTRLOG.cpy) as it is built, so the
    *> receiving system's acknowledgments can be held against what was
    *> actually sent (FIZZXACK)
    PERFORM 0050-GET-DEPARTMENT
    PERFORM 0100-GET-RUN-IDENTITY
    OPEN INPUT FIZZBUZZ-OUT
    IF WS-FIZZOUT-STATUS NOT = "00"
    PERFORM 0400-WRITE-TRAILER
    CLOSE FIZZBUZZ-OUT
    CLOSE EXTRACT-FILE
    PERFORM 0500-LOG-EXTRACT
    IF WS-DETAIL-COUNT = 0 OR NOT WS-LOGGED
        *> an empty feed transmits cleanly but almost certainly means
        *> the wrong generation or an empty run was extracted - flag
        *> it rather than let the receiving system reconcile zero to
        *> zero and carry on. An unlogged feed still goes out, but
        *> nothing will ever chase its acknowledgment - flag that too
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

0050-GET-DEPARTMENT.
    *> the department the feed belongs to comes off the same PARM card
    *> the classification step ran from - the acknowledgment comes
    *> back keyed on it, so a feed with no department could never be
    *> reconciled; refuse rather than send one
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS NOT = "00"
        DISPLAY "FIZZXTR: RUN-PARAMETERS card not available"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ PARM-FILE
        AT END
            DISPLAY "FIZZXTR: RUN-PARAMETERS card is empty"
            CLOSE PARM-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE RUN-DEPARTMENT TO WS-RUN-DEPARTMENT
    CLOSE PARM-FILE
    IF WS-RUN-DEPARTMENT = SPACES
        DISPLAY "FIZZXTR: RUN-PARAMETERS card names no department"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0100-GET-RUN-IDENTITY.
    *> FBOUT.cpy records don't carry the run timestamp or job id, but
    *> every FBAUDIT.cpy record from the same run does - the first
           FUNCTION TRIM(WS-RUN-TIMESTAMP) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-JOB-ID) DELIMITED BY SIZE
           "|" DELIMITED BY SIZE
           FUNCTION TRIM(WS-RUN-DEPARTMENT) DELIMITED BY SIZE
        INTO WS-WORK-RECORD
    WRITE EXTRACT-RECORD FROM WS-WORK-RECORD.

           WS-PLAIN-COUNT DELIMITED BY SIZE
        INTO WS-WORK-RECORD
    WRITE EXTRACT-RECORD FROM WS-WORK-RECORD.

0500-LOG-EXTRACT.
    *> one sent-log row per feed, carrying exactly the identity on the
    *> H record and the counts on the T record - what the receiving
    *> system's acknowledgment has to echo back to reconcile
    OPEN EXTEND EXTRACT-LOG-FILE
    IF WS-XLOG-STATUS NOT = "00"
        DISPLAY "FIZZXTR: EXTRACT-LOG dataset not available - "
            "this feed's acknowledgment will never be reconciled"
    ELSE
        MOVE WS-RUN-DEPARTMENT TO XL-DEPARTMENT
        MOVE WS-RUN-TIMESTAMP TO XL-RUN-TIMESTAMP
        MOVE WS-JOB-ID TO XL-JOB-ID
        MOVE FUNCTION CURRENT-DATE(1:8) TO XL-SENT-DATE
        MOVE WS-DETAIL-COUNT TO XL-DETAIL-COUNT
        MOVE WS-FIZZBUZZ-COUNT TO XL-FIZZBUZZ-COUNT
        MOVE WS-FIZZ-COUNT TO XL-FIZZ-COUNT
        MOVE WS-BUZZ-COUNT TO XL-BUZZ-COUNT
        MOVE WS-PLAIN-COUNT TO XL-PLAIN-COUNT
        WRITE EXTRACT-LOG-RECORD
        CLOSE EXTRACT-LOG-FILE
        MOVE "Y" TO WS-LOGGED-FLAG
    END-IF.
