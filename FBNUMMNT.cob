    SELECT NUMBER-TXN-FILE ASSIGN TO "NUMTXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-STATUS.    *> ADD/CHANGE/RETIRE requests
    SELECT MAINT-JOURNAL ASSIGN TO "MNTJNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JNL-STATUS.    *> shared before/after maintenance journal
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  NUMBER-MASTER.
FD  NUMBER-TXN-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBNUMTXN.cpy".
FD  MAINT-JOURNAL
    LABEL RECORDS ARE STANDARD.
    COPY "FBMNTJNL.cpy".
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-NUMMST-STATUS        PIC XX VALUE "00".
    01 WS-TXN-STATUS           PIC XX VALUE "00".
    01 WS-JNL-STATUS           PIC XX VALUE "00".
    01 WS-JOURNAL-OPEN-FLAG    PIC X VALUE "N".
        88 WS-JOURNAL-OPEN             VALUE "Y".
    01 WS-ANY-TXN-REJECTED     PIC X VALUE "N".
        88 WS-TXN-REJECTED             VALUE "Y".
    01 WS-CARD-REJECT-FLAG     PIC X VALUE "N".
        88 WS-TXN-REJECTED-THIS-CARD   VALUE "Y".
    01 WS-REJECT-REASON        PIC X(40) VALUE SPACES.
    01 WS-RUN-TIMESTAMP        PIC X(21).
    *> the user this job runs under - journaled as the keyer of every
    *> card read on this run, whatever is punched in the card's own
    *> user columns, so nobody can key a change under another name
    01 WS-SIGNED-ON-USER       PIC X(8) VALUE SPACES.
    *> the master record as it stood before and after this card -
    *> spaces where there was none, see FBMNTJNL.cpy
    01 WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
    01 WS-AFTER-IMAGE          PIC X(80) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> maintenance process for the number-master dataset FIZZBUZZ's
    *> dataset. The cluster is defined once by jcl/FIZZDEF.jcl and
    *> maintained in place here; RETIRE flips the status flag rather
    *> than deleting the row, so the number's history stays
    *> answerable and a later CHANGE can bring it back. Every card,
    *> accepted or rejected, is journaled with the record's before
    *> and after images on the shared MNTJNL dataset
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    ACCEPT WS-SIGNED-ON-USER FROM ENVIRONMENT "USER"
    MOVE FUNCTION UPPER-CASE(WS-SIGNED-ON-USER) TO WS-SIGNED-ON-USER
    OPEN I-O NUMBER-MASTER
    IF WS-NUMMST-STATUS NOT = "00"
        DISPLAY "FBNUMMNT: NUMBER-MASTER cluster not available"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0100-OPEN-JOURNAL
    PERFORM 0200-APPLY-TRANSACTIONS
    CLOSE NUMBER-MASTER
    IF WS-JOURNAL-OPEN
        CLOSE MAINT-JOURNAL
    END-IF

    IF WS-TXN-REJECTED
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-OPEN-JOURNAL.
    *> the journal is part of the maintenance, not just evidence of
    *> it - FIZZBUZZ's incremental mode takes MAINT-JOURNAL as the
    *> complete list of NUMBER-MASTER changes since the last run, so
    *> a change applied without a journal row would never be
    *> reclassified. A run that cannot append to it applies nothing
    OPEN EXTEND MAINT-JOURNAL
    IF WS-JNL-STATUS = "00"
        SET WS-JOURNAL-OPEN TO TRUE
    ELSE
        DISPLAY "FBNUMMNT: MAINT-JOURNAL dataset not available - "
            "no transactions applied"
        CLOSE NUMBER-MASTER
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0200-APPLY-TRANSACTIONS.
    OPEN INPUT NUMBER-TXN-FILE
    IF WS-TXN-STATUS NOT = "00"
        DISPLAY "FBNUMMNT: no NUMBER-TXN-FILE dataset supplied"
        CLOSE NUMBER-MASTER
        CLOSE MAINT-JOURNAL
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
            AT END
                MOVE "10" TO WS-TXN-STATUS
            NOT AT END
                MOVE "N" TO WS-CARD-REJECT-FLAG
                MOVE SPACES TO WS-REJECT-REASON
                MOVE SPACES TO WS-BEFORE-IMAGE
                MOVE SPACES TO WS-AFTER-IMAGE
                EVALUATE TRUE
                    WHEN WS-SIGNED-ON-USER = SPACES
                        *> a change nobody can be named for is not
                        *> applied - the journal could not say who
                        DISPLAY "FBNUMMNT: " NMT-ACTION
                            " REJECTED - NO SIGNED-ON USER ID"
                        SET WS-TXN-REJECTED TO TRUE
                        MOVE "Y" TO WS-CARD-REJECT-FLAG
                        MOVE "NO SIGNED-ON USER ID" TO WS-REJECT-REASON
                    WHEN NMT-ADD
                        PERFORM 0210-ADD-NUMBER
                    WHEN NMT-CHANGE
                        DISPLAY "FBNUMMNT: UNKNOWN NMT-ACTION '"
                            NMT-ACTION "'"
                        SET WS-TXN-REJECTED TO TRUE
                        MOVE "Y" TO WS-CARD-REJECT-FLAG
                        MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
                END-EVALUATE
                PERFORM 0900-WRITE-JOURNAL
        END-READ
    END-PERFORM
    CLOSE NUMBER-TXN-FILE.
                DISPLAY "FBNUMMNT: ADD REJECTED - NUMBER " NMT-NUMBER
                    " ALREADY ON MASTER, USE CHANGE INSTEAD"
                SET WS-TXN-REJECTED TO TRUE
                MOVE "Y" TO WS-CARD-REJECT-FLAG
                MOVE "NUMBER ALREADY ON MASTER, USE CHANGE"
                    TO WS-REJECT-REASON
            NOT INVALID KEY
                MOVE NUMBER-MASTER-RECORD TO WS-AFTER-IMAGE
        END-WRITE
    END-IF.

                DISPLAY "FBNUMMNT: CHANGE REJECTED - NUMBER "
                    NMT-NUMBER " NOT ON MASTER, USE ADD INSTEAD"
                SET WS-TXN-REJECTED TO TRUE
                MOVE "Y" TO WS-CARD-REJECT-FLAG
                MOVE "NUMBER NOT ON MASTER, USE ADD" TO WS-REJECT-REASON
            NOT INVALID KEY
                MOVE NUMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
                MOVE NMT-DEPARTMENT TO NM-DEPARTMENT
                MOVE NMT-DESCRIPTION TO NM-DESCRIPTION
                MOVE "A" TO NM-STATUS-FLAG
                        DISPLAY "FBNUMMNT: REWRITE FAILED FOR "
                            NMT-NUMBER
                        SET WS-TXN-REJECTED TO TRUE
                        MOVE "Y" TO WS-CARD-REJECT-FLAG
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                    NOT INVALID KEY
                        MOVE NUMBER-MASTER-RECORD TO WS-AFTER-IMAGE
                END-REWRITE
        END-READ
    END-IF.
            DISPLAY "FBNUMMNT: RETIRE REJECTED - NUMBER " NMT-NUMBER
                " NOT ON MASTER"
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "NUMBER NOT ON MASTER" TO WS-REJECT-REASON
        NOT INVALID KEY
            MOVE NUMBER-MASTER-RECORD TO WS-BEFORE-IMAGE
            MOVE "R" TO NM-STATUS-FLAG
            REWRITE NUMBER-MASTER-RECORD
                INVALID KEY
                    DISPLAY "FBNUMMNT: REWRITE FAILED FOR " NMT-NUMBER
                    SET WS-TXN-REJECTED TO TRUE
                    MOVE "Y" TO WS-CARD-REJECT-FLAG
                    MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                NOT INVALID KEY
                    MOVE NUMBER-MASTER-RECORD TO WS-AFTER-IMAGE
            END-REWRITE
    END-READ.

            NMT-NUMBER " MUST BE GREATER THAN ZERO"
        SET WS-TXN-REJECTED TO TRUE
        MOVE "Y" TO WS-CARD-REJECT-FLAG
        MOVE "NUMBER MUST BE GREATER THAN ZERO" TO WS-REJECT-REASON
    ELSE
        IF NMT-DEPARTMENT = SPACES
            DISPLAY "FBNUMMNT: " NMT-ACTION " REJECTED - NUMBER "
                NMT-NUMBER " HAS NO OWNING DEPARTMENT"
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "NO OWNING DEPARTMENT" TO WS-REJECT-REASON
        END-IF
    END-IF.

0900-WRITE-JOURNAL.
    *> one journal record per card, whatever became of it - a retire
    *> is filed under the department that owned the number, anything
    *> else under the department the card names
    IF WS-JOURNAL-OPEN
        MOVE SPACES TO MAINT-JOURNAL-RECORD
        MOVE WS-RUN-TIMESTAMP TO MJ-RUN-TIMESTAMP
        MOVE "FBNUMMNT" TO MJ-PROGRAM
        MOVE "NUMMST" TO MJ-MASTER-FILE
        IF NMT-RETIRE AND WS-BEFORE-IMAGE NOT = SPACES
            MOVE WS-BEFORE-IMAGE TO NUMBER-MASTER-RECORD
            MOVE NM-DEPARTMENT TO MJ-DEPARTMENT
        ELSE
            MOVE NMT-DEPARTMENT TO MJ-DEPARTMENT
        END-IF
        MOVE NMT-ACTION TO MJ-ACTION
        MOVE NMT-NUMBER TO MJ-KEY
        IF WS-TXN-REJECTED-THIS-CARD
            MOVE "REJECTED" TO MJ-OUTCOME
            MOVE WS-REJECT-REASON TO MJ-REASON
        ELSE
            MOVE "ACCEPTED" TO MJ-OUTCOME
        END-IF
        MOVE WS-SIGNED-ON-USER TO MJ-KEYED-BY
        MOVE NUMBER-TXN-RECORD TO MJ-TRANSACTION
        MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
        MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
        WRITE MAINT-JOURNAL-RECORD
    END-IF.
