    SELECT DEPT-TXN-FILE ASSIGN TO "DEPTTXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-STATUS.    *> ADD/CHANGE/RETIRE requests
    SELECT MAINT-JOURNAL ASSIGN TO "MNTJNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JNL-STATUS.    *> shared before/after maintenance journal
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  DEPT-MASTER.
FD  DEPT-TXN-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBDEPTXN.cpy".
FD  MAINT-JOURNAL
    LABEL RECORDS ARE STANDARD.
    COPY "FBMNTJNL.cpy".
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-DEPT-STATUS          PIC XX VALUE "00".
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
    *> the registry record as it stood before and after this card -
    *> spaces where there was none, see FBMNTJNL.cpy
    01 WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
    01 WS-AFTER-IMAGE          PIC X(80) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> maintenance process for the department registry master - reads
    *> FBNUMMNT gives the number master. The cluster is defined once
    *> by jcl/FIZZDEF.jcl and maintained in place here; RETIRE flips
    *> the status flag rather than deleting the row, so history
    *> reports can still name a department that no longer runs. Every
    *> card, accepted or rejected, is journaled with the record's
    *> before and after images on the shared MNTJNL dataset
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    ACCEPT WS-SIGNED-ON-USER FROM ENVIRONMENT "USER"
    MOVE FUNCTION UPPER-CASE(WS-SIGNED-ON-USER) TO WS-SIGNED-ON-USER
    OPEN I-O DEPT-MASTER
    IF WS-DEPT-STATUS NOT = "00"
        DISPLAY "FBDPTMNT: DEPT-MASTER cluster not available"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0100-OPEN-JOURNAL
    PERFORM 0200-APPLY-TRANSACTIONS
    CLOSE DEPT-MASTER
    IF WS-JOURNAL-OPEN
        CLOSE MAINT-JOURNAL
    END-IF

    IF WS-TXN-REJECTED
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-OPEN-JOURNAL.
    *> same stance as FBNUMMNT - a registry change with no journal
    *> row behind it is a change nobody can account for, so a run
    *> that cannot append to the journal applies nothing
    OPEN EXTEND MAINT-JOURNAL
    IF WS-JNL-STATUS = "00"
        SET WS-JOURNAL-OPEN TO TRUE
    ELSE
        DISPLAY "FBDPTMNT: MAINT-JOURNAL dataset not available - "
            "no transactions applied"
        CLOSE DEPT-MASTER
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0200-APPLY-TRANSACTIONS.
    OPEN INPUT DEPT-TXN-FILE
    IF WS-TXN-STATUS NOT = "00"
        DISPLAY "FBDPTMNT: no DEPT-TXN-FILE dataset supplied"
        CLOSE DEPT-MASTER
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
                        DISPLAY "FBDPTMNT: " DPT-ACTION
                            " REJECTED - NO SIGNED-ON USER ID"
                        SET WS-TXN-REJECTED TO TRUE
                        MOVE "Y" TO WS-CARD-REJECT-FLAG
                        MOVE "NO SIGNED-ON USER ID" TO WS-REJECT-REASON
                    WHEN DPT-ADD
                        PERFORM 0210-ADD-DEPARTMENT
                    WHEN DPT-CHANGE
                        DISPLAY "FBDPTMNT: UNKNOWN DPT-ACTION '"
                            DPT-ACTION "'"
                        SET WS-TXN-REJECTED TO TRUE
                        MOVE "Y" TO WS-CARD-REJECT-FLAG
                        MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
                END-EVALUATE
                PERFORM 0900-WRITE-JOURNAL
        END-READ
    END-PERFORM
    CLOSE DEPT-TXN-FILE.
                DISPLAY "FBDPTMNT: ADD REJECTED - DEPARTMENT '"
                    DPT-ID "' ALREADY REGISTERED, USE CHANGE INSTEAD"
                SET WS-TXN-REJECTED TO TRUE
                MOVE "Y" TO WS-CARD-REJECT-FLAG
                MOVE "DEPARTMENT ALREADY REGISTERED, USE CHANGE"
                    TO WS-REJECT-REASON
            NOT INVALID KEY
                MOVE DEPARTMENT-RECORD TO WS-AFTER-IMAGE
        END-WRITE
    END-IF.

                DISPLAY "FBDPTMNT: CHANGE REJECTED - DEPARTMENT '"
                    DPT-ID "' NOT REGISTERED, USE ADD INSTEAD"
                SET WS-TXN-REJECTED TO TRUE
                MOVE "Y" TO WS-CARD-REJECT-FLAG
                MOVE "DEPARTMENT NOT REGISTERED, USE ADD"
                    TO WS-REJECT-REASON
            NOT INVALID KEY
                MOVE DEPARTMENT-RECORD TO WS-BEFORE-IMAGE
                MOVE DPT-NAME TO DEPT-NAME
                MOVE DPT-RUN-MODE TO DEPT-RUN-MODE
                MOVE DPT-SCHEDULE TO DEPT-SCHEDULE
                        DISPLAY "FBDPTMNT: REWRITE FAILED FOR '"
                            DPT-ID "'"
                        SET WS-TXN-REJECTED TO TRUE
                        MOVE "Y" TO WS-CARD-REJECT-FLAG
                        MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                    NOT INVALID KEY
                        MOVE DEPARTMENT-RECORD TO WS-AFTER-IMAGE
                END-REWRITE
        END-READ
    END-IF.
            DISPLAY "FBDPTMNT: RETIRE REJECTED - DEPARTMENT '"
                DPT-ID "' NOT REGISTERED"
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "DEPARTMENT NOT REGISTERED" TO WS-REJECT-REASON
        NOT INVALID KEY
            MOVE DEPARTMENT-RECORD TO WS-BEFORE-IMAGE
            MOVE "R" TO DEPT-STATUS-FLAG
            REWRITE DEPARTMENT-RECORD
                INVALID KEY
                    DISPLAY "FBDPTMNT: REWRITE FAILED FOR '" DPT-ID "'"
                    SET WS-TXN-REJECTED TO TRUE
                    MOVE "Y" TO WS-CARD-REJECT-FLAG
                    MOVE "REWRITE FAILED" TO WS-REJECT-REASON
                NOT INVALID KEY
                    MOVE DEPARTMENT-RECORD TO WS-AFTER-IMAGE
            END-REWRITE
    END-READ.

                "DEPARTMENT ID IS BLANK"
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "DEPARTMENT ID IS BLANK" TO WS-REJECT-REASON
        WHEN DPT-RUN-MODE NOT = "R" AND DPT-RUN-MODE NOT = "L"
                AND DPT-RUN-MODE NOT = "I"
            DISPLAY "FBDPTMNT: " DPT-ACTION " REJECTED - DEPARTMENT '"
                DPT-ID "' RUN MODE MUST BE R, L OR I"
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "RUN MODE MUST BE R, L OR I" TO WS-REJECT-REASON
        WHEN DPT-PARM-MEMBER = SPACES
            DISPLAY "FBDPTMNT: " DPT-ACTION " REJECTED - DEPARTMENT '"
                DPT-ID "' HAS NO PARM MEMBER"
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "NO PARM MEMBER" TO WS-REJECT-REASON
    END-EVALUATE.

0900-WRITE-JOURNAL.
    *> one journal record per card, whatever became of it, filed
    *> under the department the card maintains
    IF WS-JOURNAL-OPEN
        MOVE SPACES TO MAINT-JOURNAL-RECORD
        MOVE WS-RUN-TIMESTAMP TO MJ-RUN-TIMESTAMP
        MOVE "FBDPTMNT" TO MJ-PROGRAM
        MOVE "DEPTMST" TO MJ-MASTER-FILE
        MOVE DPT-ID TO MJ-DEPARTMENT
        MOVE DPT-ACTION TO MJ-ACTION
        MOVE DPT-ID TO MJ-KEY
        IF WS-TXN-REJECTED-THIS-CARD
            MOVE "REJECTED" TO MJ-OUTCOME
            MOVE WS-REJECT-REASON TO MJ-REASON
        ELSE
            MOVE "ACCEPTED" TO MJ-OUTCOME
        END-IF
        MOVE WS-SIGNED-ON-USER TO MJ-KEYED-BY
        MOVE DEPT-TXN-RECORD TO MJ-TRANSACTION
        MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
        MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
        WRITE MAINT-JOURNAL-RECORD
    END-IF.
