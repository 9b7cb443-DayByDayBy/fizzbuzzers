        FILE STATUS IS WS-RULES-STATUS.  *> the dataset FIZZBUZZ reads
    SELECT RULE-TXN-FILE ASSIGN TO "RULETXN"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-TXN-STATUS.    *> ADD/CHANGE/RETIRE requests, queued not applied
    SELECT RULE-PENDING-FILE ASSIGN TO "RULEPEND"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PEND-STATUS.   *> changes waiting on a second person's approval
    SELECT RULE-APPROVAL-FILE ASSIGN TO "RULEAPRV"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-APRV-STATUS.   *> the authorizer's APPROVE/REJECT cards
    SELECT PEND-PARM-FILE ASSIGN TO "PENDPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.   *> optional expiry card, days
    SELECT QUEUE-REPORT ASSIGN TO "RULEQRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-QRPT-STATUS.   *> what was queued, decided, applied and expired
    SELECT DEPT-CARD-FILE ASSIGN TO "DEPTCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DEPT-STATUS.   *> whose rules member this run maintains
    SELECT MAINT-JOURNAL ASSIGN TO "MNTJNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-JNL-STATUS.    *> shared before/after maintenance journal
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  RULES-FILE
    COPY "FBRULES.cpy".
FD  RULE-TXN-FILE
    LABEL RECORDS ARE STANDARD.
    01 RULE-TXN-CARD           PIC X(34).
FD  RULE-PENDING-FILE
    LABEL RECORDS ARE STANDARD.
    01 RULE-PENDING-LINE       PIC X(136).
FD  RULE-APPROVAL-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBRULAPR.cpy".
FD  PEND-PARM-FILE
    LABEL RECORDS ARE STANDARD.
    01 PEND-PARM-RECORD.
        05 PEND-EXPIRY-CARD    PIC 9(3). *> expire changes pending this many days
FD  QUEUE-REPORT
    LABEL RECORDS ARE STANDARD.
    01 QUEUE-REPORT-LINE       PIC X(132).
FD  DEPT-CARD-FILE
    LABEL RECORDS ARE STANDARD.
    01 DEPT-CARD-RECORD.
        05 RULES-DEPARTMENT    PIC X(8). *> registered department id, FBDEPT.cpy
FD  MAINT-JOURNAL
    LABEL RECORDS ARE STANDARD.
    COPY "FBMNTJNL.cpy".
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-RULES-STATUS         PIC XX VALUE "00".
    01 WS-TXN-STATUS           PIC XX VALUE "00".
    01 WS-PEND-STATUS          PIC XX VALUE "00".
    01 WS-APRV-STATUS          PIC XX VALUE "00".
    01 WS-PARM-STATUS          PIC XX VALUE "00".
    01 WS-QRPT-STATUS          PIC XX VALUE "00".
    01 WS-DEPT-STATUS          PIC XX VALUE "00".
    01 WS-JNL-STATUS           PIC XX VALUE "00".
    01 WS-JOURNAL-OPEN-FLAG    PIC X VALUE "N".
        88 WS-JOURNAL-OPEN             VALUE "Y".
    *> the department whose rules member this run maintains, off the
    *> optional DEPTCARD - the rules dataset itself does not say, and
    *> the journal files every change under a department
    01 WS-RULES-DEPARTMENT     PIC X(8) VALUE SPACES.
    01 WS-JNL-OUTCOME          PIC X(8) VALUE SPACES.
    *> the rule rows as they stood before and after the change being
    *> applied - a window split leaves two rows in the after image,
    *> see FBMNTJNL.cpy
    01 WS-BEFORE-IMAGE         PIC X(80) VALUE SPACES.
    01 WS-AFTER-IMAGE          PIC X(80) VALUE SPACES.
    01 WS-ANY-TXN-REJECTED     PIC X VALUE "N".
        88 WS-TXN-REJECTED             VALUE "Y".
    01 WS-CARD-REJECT-FLAG     PIC X VALUE "N".
        88 WS-TXN-REJECTED-THIS-CARD   VALUE "Y".
    01 WS-REJECT-REASON        PIC X(40) VALUE SPACES.
    *> the transaction being queued or applied - read INTO here off
    *> RULE-TXN-FILE at intake, moved here from the pending row when
    *> an approved change is applied, so the maintenance actions
    *> below see the same TXN- fields either way
    COPY "FBRULTXN.cpy".
    *> the pending row being worked - read INTO / written FROM here,
    *> and moved to and from WS-PEND-TABLE
    COPY "FBRULPND.cpy".
    01 WS-RUN-TIMESTAMP        PIC X(21).
    *> the user this job runs under - the keyer of every card queued
    *> and the authorizer of every decision read on this run. The
    *> user columns punched on the cards are overwritten with it, so
    *> nobody can key or approve under somebody else's name
    01 WS-SIGNED-ON-USER       PIC X(8) VALUE SPACES.
    *> rows WS-PEND-TABLE held once the dataset was loaded - a row
    *> above this was queued on this run and cannot be decided on it
    01 WS-LOADED-PEND-COUNT    PIC 9(3) VALUE 0.
    *> set when a card is turned away because the queue or the day's
    *> pending IDs are used up - the step ends RC 8, not RC 4
    01 WS-CAPACITY-FLAG        PIC X VALUE "N".
        88 WS-CAPACITY-EXCEEDED        VALUE "Y".
    *> a change nobody approves within this many days expires - 14
    *> unless the PENDPARM card says otherwise
    01 WS-EXPIRY-DAYS          PIC 9(3) VALUE 14.
    *> every row on the pending-change dataset, in the order keyed -
    *> the ID and status are broken out so the table can be searched
    *> and walked without moving each row out first
    01 WS-PEND-TABLE.
        05 WS-PEND-COUNT       PIC 9(3) VALUE 0.
        05 WS-PEND-ENTRY OCCURS 200 TIMES INDEXED BY WS-PEND-IDX.
            10 WS-PEND-ID              PIC 9(11).
            10 WS-PEND-ROW-STATUS      PIC X.
            10 FILLER                  PIC X(124).
    01 WS-PEND-FOUND-IDX       PIC 9(3) VALUE 0.
    01 WS-NEXT-PEND-ID         PIC 9(11) VALUE 0.
    01 WS-KEYED-DATE           PIC 9(8) VALUE 0.
    01 WS-AGE-DAYS             PIC S9(9) VALUE 0.
    01 WS-EVENT                PIC X(10) VALUE SPACES.
    01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.
    01 WS-QUEUED-COUNT         PIC 9(5) VALUE 0.
    01 WS-NOT-QUEUED-COUNT     PIC 9(5) VALUE 0.
    01 WS-APPLIED-COUNT        PIC 9(5) VALUE 0.
    01 WS-FAILED-COUNT         PIC 9(5) VALUE 0.
    01 WS-REJECTED-COUNT       PIC 9(5) VALUE 0.
    01 WS-REFUSED-COUNT        PIC 9(5) VALUE 0.
    01 WS-EXPIRED-COUNT        PIC 9(5) VALUE 0.
    01 WS-STILL-PENDING-COUNT  PIC 9(5) VALUE 0.
    *> sized at twice the 20 in-effect rows the loaders carry - this
    *> table holds every window, including expired history rows and
    *> future-staged ones, so a divisor that has been CHANGEd a few
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> maintenance process for the RULES-FILE dataset FIZZBUZZ's
    *> table-driven classifier loads at job start - applies a batch of
    *> ADD/CHANGE/RETIRE requests to the in-memory rule table, then
    *> rewrites RULES-FILE in ascending divisor order so the business
    *> can add or change a classification rule without a programmer
    *> touching FIZZBUZZ.
    *> A transaction carrying a future TXN-EFFECTIVE-DATE is applied
    *> as a staged window on the dataset rather than a live change -
    *> the rule loaders date-filter at job start, so the change sits
    *> inert until its business date arrives no matter when this
    *> maintenance run is submitted.
    *> No card is applied on the run that reads it. RULE-TXN-FILE
    *> cards are queued on the pending-change dataset under the
    *> signed-on user who submitted them; a change is only applied
    *> once an approval card, submitted by a different signed-on user
    *> on a later run, releases it, so every divisor/label change
    *> behind a FIZZOUT classification has two names on it.
    *> Rejected and expired changes are reported on RULEQRPT and
    *> dropped from the queue, never applied. Every card's fate -
    *> queued, refused at intake, applied, failed, rejected, expired -
    *> is journaled on the shared MNTJNL dataset with the rule rows'
    *> before and after images
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    MOVE WS-RUN-TIMESTAMP(1:8) TO WS-TODAY-DATE
    ACCEPT WS-SIGNED-ON-USER FROM ENVIRONMENT "USER"
    MOVE FUNCTION UPPER-CASE(WS-SIGNED-ON-USER) TO WS-SIGNED-ON-USER
    PERFORM 0050-READ-EXPIRY-CARD
    PERFORM 0060-READ-DEPARTMENT-CARD
    PERFORM 0070-OPEN-JOURNAL
    PERFORM 0100-LOAD-RULES
    PERFORM 0150-LOAD-PENDING-CHANGES
    MOVE WS-PEND-COUNT TO WS-LOADED-PEND-COUNT
    OPEN OUTPUT QUEUE-REPORT
    MOVE SPACES TO WS-REPORT-LINE
    STRING "RULE CHANGE APPROVAL QUEUE - RUN " DELIMITED BY SIZE
           WS-RUN-TIMESTAMP(1:14) DELIMITED BY SIZE
           "   CHANGES EXPIRE AFTER " DELIMITED BY SIZE
           WS-EXPIRY-DAYS DELIMITED BY SIZE
           " DAYS" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM 0200-QUEUE-TRANSACTIONS
    PERFORM 0500-READ-APPROVALS
    PERFORM 0600-APPLY-APPROVED-CHANGES
    PERFORM 0700-EXPIRE-PENDING-CHANGES
    PERFORM 0300-SORT-RULES
    PERFORM 0400-REWRITE-RULES
    PERFORM 0800-REWRITE-PENDING-CHANGES
    PERFORM 0850-WRITE-QUEUE-TOTALS
    CLOSE QUEUE-REPORT
    IF WS-JOURNAL-OPEN
        CLOSE MAINT-JOURNAL
    END-IF

    IF WS-CAPACITY-EXCEEDED
        MOVE 8 TO RETURN-CODE
    ELSE IF WS-TXN-REJECTED
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    END-IF
    STOP RUN.

0050-READ-EXPIRY-CARD.
    *> optional - a missing or non-numeric card leaves the default
    OPEN INPUT PEND-PARM-FILE
    IF WS-PARM-STATUS = "00"
        READ PEND-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PEND-EXPIRY-CARD IS NUMERIC
                        AND PEND-EXPIRY-CARD > 0
                    MOVE PEND-EXPIRY-CARD TO WS-EXPIRY-DAYS
                END-IF
        END-READ
        CLOSE PEND-PARM-FILE
    END-IF.

0060-READ-DEPARTMENT-CARD.
    OPEN INPUT DEPT-CARD-FILE
    IF WS-DEPT-STATUS = "00"
        READ DEPT-CARD-FILE
            AT END
                CONTINUE
            NOT AT END
                MOVE RULES-DEPARTMENT TO WS-RULES-DEPARTMENT
        END-READ
        CLOSE DEPT-CARD-FILE
    END-IF.

0070-OPEN-JOURNAL.
    *> same stance as FBNUMMNT - the journal is the record of who
    *> keyed and who approved every rule change, so a run that
    *> cannot append to it queues, decides and applies nothing
    OPEN EXTEND MAINT-JOURNAL
    IF WS-JNL-STATUS = "00"
        SET WS-JOURNAL-OPEN TO TRUE
    ELSE
        DISPLAY "FBRULMNT: MAINT-JOURNAL dataset not available - "
            "no changes queued or applied"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0100-LOAD-RULES.
    *> starts from whatever RULES-FILE already holds (active and
    *> retired rows alike) so a maintenance run only has to describe
        DISPLAY "FBRULMNT: no existing RULES-FILE dataset - starting from an empty table"
    END-IF.

0150-LOAD-PENDING-CHANGES.
    *> everything still waiting from earlier runs, plus anything
    *> resolved earlier today - see FBRULPND.cpy for why those stay
    OPEN INPUT RULE-PENDING-FILE
    IF WS-PEND-STATUS = "00"
        PERFORM UNTIL WS-PEND-STATUS = "10"
            READ RULE-PENDING-FILE INTO RULE-PENDING-RECORD
                AT END
                    MOVE "10" TO WS-PEND-STATUS
                NOT AT END
                    IF WS-PEND-COUNT >= 200
                        DISPLAY "FBRULMNT: MORE THAN 200 PENDING RULE "
                            "CHANGES - WIDEN WS-PEND-TABLE"
                        CLOSE RULE-PENDING-FILE
                        CLOSE MAINT-JOURNAL
                        MOVE 8 TO RETURN-CODE
                        STOP RUN
                    END-IF
                    ADD 1 TO WS-PEND-COUNT
                    MOVE RULE-PENDING-RECORD
                        TO WS-PEND-ENTRY(WS-PEND-COUNT)
            END-READ
        END-PERFORM
        CLOSE RULE-PENDING-FILE
    ELSE
        DISPLAY "FBRULMNT: no existing RULE-PENDING-FILE dataset - "
            "starting from an empty queue"
    END-IF.

0200-QUEUE-TRANSACTIONS.
    *> intake - each card that passes the stateless edits is queued
    *> as a pending change under its keyer; nothing touches the rule
    *> table here. The divisor/label edits that depend on what is on
    *> file run when the change is applied, against the table as it
    *> stands then. A run with no RULE-TXN-FILE is an approvals-only
    *> run and simply queues nothing
    OPEN INPUT RULE-TXN-FILE
    IF WS-TXN-STATUS NOT = "00"
        DISPLAY "FBRULMNT: no RULE-TXN-FILE dataset supplied - "
            "nothing new to queue"
    ELSE
        PERFORM UNTIL WS-TXN-STATUS = "10"
            READ RULE-TXN-FILE INTO RULE-TXN-RECORD
                AT END
                    MOVE "10" TO WS-TXN-STATUS
                NOT AT END
                    PERFORM 0210-QUEUE-ONE-TRANSACTION
            END-READ
        END-PERFORM
        CLOSE RULE-TXN-FILE
    END-IF.

0210-QUEUE-ONE-TRANSACTION.
    MOVE "N" TO WS-CARD-REJECT-FLAG
    MOVE SPACES TO WS-REJECT-REASON
    *> the keyer is whoever submitted this job, whatever the card says
    MOVE WS-SIGNED-ON-USER TO TXN-KEYED-BY
    EVALUATE TRUE
        WHEN NOT (TXN-ADD OR TXN-CHANGE OR TXN-RETIRE)
            DISPLAY "FBRULMNT: UNKNOWN TXN-ACTION '" TXN-ACTION "'"
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
        WHEN TXN-KEYED-BY = SPACES
            DISPLAY "FBRULMNT: " TXN-ACTION " NOT QUEUED - DIVISOR "
                TXN-DIVISOR " - NO SIGNED-ON USER ID"
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "NO SIGNED-ON USER ID" TO WS-REJECT-REASON
        WHEN OTHER
            *> a date that is already wrong today will still be
            *> wrong when somebody approves it - refuse it now
            PERFORM 0910-EDIT-EFFECTIVE-DATE
    END-EVALUATE

    *> room in the queue and a pending ID for the card are settled
    *> before anything is written about it, so the journal never
    *> shows a change QUEUED under an ID that was never kept
    IF NOT WS-TXN-REJECTED-THIS-CARD
            AND WS-PEND-COUNT >= 200
        DISPLAY "FBRULMNT: " TXN-ACTION " NOT QUEUED - PENDING "
            "CHANGE TABLE IS FULL - WIDEN WS-PEND-TABLE"
        SET WS-TXN-REJECTED TO TRUE
        SET WS-CAPACITY-EXCEEDED TO TRUE
        MOVE "Y" TO WS-CARD-REJECT-FLAG
        MOVE "PENDING CHANGE TABLE IS FULL" TO WS-REJECT-REASON
    END-IF
    IF NOT WS-TXN-REJECTED-THIS-CARD
        PERFORM 0220-ASSIGN-PENDING-ID
        IF WS-NEXT-PEND-ID - (WS-TODAY-DATE * 1000) > 999
            DISPLAY "FBRULMNT: " TXN-ACTION " NOT QUEUED - MORE THAN "
                "999 RULE CHANGES KEYED TODAY"
            SET WS-TXN-REJECTED TO TRUE
            SET WS-CAPACITY-EXCEEDED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "MORE THAN 999 CHANGES KEYED TODAY" TO WS-REJECT-REASON
        END-IF
    END-IF

    MOVE SPACES TO RULE-PENDING-RECORD
    MOVE RULE-TXN-RECORD TO PND-TRANSACTION
    MOVE WS-RUN-TIMESTAMP TO PND-KEYED-TIMESTAMP
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE
    IF WS-TXN-REJECTED-THIS-CARD
        MOVE 0 TO PND-PENDING-ID
        MOVE WS-REJECT-REASON TO PND-REASON
        MOVE "NOT QUEUED" TO WS-EVENT
        ADD 1 TO WS-NOT-QUEUED-COUNT
        MOVE "REJECTED" TO WS-JNL-OUTCOME
    ELSE
        MOVE WS-NEXT-PEND-ID TO PND-PENDING-ID
        MOVE "P" TO PND-STATUS
        ADD 1 TO WS-PEND-COUNT
        MOVE RULE-PENDING-RECORD TO WS-PEND-ENTRY(WS-PEND-COUNT)
        MOVE "QUEUED" TO WS-EVENT
        ADD 1 TO WS-QUEUED-COUNT
        MOVE "QUEUED" TO WS-JNL-OUTCOME
    END-IF
    PERFORM 0950-WRITE-PENDING-LINE
    PERFORM 0960-WRITE-JOURNAL.

0220-ASSIGN-PENDING-ID.
    *> today's date followed by the next sequence after the highest
    *> one already issued today - rows keyed today are always still
    *> on the dataset, so a number is never issued twice. A result
    *> past sequence 999 is refused by the caller
    COMPUTE WS-NEXT-PEND-ID = WS-TODAY-DATE * 1000
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
            UNTIL WS-PEND-IDX > WS-PEND-COUNT
        IF WS-PEND-ID(WS-PEND-IDX) > WS-NEXT-PEND-ID
            MOVE WS-PEND-ID(WS-PEND-IDX) TO WS-NEXT-PEND-ID
        END-IF
    END-PERFORM
    ADD 1 TO WS-NEXT-PEND-ID.

0250-APPLY-ONE-TRANSACTION.
    *> the maintenance action itself, for a change that has been
    *> approved - RULE-TXN-RECORD already holds the keyed card
    MOVE "N" TO WS-CARD-REJECT-FLAG
    MOVE SPACES TO WS-REJECT-REASON
    MOVE SPACES TO WS-BEFORE-IMAGE
    MOVE SPACES TO WS-AFTER-IMAGE
    PERFORM 0910-EDIT-EFFECTIVE-DATE
    EVALUATE TRUE
        WHEN WS-DATE-INVALID
            *> already DISPLAYed by the edit - nothing
            *> dated wrongly gets near the table
            CONTINUE
        WHEN TXN-ADD
            PERFORM 0260-ADD-RULE
        WHEN TXN-CHANGE
            PERFORM 0270-CHANGE-RULE
        WHEN TXN-RETIRE
            PERFORM 0280-RETIRE-RULE
        WHEN OTHER
            DISPLAY "FBRULMNT: UNKNOWN TXN-ACTION '" TXN-ACTION "'"
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "UNKNOWN ACTION" TO WS-REJECT-REASON
    END-EVALUATE.

0260-ADD-RULE.
    *> adds a brand-new rule row - a duplicate divisor is rejected
    *> rather than silently overwritten, use TXN-CHANGE for that
    IF TXN-DIVISOR NOT > 0
        DISPLAY "FBRULMNT: ADD REJECTED - DIVISOR " TXN-DIVISOR
            " MUST BE GREATER THAN ZERO"
        SET WS-TXN-REJECTED TO TRUE
        MOVE "Y" TO WS-CARD-REJECT-FLAG
        MOVE "DIVISOR MUST BE GREATER THAN ZERO" TO WS-REJECT-REASON
    ELSE
        PERFORM 0905-CHECK-TXN-LABEL
        IF WS-LABEL-INVALID
            DISPLAY "FBRULMNT: ADD REJECTED - LABEL '" TXN-LABEL "' "
                FUNCTION TRIM(WS-LABEL-INVALID-REASON)
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE WS-LABEL-INVALID-REASON TO WS-REJECT-REASON
        ELSE
            PERFORM 0900-FIND-RULE-BY-DIVISOR
            IF WS-FOUND
                DISPLAY "FBRULMNT: ADD REJECTED - DIVISOR " TXN-DIVISOR
                    " ALREADY ON FILE, USE CHANGE INSTEAD"
                SET WS-TXN-REJECTED TO TRUE
                MOVE "Y" TO WS-CARD-REJECT-FLAG
                MOVE "DIVISOR ALREADY ON FILE, USE CHANGE" TO WS-REJECT-REASON
            ELSE
                IF WS-RULE-COUNT >= 40
                    DISPLAY "FBRULMNT: ADD REJECTED - RULE TABLE IS FULL"
                    SET WS-TXN-REJECTED TO TRUE
                    MOVE "Y" TO WS-CARD-REJECT-FLAG
                    MOVE "RULE TABLE IS FULL" TO WS-REJECT-REASON
                ELSE
                    ADD 1 TO WS-RULE-COUNT
                    MOVE TXN-DIVISOR TO WS-RULE-DIVISOR(WS-RULE-COUNT)
                        MOVE WS-PRIOR-DAY
                            TO WS-RULE-EXPIRY-DATE(WS-RULE-COUNT)
                    END-IF
                    MOVE WS-RULE-ENTRY(WS-RULE-COUNT) TO WS-AFTER-IMAGE
                END-IF
            END-IF
        END-IF
    END-IF.

0270-CHANGE-RULE.
    *> changes an existing rule's label and reactivates it - a retired
    *> rule can be brought back by CHANGEing its label (even to the
    *> same label) since that's the one action guaranteed to find it
    IF TXN-DIVISOR NOT > 0
        *> same divide-by-zero protection as 0260-ADD-RULE - a CHANGE
        *> to a zero divisor is just as dangerous as an ADD of one
        DISPLAY "FBRULMNT: CHANGE REJECTED - DIVISOR " TXN-DIVISOR
            " MUST BE GREATER THAN ZERO"
        SET WS-TXN-REJECTED TO TRUE
        MOVE "Y" TO WS-CARD-REJECT-FLAG
        MOVE "DIVISOR MUST BE GREATER THAN ZERO" TO WS-REJECT-REASON
    ELSE
        PERFORM 0905-CHECK-TXN-LABEL
        IF WS-LABEL-INVALID
            DISPLAY "FBRULMNT: CHANGE REJECTED - LABEL '" TXN-LABEL "' "
                FUNCTION TRIM(WS-LABEL-INVALID-REASON)
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE WS-LABEL-INVALID-REASON TO WS-REJECT-REASON
        ELSE
            PERFORM 0900-FIND-RULE-BY-DIVISOR
            IF WS-FOUND
                MOVE WS-RULE-ENTRY(WS-RULE-IDX) TO WS-BEFORE-IMAGE
                IF WS-RULE-EFFECTIVE-DATE(WS-RULE-IDX) = WS-ACTION-DATE
                    *> the covering window starts on the action date
                    *> itself - nothing earlier to preserve, change it
                    *> corrects an already-staged window)
                    MOVE TXN-LABEL TO WS-RULE-LABEL(WS-RULE-IDX)
                    MOVE "Y" TO WS-RULE-ACTIVE-FLAG(WS-RULE-IDX)
                    MOVE WS-RULE-ENTRY(WS-RULE-IDX) TO WS-AFTER-IMAGE
                ELSE
                    *> split the window: the existing row keeps its
                    *> label up to the day before the action date, a
                        DISPLAY "FBRULMNT: CHANGE REJECTED - "
                            "RULE TABLE IS FULL"
                        SET WS-TXN-REJECTED TO TRUE
                        MOVE "Y" TO WS-CARD-REJECT-FLAG
                        MOVE "RULE TABLE IS FULL" TO WS-REJECT-REASON
                    ELSE
                        ADD 1 TO WS-RULE-COUNT
                        MOVE TXN-DIVISOR
                        PERFORM 0920-COMPUTE-PRIOR-DAY
                        MOVE WS-PRIOR-DAY
                            TO WS-RULE-EXPIRY-DATE(WS-RULE-IDX)
                        MOVE WS-RULE-ENTRY(WS-RULE-IDX)
                            TO WS-AFTER-IMAGE(1:29)
                        MOVE WS-RULE-ENTRY(WS-RULE-COUNT)
                            TO WS-AFTER-IMAGE(30:29)
                    END-IF
                END-IF
            ELSE
                DISPLAY "FBRULMNT: CHANGE REJECTED - DIVISOR " TXN-DIVISOR
                    " NOT ON FILE, USE ADD INSTEAD"
                SET WS-TXN-REJECTED TO TRUE
                MOVE "Y" TO WS-CARD-REJECT-FLAG
                MOVE "DIVISOR NOT ON FILE, USE ADD" TO WS-REJECT-REASON
            END-IF
        END-IF
    END-IF.
            *> would hit the wrong EVALUATE branch there, so it is always
            *> reserved. "FIZZBUZZ" is the two-rule combination label, so
            *> no single row may claim it either. "FIZZ"/"BUZZ" are only
            *> reserved off their historical divisors (3/5) - 0270-
            *> CHANGE-RULE's own reactivate-a-retired-rule path submits a
            *> CHANGE with the rule's existing label (per its comment
            *> above, "even to the same label"), so divisor 3 staying
        END-IF
    END-IF.

0280-RETIRE-RULE.
    *> retires a rule as of the action date. An immediate retire flips
    *> the active flag the way it always has (and keeps the row on
    *> file so a later CHANGE can reactivate it); a future-dated
    *> business date and then simply stops being loaded
    PERFORM 0900-FIND-RULE-BY-DIVISOR
    IF WS-FOUND
        MOVE WS-RULE-ENTRY(WS-RULE-IDX) TO WS-BEFORE-IMAGE
        EVALUATE TRUE
            WHEN WS-ACTION-DATE = WS-TODAY-DATE
                MOVE "N" TO WS-RULE-ACTIVE-FLAG(WS-RULE-IDX)
                PERFORM 0920-COMPUTE-PRIOR-DAY
                MOVE WS-PRIOR-DAY TO WS-RULE-EXPIRY-DATE(WS-RULE-IDX)
        END-EVALUATE
        MOVE WS-RULE-ENTRY(WS-RULE-IDX) TO WS-AFTER-IMAGE
    ELSE
        DISPLAY "FBRULMNT: RETIRE REJECTED - DIVISOR " TXN-DIVISOR
            " NOT ON FILE"
        SET WS-TXN-REJECTED TO TRUE
        MOVE "Y" TO WS-CARD-REJECT-FLAG
        MOVE "DIVISOR NOT ON FILE" TO WS-REJECT-REASON
    END-IF.

0900-FIND-RULE-BY-DIVISOR.
                "DATE " TXN-EFFECTIVE-DATE " IS NOT A VALID DATE"
            SET WS-DATE-INVALID TO TRUE
            SET WS-TXN-REJECTED TO TRUE
            MOVE "Y" TO WS-CARD-REJECT-FLAG
            MOVE "EFFECTIVE DATE IS NOT A VALID DATE" TO WS-REJECT-REASON
        ELSE
            IF TXN-EFFECTIVE-DATE < WS-TODAY-DATE
                DISPLAY "FBRULMNT: " TXN-ACTION " REJECTED - "
                    " IS IN THE PAST"
                SET WS-DATE-INVALID TO TRUE
                SET WS-TXN-REJECTED TO TRUE
                MOVE "Y" TO WS-CARD-REJECT-FLAG
                MOVE "EFFECTIVE DATE IS IN THE PAST" TO WS-REJECT-REASON
            ELSE
                MOVE TXN-EFFECTIVE-DATE TO WS-ACTION-DATE
            END-IF
        WRITE RULE-RECORD
    END-PERFORM
    CLOSE RULES-FILE.

0500-READ-APPROVALS.
    *> the authorizer's deck - each card approves or rejects one
    *> pending change by its ID, and the authorizer is the signed-on
    *> user who submitted this job. A card that cannot be honored (no
    *> such change, already decided, queued on this same run, no
    *> signed-on user, or the authorizer keyed the change themselves)
    *> is refused and reported, and the change it named is left
    *> exactly as it was
    OPEN INPUT RULE-APPROVAL-FILE
    IF WS-APRV-STATUS NOT = "00"
        DISPLAY "FBRULMNT: no RULE-APPROVAL-FILE dataset supplied - "
            "nothing approved this run"
    ELSE
        PERFORM UNTIL WS-APRV-STATUS = "10"
            READ RULE-APPROVAL-FILE
                AT END
                    MOVE "10" TO WS-APRV-STATUS
                NOT AT END
                    PERFORM 0510-DECIDE-ONE-CHANGE
            END-READ
        END-PERFORM
        CLOSE RULE-APPROVAL-FILE
    END-IF.

0510-DECIDE-ONE-CHANGE.
    MOVE SPACES TO WS-REJECT-REASON
    MOVE WS-SIGNED-ON-USER TO APR-AUTHORIZED-BY
    PERFORM 0520-FIND-PENDING-BY-ID
    EVALUATE TRUE
        WHEN NOT (APR-APPROVE OR APR-REJECT)
            MOVE "UNKNOWN DECISION" TO WS-REJECT-REASON
        WHEN WS-PEND-FOUND-IDX = 0
            MOVE "NO SUCH PENDING CHANGE" TO WS-REJECT-REASON
        WHEN WS-PEND-ROW-STATUS(WS-PEND-FOUND-IDX) NOT = "P"
            MOVE "CHANGE IS NO LONGER PENDING" TO WS-REJECT-REASON
        WHEN WS-PEND-FOUND-IDX > WS-LOADED-PEND-COUNT
            MOVE "CHANGE WAS QUEUED ON THIS RUN" TO WS-REJECT-REASON
        WHEN APR-AUTHORIZED-BY = SPACES
            MOVE "NO SIGNED-ON USER ID" TO WS-REJECT-REASON
        WHEN OTHER
            MOVE WS-PEND-ENTRY(WS-PEND-FOUND-IDX) TO RULE-PENDING-RECORD
            IF APR-AUTHORIZED-BY = PND-KEYED-BY
                MOVE "AUTHORIZER KEYED THIS CHANGE" TO WS-REJECT-REASON
            END-IF
    END-EVALUATE

    IF WS-REJECT-REASON NOT = SPACES
        DISPLAY "FBRULMNT: " APR-DECISION " CARD FOR " APR-PENDING-ID
            " BY " APR-AUTHORIZED-BY " REFUSED - "
            FUNCTION TRIM(WS-REJECT-REASON)
        SET WS-TXN-REJECTED TO TRUE
        ADD 1 TO WS-REFUSED-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  REFUSED    " DELIMITED BY SIZE
               APR-PENDING-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               APR-DECISION DELIMITED BY SIZE
               " CARD BY " DELIMITED BY SIZE
               APR-AUTHORIZED-BY DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               WS-REJECT-REASON DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE
    ELSE
        MOVE APR-AUTHORIZED-BY TO PND-AUTHORIZED-BY
        MOVE WS-RUN-TIMESTAMP TO PND-RESOLVED-TIMESTAMP
        MOVE APR-REASON TO PND-REASON
        IF APR-APPROVE
            *> applied by 0600 in keyed order once every card is in
            MOVE "A" TO PND-STATUS
        ELSE
            MOVE "R" TO PND-STATUS
            SET WS-TXN-REJECTED TO TRUE
            ADD 1 TO WS-REJECTED-COUNT
            MOVE "REJECTED" TO WS-EVENT
            PERFORM 0950-WRITE-PENDING-LINE
            MOVE SPACES TO WS-BEFORE-IMAGE
            MOVE SPACES TO WS-AFTER-IMAGE
            MOVE "REJECTED" TO WS-JNL-OUTCOME
            PERFORM 0960-WRITE-JOURNAL
        END-IF
        MOVE RULE-PENDING-RECORD TO WS-PEND-ENTRY(WS-PEND-FOUND-IDX)
    END-IF.

0520-FIND-PENDING-BY-ID.
    MOVE 0 TO WS-PEND-FOUND-IDX
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
            UNTIL WS-PEND-IDX > WS-PEND-COUNT
        IF WS-PEND-ID(WS-PEND-IDX) = APR-PENDING-ID
            SET WS-PEND-FOUND-IDX TO WS-PEND-IDX
            EXIT PERFORM
        END-IF
    END-PERFORM.

0600-APPLY-APPROVED-CHANGES.
    *> approved changes go through the maintenance actions in the
    *> order they were keyed, not the order the approvals arrived -
    *> an ADD and a later CHANGE of the same divisor have to land in
    *> that order whichever the authorizer signed first. A change
    *> the edits refuse now (its date has passed, the divisor was
    *> meanwhile retired) is marked failed rather than left pending
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
            UNTIL WS-PEND-IDX > WS-PEND-COUNT
        IF WS-PEND-ROW-STATUS(WS-PEND-IDX) = "A"
            MOVE WS-PEND-ENTRY(WS-PEND-IDX) TO RULE-PENDING-RECORD
            MOVE PND-TRANSACTION TO RULE-TXN-RECORD
            PERFORM 0250-APPLY-ONE-TRANSACTION
            IF WS-TXN-REJECTED-THIS-CARD
                MOVE "F" TO PND-STATUS
                MOVE WS-REJECT-REASON TO PND-REASON
                MOVE "FAILED" TO WS-EVENT
                ADD 1 TO WS-FAILED-COUNT
                MOVE "REJECTED" TO WS-JNL-OUTCOME
            ELSE
                MOVE "D" TO PND-STATUS
                MOVE "APPLIED" TO WS-EVENT
                ADD 1 TO WS-APPLIED-COUNT
                MOVE "ACCEPTED" TO WS-JNL-OUTCOME
            END-IF
            MOVE RULE-PENDING-RECORD TO WS-PEND-ENTRY(WS-PEND-IDX)
            PERFORM 0950-WRITE-PENDING-LINE
            PERFORM 0960-WRITE-JOURNAL
        END-IF
    END-PERFORM.

0700-EXPIRE-PENDING-CHANGES.
    *> a change nobody has decided on within WS-EXPIRY-DAYS of being
    *> keyed is expired - it has to be keyed again (and so approved
    *> against whatever the table looks like by then) rather than
    *> sitting in the queue indefinitely for someone to wave through
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
            UNTIL WS-PEND-IDX > WS-PEND-COUNT
        IF WS-PEND-ROW-STATUS(WS-PEND-IDX) = "P"
            MOVE WS-PEND-ENTRY(WS-PEND-IDX) TO RULE-PENDING-RECORD
            MOVE PND-KEYED-TIMESTAMP(1:8) TO WS-KEYED-DATE
            COMPUTE WS-AGE-DAYS =
                FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                - FUNCTION INTEGER-OF-DATE(WS-KEYED-DATE)
            IF WS-AGE-DAYS > WS-EXPIRY-DAYS
                MOVE "E" TO PND-STATUS
                MOVE WS-RUN-TIMESTAMP TO PND-RESOLVED-TIMESTAMP
                MOVE "NOT APPROVED IN TIME" TO PND-REASON
                MOVE RULE-PENDING-RECORD TO WS-PEND-ENTRY(WS-PEND-IDX)
                SET WS-TXN-REJECTED TO TRUE
                ADD 1 TO WS-EXPIRED-COUNT
                MOVE "EXPIRED" TO WS-EVENT
                PERFORM 0950-WRITE-PENDING-LINE
                MOVE SPACES TO WS-BEFORE-IMAGE
                MOVE SPACES TO WS-AFTER-IMAGE
                MOVE "EXPIRED" TO WS-JNL-OUTCOME
                PERFORM 0960-WRITE-JOURNAL
            END-IF
        END-IF
    END-PERFORM.

0800-REWRITE-PENDING-CHANGES.
    *> still-pending rows carry forward; resolved rows carry forward
    *> only through the day they were resolved, and the report lists
    *> what is still waiting so the authorizer has the IDs to hand
    OPEN OUTPUT RULE-PENDING-FILE
    MOVE "PENDING - AWAITING A SECOND USER'S APPROVAL" TO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM VARYING WS-PEND-IDX FROM 1 BY 1
            UNTIL WS-PEND-IDX > WS-PEND-COUNT
        MOVE WS-PEND-ENTRY(WS-PEND-IDX) TO RULE-PENDING-RECORD
        IF PND-PENDING
            WRITE RULE-PENDING-LINE FROM RULE-PENDING-RECORD
            ADD 1 TO WS-STILL-PENDING-COUNT
            MOVE "PENDING" TO WS-EVENT
            PERFORM 0950-WRITE-PENDING-LINE
        ELSE
            IF PND-RESOLVED-TIMESTAMP(1:8) = WS-TODAY-DATE
                WRITE RULE-PENDING-LINE FROM RULE-PENDING-RECORD
            END-IF
        END-IF
    END-PERFORM
    IF WS-STILL-PENDING-COUNT = 0
        MOVE "  (NOTHING PENDING)" TO WS-REPORT-LINE
        WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE
    END-IF
    CLOSE RULE-PENDING-FILE.

0850-WRITE-QUEUE-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "QUEUED..............." DELIMITED BY SIZE
           WS-QUEUED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "NOT QUEUED..........." DELIMITED BY SIZE
           WS-NOT-QUEUED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "APPROVED AND APPLIED." DELIMITED BY SIZE
           WS-APPLIED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "APPROVED BUT FAILED.." DELIMITED BY SIZE
           WS-FAILED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "REJECTED............." DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "CARDS REFUSED........" DELIMITED BY SIZE
           WS-REFUSED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "EXPIRED.............." DELIMITED BY SIZE
           WS-EXPIRED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE

    MOVE SPACES TO WS-REPORT-LINE
    STRING "STILL PENDING........" DELIMITED BY SIZE
           WS-STILL-PENDING-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE.

0950-WRITE-PENDING-LINE.
    *> one report line for the row in RULE-PENDING-RECORD, headed by
    *> whatever just happened to it (WS-EVENT)
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-EVENT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PND-PENDING-ID DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           PND-ACTION DELIMITED BY SIZE
           " DIV " DELIMITED BY SIZE
           PND-DIVISOR DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PND-LABEL DELIMITED BY SIZE
           " EFF " DELIMITED BY SIZE
           PND-EFFECTIVE-DATE DELIMITED BY SIZE
           " KEYED " DELIMITED BY SIZE
           PND-KEYED-BY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PND-KEYED-TIMESTAMP(1:8) DELIMITED BY SIZE
           " AUTH " DELIMITED BY SIZE
           PND-AUTHORIZED-BY DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           PND-REASON DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE QUEUE-REPORT-LINE FROM WS-REPORT-LINE.

0960-WRITE-JOURNAL.
    *> one journal record for the row in RULE-PENDING-RECORD with
    *> outcome WS-JNL-OUTCOME - the keyer and (once decided) the
    *> authorizer ride along, so the journal alone shows the two
    *> names behind every applied change
    IF WS-JOURNAL-OPEN
        MOVE SPACES TO MAINT-JOURNAL-RECORD
        MOVE WS-RUN-TIMESTAMP TO MJ-RUN-TIMESTAMP
        MOVE "FBRULMNT" TO MJ-PROGRAM
        MOVE "RULESFIL" TO MJ-MASTER-FILE
        MOVE WS-RULES-DEPARTMENT TO MJ-DEPARTMENT
        MOVE PND-ACTION TO MJ-ACTION
        MOVE PND-DIVISOR TO MJ-KEY
        MOVE WS-JNL-OUTCOME TO MJ-OUTCOME
        MOVE PND-REASON TO MJ-REASON
        MOVE PND-KEYED-BY TO MJ-KEYED-BY
        MOVE PND-AUTHORIZED-BY TO MJ-AUTHORIZED-BY
        MOVE PND-TRANSACTION TO MJ-TRANSACTION
        MOVE WS-BEFORE-IMAGE TO MJ-BEFORE-IMAGE
        MOVE WS-AFTER-IMAGE TO MJ-AFTER-IMAGE
        WRITE MAINT-JOURNAL-RECORD
    END-IF.
