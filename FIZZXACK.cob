IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FIZZXACK.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT XACK-PARM-FILE ASSIGN TO "XACKPARM"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XPARM-STATUS.  *> optional escalation-days / as-of-date card
    SELECT EXTRACT-LOG-FILE ASSIGN TO "XTRLOG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XLOG-STATUS.   *> cumulative log of every feed FIZZXTR sent
    SELECT ACK-HISTORY-FILE ASSIGN TO "XTRACK"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-ACK-STATUS.    *> cumulative acknowledgments from the receiving system
    SELECT ACK-REPORT ASSIGN TO "XACKRPT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XRPT-STATUS.   *> feed-by-feed reconciliation listing
    SELECT ESCALATION-FILE ASSIGN TO "XACKESC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XESC-STATUS.   *> unacknowledged feeds past the limit, for FIZZNITE
    SELECT XLOG-KEEP-FILE ASSIGN TO "XLOGKEEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XLKP-STATUS.   *> sent-log rows still inside the window, copied back over XTRLOG
    SELECT ACK-KEEP-FILE ASSIGN TO "XACKKEEP"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XAKP-STATUS.   *> acknowledgments still inside the window, copied back over XTRACK
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  XACK-PARM-FILE
    LABEL RECORDS ARE STANDARD.
    01 XACK-PARM-RECORD.
        05 XP-ESCALATE-DAYS    PIC 9(3). *> days an unacknowledged feed may age
        05 FILLER              PIC X.
        05 XP-AS-OF-DATE       PIC 9(8). *> YYYYMMDD to age as of, zero/blank = today
        05 FILLER              PIC X.
        05 XP-WINDOW-DAYS      PIC 9(3). *> days of history judged, zero/blank = 60
FD  EXTRACT-LOG-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBXTRLOG.cpy".
FD  ACK-HISTORY-FILE
    LABEL RECORDS ARE STANDARD.
    01 ACK-HISTORY-RECORD      PIC X(200).
FD  ACK-REPORT
    LABEL RECORDS ARE STANDARD.
    01 ACK-REPORT-LINE         PIC X(132).
FD  ESCALATION-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBXTRESC.cpy".
FD  XLOG-KEEP-FILE
    LABEL RECORDS ARE STANDARD.
    01 XLOG-KEEP-RECORD        PIC X(80).
FD  ACK-KEEP-FILE
    LABEL RECORDS ARE STANDARD.
    01 ACK-KEEP-RECORD         PIC X(200).
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-XPARM-STATUS         PIC XX VALUE "00".
    01 WS-XLOG-STATUS          PIC XX VALUE "00".
    01 WS-ACK-STATUS           PIC XX VALUE "00".
    01 WS-XRPT-STATUS          PIC XX VALUE "00".
    01 WS-XESC-STATUS          PIC XX VALUE "00".
    01 WS-XLKP-STATUS          PIC XX VALUE "00".
    01 WS-XAKP-STATUS          PIC XX VALUE "00".
    *> the agreed number of days the receiving system has to
    *> acknowledge a feed before it goes on the night's exception
    *> page - overridden off the XACKPARM card
    01 WS-ESCALATE-DAYS        PIC 9(3) VALUE 3.
    *> acknowledged feeds are only listed line by line while they are
    *> this recent - older ones are settled business and show in the
    *> totals alone; rejected and unacknowledged feeds are listed
    *> however old they are until something acknowledges them
    01 WS-LISTING-DAYS         PIC 9(3) VALUE 31.
    01 WS-AS-OF-DATE           PIC 9(8) VALUE 0.
    01 WS-AS-OF-INTEGER        PIC 9(7) VALUE 0.
    *> how far back a run is judged at all - a feed whose run is
    *> older than this, and any acknowledgment of it, is settled
    *> history one way or the other: it has long since been listed
    *> and escalated, so it drops out of the table and off the kept
    *> copies of both logs. Overridden off the XACKPARM card, and
    *> always longer than the escalation days
    01 WS-WINDOW-DAYS          PIC 9(3) VALUE 60.
    01 WS-WINDOW-START-DATE    PIC 9(8) VALUE 0.
    *> the run date a feed or acknowledgment is judged by, and where
    *> it falls against the window
    01 WS-JUDGE-DATE-X         PIC X(8) VALUE SPACES.
    01 WS-JUDGE-DATE REDEFINES WS-JUDGE-DATE-X PIC 9(8).
    01 WS-WINDOW-FLAG          PIC X VALUE SPACE.
        88 WS-INSIDE-WINDOW            VALUE "I".
        88 WS-OUTSIDE-WINDOW           VALUE "O".
        88 WS-UNDATED                  VALUE "U".
    01 WS-FEEDS-AGED-OUT       PIC 9(7) VALUE 0.
    01 WS-ACKS-AGED-OUT        PIC 9(7) VALUE 0.
    *> one row per feed on the sent log. A rerun of the extract for the
    *> same run logs the same department/run timestamp again - the
    *> latest row replaces the earlier one, since that is the feed the
    *> receiver last got
    01 WS-FEED-TABLE.
        05 WS-FEED-COUNT       PIC 9(5) VALUE 0.
        05 WS-FEED-ENTRY OCCURS 5000 TIMES.
            10 WS-FEED-DEPARTMENT      PIC X(8).
            10 WS-FEED-RUN-TIMESTAMP   PIC X(21).
            10 WS-FEED-JOB-ID          PIC X(8).
            10 WS-FEED-SENT-DATE       PIC 9(8).
            10 WS-FEED-DETAIL-COUNT    PIC 9(7).
            10 WS-FEED-FIZZBUZZ-COUNT  PIC 9(7).
            10 WS-FEED-FIZZ-COUNT      PIC 9(7).
            10 WS-FEED-BUZZ-COUNT      PIC 9(7).
            10 WS-FEED-PLAIN-COUNT     PIC 9(7).
            10 WS-FEED-OUTCOME         PIC X.
                88 WS-FEED-ACKNOWLEDGED        VALUE "A".
                88 WS-FEED-REJECTED            VALUE "R".
                88 WS-FEED-UNACKNOWLEDGED      VALUE "U".
            10 WS-FEED-REASON          PIC X(40).
            10 WS-FEED-AGE-DAYS        PIC 9(5).
    01 WS-FEED-IDX             PIC 9(5) VALUE 0.
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    *> one acknowledgment, in the same discipline FBNUMRCV sends back
    *> to our own senders:
    *>     A|department|run timestamp|detail|fizzbuzz|fizz|buzz|plain
    *>     R|department|run timestamp|REJECTED|reason
    *> the A record echoes the T record counts as the receiver
    *> reconciled them
    01 WS-ACK-TYPE             PIC X VALUE SPACE.
    01 WS-ACK-DEPARTMENT       PIC X(30) VALUE SPACES.
    01 WS-ACK-RUN-TIMESTAMP    PIC X(30) VALUE SPACES.
    01 WS-ACK-FIELD-3          PIC X(40) VALUE SPACES.
    01 WS-ACK-FIELD-4          PIC X(40) VALUE SPACES.
    01 WS-ACK-FIELD-5          PIC X(40) VALUE SPACES.
    01 WS-ACK-FIELD-6          PIC X(40) VALUE SPACES.
    01 WS-ACK-FIELD-7          PIC X(40) VALUE SPACES.
    01 WS-COUNTS-MATCH-FLAG    PIC X VALUE "N".
        88 WS-COUNTS-MATCH             VALUE "Y".
    01 WS-ACK-READ-COUNT       PIC 9(7) VALUE 0.
    01 WS-UNMATCHED-COUNT      PIC 9(7) VALUE 0.
    01 WS-UNREADABLE-COUNT     PIC 9(7) VALUE 0.
    01 WS-ACKNOWLEDGED-COUNT   PIC 9(7) VALUE 0.
    01 WS-REJECTED-COUNT       PIC 9(7) VALUE 0.
    01 WS-UNACKNOWLEDGED-COUNT PIC 9(7) VALUE 0.
    01 WS-ESCALATED-COUNT      PIC 9(7) VALUE 0.
    01 WS-OUTCOME-TEXT         PIC X(14) VALUE SPACES.
    01 WS-ESCALATED-MARK       PIC X(10) VALUE SPACES.
    01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> extract acknowledgment reconciliation - FIZZXTR sends the
    *> reporting team an H/D/T feed every night, but nothing ever said
    *> whether it arrived or reconciled on their side. Holds the
    *> receiving system's acknowledgments (XTRACK, appended to as they
    *> arrive) against the log of every feed actually sent (XTRLOG,
    *> FBXTRLOG.cpy), matching on department and run timestamp, and
    *> comes out with every feed ACKNOWLEDGED (accepted, with the
    *> counts the receiver echoes agreeing with our trailer), REJECTED
    *> (with the receiver's reason, or ours when the echoed counts
    *> disagree) or UNACKNOWLEDGED, aged in days since it was sent.
    *> Where a feed was acknowledged more than once (rejected, fixed
    *> and resent) the latest acknowledgment stands. Unacknowledged
    *> feeds older than the agreed number of days are written to the
    *> escalation dataset (FBXTRESC.cpy) FIZZNITE puts on the night's
    *> exception page. Both inputs are cumulative, so every run judges
    *> the window's history from scratch - nothing is carried in
    *> between - and writes back what is still inside the window
    *> (XLOGKEEP, XACKKEEP) for the job to copy over the two logs,
    *> the way FIZZRETN's LEDGKEEP trims the run ledger
    PERFORM 0100-READ-PARM-CARD
    OPEN OUTPUT XLOG-KEEP-FILE
    PERFORM 0200-LOAD-SENT-LOG
    CLOSE XLOG-KEEP-FILE
    OPEN OUTPUT ACK-REPORT
    PERFORM 0250-WRITE-REPORT-HEADING
    OPEN OUTPUT ACK-KEEP-FILE
    PERFORM 0300-MATCH-ACKNOWLEDGMENTS
    CLOSE ACK-KEEP-FILE
    PERFORM 0400-AGE-FEEDS
    OPEN OUTPUT ESCALATION-FILE
    PERFORM 0500-WRITE-FEED-SECTIONS
    CLOSE ESCALATION-FILE
    PERFORM 0700-WRITE-TOTALS
    CLOSE ACK-REPORT
    DISPLAY "FIZZXACK: " WS-FEED-COUNT " FEEDS - "
        WS-ACKNOWLEDGED-COUNT " ACKNOWLEDGED, "
        WS-REJECTED-COUNT " REJECTED, "
        WS-UNACKNOWLEDGED-COUNT " UNACKNOWLEDGED ("
        WS-ESCALATED-COUNT " ESCALATED)"
    IF WS-REJECTED-COUNT > 0 OR WS-ESCALATED-COUNT > 0
            OR WS-UNMATCHED-COUNT > 0 OR WS-UNREADABLE-COUNT > 0
        *> warning, not failure - the listing says which feeds need
        *> chasing; an unacknowledged feed still inside its days is
        *> simply in flight
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-READ-PARM-CARD.
    *> optional XACKPARM card - columns 1-3 the escalation days,
    *> columns 5-12 a YYYYMMDD to age as of (to rebuild a prior
    *> night's listing), columns 14-16 the days of history judged;
    *> no dataset, or a blank card, means the agreed defaults and
    *> today. The logs are trimmed to the window as of that date, so
    *> a date after today - which would trim away history that is
    *> still live - is refused
    MOVE FUNCTION CURRENT-DATE(1:8) TO WS-AS-OF-DATE
    OPEN INPUT XACK-PARM-FILE
    IF WS-XPARM-STATUS = "00"
        READ XACK-PARM-FILE
            AT END
                CONTINUE
            NOT AT END
                IF XP-ESCALATE-DAYS IS NUMERIC
                    MOVE XP-ESCALATE-DAYS TO WS-ESCALATE-DAYS
                END-IF
                IF XP-AS-OF-DATE IS NUMERIC AND XP-AS-OF-DATE > 0
                    MOVE XP-AS-OF-DATE TO WS-AS-OF-DATE
                END-IF
                IF XP-WINDOW-DAYS IS NUMERIC AND XP-WINDOW-DAYS > 0
                    MOVE XP-WINDOW-DAYS TO WS-WINDOW-DAYS
                END-IF
        END-READ
        CLOSE XACK-PARM-FILE
    END-IF
    IF FUNCTION TEST-DATE-YYYYMMDD(WS-AS-OF-DATE) NOT = 0
        DISPLAY "FIZZXACK: AS-OF DATE " WS-AS-OF-DATE
            " ON THE XACKPARM CARD IS NOT A DATE"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-AS-OF-DATE > FUNCTION CURRENT-DATE(1:8)
        DISPLAY "FIZZXACK: AS-OF DATE " WS-AS-OF-DATE
            " ON THE XACKPARM CARD IS AFTER TODAY"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF WS-WINDOW-DAYS NOT > WS-ESCALATE-DAYS
        *> a feed would leave the window before it could escalate
        DISPLAY "FIZZXACK: WINDOW OF " WS-WINDOW-DAYS
            " DAYS ON THE XACKPARM CARD IS NOT LONGER THAN THE "
            WS-ESCALATE-DAYS " ESCALATION DAYS"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    COMPUTE WS-AS-OF-INTEGER = FUNCTION INTEGER-OF-DATE(WS-AS-OF-DATE)
    COMPUTE WS-WINDOW-START-DATE = FUNCTION DATE-OF-INTEGER
        (WS-AS-OF-INTEGER - WS-WINDOW-DAYS).

0200-LOAD-SENT-LOG.
    *> without the sent log there is nothing to reconcile against -
    *> every acknowledgment would look unmatched and every feed
    *> forgotten, so refuse rather than report that
    OPEN INPUT EXTRACT-LOG-FILE
    IF WS-XLOG-STATUS NOT = "00"
        DISPLAY "FIZZXACK: EXTRACT-LOG dataset not available"
        CLOSE XLOG-KEEP-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-XLOG-STATUS = "10"
        READ EXTRACT-LOG-FILE
            AT END
                MOVE "10" TO WS-XLOG-STATUS
            NOT AT END
                *> judged by the date of the run it carries, or the
                *> day it was built when it carries none; a row with
                *> no date to judge it by stays, and ages past the
                *> limit, until somebody repairs it
                IF XL-RUN-TIMESTAMP NOT = SPACES
                    MOVE XL-RUN-TIMESTAMP(1:8) TO WS-JUDGE-DATE-X
                ELSE
                    MOVE XL-SENT-DATE TO WS-JUDGE-DATE-X
                END-IF
                PERFORM 0800-CHECK-JUDGMENT-WINDOW
                IF WS-OUTSIDE-WINDOW
                    ADD 1 TO WS-FEEDS-AGED-OUT
                ELSE
                    WRITE XLOG-KEEP-RECORD FROM EXTRACT-LOG-RECORD
                    PERFORM 0210-LOAD-ONE-FEED
                END-IF
        END-READ
    END-PERFORM
    CLOSE EXTRACT-LOG-FILE.

0210-LOAD-ONE-FEED.
    *> a feed whose run had no audit trail went out with no run
    *> timestamp - nothing can ever acknowledge it by identity, so it
    *> is never merged with another and simply ages
    MOVE "N" TO WS-FOUND-FLAG
    IF XL-RUN-TIMESTAMP NOT = SPACES
        PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                UNTIL WS-FEED-IDX > WS-FEED-COUNT
            IF WS-FEED-DEPARTMENT(WS-FEED-IDX) = XL-DEPARTMENT
                    AND WS-FEED-RUN-TIMESTAMP(WS-FEED-IDX)
                        = XL-RUN-TIMESTAMP
                MOVE "Y" TO WS-FOUND-FLAG
                EXIT PERFORM
            END-IF
        END-PERFORM
    END-IF
    IF NOT WS-FOUND
        IF WS-FEED-COUNT >= 5000
            DISPLAY "FIZZXACK: MORE THAN 5000 FEEDS IN THE WINDOW - "
                "WIDEN WS-FEED-TABLE"
            CLOSE EXTRACT-LOG-FILE
            CLOSE XLOG-KEEP-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-FEED-COUNT
        MOVE WS-FEED-COUNT TO WS-FEED-IDX
    END-IF
    MOVE XL-DEPARTMENT TO WS-FEED-DEPARTMENT(WS-FEED-IDX)
    MOVE XL-RUN-TIMESTAMP TO WS-FEED-RUN-TIMESTAMP(WS-FEED-IDX)
    MOVE XL-JOB-ID TO WS-FEED-JOB-ID(WS-FEED-IDX)
    MOVE XL-SENT-DATE TO WS-FEED-SENT-DATE(WS-FEED-IDX)
    MOVE XL-DETAIL-COUNT TO WS-FEED-DETAIL-COUNT(WS-FEED-IDX)
    MOVE XL-FIZZBUZZ-COUNT TO WS-FEED-FIZZBUZZ-COUNT(WS-FEED-IDX)
    MOVE XL-FIZZ-COUNT TO WS-FEED-FIZZ-COUNT(WS-FEED-IDX)
    MOVE XL-BUZZ-COUNT TO WS-FEED-BUZZ-COUNT(WS-FEED-IDX)
    MOVE XL-PLAIN-COUNT TO WS-FEED-PLAIN-COUNT(WS-FEED-IDX)
    MOVE "U" TO WS-FEED-OUTCOME(WS-FEED-IDX)
    MOVE SPACES TO WS-FEED-REASON(WS-FEED-IDX)
    MOVE 0 TO WS-FEED-AGE-DAYS(WS-FEED-IDX).

0250-WRITE-REPORT-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "EXTRACT ACKNOWLEDGMENT RECONCILIATION AS OF "
               DELIMITED BY SIZE
           WS-AS-OF-DATE DELIMITED BY SIZE
           " - ESCALATE AFTER " DELIMITED BY SIZE
           WS-ESCALATE-DAYS DELIMITED BY SIZE
           " DAYS - RUNS FROM " DELIMITED BY SIZE
           WS-WINDOW-START-DATE DELIMITED BY SIZE
           " ON (" DELIMITED BY SIZE
           WS-WINDOW-DAYS DELIMITED BY SIZE
           " DAYS)" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "ACKNOWLEDGMENTS THAT MATCH NO FEED SENT" TO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE.

0300-MATCH-ACKNOWLEDGMENTS.
    *> the acknowledgment history is appended to in arrival order, so
    *> reading it front to back and letting each acknowledgment
    *> overwrite the feed's outcome leaves the latest one standing.
    *> Without it every feed would show unacknowledged and escalate -
    *> refuse rather than page the night with that
    OPEN INPUT ACK-HISTORY-FILE
    IF WS-ACK-STATUS NOT = "00"
        DISPLAY "FIZZXACK: ACKNOWLEDGMENT dataset not available"
        CLOSE ACK-REPORT
        CLOSE ACK-KEEP-FILE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    PERFORM UNTIL WS-ACK-STATUS = "10"
        READ ACK-HISTORY-FILE
            AT END
                MOVE "10" TO WS-ACK-STATUS
            NOT AT END
                ADD 1 TO WS-ACK-READ-COUNT
                PERFORM 0310-MATCH-ONE-ACKNOWLEDGMENT
        END-READ
    END-PERFORM
    CLOSE ACK-HISTORY-FILE
    IF WS-UNMATCHED-COUNT = 0 AND WS-UNREADABLE-COUNT = 0
        MOVE "  NONE" TO WS-REPORT-LINE
        WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    END-IF.

0310-MATCH-ONE-ACKNOWLEDGMENT.
    MOVE SPACES TO WS-ACK-DEPARTMENT WS-ACK-RUN-TIMESTAMP
        WS-ACK-FIELD-3 WS-ACK-FIELD-4 WS-ACK-FIELD-5
        WS-ACK-FIELD-6 WS-ACK-FIELD-7
    MOVE SPACE TO WS-ACK-TYPE
    UNSTRING ACK-HISTORY-RECORD DELIMITED BY "|"
        INTO WS-ACK-TYPE, WS-ACK-DEPARTMENT, WS-ACK-RUN-TIMESTAMP,
             WS-ACK-FIELD-3, WS-ACK-FIELD-4, WS-ACK-FIELD-5,
             WS-ACK-FIELD-6, WS-ACK-FIELD-7
    END-UNSTRING
    MOVE "U" TO WS-WINDOW-FLAG
    IF (WS-ACK-TYPE = "A" OR WS-ACK-TYPE = "R")
            AND WS-ACK-DEPARTMENT NOT = SPACES
            AND WS-ACK-RUN-TIMESTAMP NOT = SPACES
        MOVE WS-ACK-RUN-TIMESTAMP(1:8) TO WS-JUDGE-DATE-X
        PERFORM 0800-CHECK-JUDGMENT-WINDOW
    END-IF
    IF WS-OUTSIDE-WINDOW
        *> acknowledges a run already out of the window - settled
        ADD 1 TO WS-ACKS-AGED-OUT
    ELSE IF WS-UNDATED
        *> no identity or run date to match on - listed so the
        *> receiving team can be told their acknowledgment was
        *> unusable, and not kept, since no later night could match
        *> it either
        ADD 1 TO WS-UNREADABLE-COUNT
        MOVE SPACES TO WS-REPORT-LINE
        STRING "  UNREADABLE  " DELIMITED BY SIZE
               ACK-HISTORY-RECORD(1:100) DELIMITED BY SIZE
            INTO WS-REPORT-LINE
        WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    ELSE
        WRITE ACK-KEEP-RECORD FROM ACK-HISTORY-RECORD
        MOVE "N" TO WS-FOUND-FLAG
        PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                UNTIL WS-FEED-IDX > WS-FEED-COUNT
            IF WS-FEED-DEPARTMENT(WS-FEED-IDX) = WS-ACK-DEPARTMENT
                    AND WS-FEED-RUN-TIMESTAMP(WS-FEED-IDX)
                        = WS-ACK-RUN-TIMESTAMP
                MOVE "Y" TO WS-FOUND-FLAG
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF WS-FOUND
            PERFORM 0320-APPLY-ACKNOWLEDGMENT
        ELSE
            ADD 1 TO WS-UNMATCHED-COUNT
            MOVE SPACES TO WS-REPORT-LINE
            STRING "  " DELIMITED BY SIZE
                   WS-ACK-DEPARTMENT(1:8) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-ACK-RUN-TIMESTAMP(1:21) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   ACK-HISTORY-RECORD(1:80) DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
        END-IF
    END-IF
    END-IF.

0320-APPLY-ACKNOWLEDGMENT.
    *> the receiver's own rejection carries its reason through as is;
    *> an acceptance only counts when the counts the receiver echoes
    *> agree with the trailer we sent - otherwise it reconciled
    *> something other than what went out, which is a rejection in
    *> all but name
    IF WS-ACK-TYPE = "R"
        MOVE "R" TO WS-FEED-OUTCOME(WS-FEED-IDX)
        IF WS-ACK-FIELD-4 = SPACES
            MOVE "NO REASON GIVEN BY THE RECEIVER"
                TO WS-FEED-REASON(WS-FEED-IDX)
        ELSE
            MOVE WS-ACK-FIELD-4 TO WS-FEED-REASON(WS-FEED-IDX)
        END-IF
    ELSE
        MOVE "N" TO WS-COUNTS-MATCH-FLAG
        IF WS-ACK-FIELD-3(1:7) IS NUMERIC
                AND WS-ACK-FIELD-4(1:7) IS NUMERIC
                AND WS-ACK-FIELD-5(1:7) IS NUMERIC
                AND WS-ACK-FIELD-6(1:7) IS NUMERIC
                AND WS-ACK-FIELD-7(1:7) IS NUMERIC
            IF WS-ACK-FIELD-3(1:7) = WS-FEED-DETAIL-COUNT(WS-FEED-IDX)
                    AND WS-ACK-FIELD-4(1:7)
                        = WS-FEED-FIZZBUZZ-COUNT(WS-FEED-IDX)
                    AND WS-ACK-FIELD-5(1:7)
                        = WS-FEED-FIZZ-COUNT(WS-FEED-IDX)
                    AND WS-ACK-FIELD-6(1:7)
                        = WS-FEED-BUZZ-COUNT(WS-FEED-IDX)
                    AND WS-ACK-FIELD-7(1:7)
                        = WS-FEED-PLAIN-COUNT(WS-FEED-IDX)
                    AND WS-ACK-FIELD-3(8:) = SPACES
                    AND WS-ACK-FIELD-4(8:) = SPACES
                    AND WS-ACK-FIELD-5(8:) = SPACES
                    AND WS-ACK-FIELD-6(8:) = SPACES
                    AND WS-ACK-FIELD-7(8:) = SPACES
                MOVE "Y" TO WS-COUNTS-MATCH-FLAG
            END-IF
        END-IF
        IF WS-COUNTS-MATCH
            MOVE "A" TO WS-FEED-OUTCOME(WS-FEED-IDX)
            MOVE SPACES TO WS-FEED-REASON(WS-FEED-IDX)
        ELSE
            MOVE "R" TO WS-FEED-OUTCOME(WS-FEED-IDX)
            MOVE "ACCEPTED BUT COUNTS DO NOT MATCH TRAILER"
                TO WS-FEED-REASON(WS-FEED-IDX)
        END-IF
    END-IF.

0400-AGE-FEEDS.
    *> whole days from the day the feed was built to the as-of date;
    *> a sent date that is not a date (a damaged log row) ages as
    *> past the limit, since nobody can say when it went
    PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
            UNTIL WS-FEED-IDX > WS-FEED-COUNT
        EVALUATE TRUE
            WHEN WS-FEED-ACKNOWLEDGED(WS-FEED-IDX)
                ADD 1 TO WS-ACKNOWLEDGED-COUNT
            WHEN WS-FEED-REJECTED(WS-FEED-IDX)
                ADD 1 TO WS-REJECTED-COUNT
            WHEN OTHER
                ADD 1 TO WS-UNACKNOWLEDGED-COUNT
        END-EVALUATE
        IF FUNCTION TEST-DATE-YYYYMMDD(WS-FEED-SENT-DATE(WS-FEED-IDX))
                NOT = 0
            MOVE 99999 TO WS-FEED-AGE-DAYS(WS-FEED-IDX)
        ELSE
            IF WS-FEED-SENT-DATE(WS-FEED-IDX) > WS-AS-OF-DATE
                MOVE 0 TO WS-FEED-AGE-DAYS(WS-FEED-IDX)
            ELSE
                COMPUTE WS-FEED-AGE-DAYS(WS-FEED-IDX)
                    = WS-AS-OF-INTEGER - FUNCTION INTEGER-OF-DATE
                        (WS-FEED-SENT-DATE(WS-FEED-IDX))
            END-IF
        END-IF
    END-PERFORM.

0500-WRITE-FEED-SECTIONS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "REJECTED FEEDS" TO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM 0510-WRITE-COLUMN-HEADING
    PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
            UNTIL WS-FEED-IDX > WS-FEED-COUNT
        IF WS-FEED-REJECTED(WS-FEED-IDX)
            PERFORM 0550-WRITE-FEED-LINE
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "UNACKNOWLEDGED FEEDS" TO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM 0510-WRITE-COLUMN-HEADING
    PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
            UNTIL WS-FEED-IDX > WS-FEED-COUNT
        IF WS-FEED-UNACKNOWLEDGED(WS-FEED-IDX)
            PERFORM 0550-WRITE-FEED-LINE
            IF WS-FEED-AGE-DAYS(WS-FEED-IDX) > WS-ESCALATE-DAYS
                PERFORM 0600-WRITE-ESCALATION
            END-IF
        END-IF
    END-PERFORM
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACKNOWLEDGED FEEDS SENT IN THE LAST " DELIMITED BY SIZE
           WS-LISTING-DAYS DELIMITED BY SIZE
           " DAYS" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM 0510-WRITE-COLUMN-HEADING
    PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
            UNTIL WS-FEED-IDX > WS-FEED-COUNT
        IF WS-FEED-ACKNOWLEDGED(WS-FEED-IDX)
                AND WS-FEED-AGE-DAYS(WS-FEED-IDX) <= WS-LISTING-DAYS
            PERFORM 0550-WRITE-FEED-LINE
        END-IF
    END-PERFORM.

0510-WRITE-COLUMN-HEADING.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  DEPT      RUN TIMESTAMP          JOB ID    SENT      "
               DELIMITED BY SIZE
           "OUTCOME          AGE  REASON" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE.

0550-WRITE-FEED-LINE.
    EVALUATE TRUE
        WHEN WS-FEED-ACKNOWLEDGED(WS-FEED-IDX)
            MOVE "ACKNOWLEDGED" TO WS-OUTCOME-TEXT
        WHEN WS-FEED-REJECTED(WS-FEED-IDX)
            MOVE "REJECTED" TO WS-OUTCOME-TEXT
        WHEN OTHER
            MOVE "UNACKNOWLEDGED" TO WS-OUTCOME-TEXT
    END-EVALUATE
    IF WS-FEED-UNACKNOWLEDGED(WS-FEED-IDX)
            AND WS-FEED-AGE-DAYS(WS-FEED-IDX) > WS-ESCALATE-DAYS
        MOVE "ESCALATED" TO WS-ESCALATED-MARK
    ELSE
        MOVE SPACES TO WS-ESCALATED-MARK
    END-IF
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-FEED-DEPARTMENT(WS-FEED-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-FEED-RUN-TIMESTAMP(WS-FEED-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-FEED-JOB-ID(WS-FEED-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-FEED-SENT-DATE(WS-FEED-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-OUTCOME-TEXT DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           WS-FEED-AGE-DAYS(WS-FEED-IDX) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           WS-FEED-REASON(WS-FEED-IDX) DELIMITED BY SIZE
           WS-ESCALATED-MARK DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE.

0600-WRITE-ESCALATION.
    ADD 1 TO WS-ESCALATED-COUNT
    MOVE WS-FEED-DEPARTMENT(WS-FEED-IDX) TO XE-DEPARTMENT
    MOVE WS-FEED-RUN-TIMESTAMP(WS-FEED-IDX) TO XE-RUN-TIMESTAMP
    MOVE WS-FEED-JOB-ID(WS-FEED-IDX) TO XE-JOB-ID
    MOVE WS-FEED-SENT-DATE(WS-FEED-IDX) TO XE-SENT-DATE
    MOVE WS-FEED-AGE-DAYS(WS-FEED-IDX) TO XE-AGE-DAYS
    MOVE WS-ESCALATE-DAYS TO XE-ESCALATE-DAYS
    WRITE EXTRACT-ESCALATION-RECORD.

0700-WRITE-TOTALS.
    MOVE SPACES TO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "FEEDS IN THE WINDOW... " DELIMITED BY SIZE
           WS-FEED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "FEED ROWS AGED OUT.... " DELIMITED BY SIZE
           WS-FEEDS-AGED-OUT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACKNOWLEDGED.......... " DELIMITED BY SIZE
           WS-ACKNOWLEDGED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "REJECTED.............. " DELIMITED BY SIZE
           WS-REJECTED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "UNACKNOWLEDGED........ " DELIMITED BY SIZE
           WS-UNACKNOWLEDGED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  ESCALATED........... " DELIMITED BY SIZE
           WS-ESCALATED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "ACKNOWLEDGMENTS READ.. " DELIMITED BY SIZE
           WS-ACK-READ-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  MATCHING NO FEED.... " DELIMITED BY SIZE
           WS-UNMATCHED-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  UNREADABLE.......... " DELIMITED BY SIZE
           WS-UNREADABLE-COUNT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  AGED OUT............ " DELIMITED BY SIZE
           WS-ACKS-AGED-OUT DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE ACK-REPORT-LINE FROM WS-REPORT-LINE.

0800-CHECK-JUDGMENT-WINDOW.
    *> where the run date in WS-JUDGE-DATE-X falls - before the
    *> window, inside it, or not a date at all
    IF WS-JUDGE-DATE-X IS NOT NUMERIC
        MOVE "U" TO WS-WINDOW-FLAG
    ELSE IF FUNCTION TEST-DATE-YYYYMMDD(WS-JUDGE-DATE) NOT = 0
        MOVE "U" TO WS-WINDOW-FLAG
    ELSE IF WS-JUDGE-DATE < WS-WINDOW-START-DATE
        MOVE "O" TO WS-WINDOW-FLAG
    ELSE
        MOVE "I" TO WS-WINDOW-FLAG
    END-IF
    END-IF
    END-IF.
