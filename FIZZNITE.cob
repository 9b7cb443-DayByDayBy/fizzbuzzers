    SELECT ALL-DELTA-COUNTS ASSIGN TO "ALLDLTC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-DCNT-STATUS.   *> every department's DELTACNT, concatenated
    SELECT ALL-COLLISIONS ASSIGN TO "ALLCOLL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COLL-STATUS.   *> every range department's COLLFILE, concatenated
    SELECT ALL-UNACKED-FEEDS ASSIGN TO "XACKESC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-XESC-STATUS.   *> extract feeds unacknowledged past the agreed days
    SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS. *> cumulative ledger - tonight's rows say who ran
FD  ALL-DELTA-COUNTS
    LABEL RECORDS ARE STANDARD.
    COPY "FBDLTCNT.cpy".
FD  ALL-COLLISIONS
    LABEL RECORDS ARE STANDARD.
    COPY "FBCOLL.cpy".
FD  ALL-UNACKED-FEEDS
    LABEL RECORDS ARE STANDARD.
    COPY "FBXTRESC.cpy".
FD  RUN-LEDGER-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBLEDGER.cpy".
    01 WS-GATE-STATUS          PIC XX VALUE "00".
    01 WS-SUMC-STATUS          PIC XX VALUE "00".
    01 WS-DCNT-STATUS          PIC XX VALUE "00".
    01 WS-COLL-STATUS          PIC XX VALUE "00".
    01 WS-XESC-STATUS          PIC XX VALUE "00".
    01 WS-LEDGER-STATUS        PIC XX VALUE "00".
    01 WS-NDATE-STATUS         PIC XX VALUE "00".
    01 WS-NRPT-STATUS          PIC XX VALUE "00".
            10 WS-DEPT-RECON-FLAG      PIC X.
            10 WS-DEPT-DELTA-COUNT     PIC 9(7).
            10 WS-DEPT-SUSPENDED       PIC 9(7).
            10 WS-DEPT-COLLISIONS      PIC 9(7).
            10 WS-DEPT-UNACKED-FEEDS   PIC 9(7).
            10 WS-DEPT-EXCEPTION-FLAG  PIC X.
    01 WS-DEPT-IDX             PIC 9(3) VALUE 0.
    01 WS-FOUND-FLAG           PIC X VALUE "N".
    01 WS-WORK-DEPT            PIC X(8) VALUE SPACES.
    01 WS-EXPECTED-TOTAL       PIC 9(7) VALUE 0.
    01 WS-GATE-TROUBLE-COUNT   PIC 9(5) VALUE 0.
    *> range numbers tonight's runs found the number master giving to
    *> another department - like the gate lines, a shop-wide count
    *> that makes the page worth opening, with each department's share
    *> on its own line (attributed to the department whose range
    *> walked the numbers, CL-RUN-DEPARTMENT). A warning, not an
    *> exception: collisions recur every night until the master is
    *> straightened out, and holding the transmissions for them would
    *> hold them night after night
    01 WS-COLLISION-TOTAL      PIC 9(7) VALUE 0.
    *> the share of that total from departments with no line tonight
    01 WS-COLLISION-NO-ROW     PIC 9(7) VALUE 0.
    *> extract feeds the reporting team's system has not acknowledged
    *> within the agreed days (FIZZXACK, FBXTRESC.cpy) - shop-wide and
    *> per department, attributed to the department the feed was for.
    *> The receiving team's backlog, not tonight's output, so a
    *> warning like the collisions
    01 WS-UNACKED-FEED-TOTAL   PIC 9(7) VALUE 0.
    01 WS-BLOCKED-TALLY        PIC 9(3) VALUE 0.
    01 WS-EXCEPTION-COUNT      PIC 9(3) VALUE 0.
    01 WS-REPORT-LINE          PIC X(132) VALUE SPACES.
    *> counts, and the run ledger rows stamped with tonight's date,
    *> and writes one line per expected department - ran or didn't,
    *> return code, reconciliation, delta volume, suspense volume -
    *> with the exceptions called out at the top, and the ownership
    *> collisions the range runs logged (FBCOLL.cpy), and the extract
    *> feeds still unacknowledged past the agreed number of days
    *> (FBXTRESC.cpy) as warnings below them. Also writes the
    *> machine-readable NITESTAT dataset (FBNITE.cpy) the scheduler
    *> gates the morning transmission jobs on - on the exceptions
    *> only, never the warnings. Runs with NO COND in
    *> FIZZBAT on purpose: the worse the night went, the more this
    *> step has to say
    PERFORM 0050-READ-AS-OF-DATE
    PERFORM 0300-FOLD-IN-SUMMARY-COUNTS
    PERFORM 0400-FOLD-IN-DELTA-COUNTS
    PERFORM 0500-FOLD-IN-RUN-LEDGER
    *> after the ledger, so a department that ran tonight without
    *> being expected already has its line to be counted on
    PERFORM 0450-FOLD-IN-COLLISIONS
    PERFORM 0470-FOLD-IN-UNACKED-FEEDS
    PERFORM 0600-JUDGE-EXCEPTIONS
    OPEN OUTPUT NITE-REPORT
    OPEN OUTPUT NITE-STATUS-FILE
    CLOSE NITE-STATUS-FILE
    CLOSE NITE-REPORT
    IF WS-EXCEPTION-COUNT > 0 OR WS-GATE-TROUBLE-COUNT > 0
            OR WS-COLLISION-TOTAL > 0 OR WS-UNACKED-FEED-TOTAL > 0
        *> warning, not failure - the page itself is the product, the
        *> return code just tells the operator it is worth opening
        MOVE 4 TO RETURN-CODE
    *> ledger row that the registry does not expect still gets a line
    *> rather than being lost (it is exactly the kind of surprise the
    *> page exists to surface)
    PERFORM 0160-FIND-DEPT-ROW
    IF NOT WS-FOUND
        IF WS-DEPT-COUNT >= 50
            DISPLAY "FIZZNITE: MORE THAN 50 DEPARTMENTS TONIGHT - "
        MOVE SPACE TO WS-DEPT-RECON-FLAG(WS-DEPT-IDX)
        MOVE 0 TO WS-DEPT-DELTA-COUNT(WS-DEPT-IDX)
        MOVE 0 TO WS-DEPT-SUSPENDED(WS-DEPT-IDX)
        MOVE 0 TO WS-DEPT-COLLISIONS(WS-DEPT-IDX)
        MOVE 0 TO WS-DEPT-UNACKED-FEEDS(WS-DEPT-IDX)
        MOVE "N" TO WS-DEPT-EXCEPTION-FLAG(WS-DEPT-IDX)
    END-IF.

0160-FIND-DEPT-ROW.
    *> WS-FOUND and WS-DEPT-IDX on the row for WS-WORK-DEPT, without
    *> starting one - for the warnings, which must not give a
    *> department that was never due tonight a didn't-run line
    MOVE "N" TO WS-FOUND-FLAG
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
            UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
        IF WS-DEPT-ROW-ID(WS-DEPT-IDX) = WS-WORK-DEPT
            MOVE "Y" TO WS-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM.

0200-SCAN-GATE-REPORTS.
    *> a FAIL or BLOCKED line anywhere in tonight's gate reports
    *> means the gates had something to say - the count goes on the
        CLOSE ALL-DELTA-COUNTS
    END-IF.

0450-FOLD-IN-COLLISIONS.
    *> optional - only range-mode departments write a collision
    *> dataset, and one with nothing in it is the normal night. A
    *> department with no line tonight counts in the total only
    OPEN INPUT ALL-COLLISIONS
    IF WS-COLL-STATUS = "00"
        PERFORM UNTIL WS-COLL-STATUS = "10"
            READ ALL-COLLISIONS
                AT END
                    MOVE "10" TO WS-COLL-STATUS
                NOT AT END
                    MOVE CL-RUN-DEPARTMENT TO WS-WORK-DEPT
                    PERFORM 0160-FIND-DEPT-ROW
                    IF WS-FOUND
                        ADD 1 TO WS-DEPT-COLLISIONS(WS-DEPT-IDX)
                    ELSE
                        ADD 1 TO WS-COLLISION-NO-ROW
                    END-IF
                    ADD 1 TO WS-COLLISION-TOTAL
            END-READ
        END-PERFORM
        CLOSE ALL-COLLISIONS
    END-IF.

0470-FOLD-IN-UNACKED-FEEDS.
    *> optional like the collisions - an empty escalation dataset is
    *> the normal night, and a night FIZZXACK did not run has nothing
    *> new to say about acknowledgments. The escalations reach back
    *> over FIZZXACK's whole window, so a feed for a department that
    *> has since retired, or is not due tonight, counts in the total
    *> and is listed by 0720, but gets no department line
    OPEN INPUT ALL-UNACKED-FEEDS
    IF WS-XESC-STATUS = "00"
        PERFORM UNTIL WS-XESC-STATUS = "10"
            READ ALL-UNACKED-FEEDS
                AT END
                    MOVE "10" TO WS-XESC-STATUS
                NOT AT END
                    MOVE XE-DEPARTMENT TO WS-WORK-DEPT
                    PERFORM 0160-FIND-DEPT-ROW
                    IF WS-FOUND
                        ADD 1 TO WS-DEPT-UNACKED-FEEDS(WS-DEPT-IDX)
                    END-IF
                    ADD 1 TO WS-UNACKED-FEED-TOTAL
            END-READ
        END-PERFORM
        CLOSE ALL-UNACKED-FEEDS
    END-IF.

0500-FOLD-IN-RUN-LEDGER.
    *> tonight's ledger rows say who actually ran and how it came
    *> out, attributed by job id - the one identity every execution
            END-IF
        END-PERFORM
    END-IF
    *> warnings - on the page for the operator, but not what the
    *> morning transmissions are held for
    IF WS-COLLISION-TOTAL > 0 OR WS-UNACKED-FEED-TOTAL > 0
        MOVE "*** WARNINGS ***" TO WS-REPORT-LINE
        WRITE NITE-REPORT-LINE FROM WS-REPORT-LINE
        IF WS-COLLISION-TOTAL > 0
            MOVE SPACES TO WS-REPORT-LINE
            STRING "*** OWNERSHIP COLLISIONS TONIGHT: "
                       DELIMITED BY SIZE
                   WS-COLLISION-TOTAL DELIMITED BY SIZE
                   " - READ THE COLLISION REPORT" DELIMITED BY SIZE
                INTO WS-REPORT-LINE
            WRITE NITE-REPORT-LINE FROM WS-REPORT-LINE
            PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                    UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                IF WS-DEPT-COLLISIONS(WS-DEPT-IDX) > 0
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "      " DELIMITED BY SIZE
                           WS-DEPT-ROW-ID(WS-DEPT-IDX) DELIMITED BY SIZE
                           "  COLLISIONS " DELIMITED BY SIZE
                           WS-DEPT-COLLISIONS(WS-DEPT-IDX)
                               DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                    WRITE NITE-REPORT-LINE FROM WS-REPORT-LINE
                END-IF
            END-PERFORM
            IF WS-COLLISION-NO-ROW > 0
                MOVE SPACES TO WS-REPORT-LINE
                STRING "      OTHER     COLLISIONS " DELIMITED BY SIZE
                       WS-COLLISION-NO-ROW DELIMITED BY SIZE
                    INTO WS-REPORT-LINE
                WRITE NITE-REPORT-LINE FROM WS-REPORT-LINE
            END-IF
        END-IF
        IF WS-UNACKED-FEED-TOTAL > 0
            PERFORM 0720-WRITE-UNACKED-FEEDS
        END-IF
    END-IF
    MOVE "ALL DEPARTMENTS" TO WS-REPORT-LINE
    WRITE NITE-REPORT-LINE FROM WS-REPORT-LINE
    PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
        PERFORM 0750-WRITE-ONE-DEPT-LINE
    END-PERFORM.

0720-WRITE-UNACKED-FEEDS.
    *> one line per escalated feed rather than per department - the
    *> receiving team is chased feed by feed, by department and run
    *> timestamp, so that is what the page has to give the operator
    MOVE SPACES TO WS-REPORT-LINE
    STRING "*** EXTRACT FEEDS NOT ACKNOWLEDGED IN TIME: "
               DELIMITED BY SIZE
           WS-UNACKED-FEED-TOTAL DELIMITED BY SIZE
           " - READ THE ACKNOWLEDGMENT REPORT" DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE NITE-REPORT-LINE FROM WS-REPORT-LINE
    MOVE "00" TO WS-XESC-STATUS
    OPEN INPUT ALL-UNACKED-FEEDS
    IF WS-XESC-STATUS = "00"
        PERFORM UNTIL WS-XESC-STATUS = "10"
            READ ALL-UNACKED-FEEDS
                AT END
                    MOVE "10" TO WS-XESC-STATUS
                NOT AT END
                    MOVE SPACES TO WS-REPORT-LINE
                    STRING "      " DELIMITED BY SIZE
                           XE-DEPARTMENT DELIMITED BY SIZE
                           "  RUN " DELIMITED BY SIZE
                           XE-RUN-TIMESTAMP DELIMITED BY SIZE
                           "  JOB " DELIMITED BY SIZE
                           XE-JOB-ID DELIMITED BY SIZE
                           "  SENT " DELIMITED BY SIZE
                           XE-SENT-DATE DELIMITED BY SIZE
                           "  AGE " DELIMITED BY SIZE
                           XE-AGE-DAYS DELIMITED BY SIZE
                           " DAYS (LIMIT " DELIMITED BY SIZE
                           XE-ESCALATE-DAYS DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                        INTO WS-REPORT-LINE
                    WRITE NITE-REPORT-LINE FROM WS-REPORT-LINE
            END-READ
        END-PERFORM
        CLOSE ALL-UNACKED-FEEDS
    END-IF.

0750-WRITE-ONE-DEPT-LINE.
    MOVE SPACES TO WS-REPORT-LINE
    STRING "  " DELIMITED BY SIZE
           WS-DEPT-DELTA-COUNT(WS-DEPT-IDX) DELIMITED BY SIZE
           "  SUSPENDED " DELIMITED BY SIZE
           WS-DEPT-SUSPENDED(WS-DEPT-IDX) DELIMITED BY SIZE
           "  COLLISIONS " DELIMITED BY SIZE
           WS-DEPT-COLLISIONS(WS-DEPT-IDX) DELIMITED BY SIZE
           "  UNACKED FEEDS " DELIMITED BY SIZE
           WS-DEPT-UNACKED-FEEDS(WS-DEPT-IDX) DELIMITED BY SIZE
        INTO WS-REPORT-LINE
    WRITE NITE-REPORT-LINE FROM WS-REPORT-LINE.

        MOVE WS-DEPT-RECON-FLAG(WS-DEPT-IDX) TO NS-RECON-FLAG
        MOVE WS-DEPT-DELTA-COUNT(WS-DEPT-IDX) TO NS-DELTA-COUNT
        MOVE WS-DEPT-SUSPENDED(WS-DEPT-IDX) TO NS-SUSPENDED-COUNT
        MOVE WS-DEPT-COLLISIONS(WS-DEPT-IDX) TO NS-COLLISION-COUNT
        MOVE WS-DEPT-UNACKED-FEEDS(WS-DEPT-IDX) TO NS-UNACKED-FEED-COUNT
        MOVE WS-DEPT-EXCEPTION-FLAG(WS-DEPT-IDX) TO NS-EXCEPTION-FLAG
        WRITE NIGHT-STATUS-RECORD
    END-PERFORM
    MOVE SPACE TO NS-RECON-FLAG
    MOVE WS-EXCEPTION-COUNT TO NS-DELTA-COUNT
    MOVE WS-GATE-TROUBLE-COUNT TO NS-SUSPENDED-COUNT
    MOVE WS-COLLISION-TOTAL TO NS-COLLISION-COUNT
    MOVE WS-UNACKED-FEED-TOTAL TO NS-UNACKED-FEED-COUNT
    *> exceptions only - the collisions and unacknowledged feeds are
    *> counted beside it but do not hold the morning transmissions
    IF WS-EXCEPTION-COUNT > 0 OR WS-GATE-TROUBLE-COUNT > 0
        MOVE "Y" TO NS-EXCEPTION-FLAG
    ELSE
