        ACCESS MODE IS RANDOM
        RECORD KEY IS DEPT-ID
        FILE STATUS IS WS-DEPTMST-STATUS. *> department registry, verified at job start
    SELECT COLLISION-FILE ASSIGN TO "COLLFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-COLL-STATUS.   *> range numbers the master gives another department
    SELECT PARTITION-FILE ASSIGN TO "PARTCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART-STATUS.   *> optional partition card, range mode only
    SELECT INCR-BASE-FILE ASSIGN TO "INCBASE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCBASE-STATUS. *> last successful night's base, RUN-MODE "I"
    SELECT INCR-NEXT-FILE ASSIGN TO "INCNEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCNEXT-STATUS. *> tonight's base, for the next RUN-MODE "I" run
    SELECT PRIOR-OUT ASSIGN TO "PRIOROUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PRIOR-STATUS.  *> the base night's archived FIZZOUT, RUN-MODE "I"
    SELECT MAINT-JOURNAL ASSIGN TO "MNTJNL"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-MNTJNL-STATUS. *> number-master changes since the base, RUN-MODE "I"
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  PARM-FILE
    COPY "FBNUMMST.cpy".
FD  DEPT-MASTER.
    COPY "FBDEPT.cpy".
FD  COLLISION-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBCOLL.cpy".
FD  PARTITION-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBPART.cpy".
FD  INCR-BASE-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBINCBAS.cpy".
FD  INCR-NEXT-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBINCBAS.cpy" REPLACING ==INCREMENTAL-BASE-RECORD== BY ==INCREMENTAL-NEXT-RECORD==
                                  ==IB-DEPARTMENT==           BY ==NX-DEPARTMENT==
                                  ==IB-RUN-TIMESTAMP==        BY ==NX-RUN-TIMESTAMP==
                                  ==IB-PROCESSING-DATE==      BY ==NX-PROCESSING-DATE==
                                  ==IB-RULE-SNAPSHOT==        BY ==NX-RULE-SNAPSHOT==
                                  ==IB-RULE-COUNT==           BY ==NX-RULE-COUNT==
                                  ==IB-RULE-ENTRY==           BY ==NX-RULE-ENTRY==
                                  ==IB-RULE-DIVISOR==         BY ==NX-RULE-DIVISOR==
                                  ==IB-RULE-LABEL==           BY ==NX-RULE-LABEL==
                                  ==IB-RULE-ACTIVE-FLAG==     BY ==NX-RULE-ACTIVE-FLAG==.
FD  PRIOR-OUT
    LABEL RECORDS ARE STANDARD.
    COPY "FBOUT.cpy" REPLACING ==FIZZBUZZ-OUTPUT-RECORD== BY ==PRIOR-OUTPUT-RECORD==
                               ==NUMBER-VALUE==           BY ==PR-NUMBER-VALUE==
                               ==CLASSIFICATION-CODE==    BY ==PR-CLASSIFICATION-CODE==
                               ==OWNING-DEPARTMENT==      BY ==PR-DEPARTMENT==
                               ==NUMBER-DESCRIPTION==     BY ==PR-DESCRIPTION==.
FD  MAINT-JOURNAL
    LABEL RECORDS ARE STANDARD.
    COPY "FBMNTJNL.cpy".
WORKING-STORAGE SECTION.       *> indicates working storage
    01 I PIC 9(7) VALUE 1.     *> in order: hierarchy level (01=top), var name (I), PIC indicates data pictire to follow, '9' indicates numberic data, 7 indicates length of same, 1 indicates default value for I
    01 WS-RUN-PARAMETERS.
    01 WS-RUN-MODE             PIC X VALUE "R".
        88 WS-RUN-MODE-RANGE           VALUE "R" " ".
        88 WS-RUN-MODE-LIST            VALUE "L".
        88 WS-RUN-MODE-INCREMENTAL     VALUE "I".
    01 WS-RULES-STATUS         PIC XX VALUE "00".
    01 WS-RULE-TABLE.
        05 WS-RULE-COUNT       PIC 9(3) VALUE 0.
    *> the number master's business attributes for the number being
    *> classified - set per accepted list-mode number; on a range-mode
    *> run the department defaults to the run's own registered
    *> department and the description stays spaces, EXCEPT where
    *> 0280-CHECK-RANGE-OWNERSHIP finds the number on the master under
    *> a different department - then the master's owner and
    *> description stand, see WS-COLLISION-FLAG
    01 WS-CURRENT-DEPARTMENT   PIC X(8) VALUE SPACES.
    01 WS-CURRENT-DESCRIPTION  PIC X(30) VALUE SPACES.
    *> a range walks contiguous values, and some of them are another
    *> department's business reference numbers - stamping the run's
    *> own department on those re-stamped the owner's FIZZIDX entry
    *> and FIZZDXRF then listed the number under the wrong team. Set
    *> per range number when the master names a different owner: the
    *> number is still classified and written to FIZZOUT and the audit
    *> trail (under the master's owner, so the range still reconciles
    *> through FIZZSUM), FIZZIDX is left untouched, and a COLLFILE
    *> record goes to FIZZCOLL and FIZZNITE
    01 WS-COLL-STATUS          PIC XX VALUE "00".
    01 WS-COLLISION-FLAG       PIC X VALUE "N".
        88 WS-COLLISION                VALUE "Y".
    01 WS-COLLISION-COUNT      PIC 9(7) VALUE 0.
    *> a range run without the number master dataset cannot check
    *> ownership - it still classifies and writes FIZZOUT and the
    *> audit trail under the run's own department, so the night
    *> reconciles, but leaves FIZZIDX alone (it cannot tell which
    *> entries are another department's to keep) and ends RC=4 so
    *> the skipped check shows on the ledger and FIZZNITE's page. It
    *> writes no usable incremental base either, so the next "I"
    *> night classifies the whole range with the master in hand. A
    *> partition cannot do the same - FIZZPMRG indexes the merged
    *> output afterwards and has no way to know a slice went
    *> unchecked - so a partitioned run without the master fails RC=8
    *> and is rerun once the master is back
    01 WS-OWNERSHIP-CHECK-FLAG PIC X VALUE "N".
        88 WS-OWNERSHIP-CHECKED        VALUE "Y".
    01 WS-INDEX-UPDATE-FLAG    PIC X VALUE "Y".
        88 WS-INDEX-UPDATE-ALLOWED     VALUE "Y".
    *> a range-mode run with a PARTCARD classifies only its own slice
    *> of the department's range (FIZZPSPL works the slice out), as
    *> one of several concurrent partition jobs. Everything it writes
    *> - FIZZOUT, the audit trail, FIZZSUMC, COLLFILE, the ledger row,
    *> the checkpoint - is for the slice alone, on the partition's own
    *> datasets, so a failed partition restarts and reruns by itself.
    *> FIZZIDX is the one exception: concurrent jobs cannot safely
    *> update the same cluster, so a partition leaves it alone and
    *> FIZZPMRG loads it from the merged output afterwards
    01 WS-PART-STATUS          PIC XX VALUE "00".
    01 WS-PARTITIONED-FLAG     PIC X VALUE "N".
        88 WS-PARTITIONED              VALUE "Y".
    01 WS-PART-NUMBER          PIC 9(2) VALUE 0.
    01 WS-PART-COUNT           PIC 9(2) VALUE 0.
    01 WS-SLICE-START          PIC 9(7) VALUE 0.
    01 WS-SLICE-END            PIC 9(7) VALUE 0.
    *> RUN-MODE "I" walks the range like "R" but only classifies a
    *> number something has changed for since the base night
    *> (FBINCBAS.cpy): a divisor whose rule window opened or closed,
    *> a number-master ADD/CHANGE/RETIRE journaled since, or a number
    *> on tonight's gateway feed (NUMBERS-IN) - or a number the base
    *> night's FIZZOUT (PRIOROUT) does not have. Everything else is
    *> carried forward from PRIOROUT as it stands, so FIZZOUT and the
    *> audit trail still cover the whole range and FIZZSUM, FIZZDELT
    *> and the archive see a normal night; FIZZIDX already holds the
    *> carried numbers and is not rewritten. Anything that makes the
    *> base untrustworthy (missing, another department's, spaces,
    *> no journal, too many changes to hold) sets
    *> WS-FULL-RECLASSIFY and the night is an ordinary full range run
    01 WS-INCBASE-STATUS       PIC XX VALUE "00".
    01 WS-INCNEXT-STATUS       PIC XX VALUE "00".
    01 WS-PRIOR-STATUS         PIC XX VALUE "00".
    01 WS-MNTJNL-STATUS        PIC XX VALUE "00".
    01 WS-FULL-RECLASSIFY-FLAG PIC X VALUE "N".
        88 WS-FULL-RECLASSIFY          VALUE "Y".
    01 WS-PRIOR-OPEN-FLAG      PIC X VALUE "N".
        88 WS-PRIOR-OPEN               VALUE "Y".
    01 WS-PRIOR-EOF-FLAG       PIC X VALUE "N".
        88 WS-PRIOR-EOF                VALUE "Y".
    01 WS-PRIOR-PREVIOUS       PIC 9(7) VALUE 0.
    01 WS-BASE-TIMESTAMP       PIC X(21) VALUE SPACES.
    *> divisors whose active label differs between the base night's
    *> rule table and tonight's - both tables hold 20 rows at most
    01 WS-CHANGED-DIVISORS.
        05 WS-CHG-DIV-COUNT    PIC 9(3) VALUE 0.
        05 WS-CHG-DIVISOR OCCURS 40 TIMES PIC 9(3).
    01 WS-CHG-DIV-IDX          PIC 9(3) VALUE 0.
    01 WS-BASE-RULE-IDX        PIC 9(3) VALUE 0.
    01 WS-LOOKUP-DIVISOR       PIC 9(3) VALUE 0.
    01 WS-LOOKUP-LABEL         PIC X(9) VALUE SPACES.
    01 WS-RULE-FOUND-FLAG      PIC X VALUE "N".
        88 WS-RULE-FOUND               VALUE "Y".
    *> changed numbers inside tonight's range, kept in ascending
    *> order so the range walk checks them with a pointer that only
    *> moves forward - sized like WS-SEEN-NUMBERS, the gateway's own
    *> ceiling; more than that and the night is simply a full run
    01 WS-CHANGED-NUMBERS.
        05 WS-CHG-NUM-COUNT    PIC 9(5) VALUE 0.
        05 WS-CHG-NUMBER OCCURS 10000 TIMES PIC 9(7).
    01 WS-CHG-NUM-IDX          PIC 9(5) VALUE 0.
    01 WS-CHG-NUM-PTR          PIC 9(5) VALUE 1.
    01 WS-CHG-SHIFT-IDX        PIC 9(5) VALUE 0.
    01 WS-CHG-CANDIDATE        PIC 9(7) VALUE 0.
    01 WS-AFFECTED-FLAG        PIC X VALUE "Y".
        88 WS-AFFECTED                 VALUE "Y".
    01 WS-RECLASSIFIED-COUNT   PIC 9(7) VALUE 0.
    01 WS-CARRIED-COUNT        PIC 9(7) VALUE 0.
    01 WS-JOURNAL-CHANGE-COUNT PIC 9(7) VALUE 0.
    01 WS-GATEWAY-COUNT        PIC 9(7) VALUE 0.
    01 WS-GATEWAY-IGNORED-COUNT PIC 9(7) VALUE 0.
    01 WS-SUSPENDED-COUNT      PIC 9(7) VALUE 0.
    01 WS-NUMIN-VALID-FLAG     PIC X VALUE "Y".
        88 WS-NUMIN-VALID              VALUE "Y".
        END-IF
    ELSE
        PERFORM 0120-VALIDATE-RUN-PARAMETERS
        PERFORM 0130-READ-PARTITION-CARD
        IF WS-RUN-MODE-INCREMENTAL
            PERFORM 0140-PREPARE-INCREMENTAL-RUN
        END-IF
        MOVE WS-RUN-START TO WS-ORIGINAL-RUN-START
        PERFORM 0150-CHECK-FOR-RESTART
        MOVE WS-RUN-START TO I
            *> before the abend/cancel instead of clobbering it
            OPEN EXTEND FIZZBUZZ-OUT
            OPEN EXTEND AUDIT-FILE
            IF NOT WS-PARTITIONED
                OPEN I-O FIZZBUZZ-IDX
            END-IF
            PERFORM 0160-COUNT-PRIOR-COLLISIONS
            OPEN EXTEND COLLISION-FILE
        ELSE
            OPEN OUTPUT FIZZBUZZ-OUT
            OPEN OUTPUT AUDIT-FILE
            *> same reasoning as the list-mode OPEN above - FIZZBUZZ-IDX
            *> is pre-created once by jcl/FIZZDEF.jcl and persists across
            *> every run, so OPEN I-O rather than OPEN OUTPUT
            IF NOT WS-PARTITIONED
                OPEN I-O FIZZBUZZ-IDX
            END-IF
            OPEN OUTPUT COLLISION-FILE
        END-IF
        *> read-only, as in list mode - see WS-OWNERSHIP-CHECK-FLAG for
        *> what a run without the master does instead of failing
        OPEN INPUT NUMBER-MASTER
        IF WS-NUMMST-STATUS = "00"
            MOVE "Y" TO WS-OWNERSHIP-CHECK-FLAG
        ELSE
            IF WS-PARTITIONED
                DISPLAY "FIZZBUZZ: NUMBER-MASTER dataset not available "
                    "- a partition cannot run without the ownership "
                    "check"
                PERFORM 0950-ABORT-RUN
            END-IF
            DISPLAY "FIZZBUZZ: NUMBER-MASTER dataset not available - "
                "range numbers not checked for other departments' "
                "ownership, FIZZBUZZ-IDX not updated"
            MOVE "N" TO WS-INDEX-UPDATE-FLAG
        END-IF
        PERFORM UNTIL I > WS-RUN-END      *> self-explanatory, the loop - not PERFORM rather than for, do, etc
            IF WS-RUN-MODE-INCREMENTAL
                PERFORM 0285-CHECK-INCREMENTAL-CHANGE
            END-IF
            IF WS-AFFECTED
                PERFORM 0280-CHECK-RANGE-OWNERSHIP
                PERFORM 0200-CLASSIFY-NUMBER
            ELSE
                PERFORM 0290-CARRY-FORWARD-NUMBER
            END-IF
            PERFORM 0300-WRITE-CHECKPOINT
            IF I = 9999999
                *> I is 7 digits like every NUMBER-VALUE in the suite,
        END-PERFORM               *> explicit end of loop
        CLOSE FIZZBUZZ-OUT
        CLOSE AUDIT-FILE
        IF NOT WS-PARTITIONED
            CLOSE FIZZBUZZ-IDX
        END-IF
        CLOSE COLLISION-FILE
        IF WS-OWNERSHIP-CHECKED
            CLOSE NUMBER-MASTER
        END-IF
        IF WS-PRIOR-OPEN
            CLOSE PRIOR-OUT
        END-IF
        PERFORM 0400-CLEAR-CHECKPOINT
        PERFORM 0450-WRITE-INCREMENTAL-BASE
        PERFORM 0500-WRITE-SUMMARY-COUNTS
        IF WS-RUN-MODE-INCREMENTAL
            DISPLAY "FIZZBUZZ: INCREMENTAL RUN - " WS-RECLASSIFIED-COUNT
                " NUMBERS CLASSIFIED, " WS-CARRIED-COUNT
                " CARRIED FORWARD"
        END-IF
        IF WS-COLLISION-COUNT > 0
            *> the range itself classified and reconciles - the
            *> warning code flags that COLLFILE has numbers in it
            *> another department owns, for FIZZCOLL's report
            DISPLAY "FIZZBUZZ: " WS-COLLISION-COUNT " RANGE NUMBERS "
                "OWNED BY ANOTHER DEPARTMENT - SEE COLLFILE"
            MOVE 4 TO RETURN-CODE
        END-IF
        IF NOT WS-OWNERSHIP-CHECKED
            *> likewise a warning - the range classified, but nobody
            *> checked whose numbers were in it and FIZZIDX was left
            *> as it stood
            DISPLAY "FIZZBUZZ: OWNERSHIP NOT CHECKED - NUMBER-MASTER "
                "NOT AVAILABLE, FIZZBUZZ-IDX NOT UPDATED"
            MOVE 4 TO RETURN-CODE
        END-IF
    END-IF
    PERFORM 9000-WRITE-RUN-LEDGER
    STOP RUN.                  *> explicit end of function/procedure
        MOVE "NM" TO WS-NUMIN-REASON-CODE
    END-IF.

0280-CHECK-RANGE-OWNERSHIP.
    *> range-mode counterpart of 0265 - not an edit (every number in
    *> the range is classified), just the question of whose number
    *> this is. Not on the master, or RETIREd there, or owned by the
    *> running department itself: the run's own department stands as
    *> before. On the master under a different department: that is a
    *> collision, and the master's owner is what the row carries
    MOVE "N" TO WS-COLLISION-FLAG
    MOVE WS-RUN-DEPARTMENT TO WS-CURRENT-DEPARTMENT
    MOVE SPACES TO WS-CURRENT-DESCRIPTION
    IF WS-OWNERSHIP-CHECKED
        MOVE I TO NM-NUMBER
        READ NUMBER-MASTER
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF NM-ACTIVE AND NM-DEPARTMENT NOT = WS-RUN-DEPARTMENT
                    MOVE "Y" TO WS-COLLISION-FLAG
                    MOVE NM-DEPARTMENT TO WS-CURRENT-DEPARTMENT
                    MOVE NM-DESCRIPTION TO WS-CURRENT-DESCRIPTION
                END-IF
        END-READ
    END-IF
    IF WS-COLLISION
        ADD 1 TO WS-COLLISION-COUNT
        MOVE I TO CL-NUMBER
        MOVE WS-RUN-DEPARTMENT TO CL-RUN-DEPARTMENT
        MOVE NM-DEPARTMENT TO CL-OWNING-DEPARTMENT
        MOVE NM-DESCRIPTION TO CL-OWNING-DESCRIPTION
        MOVE WS-RUN-TIMESTAMP TO CL-RUN-TIMESTAMP
        MOVE WS-JOB-ID TO CL-JOB-ID
        WRITE COLLISION-RECORD
    END-IF.

0285-CHECK-INCREMENTAL-CHANGE.
    *> decides whether I is classified tonight or carried forward -
    *> PRIOROUT and WS-CHANGED-NUMBERS are both ascending, so each is
    *> walked forward to I rather than searched. I is affected when
    *> the base night's FIZZOUT has no row for it, when it is on the
    *> changed-numbers list, or when a changed divisor divides it
    MOVE "Y" TO WS-AFFECTED-FLAG
    IF NOT WS-FULL-RECLASSIFY
        PERFORM UNTIL WS-PRIOR-EOF
            IF PR-NUMBER-VALUE >= I
                EXIT PERFORM
            END-IF
            PERFORM 0286-READ-PRIOR-OUTPUT
        END-PERFORM
        PERFORM UNTIL WS-CHG-NUM-PTR > WS-CHG-NUM-COUNT
            IF WS-CHG-NUMBER(WS-CHG-NUM-PTR) >= I
                EXIT PERFORM
            END-IF
            ADD 1 TO WS-CHG-NUM-PTR
        END-PERFORM
        MOVE "N" TO WS-AFFECTED-FLAG
        EVALUATE TRUE
            WHEN WS-PRIOR-EOF
                MOVE "Y" TO WS-AFFECTED-FLAG
            WHEN PR-NUMBER-VALUE NOT = I
                MOVE "Y" TO WS-AFFECTED-FLAG
        END-EVALUATE
        IF WS-CHG-NUM-PTR <= WS-CHG-NUM-COUNT
            IF WS-CHG-NUMBER(WS-CHG-NUM-PTR) = I
                MOVE "Y" TO WS-AFFECTED-FLAG
            END-IF
        END-IF
        PERFORM VARYING WS-CHG-DIV-IDX FROM 1 BY 1
                UNTIL WS-CHG-DIV-IDX > WS-CHG-DIV-COUNT
                   OR WS-AFFECTED
            IF FUNCTION MOD (I, WS-CHG-DIVISOR(WS-CHG-DIV-IDX)) = 0
                MOVE "Y" TO WS-AFFECTED-FLAG
            END-IF
        END-PERFORM
    END-IF
    IF WS-AFFECTED
        ADD 1 TO WS-RECLASSIFIED-COUNT
    END-IF.

0286-READ-PRIOR-OUTPUT.
    *> FIZZOUT is written in number order, and the carry-forward walk
    *> depends on it - a PRIOROUT that is not (the wrong generation,
    *> or a dataset edited by hand) stops the run rather than carrying
    *> the wrong rows
    READ PRIOR-OUT
        AT END
            MOVE "Y" TO WS-PRIOR-EOF-FLAG
        NOT AT END
            IF PR-NUMBER-VALUE <= WS-PRIOR-PREVIOUS
                DISPLAY "FIZZBUZZ: PRIOROUT OUT OF SEQUENCE AT "
                    PR-NUMBER-VALUE " - CHECK THE PRIOROUT DD"
                PERFORM 0950-ABORT-RUN
            END-IF
            MOVE PR-NUMBER-VALUE TO WS-PRIOR-PREVIOUS
    END-READ.

0290-CARRY-FORWARD-NUMBER.
    *> nothing that decides I's classification or owner has changed
    *> since the base night, so its FIZZOUT row is that night's row.
    *> It is still audited under tonight's timestamp - the audit trail
    *> for a night covers every number FIZZOUT reports - and a number
    *> another department owns is still a collision, as it was then.
    *> FIZZIDX already holds the base night's entry
    ADD 1 TO WS-CARRIED-COUNT
    MOVE "N" TO WS-COLLISION-FLAG
    MOVE PRIOR-OUTPUT-RECORD TO FIZZBUZZ-OUTPUT-RECORD
    WRITE FIZZBUZZ-OUTPUT-RECORD

    MOVE I TO AUDIT-NUMBER
    MOVE PR-CLASSIFICATION-CODE TO AUDIT-CLASSIFICATION
    MOVE WS-RUN-TIMESTAMP TO AUDIT-RUN-TIMESTAMP
    MOVE WS-JOB-ID TO AUDIT-JOB-ID
    MOVE PR-DEPARTMENT TO AUDIT-DEPARTMENT
    MOVE PR-DESCRIPTION TO AUDIT-DESCRIPTION
    WRITE AUDIT-RECORD

    IF PR-DEPARTMENT NOT = WS-RUN-DEPARTMENT
        MOVE "Y" TO WS-COLLISION-FLAG
        ADD 1 TO WS-COLLISION-COUNT
        MOVE I TO CL-NUMBER
        MOVE WS-RUN-DEPARTMENT TO CL-RUN-DEPARTMENT
        MOVE PR-DEPARTMENT TO CL-OWNING-DEPARTMENT
        MOVE PR-DESCRIPTION TO CL-OWNING-DESCRIPTION
        MOVE WS-RUN-TIMESTAMP TO CL-RUN-TIMESTAMP
        MOVE WS-JOB-ID TO CL-JOB-ID
        WRITE COLLISION-RECORD
    END-IF.

0270-WRITE-SUSPENSE-RECORD.
    *> the diverted card, image intact, with why and when - operations
    *> corrects the image in place and FBSUSPRE turns the corrected

    *> also written to the indexed lookup file, keyed on NUMBER-VALUE,
    *> so FIZZLKUP can answer "what did the system decide for N" on
    *> demand without rerunning the batch - except a range number
    *> another department owns, whose entry is that department's to
    *> keep (see WS-COLLISION-FLAG), a partition's numbers, which
    *> FIZZPMRG indexes once the partitions are merged, and every
    *> number of a range run that could not check ownership (see
    *> WS-OWNERSHIP-CHECK-FLAG)
    IF NOT WS-COLLISION AND NOT WS-PARTITIONED
            AND WS-INDEX-UPDATE-ALLOWED
        MOVE I TO IDX-NUMBER-VALUE
        MOVE WS-CLASSIFICATION-CODE TO IDX-CLASSIFICATION-CODE
        MOVE WS-CURRENT-DEPARTMENT TO IDX-DEPARTMENT
        MOVE WS-CURRENT-DESCRIPTION TO IDX-DESCRIPTION
        WRITE FIZZBUZZ-INDEX-RECORD
            INVALID KEY
                *> FIZZBUZZ-IDX is a persistent lookup file (jcl/FIZZDEF.jcl
                *> defines the cluster once, up front, and it is never
                *> re-defined or deleted by FIZZBAT), so a duplicate key here
                *> is the normal case - a restart (002) resuming from
                *> CHECKPOINT-I + 1, or simply a later run's range/list
                *> overlapping a number an earlier run already indexed.
                *> REWRITE so the lookup file reflects the current decision
                *> (which may differ from before if FBRULMNT (009) changed
                *> the rules in between) rather than freezing the number at
                *> whatever classification happened to be written first
                REWRITE FIZZBUZZ-INDEX-RECORD
                    INVALID KEY
                        DISPLAY "FIZZBUZZ: FIZZBUZZ-IDX REWRITE FAILED FOR "
                            I
                        PERFORM 0950-ABORT-RUN
                END-REWRITE
        END-WRITE
    END-IF.

0300-WRITE-CHECKPOINT.
    *> every WS-CHECKPOINT-INTERVAL numbers, drop the current value of I
    OPEN OUTPUT CHECKPOINT-FILE
    CLOSE CHECKPOINT-FILE.

0450-WRITE-INCREMENTAL-BASE.
    *> tomorrow's candidate base (FBINCBAS.cpy) - what tonight
    *> classified against, written by every completed range run so a
    *> department can be switched to RUN-MODE "I" at any time. It only
    *> becomes INCBASE when FIZZBAT's archive step rolls tonight's
    *> FIZZOUT into the archive. A restarted night's classification
    *> started on an earlier run, so its own timestamp would miss
    *> journal rows from between the two - it records no usable base
    *> instead. So does a night that could not check ownership (no
    *> NUMBER-MASTER): it left FIZZIDX as it stood and stamped every
    *> number with the run's own department, and carrying those rows
    *> forward would keep them that way. No INCNEXT DD, no base
    OPEN OUTPUT INCR-NEXT-FILE
    IF WS-INCNEXT-STATUS = "00"
        MOVE SPACES TO INCREMENTAL-NEXT-RECORD
        MOVE WS-RUN-DEPARTMENT TO NX-DEPARTMENT
        IF WS-RESTARTED OR NOT WS-OWNERSHIP-CHECKED
            MOVE SPACES TO NX-RUN-TIMESTAMP
        ELSE
            MOVE WS-RUN-TIMESTAMP TO NX-RUN-TIMESTAMP
        END-IF
        MOVE WS-PROCESSING-DATE TO NX-PROCESSING-DATE
        MOVE WS-RULE-COUNT TO NX-RULE-COUNT
        PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                UNTIL WS-RULE-IDX > WS-RULE-COUNT
            MOVE WS-RULE-DIVISOR(WS-RULE-IDX)
                TO NX-RULE-DIVISOR(WS-RULE-IDX)
            MOVE WS-RULE-LABEL(WS-RULE-IDX) TO NX-RULE-LABEL(WS-RULE-IDX)
            MOVE WS-RULE-ACTIVE-FLAG(WS-RULE-IDX)
                TO NX-RULE-ACTIVE-FLAG(WS-RULE-IDX)
        END-PERFORM
        WRITE INCREMENTAL-NEXT-RECORD
        CLOSE INCR-NEXT-FILE
    END-IF.

0150-CHECK-FOR-RESTART.
    *> a non-empty checkpoint dataset means a prior run of this same
    *> range didn't reach STOP RUN - pick up the count right after the
        CLOSE CHECKPOINT-FILE
    END-IF.

0160-COUNT-PRIOR-COLLISIONS.
    *> a resumed run appends to the COLLFILE the interrupted run
    *> started - count what is already there, so a collision written
    *> before the restart still sets the warning code at the end even
    *> when the resumed stretch of the range turns up none of its own
    OPEN INPUT COLLISION-FILE
    IF WS-COLL-STATUS = "00"
        PERFORM UNTIL WS-COLL-STATUS = "10"
            READ COLLISION-FILE
                AT END
                    MOVE "10" TO WS-COLL-STATUS
                NOT AT END
                    ADD 1 TO WS-COLLISION-COUNT
            END-READ
        END-PERFORM
        CLOSE COLLISION-FILE
    END-IF.

0500-WRITE-SUMMARY-COUNTS.
    *> the run is complete and FIZZBUZZ-OUT is the authoritative record
    *> of what happened (correct even across a restart, since a resumed
            END-READ
            CLOSE DEPT-MASTER
        END-IF
        *> a range run walks contiguous values, so the running
        *> department's own id is the owning department its output
        *> rows carry unless 0280-CHECK-RANGE-OWNERSHIP finds the
        *> master naming another - list mode overrides per number
        *> off the master as before
        MOVE WS-RUN-DEPARTMENT TO WS-CURRENT-DEPARTMENT
    END-IF.

    MOVE WS-RUN-START-RAW TO WS-RUN-START
    MOVE WS-RUN-END-RAW TO WS-RUN-END.

0130-READ-PARTITION-CARD.
    *> optional PARTCARD - no dataset, an empty one or a blank card is
    *> the historical single-stream run of the whole range. A card
    *> narrows WS-RUN-START/WS-RUN-END to this partition's slice
    *> before the restart check, so the checkpoint, the counts and
    *> the ledger row all describe the slice. A card FIZZPSPL cannot
    *> make sense of fails the run the same way a bad range does -
    *> guessing at a slice would leave a gap or an overlap for the
    *> merge to find much later
    OPEN INPUT PARTITION-FILE
    IF WS-PART-STATUS = "00"
        READ PARTITION-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PARTITION-CARD NOT = SPACES
                    MOVE "Y" TO WS-PARTITIONED-FLAG
                    IF PART-NUMBER IS NUMERIC AND PART-COUNT IS NUMERIC
                        MOVE PART-NUMBER TO WS-PART-NUMBER
                        MOVE PART-COUNT TO WS-PART-COUNT
                    END-IF
                END-IF
        END-READ
        CLOSE PARTITION-FILE
    END-IF
    IF WS-PARTITIONED
        CALL "FIZZPSPL" USING WS-RUN-START, WS-RUN-END,
                              WS-PART-NUMBER, WS-PART-COUNT,
                              WS-SLICE-START, WS-SLICE-END,
                              WS-PARM-VALID-FLAG, WS-PARM-ERROR-MESSAGE
        IF WS-PARM-INVALID
            DISPLAY "FIZZBUZZ: " WS-PARM-ERROR-MESSAGE
            MOVE 8 TO RETURN-CODE
            PERFORM 9000-WRITE-RUN-LEDGER
            STOP RUN
        END-IF
        DISPLAY "FIZZBUZZ: PARTITION " WS-PART-NUMBER " OF "
            WS-PART-COUNT " - NUMBERS " WS-SLICE-START " THRU "
            WS-SLICE-END
        MOVE WS-SLICE-START TO WS-RUN-START
        MOVE WS-SLICE-END TO WS-RUN-END
    END-IF.

0140-PREPARE-INCREMENTAL-RUN.
    *> works out, before the range walk starts, everything that has
    *> changed since the base night (see WS-FULL-RECLASSIFY-FLAG) -
    *> the walk then only has to ask, number by number, whether the
    *> number is one of them. Any source of change that cannot be
    *> read makes the night a full run: carrying a number forward on
    *> the strength of a change list that might be incomplete would
    *> leave a stale classification on FIZZOUT with nothing to say so
    MOVE "N" TO WS-FULL-RECLASSIFY-FLAG
    PERFORM 0141-LOAD-INCREMENTAL-BASE
    IF NOT WS-FULL-RECLASSIFY
        OPEN INPUT PRIOR-OUT
        IF WS-PRIOR-STATUS NOT = "00"
            DISPLAY "FIZZBUZZ: PRIOROUT dataset not available - "
                "nothing to carry forward"
            MOVE "Y" TO WS-FULL-RECLASSIFY-FLAG
        ELSE
            MOVE "Y" TO WS-PRIOR-OPEN-FLAG
            PERFORM 0286-READ-PRIOR-OUTPUT
        END-IF
    END-IF
    IF NOT WS-FULL-RECLASSIFY
        PERFORM 0146-LOAD-JOURNAL-CHANGES
    END-IF
    IF NOT WS-FULL-RECLASSIFY
        PERFORM 0147-LOAD-GATEWAY-NUMBERS
    END-IF
    IF WS-FULL-RECLASSIFY
        DISPLAY "FIZZBUZZ: INCREMENTAL RUN HAS NO USABLE BASE - "
            "CLASSIFYING THE WHOLE RANGE"
    ELSE
        DISPLAY "FIZZBUZZ: INCREMENTAL RUN SINCE "
            WS-BASE-TIMESTAMP(1:14) " - " WS-CHG-DIV-COUNT
            " RULE DIVISORS CHANGED, " WS-JOURNAL-CHANGE-COUNT
            " MASTER CHANGES, " WS-GATEWAY-COUNT " GATEWAY NUMBERS"
        IF WS-GATEWAY-IGNORED-COUNT > 0
            DISPLAY "FIZZBUZZ: " WS-GATEWAY-IGNORED-COUNT
                " GATEWAY RECORDS OUTSIDE THE RANGE OR UNREADABLE - "
                "NOT CLASSIFIED"
        END-IF
    END-IF
    MOVE 1 TO WS-CHG-NUM-PTR.

0141-LOAD-INCREMENTAL-BASE.
    *> the base record is compared while it is still in the record
    *> area - the rule comparison happens here, before the CLOSE
    OPEN INPUT INCR-BASE-FILE
    IF WS-INCBASE-STATUS NOT = "00"
        DISPLAY "FIZZBUZZ: INCBASE dataset not available"
        MOVE "Y" TO WS-FULL-RECLASSIFY-FLAG
    ELSE
        READ INCR-BASE-FILE
            AT END
                DISPLAY "FIZZBUZZ: INCBASE dataset is empty"
                MOVE "Y" TO WS-FULL-RECLASSIFY-FLAG
            NOT AT END
                EVALUATE TRUE
                    WHEN IB-RUN-TIMESTAMP = SPACES
                        DISPLAY "FIZZBUZZ: INCBASE says the last night "
                            "left no usable base"
                        MOVE "Y" TO WS-FULL-RECLASSIFY-FLAG
                    WHEN IB-DEPARTMENT NOT = WS-RUN-DEPARTMENT
                        DISPLAY "FIZZBUZZ: INCBASE belongs to "
                            "department '" IB-DEPARTMENT "' - CHECK "
                            "THE INCBASE DD"
                        MOVE "Y" TO WS-FULL-RECLASSIFY-FLAG
                    WHEN IB-RULE-COUNT IS NOT NUMERIC
                            OR IB-RULE-COUNT > 20
                        DISPLAY "FIZZBUZZ: INCBASE rule snapshot is "
                            "unreadable"
                        MOVE "Y" TO WS-FULL-RECLASSIFY-FLAG
                    WHEN OTHER
                        MOVE IB-RUN-TIMESTAMP TO WS-BASE-TIMESTAMP
                        PERFORM 0142-COMPARE-RULE-TABLES
                END-EVALUATE
        END-READ
        CLOSE INCR-BASE-FILE
    END-IF.

0142-COMPARE-RULE-TABLES.
    *> a number's classification is the labels of the active rules
    *> whose divisor divides it, so it can only have moved if some
    *> divisor's active label is different tonight - a row that went
    *> inactive, expired or was relabelled shows up from the base
    *> side, a row that became effective from tonight's side. Only
    *> multiples of those divisors are affected
    MOVE 0 TO WS-CHG-DIV-COUNT
    PERFORM VARYING WS-BASE-RULE-IDX FROM 1 BY 1
            UNTIL WS-BASE-RULE-IDX > IB-RULE-COUNT
        IF IB-RULE-ACTIVE-FLAG(WS-BASE-RULE-IDX) = "Y"
            MOVE IB-RULE-DIVISOR(WS-BASE-RULE-IDX) TO WS-LOOKUP-DIVISOR
            MOVE IB-RULE-LABEL(WS-BASE-RULE-IDX) TO WS-LOOKUP-LABEL
            PERFORM 0143-FIND-IN-TONIGHTS-RULES
            IF NOT WS-RULE-FOUND
                PERFORM 0145-ADD-CHANGED-DIVISOR
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > WS-RULE-COUNT
        IF WS-RULE-ACTIVE(WS-RULE-IDX)
            MOVE WS-RULE-DIVISOR(WS-RULE-IDX) TO WS-LOOKUP-DIVISOR
            MOVE WS-RULE-LABEL(WS-RULE-IDX) TO WS-LOOKUP-LABEL
            PERFORM 0144-FIND-IN-BASE-RULES
            IF NOT WS-RULE-FOUND
                PERFORM 0145-ADD-CHANGED-DIVISOR
            END-IF
        END-IF
    END-PERFORM.

0143-FIND-IN-TONIGHTS-RULES.
    *> sets WS-RULE-FOUND when tonight's table has WS-LOOKUP-DIVISOR
    *> active under the same label
    MOVE "N" TO WS-RULE-FOUND-FLAG
    PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
            UNTIL WS-RULE-IDX > WS-RULE-COUNT
        IF WS-RULE-ACTIVE(WS-RULE-IDX)
                AND WS-RULE-DIVISOR(WS-RULE-IDX) = WS-LOOKUP-DIVISOR
                AND WS-RULE-LABEL(WS-RULE-IDX) = WS-LOOKUP-LABEL
            MOVE "Y" TO WS-RULE-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM.

0144-FIND-IN-BASE-RULES.
    *> the same question asked of the base night's snapshot - its
    *> own subscript, since the caller is walking WS-RULE-IDX
    MOVE "N" TO WS-RULE-FOUND-FLAG
    PERFORM VARYING WS-CHG-DIV-IDX FROM 1 BY 1
            UNTIL WS-CHG-DIV-IDX > IB-RULE-COUNT
        IF IB-RULE-ACTIVE-FLAG(WS-CHG-DIV-IDX) = "Y"
                AND IB-RULE-DIVISOR(WS-CHG-DIV-IDX) = WS-LOOKUP-DIVISOR
                AND IB-RULE-LABEL(WS-CHG-DIV-IDX) = WS-LOOKUP-LABEL
            MOVE "Y" TO WS-RULE-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM.

0145-ADD-CHANGED-DIVISOR.
    *> once per divisor - a relabelled divisor is found from both
    *> sides. A zero divisor divides nothing and is never kept
    MOVE "N" TO WS-RULE-FOUND-FLAG
    PERFORM VARYING WS-CHG-DIV-IDX FROM 1 BY 1
            UNTIL WS-CHG-DIV-IDX > WS-CHG-DIV-COUNT
        IF WS-CHG-DIVISOR(WS-CHG-DIV-IDX) = WS-LOOKUP-DIVISOR
            MOVE "Y" TO WS-RULE-FOUND-FLAG
            EXIT PERFORM
        END-IF
    END-PERFORM
    IF NOT WS-RULE-FOUND AND WS-LOOKUP-DIVISOR > 0
        ADD 1 TO WS-CHG-DIV-COUNT
        MOVE WS-LOOKUP-DIVISOR TO WS-CHG-DIVISOR(WS-CHG-DIV-COUNT)
    END-IF.

0146-LOAD-JOURNAL-CHANGES.
    *> every number-master ADD, CHANGE or RETIRE FBNUMMNT accepted
    *> after the base night started - any of them can change whose
    *> number it is, and so what FIZZOUT carries for it (or whether
    *> it is a collision). Rejected cards changed nothing
    OPEN INPUT MAINT-JOURNAL
    IF WS-MNTJNL-STATUS NOT = "00"
        DISPLAY "FIZZBUZZ: MNTJNL dataset not available - "
            "number-master changes cannot be seen"
        MOVE "Y" TO WS-FULL-RECLASSIFY-FLAG
    ELSE
        PERFORM UNTIL WS-MNTJNL-STATUS = "10"
            READ MAINT-JOURNAL
                AT END
                    MOVE "10" TO WS-MNTJNL-STATUS
                NOT AT END
                    IF MJ-NUMBER-MASTER AND MJ-ACCEPTED
                            AND MJ-RUN-TIMESTAMP > WS-BASE-TIMESTAMP
                            AND MJ-KEY(1:7) IS NUMERIC
                        ADD 1 TO WS-JOURNAL-CHANGE-COUNT
                        MOVE MJ-KEY(1:7) TO WS-CHG-CANDIDATE
                        PERFORM 0148-ADD-CHANGED-NUMBER
                    END-IF
            END-READ
        END-PERFORM
        CLOSE MAINT-JOURNAL
    END-IF.

0147-LOAD-GATEWAY-NUMBERS.
    *> numbers newly submitted through the gateway (FBNUMRCV's
    *> NUMBERS-IN dataset) are classified fresh tonight even if
    *> nothing else changed for them. Judged by the same edit a
    *> list-mode run applies; a range run has no suspense dataset,
    *> so a record that fails it, or a number outside the range,
    *> is only counted and displayed. No dataset, or DUMMY, simply
    *> means nothing was submitted
    OPEN INPUT NUMBERS-IN
    IF WS-NUMIN-STATUS = "00"
        PERFORM UNTIL WS-NUMIN-STATUS = "10"
            READ NUMBERS-IN
                AT END
                    MOVE "10" TO WS-NUMIN-STATUS
                NOT AT END
                    PERFORM 0260-EDIT-NUMBERS-RECORD
                    IF WS-NUMIN-VALID
                            AND WS-EDIT-VALUE >= WS-RUN-START
                            AND WS-EDIT-VALUE <= WS-RUN-END
                        ADD 1 TO WS-GATEWAY-COUNT
                        MOVE WS-EDIT-VALUE TO WS-CHG-CANDIDATE
                        PERFORM 0148-ADD-CHANGED-NUMBER
                    ELSE
                        ADD 1 TO WS-GATEWAY-IGNORED-COUNT
                    END-IF
            END-READ
        END-PERFORM
        CLOSE NUMBERS-IN
    END-IF.

0148-ADD-CHANGED-NUMBER.
    *> inserts WS-CHG-CANDIDATE into WS-CHANGED-NUMBERS in ascending
    *> order, once - a number outside tonight's range is nothing to
    *> this run. A list that would overflow makes the night a full
    *> run rather than stopping it
    IF WS-CHG-CANDIDATE >= WS-RUN-START
            AND WS-CHG-CANDIDATE <= WS-RUN-END
            AND NOT WS-FULL-RECLASSIFY
        MOVE WS-CHG-NUM-COUNT TO WS-CHG-NUM-IDX
        PERFORM UNTIL WS-CHG-NUM-IDX = 0
            IF WS-CHG-NUMBER(WS-CHG-NUM-IDX) <= WS-CHG-CANDIDATE
                EXIT PERFORM
            END-IF
            SUBTRACT 1 FROM WS-CHG-NUM-IDX
        END-PERFORM
        MOVE "N" TO WS-SEEN-FOUND-FLAG
        IF WS-CHG-NUM-IDX > 0
            IF WS-CHG-NUMBER(WS-CHG-NUM-IDX) = WS-CHG-CANDIDATE
                MOVE "Y" TO WS-SEEN-FOUND-FLAG
            END-IF
        END-IF
        IF NOT WS-SEEN-FOUND
            IF WS-CHG-NUM-COUNT >= 10000
                DISPLAY "FIZZBUZZ: MORE THAN 10000 CHANGED NUMBERS - "
                    "CLASSIFYING THE WHOLE RANGE"
                MOVE "Y" TO WS-FULL-RECLASSIFY-FLAG
            ELSE
                PERFORM VARYING WS-CHG-SHIFT-IDX FROM WS-CHG-NUM-COUNT
                        BY -1 UNTIL WS-CHG-SHIFT-IDX <= WS-CHG-NUM-IDX
                    MOVE WS-CHG-NUMBER(WS-CHG-SHIFT-IDX)
                        TO WS-CHG-NUMBER(WS-CHG-SHIFT-IDX + 1)
                END-PERFORM
                ADD 1 TO WS-CHG-NUM-COUNT
                MOVE WS-CHG-CANDIDATE TO WS-CHG-NUMBER(WS-CHG-NUM-IDX + 1)
            END-IF
        END-IF
    END-IF.

0950-ABORT-RUN.
    *> shared hard-error exit for a failure discovered after
    *> FIZZBUZZ-OUT/AUDIT-FILE/FIZZBUZZ-IDX are already open OUTPUT -
    *> don't get cataloged empty/incomplete as if they were valid output
    CLOSE FIZZBUZZ-OUT
    CLOSE AUDIT-FILE
    IF NOT WS-PARTITIONED
        CLOSE FIZZBUZZ-IDX
    END-IF
    IF WS-RUN-MODE-LIST
        *> the suspense dataset and number master are only open on a
        *> list-mode run
        CLOSE SUSPENSE-FILE
        CLOSE NUMBER-MASTER
    ELSE
        *> and the collision dataset, plus the master when the
        *> ownership check had it and the base night's output on an
        *> incremental run, only on a range run
        CLOSE COLLISION-FILE
        IF WS-OWNERSHIP-CHECKED
            CLOSE NUMBER-MASTER
        END-IF
        IF WS-PRIOR-OPEN
            CLOSE PRIOR-OUT
        END-IF
    END-IF
    MOVE 8 TO RETURN-CODE
    PERFORM 9000-WRITE-RUN-LEDGER
