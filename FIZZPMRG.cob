IDENTIFICATION DIVISION.       *> indicates identifying info to follow
PROGRAM-ID. FIZZPMRG.          *> the identifying information
ENVIRONMENT DIVISION.          *> indicates environment info to follow
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT PARM-FILE ASSIGN TO "PARMFILE"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PARM-STATUS.   *> the department's RUN-PARAMETERS card
    SELECT PARTITION-FILE ASSIGN TO "PARTCARD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PART-STATUS.   *> how many partitions to expect
    SELECT PARTITION-COUNTS ASSIGN TO "PARTSUMC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PSUMC-STATUS.  *> every partition's FIZZSUMC, concatenated
    SELECT PARTITION-LEDGER ASSIGN TO "PARTLEDG"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PLEDG-STATUS.  *> every partition's ledger rows, concatenated
    SELECT FIZZBUZZ-OUT ASSIGN TO "FIZZOUT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-FIZZOUT-STATUS. *> merged classification output
    SELECT AUDIT-FILE ASSIGN TO "FIZZAUD"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-AUDIT-STATUS.  *> merged audit trail
    SELECT FIZZBUZZ-IDX ASSIGN TO "FIZZIDX"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS IDX-NUMBER-VALUE
        FILE STATUS IS WS-FIZZIDX-STATUS. *> the department's lookup file
    SELECT SUMMARY-COUNTS-FILE ASSIGN TO "FIZZSUMC"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-SUMC-STATUS.   *> the department's counts, for FIZZSUM
    SELECT RUN-LEDGER-FILE ASSIGN TO "RUNLEDGR"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-LEDGER-STATUS. *> cumulative one-record-per-execution ledger
    SELECT PARTITION-BASES ASSIGN TO "PARTNEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-PBASE-STATUS.  *> every partition's INCNEXT, concatenated
    SELECT INCR-NEXT-FILE ASSIGN TO "INCNEXT"
        ORGANIZATION IS LINE SEQUENTIAL
        FILE STATUS IS WS-INCNEXT-STATUS. *> the department's next incremental base
DATA DIVISION.                 *> indicates data to follow
FILE SECTION.
FD  PARM-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "RUNPARM.cpy".
FD  PARTITION-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBPART.cpy".
FD  PARTITION-COUNTS
    LABEL RECORDS ARE STANDARD.
    COPY "FBSUMCNT.cpy" REPLACING ==SUMMARY-COUNTS-RECORD== BY ==PARTITION-COUNTS-RECORD==
                                  ==SC-DEPARTMENT==         BY ==PC-DEPARTMENT==
                                  ==SC-RUN-START==          BY ==PC-RUN-START==
                                  ==SC-RUN-END==            BY ==PC-RUN-END==
                                  ==SC-FIZZBUZZ-COUNT==     BY ==PC-FIZZBUZZ-COUNT==
                                  ==SC-FIZZ-COUNT==         BY ==PC-FIZZ-COUNT==
                                  ==SC-BUZZ-COUNT==         BY ==PC-BUZZ-COUNT==
                                  ==SC-PLAIN-COUNT==        BY ==PC-PLAIN-COUNT==
                                  ==SC-TOTAL-COUNT==        BY ==PC-TOTAL-COUNT==.
FD  PARTITION-LEDGER
    LABEL RECORDS ARE STANDARD.
    01 PARTITION-LEDGER-RECORD PIC X(99).
FD  FIZZBUZZ-OUT
    LABEL RECORDS ARE STANDARD.
    COPY "FBOUT.cpy".
FD  AUDIT-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBAUDIT.cpy".
FD  FIZZBUZZ-IDX.
    COPY "FBOUT.cpy" REPLACING ==FIZZBUZZ-OUTPUT-RECORD== BY ==FIZZBUZZ-INDEX-RECORD==
                               ==NUMBER-VALUE==           BY ==IDX-NUMBER-VALUE==
                               ==CLASSIFICATION-CODE==    BY ==IDX-CLASSIFICATION-CODE==
                               ==OWNING-DEPARTMENT==      BY ==IDX-DEPARTMENT==
                               ==NUMBER-DESCRIPTION==     BY ==IDX-DESCRIPTION==.
FD  SUMMARY-COUNTS-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBSUMCNT.cpy".
FD  RUN-LEDGER-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBLEDGER.cpy".
FD  PARTITION-BASES
    LABEL RECORDS ARE STANDARD.
    COPY "FBINCBAS.cpy" REPLACING ==INCREMENTAL-BASE-RECORD== BY ==PARTITION-BASE-RECORD==
                                  ==IB-DEPARTMENT==           BY ==PB-DEPARTMENT==
                                  ==IB-RUN-TIMESTAMP==        BY ==PB-RUN-TIMESTAMP==
                                  ==IB-PROCESSING-DATE==      BY ==PB-PROCESSING-DATE==
                                  ==IB-RULE-SNAPSHOT==        BY ==PB-RULE-SNAPSHOT==
                                  ==IB-RULE-COUNT==           BY ==PB-RULE-COUNT==
                                  ==IB-RULE-ENTRY==           BY ==PB-RULE-ENTRY==
                                  ==IB-RULE-DIVISOR==         BY ==PB-RULE-DIVISOR==
                                  ==IB-RULE-LABEL==           BY ==PB-RULE-LABEL==
                                  ==IB-RULE-ACTIVE-FLAG==     BY ==PB-RULE-ACTIVE-FLAG==.
FD  INCR-NEXT-FILE
    LABEL RECORDS ARE STANDARD.
    COPY "FBINCBAS.cpy".
WORKING-STORAGE SECTION.       *> indicates working storage
    01 WS-PARM-STATUS          PIC XX VALUE "00".
    01 WS-PART-STATUS          PIC XX VALUE "00".
    01 WS-PSUMC-STATUS         PIC XX VALUE "00".
    01 WS-PLEDG-STATUS         PIC XX VALUE "00".
    01 WS-FIZZOUT-STATUS       PIC XX VALUE "00".
    01 WS-AUDIT-STATUS         PIC XX VALUE "00".
    01 WS-FIZZIDX-STATUS       PIC XX VALUE "00".
    01 WS-SUMC-STATUS          PIC XX VALUE "00".
    01 WS-LEDGER-STATUS        PIC XX VALUE "00".
    01 WS-PBASE-STATUS         PIC XX VALUE "00".
    01 WS-INCNEXT-STATUS       PIC XX VALUE "00".
    *> the department's whole range and identity, off the same
    *> RUN-PARAMETERS card every partition read
    01 WS-RUN-START-RAW        PIC S9(9) VALUE 0.
    01 WS-RUN-END-RAW          PIC S9(9) VALUE 0.
    01 WS-RUN-START            PIC 9(7) VALUE 0.
    01 WS-RUN-END              PIC 9(7) VALUE 0.
    01 WS-JOB-ID               PIC X(8) VALUE "FIZZBUZZ".
    01 WS-RUN-DEPARTMENT       PIC X(8) VALUE SPACES.
    01 WS-RUN-TIMESTAMP        PIC X(21).
    01 WS-PARM-VALID-FLAG      PIC X VALUE "Y".
        88 WS-PARM-VALID               VALUE "Y".
        88 WS-PARM-INVALID             VALUE "N".
    01 WS-PARM-ERROR-MESSAGE   PIC X(60).
    01 WS-PART-NUMBER          PIC 9(2) VALUE 0.
    01 WS-PART-COUNT           PIC 9(2) VALUE 0.
    01 WS-SLICE-START          PIC 9(7) VALUE 0.
    01 WS-SLICE-END            PIC 9(7) VALUE 0.
    01 WS-EXPECTED-TOTAL       PIC 9(7) VALUE 0.
    *> one row per partition counts record read - a partition that
    *> completed wrote exactly one, for its own slice. Matched off
    *> against the slices FIZZPSPL says there should be; anything
    *> left unmatched is a stale or mis-carded partition
    01 WS-PCOUNT-TABLE.
        05 WS-PCOUNT-COUNT     PIC 9(3) VALUE 0.
        05 WS-PCOUNT-ENTRY OCCURS 99 TIMES.
            10 WS-PCOUNT-START         PIC 9(7).
            10 WS-PCOUNT-END           PIC 9(7).
            10 WS-PCOUNT-TOTAL         PIC 9(7).
            10 WS-PCOUNT-MATCHED-FLAG  PIC X.
    01 WS-PCOUNT-IDX           PIC 9(3) VALUE 0.
    01 WS-FOUND-FLAG           PIC X VALUE "N".
        88 WS-FOUND                    VALUE "Y".
    *> set by any check that means the merged datasets are not the
    *> department's range - the merge then stops RC=8 without writing
    *> FIZZSUMC, naming the partition to rerun. FIZZIDX is only
    *> loaded once every partition and the merged audit check out
    01 WS-MERGE-FAILED-FLAG    PIC X VALUE "N".
        88 WS-MERGE-FAILED             VALUE "Y".
    *> worst return code the partitions ledgered - a partition's RC=4
    *> (collisions on its COLLFILE) carries through to this step so
    *> the department's step still says so
    01 WS-WORST-PART-RC        PIC 9(4) VALUE 0.
    01 WS-LEDGER-ROWS          PIC 9(5) VALUE 0.
    01 WS-PREVIOUS-NUMBER      PIC 9(7) VALUE 0.
    01 WS-FIRST-RECORD-FLAG    PIC X VALUE "Y".
        88 WS-FIRST-RECORD             VALUE "Y".
    01 WS-RUN-COUNTS.
        05 WS-FIZZBUZZ-COUNT   PIC 9(7) VALUE 0.
        05 WS-FIZZ-COUNT       PIC 9(7) VALUE 0.
        05 WS-BUZZ-COUNT       PIC 9(7) VALUE 0.
        05 WS-PLAIN-COUNT      PIC 9(7) VALUE 0.
        05 WS-TOTAL-COUNT      PIC 9(7) VALUE 0.
    01 WS-AUDIT-COUNT          PIC 9(7) VALUE 0.
    01 WS-INDEXED-COUNT        PIC 9(7) VALUE 0.
    01 WS-PBASE-COUNT          PIC 9(3) VALUE 0.
    01 WS-PBASE-AGREE-FLAG     PIC X VALUE "Y".
        88 WS-PBASE-AGREE              VALUE "Y".
PROCEDURE DIVISION.            *> indicates procedure to follow
MAIN-LOGIC.                    *> main logic is the function/procedure in question
    *> merge step for a department whose range ran as concurrent
    *> partitions (FIZZPRT.jcl, FBPART.cpy). The partitions' FIZZOUT,
    *> audit and collision datasets arrive here already merged into
    *> number order by the SORT steps ahead of this one; this program
    *> is what makes the merged result stand in for a single-stream
    *> run. It
    *>   - checks every partition finished and reconciled its slice,
    *>   - checks the merged FIZZOUT and audit trail are the whole
    *>     range, ascending, once each,
    *>   - only once both have passed, loads FIZZIDX from the merged
    *>     FIZZOUT in a second pass (partitions cannot update the
    *>     shared cluster concurrently), skipping numbers another
    *>     department owns exactly as FIZZBUZZ would,
    *>   - appends the partitions' own ledger rows to the run ledger,
    *>   - writes the department's FIZZSUMC for its whole range, so
    *>     FIZZSUM, FIZZXTR and FIZZDELT downstream see nothing
    *>     different from a single-stream night,
    *>   - combines the partitions' incremental bases into the one
    *>     the department's next RUN-MODE "I" night starts from.
    *> A partition that is missing or did not reconcile fails the
    *> merge RC=8 and is named - rerun that partition alone (its own
    *> checkpoint restarts it) and then rerun this step
    MOVE FUNCTION CURRENT-DATE TO WS-RUN-TIMESTAMP
    PERFORM 0100-READ-RUN-PARAMETERS
    PERFORM 0150-READ-PARTITION-CARD
    PERFORM 0300-LOAD-PARTITION-COUNTS
    PERFORM 0400-CHECK-PARTITIONS
    IF WS-MERGE-FAILED
        PERFORM 0950-FAIL-MERGE
    END-IF
    PERFORM 0500-CHECK-MERGED-AUDIT
    IF NOT WS-MERGE-FAILED
        PERFORM 0600-CHECK-MERGED-OUTPUT
    END-IF
    IF NOT WS-MERGE-FAILED
        PERFORM 0660-INDEX-MERGED-OUTPUT
    END-IF
    IF WS-MERGE-FAILED
        PERFORM 0950-FAIL-MERGE
    END-IF
    PERFORM 0200-APPEND-PARTITION-LEDGER
    PERFORM 0700-WRITE-SUMMARY-COUNTS
    PERFORM 0750-COMBINE-INCREMENTAL-BASE
    DISPLAY "FIZZPMRG: " WS-PART-COUNT " PARTITIONS MERGED FOR "
        WS-RUN-DEPARTMENT " - " WS-TOTAL-COUNT " NUMBERS, "
        WS-INDEXED-COUNT " INDEXED"
    IF WS-WORST-PART-RC >= 4
        MOVE 4 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN.

0100-READ-RUN-PARAMETERS.
    *> unlike FIZZBUZZ there is no 1 TO 100 fallback here - the
    *> merge has to check against the range the partitions were
    *> actually given, and a missing card cannot say what that was
    OPEN INPUT PARM-FILE
    IF WS-PARM-STATUS NOT = "00"
        DISPLAY "FIZZPMRG: RUN-PARAMETERS card not available"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    READ PARM-FILE
        AT END
            DISPLAY "FIZZPMRG: RUN-PARAMETERS card is empty"
            CLOSE PARM-FILE
            MOVE 8 TO RETURN-CODE
            STOP RUN
    END-READ
    MOVE RUN-START TO WS-RUN-START-RAW
    MOVE RUN-END TO WS-RUN-END-RAW
    IF RUN-JOB-ID NOT = SPACES
        MOVE RUN-JOB-ID TO WS-JOB-ID
    END-IF
    MOVE RUN-DEPARTMENT TO WS-RUN-DEPARTMENT
    CLOSE PARM-FILE
    CALL "FIZZVAL" USING WS-RUN-START-RAW, WS-RUN-END-RAW,
                          WS-PARM-VALID-FLAG, WS-PARM-ERROR-MESSAGE
    IF WS-PARM-INVALID
        DISPLAY "FIZZPMRG: " WS-PARM-ERROR-MESSAGE
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    MOVE WS-RUN-START-RAW TO WS-RUN-START
    MOVE WS-RUN-END-RAW TO WS-RUN-END
    COMPUTE WS-EXPECTED-TOTAL = WS-RUN-END - WS-RUN-START + 1.

0150-READ-PARTITION-CARD.
    *> the partition count the department's partition jobs were
    *> submitted with - PART-NUMBER is not used here
    OPEN INPUT PARTITION-FILE
    IF WS-PART-STATUS = "00"
        READ PARTITION-FILE
            AT END
                CONTINUE
            NOT AT END
                IF PART-COUNT IS NUMERIC
                    MOVE PART-COUNT TO WS-PART-COUNT
                END-IF
        END-READ
        CLOSE PARTITION-FILE
    END-IF
    IF WS-PART-COUNT < 1
        DISPLAY "FIZZPMRG: PARTCARD carries no partition count"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

0200-APPEND-PARTITION-LEDGER.
    *> the partitions run as concurrent jobs and cannot all hold the
    *> shared ledger DISP=MOD at once, so each ledgers its executions
    *> (a restarted partition has more than one) on its own dataset
    *> and they are appended here once the merge has checked out.
    *> A failed merge leaves them where they are - a rerun partition
    *> adds to its own, and the partition datasets are only scratched
    *> after a clean merge - so every execution reaches the ledger
    *> exactly once however many times the merge is rerun. Same
    *> warn-and-carry-on stance as FIZZBUZZ's 9000-WRITE-RUN-LEDGER
    OPEN INPUT PARTITION-LEDGER
    IF WS-PLEDG-STATUS NOT = "00"
        DISPLAY "FIZZPMRG: no partition ledger rows to append"
    ELSE
        OPEN EXTEND RUN-LEDGER-FILE
        IF WS-LEDGER-STATUS NOT = "00"
            DISPLAY "FIZZPMRG: RUN-LEDGER dataset not available - "
                "the partitions will be missing from the run history"
        END-IF
        PERFORM UNTIL WS-PLEDG-STATUS = "10"
            READ PARTITION-LEDGER
                AT END
                    MOVE "10" TO WS-PLEDG-STATUS
                NOT AT END
                    ADD 1 TO WS-LEDGER-ROWS
                    MOVE PARTITION-LEDGER-RECORD TO RUN-LEDGER-RECORD
                    *> the return code worth carrying is the one each
                    *> partition came out with in the end - a
                    *> partition that failed and was rerun clean
                    *> shows up here as both rows, and a partition
                    *> that never recovered has already failed the
                    *> merge above
                    IF RL-RETURN-CODE < 8
                            AND RL-RETURN-CODE > WS-WORST-PART-RC
                        MOVE RL-RETURN-CODE TO WS-WORST-PART-RC
                    END-IF
                    IF WS-LEDGER-STATUS = "00"
                        WRITE RUN-LEDGER-RECORD
                    END-IF
            END-READ
        END-PERFORM
        CLOSE PARTITION-LEDGER
        IF WS-LEDGER-STATUS = "00"
            CLOSE RUN-LEDGER-FILE
        END-IF
    END-IF.

0300-LOAD-PARTITION-COUNTS.
    *> a partition writes its counts record only when it reaches the
    *> end of its slice, so "no record" means "did not finish"
    OPEN INPUT PARTITION-COUNTS
    IF WS-PSUMC-STATUS NOT = "00"
        DISPLAY "FIZZPMRG: no partition counts datasets - "
            "no partition has finished"
        MOVE "Y" TO WS-MERGE-FAILED-FLAG
    ELSE
        PERFORM UNTIL WS-PSUMC-STATUS = "10"
            READ PARTITION-COUNTS
                AT END
                    MOVE "10" TO WS-PSUMC-STATUS
                NOT AT END
                    PERFORM 0350-KEEP-ONE-PARTITION-COUNT
            END-READ
        END-PERFORM
        CLOSE PARTITION-COUNTS
    END-IF.

0350-KEEP-ONE-PARTITION-COUNT.
    IF PC-DEPARTMENT NOT = WS-RUN-DEPARTMENT
        DISPLAY "FIZZPMRG: PARTITION COUNTS FOR DEPARTMENT '"
            PC-DEPARTMENT "' ON " WS-RUN-DEPARTMENT
            "'S CONCATENATION - CHECK THE PARTSUMC DD"
        MOVE "Y" TO WS-MERGE-FAILED-FLAG
    ELSE
        IF WS-PCOUNT-COUNT >= 99
            DISPLAY "FIZZPMRG: MORE THAN 99 PARTITION COUNTS RECORDS "
                "- WIDEN WS-PCOUNT-TABLE"
            CLOSE PARTITION-COUNTS
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        ADD 1 TO WS-PCOUNT-COUNT
        MOVE PC-RUN-START TO WS-PCOUNT-START(WS-PCOUNT-COUNT)
        MOVE PC-RUN-END TO WS-PCOUNT-END(WS-PCOUNT-COUNT)
        MOVE PC-TOTAL-COUNT TO WS-PCOUNT-TOTAL(WS-PCOUNT-COUNT)
        MOVE "N" TO WS-PCOUNT-MATCHED-FLAG(WS-PCOUNT-COUNT)
    END-IF.

0400-CHECK-PARTITIONS.
    *> walks the slices FIZZPSPL says the range was cut into and
    *> looks for each one's counts record - a slice with none never
    *> finished, a slice whose total does not cover it came up short.
    *> Either way it is that partition, and only that one, to rerun
    PERFORM VARYING WS-PART-NUMBER FROM 1 BY 1
            UNTIL WS-PART-NUMBER > WS-PART-COUNT
        CALL "FIZZPSPL" USING WS-RUN-START, WS-RUN-END,
                              WS-PART-NUMBER, WS-PART-COUNT,
                              WS-SLICE-START, WS-SLICE-END,
                              WS-PARM-VALID-FLAG, WS-PARM-ERROR-MESSAGE
        IF WS-PARM-INVALID
            DISPLAY "FIZZPMRG: " WS-PARM-ERROR-MESSAGE
            MOVE 8 TO RETURN-CODE
            STOP RUN
        END-IF
        MOVE "N" TO WS-FOUND-FLAG
        PERFORM VARYING WS-PCOUNT-IDX FROM 1 BY 1
                UNTIL WS-PCOUNT-IDX > WS-PCOUNT-COUNT
            IF WS-PCOUNT-START(WS-PCOUNT-IDX) = WS-SLICE-START
                    AND WS-PCOUNT-END(WS-PCOUNT-IDX) = WS-SLICE-END
                    AND WS-PCOUNT-MATCHED-FLAG(WS-PCOUNT-IDX) = "N"
                MOVE "Y" TO WS-FOUND-FLAG
                MOVE "Y" TO WS-PCOUNT-MATCHED-FLAG(WS-PCOUNT-IDX)
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF NOT WS-FOUND
            DISPLAY "FIZZPMRG: PARTITION " WS-PART-NUMBER " ("
                WS-SLICE-START " THRU " WS-SLICE-END
                ") DID NOT FINISH - RERUN THAT PARTITION"
            MOVE "Y" TO WS-MERGE-FAILED-FLAG
        ELSE
            IF WS-PCOUNT-TOTAL(WS-PCOUNT-IDX)
                    NOT = WS-SLICE-END - WS-SLICE-START + 1
                DISPLAY "FIZZPMRG: PARTITION " WS-PART-NUMBER " ("
                    WS-SLICE-START " THRU " WS-SLICE-END
                    ") DID NOT RECONCILE - RERUN THAT PARTITION"
                MOVE "Y" TO WS-MERGE-FAILED-FLAG
            END-IF
        END-IF
    END-PERFORM
    PERFORM VARYING WS-PCOUNT-IDX FROM 1 BY 1
            UNTIL WS-PCOUNT-IDX > WS-PCOUNT-COUNT
        IF WS-PCOUNT-MATCHED-FLAG(WS-PCOUNT-IDX) = "N"
            *> a slice nobody asked for - a partition run under a
            *> different count or range card than this merge's
            DISPLAY "FIZZPMRG: PARTITION COUNTS FOR "
                WS-PCOUNT-START(WS-PCOUNT-IDX) " THRU "
                WS-PCOUNT-END(WS-PCOUNT-IDX)
                " MATCH NO PARTITION OF THIS RANGE - CHECK THE CARDS"
            MOVE "Y" TO WS-MERGE-FAILED-FLAG
        END-IF
    END-PERFORM.

0500-CHECK-MERGED-AUDIT.
    *> the audit trail goes to the archive and FIZZXTR's header
    *> comes off it, so it has to cover the range as exactly as
    *> FIZZOUT does
    OPEN INPUT AUDIT-FILE
    IF WS-AUDIT-STATUS NOT = "00"
        DISPLAY "FIZZPMRG: merged audit dataset not available"
        MOVE "Y" TO WS-MERGE-FAILED-FLAG
    ELSE
        MOVE "Y" TO WS-FIRST-RECORD-FLAG
        PERFORM UNTIL WS-AUDIT-STATUS = "10"
            READ AUDIT-FILE
                AT END
                    MOVE "10" TO WS-AUDIT-STATUS
                NOT AT END
                    ADD 1 TO WS-AUDIT-COUNT
                    IF AUDIT-NUMBER < WS-RUN-START
                            OR AUDIT-NUMBER > WS-RUN-END
                            OR (NOT WS-FIRST-RECORD
                                AND AUDIT-NUMBER <= WS-PREVIOUS-NUMBER)
                        DISPLAY "FIZZPMRG: MERGED AUDIT OUT OF RANGE OR "
                            "SEQUENCE AT " AUDIT-NUMBER
                        MOVE "Y" TO WS-MERGE-FAILED-FLAG
                        MOVE "10" TO WS-AUDIT-STATUS
                    END-IF
                    MOVE AUDIT-NUMBER TO WS-PREVIOUS-NUMBER
                    MOVE "N" TO WS-FIRST-RECORD-FLAG
            END-READ
        END-PERFORM
        CLOSE AUDIT-FILE
        IF WS-AUDIT-COUNT NOT = WS-EXPECTED-TOTAL
                AND NOT WS-MERGE-FAILED
            DISPLAY "FIZZPMRG: MERGED AUDIT HAS " WS-AUDIT-COUNT
                " RECORDS FOR A RANGE OF " WS-EXPECTED-TOTAL
            MOVE "Y" TO WS-MERGE-FAILED-FLAG
        END-IF
    END-IF.

0600-CHECK-MERGED-OUTPUT.
    *> first pass over the merged FIZZOUT: strictly ascending, inside
    *> the range, and as many records as the range has numbers is
    *> exactly "every number once" - tallied the same way
    *> FIZZBUZZ's 0500-WRITE-SUMMARY-COUNTS tallies. Nothing goes
    *> near FIZZIDX until this pass has found the whole range, so a
    *> short or out-of-order merge fails without re-stamping any of
    *> the department's entries
    OPEN INPUT FIZZBUZZ-OUT
    IF WS-FIZZOUT-STATUS NOT = "00"
        DISPLAY "FIZZPMRG: merged FIZZBUZZ-OUT dataset not available"
        MOVE "Y" TO WS-MERGE-FAILED-FLAG
    ELSE
        PERFORM 0610-READ-MERGED-OUTPUT
        CLOSE FIZZBUZZ-OUT
    END-IF
    IF WS-TOTAL-COUNT NOT = WS-EXPECTED-TOTAL
            AND NOT WS-MERGE-FAILED
        DISPLAY "FIZZPMRG: MERGED FIZZBUZZ-OUT HAS " WS-TOTAL-COUNT
            " RECORDS FOR A RANGE OF " WS-EXPECTED-TOTAL
        MOVE "Y" TO WS-MERGE-FAILED-FLAG
    END-IF.

0610-READ-MERGED-OUTPUT.
    MOVE "Y" TO WS-FIRST-RECORD-FLAG
    PERFORM UNTIL WS-FIZZOUT-STATUS = "10"
        READ FIZZBUZZ-OUT
            AT END
                MOVE "10" TO WS-FIZZOUT-STATUS
            NOT AT END
                IF NUMBER-VALUE < WS-RUN-START
                        OR NUMBER-VALUE > WS-RUN-END
                        OR (NOT WS-FIRST-RECORD
                            AND NUMBER-VALUE <= WS-PREVIOUS-NUMBER)
                    DISPLAY "FIZZPMRG: MERGED FIZZBUZZ-OUT OUT OF RANGE "
                        "OR SEQUENCE AT " NUMBER-VALUE
                    MOVE "Y" TO WS-MERGE-FAILED-FLAG
                    MOVE "10" TO WS-FIZZOUT-STATUS
                ELSE
                    MOVE NUMBER-VALUE TO WS-PREVIOUS-NUMBER
                    MOVE "N" TO WS-FIRST-RECORD-FLAG
                    PERFORM 0650-TALLY-OUTPUT-RECORD
                END-IF
        END-READ
    END-PERFORM.

0650-TALLY-OUTPUT-RECORD.
    ADD 1 TO WS-TOTAL-COUNT
    EVALUATE CLASSIFICATION-CODE
        WHEN "FIZZBUZZ"
            ADD 1 TO WS-FIZZBUZZ-COUNT
        WHEN "FIZZ"
            ADD 1 TO WS-FIZZ-COUNT
        WHEN "BUZZ"
            ADD 1 TO WS-BUZZ-COUNT
        WHEN OTHER
            ADD 1 TO WS-PLAIN-COUNT
    END-EVALUATE.

0660-INDEX-MERGED-OUTPUT.
    *> second pass, over a FIZZOUT the first pass has already found
    *> to be the whole range - indexed the same way FIZZBUZZ's
    *> 0200-CLASSIFY-NUMBER indexes
    OPEN INPUT FIZZBUZZ-OUT
    IF WS-FIZZOUT-STATUS NOT = "00"
        DISPLAY "FIZZPMRG: merged FIZZBUZZ-OUT dataset not available"
        MOVE "Y" TO WS-MERGE-FAILED-FLAG
    ELSE
        OPEN I-O FIZZBUZZ-IDX
        IF WS-FIZZIDX-STATUS NOT = "00"
            DISPLAY "FIZZPMRG: FIZZBUZZ-IDX cluster not available"
            MOVE "Y" TO WS-MERGE-FAILED-FLAG
        ELSE
            PERFORM UNTIL WS-FIZZOUT-STATUS = "10"
                READ FIZZBUZZ-OUT
                    AT END
                        MOVE "10" TO WS-FIZZOUT-STATUS
                    NOT AT END
                        PERFORM 0670-INDEX-OUTPUT-RECORD
                END-READ
            END-PERFORM
            CLOSE FIZZBUZZ-IDX
        END-IF
        CLOSE FIZZBUZZ-OUT
    END-IF.

0670-INDEX-OUTPUT-RECORD.
    *> a partition stamps the master's owner on a number another
    *> department owns (FBCOLL.cpy) - that department's FIZZIDX entry
    *> is not this range's to re-stamp, the same rule FIZZBUZZ keeps
    *> on a single-stream run
    IF OWNING-DEPARTMENT = WS-RUN-DEPARTMENT
        ADD 1 TO WS-INDEXED-COUNT
        MOVE FIZZBUZZ-OUTPUT-RECORD TO FIZZBUZZ-INDEX-RECORD
        WRITE FIZZBUZZ-INDEX-RECORD
            INVALID KEY
                *> already indexed by an earlier night - the current
                *> decision replaces it, as in FIZZBUZZ
                REWRITE FIZZBUZZ-INDEX-RECORD
                    INVALID KEY
                        DISPLAY "FIZZPMRG: FIZZBUZZ-IDX REWRITE FAILED "
                            "FOR " NUMBER-VALUE
                        CLOSE FIZZBUZZ-OUT
                        CLOSE FIZZBUZZ-IDX
                        PERFORM 0950-FAIL-MERGE
                END-REWRITE
        END-WRITE
    END-IF.

0700-WRITE-SUMMARY-COUNTS.
    *> the department's range and the merged tallies - the record
    *> FIZZBUZZ itself would have written had the range run as one
    OPEN OUTPUT SUMMARY-COUNTS-FILE
    MOVE WS-RUN-DEPARTMENT TO SC-DEPARTMENT
    MOVE WS-RUN-START TO SC-RUN-START
    MOVE WS-RUN-END TO SC-RUN-END
    MOVE WS-FIZZBUZZ-COUNT TO SC-FIZZBUZZ-COUNT
    MOVE WS-FIZZ-COUNT TO SC-FIZZ-COUNT
    MOVE WS-BUZZ-COUNT TO SC-BUZZ-COUNT
    MOVE WS-PLAIN-COUNT TO SC-PLAIN-COUNT
    MOVE WS-TOTAL-COUNT TO SC-TOTAL-COUNT
    WRITE SUMMARY-COUNTS-RECORD
    CLOSE SUMMARY-COUNTS-FILE.

0750-COMBINE-INCREMENTAL-BASE.
    *> each partition wrote the base it classified against for its own
    *> slice (FBINCBAS.cpy); the department's next incremental night
    *> needs one base for the whole range. It is only usable when
    *> every partition wrote one, for this department, on the same
    *> processing date and the same rule table, and none of them
    *> recorded a blank timestamp (a restarted run, or one without the
    *> ownership check) - one partition with no usable base leaves the
    *> whole department with none. Then the earliest partition start
    *> is the base timestamp, so a master change journaled while the
    *> partitions were still starting is picked up next time rather
    *> than missed. Anything else writes a no-base record and the next
    *> incremental night classifies the whole range. No PARTNEXT or
    *> INCNEXT DD, nothing to combine
    OPEN INPUT PARTITION-BASES
    IF WS-PBASE-STATUS NOT = "00"
        DISPLAY "FIZZPMRG: no partition bases - no incremental base "
            "written"
    ELSE
        OPEN OUTPUT INCR-NEXT-FILE
        IF WS-INCNEXT-STATUS NOT = "00"
            DISPLAY "FIZZPMRG: INCNEXT dataset not available - no "
                "incremental base written"
            CLOSE PARTITION-BASES
        ELSE
            MOVE 0 TO WS-PBASE-COUNT
            MOVE "Y" TO WS-PBASE-AGREE-FLAG
            MOVE SPACES TO INCREMENTAL-BASE-RECORD
            PERFORM UNTIL WS-PBASE-STATUS = "10"
                READ PARTITION-BASES
                    AT END
                        MOVE "10" TO WS-PBASE-STATUS
                    NOT AT END
                        ADD 1 TO WS-PBASE-COUNT
                        PERFORM 0760-FOLD-PARTITION-BASE
                END-READ
            END-PERFORM
            CLOSE PARTITION-BASES
            IF WS-PBASE-COUNT NOT = WS-PART-COUNT
                DISPLAY "FIZZPMRG: " WS-PBASE-COUNT " PARTITION BASES "
                    "FOR " WS-PART-COUNT " PARTITIONS"
                MOVE "N" TO WS-PBASE-AGREE-FLAG
            END-IF
            IF NOT WS-PBASE-AGREE
                DISPLAY "FIZZPMRG: PARTITION BASES DO NOT AGREE - NEXT "
                    "INCREMENTAL RUN WILL CLASSIFY THE WHOLE RANGE"
                MOVE WS-RUN-DEPARTMENT TO IB-DEPARTMENT
                MOVE SPACES TO IB-RUN-TIMESTAMP
            END-IF
            WRITE INCREMENTAL-BASE-RECORD
            CLOSE INCR-NEXT-FILE
        END-IF
    END-IF.

0760-FOLD-PARTITION-BASE.
    *> the first partition's base is the pattern the rest must match
    IF PB-DEPARTMENT NOT = WS-RUN-DEPARTMENT
            OR PB-RUN-TIMESTAMP = SPACES
        MOVE "N" TO WS-PBASE-AGREE-FLAG
    END-IF
    IF WS-PBASE-COUNT = 1
        MOVE PARTITION-BASE-RECORD TO INCREMENTAL-BASE-RECORD
    ELSE
        IF PB-PROCESSING-DATE NOT = IB-PROCESSING-DATE
                OR PB-RULE-SNAPSHOT NOT = IB-RULE-SNAPSHOT
            MOVE "N" TO WS-PBASE-AGREE-FLAG
        END-IF
        IF PB-RUN-TIMESTAMP < IB-RUN-TIMESTAMP
            MOVE PB-RUN-TIMESTAMP TO IB-RUN-TIMESTAMP
        END-IF
    END-IF.

0950-FAIL-MERGE.
    *> the merged datasets are not the department's range. The
    *> partitions' own ledger rows wait for a clean merge (and a
    *> partition that never started says nothing at all), so the merge
    *> ledgers the failure itself - run mode M, no volume, so
    *> FIZZOPS's classified totals are not double counted - which is
    *> what puts the department on FIZZNITE's exception page. No
    *> FIZZSUMC is written, and the (7,GT,...) checks downstream flush
    *> the rest of the department's night
    OPEN EXTEND RUN-LEDGER-FILE
    IF WS-LEDGER-STATUS NOT = "00"
        DISPLAY "FIZZPMRG: RUN-LEDGER dataset not available - "
            "the failed merge will be missing from the run history"
    ELSE
        MOVE WS-JOB-ID TO RL-JOB-ID
        MOVE WS-RUN-DEPARTMENT TO RL-DEPARTMENT
        MOVE WS-RUN-TIMESTAMP TO RL-RUN-TIMESTAMP
        MOVE "M" TO RL-RUN-MODE
        MOVE WS-RUN-START TO RL-RUN-START
        MOVE WS-RUN-END TO RL-RUN-END
        MOVE "N" TO RL-RESTARTED-FLAG
        MOVE 0 TO RL-FIZZBUZZ-COUNT
        MOVE 0 TO RL-FIZZ-COUNT
        MOVE 0 TO RL-BUZZ-COUNT
        MOVE 0 TO RL-PLAIN-COUNT
        MOVE 0 TO RL-TOTAL-COUNT
        MOVE 0 TO RL-SUSPENDED-COUNT
        MOVE 8 TO RL-RETURN-CODE
        WRITE RUN-LEDGER-RECORD
        CLOSE RUN-LEDGER-FILE
    END-IF
    DISPLAY "FIZZPMRG: MERGE FAILED FOR " WS-RUN-DEPARTMENT
        " - NO SUMMARY COUNTS WRITTEN"
    MOVE 8 TO RETURN-CODE
    STOP RUN.
