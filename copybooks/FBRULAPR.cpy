      *> FBRULAPR.cpy
      *> record layout for the rule-change approval card FBRULMNT reads
      *> off RULE-APPROVAL-FILE - one decision per card against a change
      *> waiting on the pending-change dataset (FBRULPND.cpy), quoted
      *> by the PND-PENDING-ID printed on the queue report.
      *>
      *> APR-AUTHORIZED-BY is overwritten by FBRULMNT with the signed-on
      *> user the job runs under, which must be someone other than the
      *> user who keyed the change; a card deciding one's own change,
      *> or a change queued on the same run, is refused and reported,
      *> and the change stays pending. APR-REASON is
      *> free text carried onto the pending row and the report - the
      *> authorizer's reason for a REJECT, or a sign-off reference.
       01 RULE-APPROVAL-RECORD.
           05 APR-DECISION            PIC X(7).
               88 APR-APPROVE                 VALUE "APPROVE".
               88 APR-REJECT                  VALUE "REJECT".
           05 APR-PENDING-ID          PIC 9(11).
           05 APR-AUTHORIZED-BY       PIC X(8).
           05 APR-REASON              PIC X(40).
