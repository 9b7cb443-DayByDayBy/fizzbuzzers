      *> FBRULPND.cpy
      *> record layout for the pending rule-change dataset - FBRULMNT's
      *> two-person approval queue in front of RULES-FILE (FBRULES.cpy).
      *> Every RULE-TXN-FILE card FBRULMNT accepts is written here with
      *> status P instead of being applied, carrying who keyed it and
      *> when. An approval card (FBRULAPR.cpy) submitted on a later run
      *> by a DIFFERENT signed-on user approves or rejects it by
      *> PND-PENDING-ID; approved changes are
      *> applied to the rules dataset in the order they were keyed, on
      *> the same run the approval is read. A change still pending
      *> after the agreed number of days expires instead.
      *>
      *> PND-PENDING-ID is the keying date (YYYYMMDD) followed by a
      *> three-digit sequence within that date - the number the
      *> authorizer quotes on the approval card, printed on FBRULMNT's
      *> queue report. Resolved rows (applied, failed, rejected,
      *> expired) stay on the dataset through the day they were
      *> resolved, so the queue report still lists them and a second
      *> run that day cannot reissue a number; the first run of a later
      *> day drops them.
      *>
      *> PND-TRANSACTION is the RULE-TXN-RECORD image exactly as keyed
      *> (same shape as FBRULTXN.cpy), moved back into the transaction
      *> record when the change is applied.
       01 RULE-PENDING-RECORD.
           05 PND-PENDING-ID          PIC 9(11).
           05 PND-STATUS              PIC X.
               88 PND-PENDING                 VALUE "P".
               88 PND-APPROVED                VALUE "A".
               88 PND-APPLIED                 VALUE "D".
               88 PND-FAILED                  VALUE "F".
               88 PND-REJECTED                VALUE "R".
               88 PND-EXPIRED                 VALUE "E".
      *>       A is only ever held in storage between reading the
      *>       approval card and applying the change - F means the
      *>       change was approved but the maintenance edits refused
      *>       it when it came to be applied (eg its effective date
      *>       passed while it waited)
           05 PND-TRANSACTION.
               10 PND-ACTION          PIC X(6).
               10 PND-DIVISOR         PIC 9(3).
               10 PND-LABEL           PIC X(9).
               10 PND-EFFECTIVE-DATE  PIC 9(8).
               10 PND-KEYED-BY        PIC X(8).
           05 PND-KEYED-TIMESTAMP     PIC X(21).
           05 PND-AUTHORIZED-BY       PIC X(8).
           05 PND-RESOLVED-TIMESTAMP  PIC X(21).
           05 PND-REASON              PIC X(40).
