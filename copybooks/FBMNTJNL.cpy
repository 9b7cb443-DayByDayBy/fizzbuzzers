      *> FBMNTJNL.cpy
      *> record layout for the shared maintenance journal - one record
      *> per maintenance transaction FBNUMMNT, FBDPTMNT or FBRULMNT
      *> processes, accepted or rejected, appended (OPEN EXTEND against
      *> DISP=MOD) to the one cumulative MNTJNL dataset all three share,
      *> allocated once by jcl/FIZZDEF.jcl like RUNLEDGR. The masters
      *> are REWRITTEN in place, so this is the only place a record's
      *> earlier contents survive - what NM-DEPARTMENT said before a
      *> number moved, who retired a department, why a card was turned
      *> away after the job log has scrolled off. FBMNTRPT turns it into
      *> the maintenance activity report by master file and department.
      *>
      *> MJ-BEFORE-IMAGE / MJ-AFTER-IMAGE are the master record as it
      *> stood before and after the transaction, in that master's own
      *> layout (FBNUMMST.cpy, FBDEPT.cpy, FBRULES.cpy) - spaces where
      *> there was no record (the before side of an ADD, the after side
      *> of anything rejected). A rules CHANGE that splits a window
      *> touches two rows: the after image then carries the closed-off
      *> existing row followed by the new row, 29 bytes each.
      *> MJ-TRANSACTION is the card image as keyed. MJ-KEYED-BY (and
      *> MJ-AUTHORIZED-BY, for rules) is the signed-on user the
      *> maintenance job ran under, never the user columns on the
      *> card.
      *>
      *> MJ-DEPARTMENT is the department the change belongs to - the
      *> number's owner (the new owner, for a CHANGE that moves it;
      *> the before image shows the old one, and FBMNTRPT counts the
      *> move under both), the department being maintained, or the
      *> department whose rules member FBRULMNT was run against.
      *> MJ-OUTCOME QUEUED/EXPIRED only occur for rules, which pass
      *> through FBRULMNT's approval queue first.
       01 MAINT-JOURNAL-RECORD.
           05 MJ-RUN-TIMESTAMP        PIC X(21).
           05 MJ-PROGRAM              PIC X(8).
           05 MJ-MASTER-FILE          PIC X(8).
               88 MJ-NUMBER-MASTER            VALUE "NUMMST".
               88 MJ-DEPT-MASTER              VALUE "DEPTMST".
               88 MJ-RULES-FILE               VALUE "RULESFIL".
           05 MJ-DEPARTMENT           PIC X(8).
           05 MJ-ACTION               PIC X(6).
           05 MJ-KEY                  PIC X(8).
           05 MJ-OUTCOME              PIC X(8).
               88 MJ-ACCEPTED                 VALUE "ACCEPTED".
               88 MJ-REJECTED                 VALUE "REJECTED".
               88 MJ-QUEUED                   VALUE "QUEUED".
               88 MJ-EXPIRED                  VALUE "EXPIRED".
           05 MJ-REASON               PIC X(40).
           05 MJ-KEYED-BY             PIC X(8).
           05 MJ-AUTHORIZED-BY        PIC X(8).
           05 MJ-TRANSACTION          PIC X(80).
           05 MJ-BEFORE-IMAGE         PIC X(80).
           05 MJ-AFTER-IMAGE          PIC X(80).
