      *> one ADD/CHANGE/RETIRE request per record against the
      *> department registry described by FBDEPT.cpy, the same action
      *> vocabulary FBNUMTXN.cpy and FBRULTXN.cpy use
      *>
      *> DPT-KEYED-BY is the user ID of whoever keyed the card.
      *> FBDPTMNT does not trust it: the maintenance journal
      *> (FBMNTJNL.cpy) is given the signed-on user the job runs under
      *> instead, and a run with no signed-on user applies nothing
       01 DEPT-TXN-RECORD.
           05 DPT-ACTION              PIC X(6).
               88 DPT-ADD                     VALUE "ADD".
           05 DPT-RUN-MODE            PIC X.
           05 DPT-SCHEDULE            PIC X(8).
           05 DPT-PARM-MEMBER         PIC X(8).
           05 DPT-KEYED-BY            PIC X(8).
