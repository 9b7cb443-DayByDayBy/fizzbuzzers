      *> one ADD/CHANGE/RETIRE request per record against the
      *> number-master dataset described by FBNUMMST.cpy, the same
      *> action vocabulary FBRULTXN.cpy uses against the rules dataset
      *>
      *> NMT-KEYED-BY is the user ID of whoever keyed the card.
      *> FBNUMMNT does not trust it: the maintenance journal
      *> (FBMNTJNL.cpy) is given the signed-on user the job runs under
      *> instead, and a run with no signed-on user applies nothing
       01 NUMBER-TXN-RECORD.
           05 NMT-ACTION              PIC X(6).
               88 NMT-ADD                     VALUE "ADD".
           05 NMT-NUMBER              PIC 9(7).
           05 NMT-DEPARTMENT          PIC X(8).
           05 NMT-DESCRIPTION         PIC X(30).
           05 NMT-KEYED-BY            PIC X(8).
