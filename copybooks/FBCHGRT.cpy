      *> FBCHGRT.cpy
      *> record layout for the chargeback rate table - what Finance
      *> bills a department for batch classification service, read by
      *> FIZZCHRG at month end. Four charges: CR-RUN-RATE once per
      *> department per night that ledgered anything (FBLEDGER.cpy) -
      *> the several rows of a partitioned or restarted night are one
      *> run - CR-NUMBER-RATE per number classified
      *> (RL-TOTAL-COUNT - fractions of a cent, hence six decimals),
      *> CR-SUSPENSE-RATE per NUMBERS-IN card diverted to suspense
      *> (RL-SUSPENDED-COUNT) and CR-RESTART-RATE for every execution
      *> that was a restart.
      *>
      *> A department with no row of its own is billed at the DEFAULT
      *> row. Rows are effective-dated: each ledger row is priced at
      *> the department's (else DEFAULT's) row with the latest
      *> CR-EFFECTIVE-DATE on or before the run date, so a rate change
      *> takes effect from its date and old months re-bill at the old
      *> rates - never edit a row's rates, add a new dated row.
      *> CR-GL-ACCOUNT is the account the department's charges are
      *> debited to on the general ledger posting file (FBGLPOST.cpy);
      *> on a DEFAULT row it is the clearing account for departments
      *> that have not been given their own.
       01 CHARGE-RATE-RECORD.
           05 CR-DEPARTMENT           PIC X(8).
               88 CR-DEFAULT-RATE             VALUE "DEFAULT".
           05 CR-EFFECTIVE-DATE       PIC 9(8).
           05 CR-RUN-RATE             PIC 9(5)V99.
           05 CR-NUMBER-RATE          PIC 9(1)V9(6).
           05 CR-SUSPENSE-RATE        PIC 9(3)V99.
           05 CR-RESTART-RATE         PIC 9(5)V99.
           05 CR-GL-ACCOUNT           PIC X(10).
