      *> arrives, so an approved change can be keyed as soon as it is
      *> signed off without going live early. Zero means "effective
      *> immediately", the historical behavior.
      *>
      *> TXN-KEYED-BY is the user ID of whoever keyed the card. FBRULMNT
      *> overwrites whatever is punched here with the signed-on user
      *> the job runs under, and does not apply a card on the run that
      *> reads it - the card is queued on the pending-change dataset
      *> (FBRULPND.cpy) under that ID and only applied once a different
      *> user's approval card (FBRULAPR.cpy) releases it on a later
      *> run, so no one person can change the rules alone. A card is
      *> never queued by a job with no signed-on user. FBRULSIM reads
      *> the same deck and ignores the column.
       01 RULE-TXN-RECORD.
           05 TXN-ACTION              PIC X(6).
               88 TXN-ADD                     VALUE "ADD".
           05 TXN-DIVISOR             PIC 9(3).
           05 TXN-LABEL               PIC X(9).
           05 TXN-EFFECTIVE-DATE      PIC 9(8).
           05 TXN-KEYED-BY            PIC X(8).
