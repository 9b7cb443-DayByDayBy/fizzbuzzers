      *>
      *> NS-DEPARTMENT is the registered department id (FBDEPT.cpy);
      *> the trailer record carries *NIGHT* with the exception count
      *> in NS-DELTA-COUNT's columns; its NS-EXCEPTION-FLAG is what
      *> the scheduler holds the transmissions on, and is set for
      *> exceptions only - never for the collision or unacknowledged-
      *> feed counts, which are warnings. NS-RECON-FLAG is Y
      *> (reconciled), N (mismatch) or space (no counts seen for the
      *> department - its step never got as far as writing them).
      *> NS-COLLISION-COUNT is the department's range numbers the
      *> number master gives to another department (FBCOLL.cpy); the
      *> trailer carries the night's total there.
      *> NS-UNACKED-FEED-COUNT is the department's extract feeds the
      *> reporting team's system has not acknowledged within the agreed
      *> days (FBXTRESC.cpy); the trailer carries the night's total,
      *> which also counts feeds for departments with no record
      *> tonight (retired, or not due), as the collision total does.
       01 NIGHT-STATUS-RECORD.
           05 NS-RUN-DATE             PIC 9(8).
           05 NS-DEPARTMENT           PIC X(8).
           05 NS-SUSPENDED-COUNT      PIC 9(7).
           05 NS-EXCEPTION-FLAG       PIC X.
               88 NS-EXCEPTION                VALUE "Y".
           05 NS-COLLISION-COUNT      PIC 9(7).
           05 NS-UNACKED-FEED-COUNT   PIC 9(7).
