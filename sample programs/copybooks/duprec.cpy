      *****************************************************************
      *  DUPREC.CPY                                                  *
      *  Held-duplicates record, keyed by transaction id and the     *
      *  business date it was resent on.  When Main finds that an    *
      *  incoming tran-id was already posted on an earlier business  *
      *  date - on TRANMAS, or on the AUDITHST history once the      *
      *  master has been archived - the input is held here with the  *
      *  original run-id and date instead of overwriting the master  *
      *  and posting the amounts a second time.  A supervisor        *
      *  releases it on the DUPONL screen as a genuine correction    *
      *  (status H -> R), and the next Main run posts it (R -> P),   *
      *  or drops it (H -> D) and it never posts.                    *
      *****************************************************************
       01  held-duplicate-record.
           05  dupl-key.
               10  dupl-tran-id        pic x(08).
               10  dupl-business-date  pic x(08).
           05  dupl-status             pic x(01).
               88  dupl-held           value 'H'.
               88  dupl-released       value 'R'.
               88  dupl-dropped        value 'D'.
               88  dupl-posted         value 'P'.
           05  dupl-dept-id            pic x(04).
           05  dupl-a                  pic x(02).
           05  dupl-b                  pic x(02).
      *  The earlier posting the resend collided with: its run-id,   *
      *  that run's business date, and 'M' when it was found on      *
      *  TRANMAS or 'A' when only the AUDITHST history still has it. *
           05  dupl-orig-run-id        pic x(14).
           05  dupl-orig-date          pic x(08).
           05  dupl-orig-source        pic x(01).
      *  The supervisor's decision on the DUPONL screen; spaces      *
      *  while the record is still held.                             *
           05  dupl-decision-user      pic x(08).
           05  dupl-decision-term      pic x(04).
           05  dupl-decision-ts        pic x(14).
      *  Main run that held the record, and the run that posted it   *
      *  after release.                                              *
           05  dupl-run-id             pic x(14).
           05  dupl-post-run-id        pic x(14).
           05  dupl-tran-image         pic x(200).
           05  filler                  pic x(18).
