      *  the date's postings; the date may then be posted again      *
      *  without the force parm, and an earlier backed-out date      *
      *  does not block later business dates.                        *
               88  runc-backed-out     value 'B' 'W'.
      *  'P' is appended by a copy of Main posting one partition of  *
      *  a TRANSPLT split: the partition is posted, but the date is  *
      *  not complete until POSTMRG has merged every partition and   *
      *  appended the date's 'C' (or 'F' when one is missing).       *
               88  runc-partition-done value 'P'.
      *  'O' is appended by ONLSWEEP when it starts, only to date    *
      *  the sweep's run-id: its postings belong to the business     *
      *  date it swept under, not the day its timestamp shows.  It   *
      *  says nothing about the date's posting, so the run guards    *
      *  and TRANBACK's choice of a date's run pass it by.           *
               88  runc-sweep-dated    value 'O'.
      *  'W' is appended by TRANBACK in place of 'B' when the run it *
      *  reversed was an ONLSWEEP run.  It carries the sweep's date  *
      *  but, like 'O', says nothing about the date's posting, so    *
      *  the run guards pass both by; the run-date tables still      *
      *  take it as that run's backout.                              *
               88  runc-sweep-backed-out value 'W'.
               88  runc-sweep-record   value 'O' 'W'.
      *  The partition number on the 'S', 'F' and 'P' records of a   *
      *  partitioned run; spaces on a single-stream run and on       *
      *  POSTMRG's record for the whole date.                        *
           05  runc-partition-id       pic x(02).
           05  filler                  pic x(55).
