      *****************************************************************
      *  APPRREC.CPY                                                 *
      *  Held-for-approval record, keyed by transaction id and the   *
      *  business date it was held on.  Main holds here every        *
      *  transaction over one of its department's DEPTLIM approval   *
      *  limits instead of posting it.  A supervisor approves it on  *
      *  the APRVONL screen (status H -> A), and the next Main run   *
      *  posts it (A -> P), or declines it (H -> D) and it never     *
      *  posts.                                                      *
      *****************************************************************
       01  approval-hold-record.
           05  appr-key.
               10  appr-tran-id        pic x(08).
               10  appr-business-date  pic x(08).
           05  appr-status             pic x(01).
               88  appr-held           value 'H'.
               88  appr-approved       value 'A'.
               88  appr-declined       value 'D'.
               88  appr-posted         value 'P'.
           05  appr-dept-id            pic x(04).
           05  appr-a                  pic x(02).
           05  appr-b                  pic x(02).
           05  appr-sum                pic 9(03).
           05  appr-product            pic 9(04).
      *  The supervisor's decision on the APRVONL screen; spaces     *
      *  while the record is still held.                             *
           05  appr-decision-user      pic x(08).
           05  appr-decision-term      pic x(04).
           05  appr-decision-ts        pic x(14).
      *  Which limit the transaction broke and that limit's value    *
      *  ('SUM OVER LIMIT', 'PRODUCT OVER LIMIT', 'DAILY CEILING').  *
           05  appr-reason             pic x(20).
           05  appr-limit-value        pic 9(08).
      *  Main run that held the record, and the run that posted it   *
      *  after approval or first reported it declined.               *
           05  appr-run-id             pic x(14).
           05  appr-post-run-id        pic x(14).
           05  appr-tran-image         pic x(200).
           05  filler                  pic x(06).
