      *****************************************************************
      *  ONLJREC.CPY                                                 *
      *  Online journal, one record for every A/B pair stored from   *
      *  the TRANONL screen.  The screen's own arithmetic only       *
      *  updates TRANMAS; the ONLSWEEP batch step reads the journal  *
      *  and posts each pending entry under the department's         *
      *  CALCRULE rule to AUDITOUT, PERSUM and EXTROUT for the       *
      *  night's business date, so online stores reach the ledger    *
      *  and the period statements like any batch transaction.       *
      *****************************************************************
       01  online-journal-record.
           05  onlj-key.
               10  onlj-timestamp      pic x(14).
               10  onlj-tran-id        pic x(08).
           05  onlj-status             pic x(01).
               88  onlj-pending        value 'J'.
               88  onlj-posted         value 'P'.
               88  onlj-suspended      value 'S'.
           05  onlj-user-id            pic x(08).
           05  onlj-term-id            pic x(04).
           05  onlj-action             pic x(01).
           05  onlj-dept-id            pic x(04).
           05  onlj-a                  pic 9(02).
           05  onlj-b                  pic 9(02).
      *  The figures the screen showed the operator, kept so the     *
      *  sweep report can set them beside the rule-driven result.    *
           05  onlj-sum                pic 9(03).
           05  onlj-difference         pic s9(03).
           05  onlj-product            pic 9(04).
           05  onlj-quotient           pic 999v99.
      *  Filled in by ONLSWEEP when the entry is posted or sent to   *
      *  suspense; spaces while the entry is still pending.          *
           05  onlj-sweep-run-id       pic x(14).
           05  onlj-business-date      pic x(08).
           05  filler                  pic x(19).
