      *****************************************************************
      *  PRTNREC.CPY                                                 *
      *  Partition totals record, written to PARTTOT by a copy of    *
      *  Main posting one TRANSPLT partition: the partition's run    *
      *  summary, its extract-feed envelope totals and its           *
      *  department recap, for POSTMRG to combine into the night's   *
      *  one control report.                                         *
      *****************************************************************
       01  partition-totals-record.
           05  prtt-business-date      pic x(08).
           05  prtt-run-id             pic x(14).
           05  prtt-partition-id       pic x(02).
           05  prtt-record-count       pic 9(06).
           05  prtt-skip-count         pic 9(06).
           05  prtt-exception-count    pic 9(06).
           05  prtt-batches-balanced   pic 9(04).
           05  prtt-batches-rejected   pic 9(04).
           05  prtt-dup-held           pic 9(06).
           05  prtt-dup-posted         pic 9(06).
           05  prtt-appr-held          pic 9(06).
           05  prtt-appr-posted        pic 9(06).
           05  prtt-appr-declined      pic 9(06).
           05  prtt-hash-total-a       pic 9(08).
           05  prtt-hash-total-b       pic 9(08).
           05  prtt-total-sum          pic 9(08).
           05  prtt-total-difference   pic s9(08).
           05  prtt-total-product      pic 9(08).
      *  The rows this partition actually wrote to its EXTROUT       *
      *  piece, as declared on the piece's *EXTTRL* trailer.         *
           05  prtt-ext-count          pic 9(06).
           05  prtt-ext-total-sum      pic 9(08).
           05  prtt-ext-total-diff     pic s9(08).
           05  prtt-ext-total-prod     pic 9(08).
           05  prtt-dept-count         pic 9(02).
           05  prtt-dept-entry occurs 10 times.
               10  prtt-dept-id        pic x(04).
               10  prtt-dept-posted    pic 9(06).
               10  prtt-dept-suspended pic 9(06).
               10  prtt-dept-balanced  pic 9(04).
               10  prtt-dept-rejected  pic 9(04).
               10  prtt-dept-hash-a    pic 9(08).
               10  prtt-dept-hash-b    pic 9(08).
               10  prtt-dept-appr-held pic 9(06).
               10  prtt-dept-appr-ok   pic 9(06).
               10  prtt-dept-appr-dec  pic 9(06).
           05  filler                  pic x(18).
