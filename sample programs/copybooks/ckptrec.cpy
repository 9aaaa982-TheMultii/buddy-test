           05  ckpt-ext-total-sum      pic 9(08).
           05  ckpt-ext-total-diff     pic s9(08).
           05  ckpt-ext-total-prod     pic 9(08).
      *  Resent tran-ids held as duplicates so far this run.        *
           05  ckpt-held-count         pic 9(04).
      *  Transactions held over a department approval limit so far. *
           05  ckpt-appr-held-count    pic 9(04).
