      *****************************************************************
      *  YEHREC.CPY                                                  *
      *  Year-end history record, one appended to YEHIST by YECLOSE  *
      *  for every PERSUM account with year-to-date activity, before *
      *  its year-to-date buckets are reset: the final figures of    *
      *  the fiscal year ending with the given period, kept so the   *
      *  annual numbers can be answered for after the reset.         *
      *****************************************************************
       01  year-end-history-record.
           05  yeh-year-end-period     pic x(06).
           05  yeh-tran-id             pic x(08).
           05  yeh-dept-id             pic x(04).
           05  yeh-ytd-count           pic 9(06).
           05  yeh-ytd-sum             pic 9(08).
           05  yeh-ytd-difference      pic s9(08).
           05  yeh-ytd-product         pic 9(08).
           05  yeh-last-run-id         pic x(14).
           05  yeh-close-run-id        pic x(14).
           05  filler                  pic x(04).
