      *****************************************************************
      *  TRNDPRM.CPY                                                 *
      *  Parameter record for the DEPTTRND department trend report.  *
      *  Spaces in the business date compare the latest business     *
      *  date completed on RUNCTL.  The trailing days are the        *
      *  completed business dates before it that the averages cover; *
      *  zero or spaces mean 20, and no more than 60 are used.  A    *
      *  department is flagged when its count, sum or product for    *
      *  the day is more than the tolerance percent above or below   *
      *  its average (zero or spaces mean 50), or its exception rate *
      *  is more than the exception tolerance in points over its     *
      *  average rate (spaces mean 10).  A department that sent on   *
      *  at least the normal-sender percent of the trailing days     *
      *  (zero or spaces mean 50) is listed when it is missing from  *
      *  the day.                                                    *
      *****************************************************************
       01  trend-parm-record.
           05  trnp-business-date      pic x(08).
           05  trnp-trailing-days      pic x(03).
           05  trnp-tolerance-pct      pic x(03).
           05  trnp-exc-tolerance      pic x(03).
           05  trnp-normal-pct         pic x(03).
           05  filler                  pic x(60).
