      *****************************************************************
      *  DEPTLIM.CPY                                                 *
      *  Department approval limit record, keyed by department.  A   *
      *  transaction whose sum or product is over its department's   *
      *  per-transaction limit, or whose sum would take the          *
      *  department's posted total for the business date over the    *
      *  daily ceiling, is not posted by Main but held on APPRHLD    *
      *  for a supervisor's approval.  Zero in a limit means that    *
      *  limit is not checked; a department with no record here is   *
      *  not limited at all.  Details sent outside a batch are       *
      *  limited under the '----' department.                        *
      *****************************************************************
       01  dept-limit-record.
           05  dlim-key.
               10  dlim-dept-id        pic x(04).
           05  dlim-max-sum            pic 9(03).
           05  dlim-max-product        pic 9(04).
           05  dlim-daily-ceiling      pic 9(08).
           05  filler                  pic x(61).
