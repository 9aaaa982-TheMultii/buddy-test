           05  clsh-accounts-closed    pic 9(06).
           05  clsh-rolled-count       pic 9(08).
           05  clsh-rolled-sum         pic 9(10).
      *  'Y' on the record YECLOSE appends for a fiscal year-end,    *
      *  whose period is the year's last period and whose totals are *
      *  the year-to-date figures reset; spaces on a PERCLOSE        *
      *  month-end close.                                            *
           05  clsh-close-type         pic x(01).
               88  clsh-year-end       value 'Y'.
           05  filler                  pic x(26).
