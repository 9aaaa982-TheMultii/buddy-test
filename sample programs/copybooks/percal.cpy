           05  pcal-stmt-run-date      pic x(08).
           05  pcal-closed-run-id      pic x(14).
           05  pcal-closed-override    pic x(01).
      *  'Y' on the last period of a fiscal year; YECLOSE will only  *
      *  close the year on a period so marked, once it is closed.    *
           05  pcal-year-end-flag      pic x(01).
               88  pcal-fiscal-year-end value 'Y'.
           05  filler                  pic x(32).
