      *****************************************************************
      *  CHLPRM.CPY                                                  *
      *  Selection parameter record for the CHLGRPT operator         *
      *  activity and security violation report.  Spaces in the      *
      *  operator id select every operator; spaces in a date leave   *
      *  that end of the change-log date range open.  The shift      *
      *  bounds are HHMM (an end earlier than the start is a shift   *
      *  running over midnight); spaces mean 0700 to 1900.  Denials  *
      *  at or over the limit flag the operator; zero or spaces mean *
      *  3.  Activity from a terminal not in the list is flagged;    *
      *  an empty list leaves terminals unchecked.                   *
      *****************************************************************
       01  chlog-parm-record.
           05  chlp-user-id            pic x(08).
           05  chlp-date-from          pic x(08).
           05  chlp-date-to            pic x(08).
           05  chlp-shift-start        pic x(04).
           05  chlp-shift-end          pic x(04).
           05  chlp-denial-limit       pic x(02).
           05  chlp-terminal-list.
               10  chlp-terminal       pic x(04) occurs 10 times.
           05  filler                  pic x(06).
