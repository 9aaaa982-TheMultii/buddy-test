      *****************************************************************
      *  SPLTREC.CPY                                                 *
      *  Split control file written by TRANSPLT when it partitions   *
      *  the edited input by department into the TRANSPnn streams    *
      *  that copies of Main post side by side.  The header names    *
      *  the business date, the run-id every partition posts under   *
      *  (so the date is still one run on RUNCTL, TRANMAS and the    *
      *  audit trail), the partition count and the records sent to   *
      *  each stream; one department record follows per department   *
      *  that sent a batch, naming the partition that owns it.       *
      *****************************************************************
       01  split-control-record.
           05  splt-record-type        pic x(08).
               88  splt-header         value '*SPLHDR*'.
               88  splt-dept           value '*SPLDPT*'.
           05  filler                  pic x(72).

       01  split-header-record.
           05  splh-record-type        pic x(08).
           05  splh-business-date      pic x(08).
           05  splh-run-id             pic x(14).
           05  splh-partition-count    pic 9(02).
           05  splh-input-count        pic 9(06).
           05  splh-part-count         pic 9(06) occurs 4 times.
           05  filler                  pic x(18).

      *  Records outside any batch, and a trailer that arrives with  *
      *  no batch open, always go to partition 01; so do released    *
      *  duplicates and approved items of a department with no       *
      *  department record.                                          *
       01  split-dept-record.
           05  spld-record-type        pic x(08).
           05  spld-dept-id            pic x(04).
           05  spld-partition          pic 9(02).
           05  spld-batch-count        pic 9(04).
           05  spld-record-count       pic 9(06).
           05  filler                  pic x(56).
