      *****************************************************************
      *  JOBSREC.CPY                                                 *
      *  Job-status record, appended to JOBSTAT by the JOBCTL        *
      *  controller when each step of the nightly cycle starts and   *
      *  again when it ends.  The latest record for a step and       *
      *  business date is its status: a rerun of the cycle skips     *
      *  the steps already completed and resumes at the one that     *
      *  failed or never finished.                                   *
      *****************************************************************
       01  job-status-record.
           05  jobs-business-date      pic x(08).
           05  jobs-cycle-id           pic x(14).
           05  jobs-step-seq           pic 9(02).
           05  jobs-step-name          pic x(08).
           05  jobs-start-ts           pic x(14).
           05  jobs-end-ts             pic x(14).
           05  jobs-return-code        pic 9(04).
           05  jobs-status             pic x(01).
               88  jobs-started        value 'S'.
               88  jobs-completed      value 'C'.
               88  jobs-failed         value 'F'.
      *  'N' records a period-end step passed over on an ordinary    *
      *  night.                                                      *
               88  jobs-not-due        value 'N'.
           05  filler                  pic x(15).
