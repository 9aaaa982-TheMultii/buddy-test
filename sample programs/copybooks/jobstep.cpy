      *****************************************************************
      *  JOBSTEP.CPY                                                 *
      *  Step table record for the JOBCTL nightly cycle controller,  *
      *  one per step in the order the steps run.  The command is    *
      *  what the controller hands to the system to run the step;    *
      *  a step ending with a return code over its maximum stops the *
      *  chain.  With no JOBSTEP file the controller runs its own    *
      *  built-in table of the standard cycle.                       *
      *****************************************************************
       01  job-step-record.
           05  jstp-step-seq           pic 9(02).
           05  jstp-step-name          pic x(08).
           05  jstp-command            pic x(40).
           05  jstp-max-rc             pic 9(02).
      *  'P' runs the step only when the business date is the last   *
      *  day of its accounting period, 'Y' only when that period is  *
      *  also marked on PERCAL as the fiscal year-end; spaces run it *
      *  every night.                                                *
           05  jstp-schedule           pic x(01).
               88  jstp-every-night    value ' '.
               88  jstp-period-end     value 'P'.
               88  jstp-year-end       value 'Y'.
      *  'R' passes R (restart from checkpoint) when the step is     *
      *  rerun after it failed part-way through a posting; 'P'       *
      *  passes the id of the period ending on the business date.    *
           05  jstp-parm-type          pic x(01).
               88  jstp-parm-restart   value 'R'.
               88  jstp-parm-period    value 'P'.
      *  'Y' when the step records its run on RUNCTL: the step only  *
      *  counts as completed once RUNCTL shows the business date     *
      *  completed, and it is never run again once it does.          *
           05  jstp-runctl-check       pic x(01).
               88  jstp-uses-runctl    value 'Y'.
           05  filler                  pic x(25).
