       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOBCTL.

      *****************************************************************
      *  Nightly cycle controller.  Runs the steps of the nightly    *
      *  cycle for the CTLPARM business date from a step table       *
      *  (the JOBSTEP file, or the built-in standard cycle when      *
      *  there is none): TRANEDIT, Main, ONLSWEEP, DEPTTRND,         *
      *  SUSPREP and GLRECON every night, then PERRPT and PERCLOSE   *
      *  when the business date ends its PERCAL accounting period,   *
      *  and YECLOSE when that period is the fiscal year-end.  Each  *
      *  step's start, end, return code and status are appended to   *
      *  the JOBSTAT job-status file, and the chain stops at the     *
      *  first step whose return code is over the step's maximum.    *
      *  Run again for the same date, the controller skips the       *
      *  steps already completed and resumes at the failed one; a    *
      *  Main the RUNCTL run control already shows completed is      *
      *  never run twice.  It refuses a new business date while the  *
      *  previous date's cycle is unfinished, unless the F parm      *
      *  forces it.  The JOBRPT cycle summary shows every step and   *
      *  where the chain stopped.                                    *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ctl-file ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-ctl-status.
           SELECT OPTIONAL jstp-file ASSIGN TO "JOBSTEP"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-jstp-status.
           SELECT OPTIONAL jobs-file ASSIGN TO "JOBSTAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-jobs-status.
           SELECT OPTIONAL runc-file ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-runc-status.
           SELECT OPTIONAL pcal-file ASSIGN TO "PERCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcal-period-id
               FILE STATUS IS ws-pcal-status.
           SELECT rpt-file ASSIGN TO "JOBRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  ctl-file
           RECORDING MODE IS F.
       COPY "ctlrec.cpy".

       FD  jstp-file
           RECORDING MODE IS F.
       COPY "jobstep.cpy".

       FD  jobs-file
           RECORDING MODE IS F.
       COPY "jobsrec.cpy".

       FD  runc-file
           RECORDING MODE IS F.
       COPY "runrec.cpy".

       FD  pcal-file.
       COPY "percal.cpy".

       FD  rpt-file
           RECORDING MODE IS F.
       01  rpt-record PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-ctl-status PIC X(02) VALUE '00'.
       77 ws-jstp-status PIC X(02) VALUE '00'.
       77 ws-jobs-status PIC X(02) VALUE '00'.
       77 ws-runc-status PIC X(02) VALUE '00'.
       77 ws-pcal-status PIC X(02) VALUE '00'.
       77 ws-rpt-status PIC X(02) VALUE '00'.
       77 ws-status-check-code PIC X(02).
       77 ws-status-check-file-id PIC X(08).

       77 ws-run-id PIC X(14).
       77 ws-run-date PIC X(10).
       77 ws-cycle-parm PIC X(08) VALUE SPACES.
       77 ws-business-date PIC X(08) VALUE SPACES.
       77 ws-period-id PIC X(06) VALUE SPACES.
       77 ws-period-end-flag PIC X(01) VALUE 'N'.
           88 period-end-date VALUE 'Y'.
       77 ws-year-end-flag PIC X(01) VALUE 'N'.
           88 year-end-date VALUE 'Y'.
       77 ws-next-date PIC 9(08) VALUE ZERO.
       77 ws-jstp-eof-flag PIC X(01) VALUE 'N'.
           88 jstp-eof VALUE 'Y'.
       77 ws-jobs-eof-flag PIC X(01) VALUE 'N'.
           88 jobs-eof VALUE 'Y'.
       77 ws-runc-eof-flag PIC X(01) VALUE 'N'.
           88 runc-eof VALUE 'Y'.
       77 ws-pcal-eof-flag PIC X(01) VALUE 'N'.
           88 pcal-eof VALUE 'Y'.
       77 ws-pcal-found-flag PIC X(01) VALUE 'N'.
           88 pcal-found VALUE 'Y'.
       77 ws-runc-date-status PIC X(01) VALUE SPACES.
       77 ws-stopped-flag PIC X(01) VALUE 'N'.
           88 cycle-stopped VALUE 'Y'.
       77 ws-stopped-step PIC X(08) VALUE SPACES.

      *    The standard nightly cycle, used when there is no JOBSTEP
      *    file; each entry is laid out as the first 55 bytes of a
      *    JOBSTEP record.
       01 ws-default-step-table.
           05 FILLER PIC X(10) VALUE '01TRANEDIT'.
           05 FILLER PIC X(40) VALUE 'TRANEDIT'.
           05 FILLER PIC X(05) VALUE '04   '.
           05 FILLER PIC X(10) VALUE '02MAIN    '.
           05 FILLER PIC X(40) VALUE 'Main'.
           05 FILLER PIC X(05) VALUE '04 RY'.
           05 FILLER PIC X(10) VALUE '03ONLSWEEP'.
           05 FILLER PIC X(40) VALUE 'ONLSWEEP'.
           05 FILLER PIC X(05) VALUE '04   '.
           05 FILLER PIC X(10) VALUE '04DEPTTRND'.
           05 FILLER PIC X(40) VALUE 'DEPTTRND'.
           05 FILLER PIC X(05) VALUE '04   '.
           05 FILLER PIC X(10) VALUE '05SUSPREP '.
           05 FILLER PIC X(40) VALUE 'SUSPREP'.
           05 FILLER PIC X(05) VALUE '04   '.
           05 FILLER PIC X(10) VALUE '06GLRECON '.
           05 FILLER PIC X(40) VALUE 'GLRECON'.
           05 FILLER PIC X(05) VALUE '04   '.
           05 FILLER PIC X(10) VALUE '07PERRPT  '.
           05 FILLER PIC X(40) VALUE 'PERRPT'.
           05 FILLER PIC X(05) VALUE '04P  '.
           05 FILLER PIC X(10) VALUE '08PERCLOSE'.
           05 FILLER PIC X(40) VALUE 'PERCLOSE'.
           05 FILLER PIC X(05) VALUE '04PP '.
           05 FILLER PIC X(10) VALUE '09YECLOSE '.
           05 FILLER PIC X(40) VALUE 'YECLOSE'.
           05 FILLER PIC X(05) VALUE '04YP '.
       01 ws-default-steps REDEFINES ws-default-step-table.
           05 ws-default-step PIC X(55) OCCURS 9 TIMES.
       77 ws-default-step-count PIC 9(02) VALUE 9.

       77 ws-step-table-max PIC 9(02) VALUE 20.
       77 ws-step-count PIC 9(02) VALUE ZERO.
       77 ws-step-idx PIC 9(02) VALUE ZERO.
       77 ws-step-slot PIC 9(02) VALUE ZERO.
       01 ws-step-table.
           05 ws-step-entry OCCURS 20 TIMES.
               10 ws-step-seq PIC 9(02).
               10 ws-step-name PIC X(08).
               10 ws-step-command PIC X(40).
               10 ws-step-max-rc PIC 9(02).
               10 ws-step-schedule PIC X(01).
               10 ws-step-parm-type PIC X(01).
               10 ws-step-runctl-check PIC X(01).
               10 ws-step-prev-status PIC X(01).
               10 ws-step-start-ts PIC X(14).
               10 ws-step-end-ts PIC X(14).
               10 ws-step-rc PIC 9(04).
               10 ws-step-result PIC X(28).

      *    Latest status of each step on the most recent earlier
      *    business date on JOBSTAT, for the unfinished-cycle guard.
       77 ws-prior-date PIC X(08) VALUE SPACES.
       77 ws-prior-count PIC 9(02) VALUE ZERO.
       77 ws-prior-idx PIC 9(02) VALUE ZERO.
       77 ws-prior-slot PIC 9(02) VALUE ZERO.
       77 ws-prior-unfinished PIC X(08) VALUE SPACES.
       01 ws-prior-table.
           05 ws-prior-entry OCCURS 20 TIMES.
               10 ws-prior-step-name PIC X(08).
               10 ws-prior-status PIC X(01).

       77 ws-command PIC X(60) VALUE SPACES.
       77 ws-step-parm PIC X(08) VALUE SPACES.
       77 ws-system-rc PIC S9(09) COMP VALUE ZERO.
       77 ws-highest-rc PIC 9(04) VALUE ZERO.
       77 ws-final-status PIC X(01) VALUE SPACES.

       77 ws-steps-run PIC 9(04) VALUE ZERO.
       77 ws-steps-earlier PIC 9(04) VALUE ZERO.
       77 ws-steps-not-due PIC 9(04) VALUE ZERO.
       77 ws-steps-failed PIC 9(04) VALUE ZERO.
       77 ws-steps-not-reached PIC 9(04) VALUE ZERO.

       77 ws-page-count PIC 9(04) VALUE ZERO.
       77 ws-page-count-ed PIC ZZZ9.
       77 ws-line-count PIC 9(02) VALUE ZERO.
       77 ws-lines-per-page PIC 9(02) VALUE 20.
       77 ws-prnt-line PIC X(132).
       77 ws-max-rc-ed PIC Z9.
       77 ws-rc-ed PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
           PERFORM VARYING ws-step-idx FROM 1 BY 1
                   UNTIL ws-step-idx > ws-step-count OR cycle-stopped
               PERFORM 2000-run-step
           END-PERFORM
           PERFORM 9000-terminate
           STOP RUN.

       1000-initialize.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           STRING ws-run-id(1:4) '-' ws-run-id(5:2) '-' ws-run-id(7:2)
               DELIMITED BY SIZE INTO ws-run-date
           ACCEPT ws-cycle-parm FROM COMMAND-LINE
           PERFORM 1050-read-control-record
           PERFORM 1100-load-step-table
           PERFORM 1200-find-period
           PERFORM 1300-load-job-status
           IF ws-prior-unfinished NOT = SPACES
                   AND ws-cycle-parm(1:1) NOT = 'F'
               DISPLAY 'CYCLE FOR BUSINESS DATE ' ws-prior-date
                   ' STOPPED AT STEP ' ws-prior-unfinished
                   ' - F PARM FORCES THIS CYCLE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT rpt-file
           MOVE ws-rpt-status TO ws-status-check-code
           MOVE 'JOBRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           PERFORM 3000-print-headers.

      *    The cycle runs for the business date every step reads
      *    from CTLPARM; spaces or zeros mean the machine date, as
      *    they do for Main.
       1050-read-control-record.
           OPEN INPUT ctl-file
           IF ws-ctl-status NOT = '00' AND ws-ctl-status NOT = '05'
               DISPLAY 'ERROR OPENING CTLPARM - STATUS: '
                   ws-ctl-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ctl-file
               AT END CONTINUE
               NOT AT END MOVE ctl-business-date TO ws-business-date
           END-READ
           CLOSE ctl-file
           IF ws-business-date = SPACES
                   OR ws-business-date = '00000000'
               MOVE ws-run-id(1:8) TO ws-business-date
           END-IF.

       1100-load-step-table.
           MOVE ZERO TO ws-step-count
           MOVE 'N' TO ws-jstp-eof-flag
           OPEN INPUT jstp-file
           IF ws-jstp-status NOT = '00' AND ws-jstp-status NOT = '05'
               DISPLAY 'ERROR OPENING JOBSTEP - STATUS: '
                   ws-jstp-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-jstp-status = '05'
               SET jstp-eof TO TRUE
           END-IF
           PERFORM UNTIL jstp-eof
               READ jstp-file
                   AT END SET jstp-eof TO TRUE
                   NOT AT END
                       IF jstp-step-name NOT = SPACES
                           PERFORM 1120-store-step
                       END-IF
               END-READ
           END-PERFORM
           CLOSE jstp-file
           IF ws-step-count = ZERO
               PERFORM VARYING ws-step-slot FROM 1 BY 1
                       UNTIL ws-step-slot > ws-default-step-count
                   MOVE SPACES TO job-step-record
                   MOVE ws-default-step(ws-step-slot)
                       TO job-step-record(1:55)
                   PERFORM 1120-store-step
               END-PERFORM
           END-IF.

       1120-store-step.
           IF ws-step-count >= ws-step-table-max
               DISPLAY 'JOBSTEP HOLDS MORE THAN ' ws-step-table-max
                   ' STEPS - CYCLE NOT STARTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-step-count
           MOVE jstp-step-seq TO ws-step-seq(ws-step-count)
           MOVE jstp-step-name TO ws-step-name(ws-step-count)
           MOVE jstp-command TO ws-step-command(ws-step-count)
           IF jstp-max-rc IS NUMERIC
               MOVE jstp-max-rc TO ws-step-max-rc(ws-step-count)
           ELSE
               MOVE ZERO TO ws-step-max-rc(ws-step-count)
           END-IF
           MOVE jstp-schedule TO ws-step-schedule(ws-step-count)
           MOVE jstp-parm-type TO ws-step-parm-type(ws-step-count)
           MOVE jstp-runctl-check
               TO ws-step-runctl-check(ws-step-count)
           MOVE SPACES TO ws-step-prev-status(ws-step-count)
           MOVE SPACES TO ws-step-start-ts(ws-step-count)
           MOVE SPACES TO ws-step-end-ts(ws-step-count)
           MOVE ZERO TO ws-step-rc(ws-step-count)
           MOVE SPACES TO ws-step-result(ws-step-count).

      *    The business date ends its period when it is the end date
      *    of the PERCAL period covering it.  With no calendar (or
      *    no covering period) the period is the calendar month and
      *    ends on its last day.  Only a calendar period marked as
      *    the fiscal year-end makes its end date the year-end.
       1200-find-period.
           MOVE ws-business-date(1:6) TO ws-period-id
           MOVE 'N' TO ws-period-end-flag
           MOVE 'N' TO ws-year-end-flag
           MOVE 'N' TO ws-pcal-found-flag
           MOVE 'N' TO ws-pcal-eof-flag
           OPEN INPUT pcal-file
           IF ws-pcal-status NOT = '00' AND ws-pcal-status NOT = '05'
               DISPLAY 'ERROR OPENING PERCAL - STATUS: '
                   ws-pcal-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-pcal-status = '05'
               SET pcal-eof TO TRUE
           END-IF
           IF NOT pcal-eof
               MOVE LOW-VALUES TO pcal-period-id
               START pcal-file KEY NOT < pcal-period-id
                   INVALID KEY SET pcal-eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL pcal-eof
               READ pcal-file NEXT
                   AT END SET pcal-eof TO TRUE
                   NOT AT END
                       IF ws-business-date NOT < pcal-start-date
                               AND ws-business-date
                                   NOT > pcal-end-date
                           SET pcal-found TO TRUE
                           MOVE pcal-period-id TO ws-period-id
                           IF ws-business-date = pcal-end-date
                               SET period-end-date TO TRUE
                               IF pcal-fiscal-year-end
                                   SET year-end-date TO TRUE
                               END-IF
                           END-IF
                           SET pcal-eof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE pcal-file
           IF NOT pcal-found
                   AND ws-business-date IS NUMERIC
               COMPUTE ws-next-date = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(ws-business-date)) + 1)
               IF ws-next-date(7:2) = '01'
                   SET period-end-date TO TRUE
               END-IF
           END-IF.

      *    One pass of the job-status file: for this business date
      *    the latest record of each step is where a rerun picks up;
      *    for the most recent earlier date it shows whether that
      *    cycle was left unfinished.
       1300-load-job-status.
           MOVE SPACES TO ws-prior-date
           MOVE ZERO TO ws-prior-count
           MOVE 'N' TO ws-jobs-eof-flag
           OPEN INPUT jobs-file
           IF ws-jobs-status NOT = '00' AND ws-jobs-status NOT = '05'
               DISPLAY 'ERROR OPENING JOBSTAT - STATUS: '
                   ws-jobs-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-jobs-status = '05'
               SET jobs-eof TO TRUE
           END-IF
           PERFORM UNTIL jobs-eof
               READ jobs-file
                   AT END SET jobs-eof TO TRUE
                   NOT AT END PERFORM 1310-apply-job-status
               END-READ
           END-PERFORM
           CLOSE jobs-file
           MOVE SPACES TO ws-prior-unfinished
           PERFORM VARYING ws-prior-idx FROM 1 BY 1
                   UNTIL ws-prior-idx > ws-prior-count
               IF (ws-prior-status(ws-prior-idx) = 'S'
                       OR ws-prior-status(ws-prior-idx) = 'F')
                       AND ws-prior-unfinished = SPACES
                   MOVE ws-prior-step-name(ws-prior-idx)
                       TO ws-prior-unfinished
               END-IF
           END-PERFORM.

       1310-apply-job-status.
           EVALUATE TRUE
               WHEN jobs-business-date = ws-business-date
                   PERFORM VARYING ws-step-slot FROM 1 BY 1
                           UNTIL ws-step-slot > ws-step-count
                       IF ws-step-name(ws-step-slot) = jobs-step-name
                           MOVE jobs-status
                               TO ws-step-prev-status(ws-step-slot)
                           MOVE jobs-start-ts
                               TO ws-step-start-ts(ws-step-slot)
                           MOVE jobs-end-ts
                               TO ws-step-end-ts(ws-step-slot)
                           MOVE jobs-return-code
                               TO ws-step-rc(ws-step-slot)
                       END-IF
                   END-PERFORM
               WHEN jobs-business-date < ws-business-date
                   IF jobs-business-date > ws-prior-date
                       MOVE jobs-business-date TO ws-prior-date
                       MOVE ZERO TO ws-prior-count
                   END-IF
                   IF jobs-business-date = ws-prior-date
                       PERFORM 1320-note-prior-status
                   END-IF
           END-EVALUATE.

       1320-note-prior-status.
           MOVE ZERO TO ws-prior-slot
           PERFORM VARYING ws-prior-idx FROM 1 BY 1
                   UNTIL ws-prior-idx > ws-prior-count
               IF ws-prior-step-name(ws-prior-idx) = jobs-step-name
                   MOVE ws-prior-idx TO ws-prior-slot
               END-IF
           END-PERFORM
           IF ws-prior-slot = ZERO
                   AND ws-prior-count < ws-step-table-max
               ADD 1 TO ws-prior-count
               MOVE ws-prior-count TO ws-prior-slot
               MOVE jobs-step-name TO ws-prior-step-name(ws-prior-slot)
           END-IF
           IF ws-prior-slot > ZERO
               MOVE jobs-status TO ws-prior-status(ws-prior-slot)
           END-IF.

      *    A step already completed for this business date is never
      *    run again; a period-end step waits for the period end,
      *    and a year-end step for the fiscal year-end.
       2000-run-step.
           EVALUATE TRUE
               WHEN ws-step-prev-status(ws-step-idx) = 'C'
                   ADD 1 TO ws-steps-earlier
                   MOVE 'COMPLETED IN EARLIER CYCLE'
                       TO ws-step-result(ws-step-idx)
               WHEN ws-step-schedule(ws-step-idx) = 'P'
                       AND NOT period-end-date
                   ADD 1 TO ws-steps-not-due
                   MOVE ws-run-id TO ws-step-start-ts(ws-step-idx)
                   MOVE ws-run-id TO ws-step-end-ts(ws-step-idx)
                   MOVE ZERO TO ws-step-rc(ws-step-idx)
                   MOVE 'NOT DUE - NOT PERIOD END'
                       TO ws-step-result(ws-step-idx)
                   MOVE 'N' TO ws-final-status
                   PERFORM 2800-write-job-status
               WHEN ws-step-schedule(ws-step-idx) = 'Y'
                       AND NOT year-end-date
                   ADD 1 TO ws-steps-not-due
                   MOVE ws-run-id TO ws-step-start-ts(ws-step-idx)
                   MOVE ws-run-id TO ws-step-end-ts(ws-step-idx)
                   MOVE ZERO TO ws-step-rc(ws-step-idx)
                   MOVE 'NOT DUE - NOT YEAR END'
                       TO ws-step-result(ws-step-idx)
                   MOVE 'N' TO ws-final-status
                   PERFORM 2800-write-job-status
               WHEN OTHER
                   PERFORM 2100-execute-step
           END-EVALUATE.

      *    A step that records its run on RUNCTL (Main) is checked
      *    there first: if the business date already completed -
      *    posted by hand, or by a cycle that died before it could
      *    record the step - it is marked completed, not run again.
       2100-execute-step.
           MOVE SPACES TO ws-runc-date-status
           IF ws-step-runctl-check(ws-step-idx) = 'Y'
               PERFORM 2150-read-run-control
           END-IF
           IF ws-step-runctl-check(ws-step-idx) = 'Y'
                   AND ws-runc-date-status = 'C'
               ADD 1 TO ws-steps-earlier
               MOVE ws-run-id TO ws-step-start-ts(ws-step-idx)
               MOVE ws-run-id TO ws-step-end-ts(ws-step-idx)
               MOVE ZERO TO ws-step-rc(ws-step-idx)
               MOVE 'COMPLETED PER RUNCTL - SKIPPED'
                   TO ws-step-result(ws-step-idx)
               MOVE 'C' TO ws-final-status
               PERFORM 2800-write-job-status
           ELSE
               PERFORM 2120-run-command
           END-IF.

       2120-run-command.
           PERFORM 2200-build-command
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO ws-step-start-ts(ws-step-idx)
           MOVE SPACES TO ws-step-end-ts(ws-step-idx)
           MOVE ZERO TO ws-step-rc(ws-step-idx)
           MOVE 'S' TO ws-final-status
           PERFORM 2800-write-job-status
           DISPLAY 'STEP ' ws-step-seq(ws-step-idx) ' '
               ws-step-name(ws-step-idx) ' STARTED - ' ws-command
           ADD 1 TO ws-steps-run
           CALL 'SYSTEM' USING ws-command
           MOVE RETURN-CODE TO ws-system-rc
           MOVE ZERO TO RETURN-CODE
      *    The system hands back the wait status, with the step's
      *    exit code in the high-order byte.
           IF ws-system-rc > 255
               DIVIDE 256 INTO ws-system-rc
           END-IF
           IF ws-system-rc < ZERO
               MOVE 9999 TO ws-system-rc
           END-IF
           MOVE ws-system-rc TO ws-step-rc(ws-step-idx)
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO ws-step-end-ts(ws-step-idx)
           EVALUATE TRUE
               WHEN ws-step-rc(ws-step-idx)
                       > ws-step-max-rc(ws-step-idx)
                   MOVE 'FAILED - RC OVER MAXIMUM'
                       TO ws-step-result(ws-step-idx)
                   MOVE 'F' TO ws-final-status
               WHEN ws-step-runctl-check(ws-step-idx) = 'Y'
                   PERFORM 2150-read-run-control
                   IF ws-runc-date-status = 'C'
                       MOVE 'COMPLETED'
                           TO ws-step-result(ws-step-idx)
                       MOVE 'C' TO ws-final-status
                   ELSE
                       MOVE 'FAILED - RUNCTL NOT COMPLETE'
                           TO ws-step-result(ws-step-idx)
                       MOVE 'F' TO ws-final-status
                   END-IF
               WHEN OTHER
                   MOVE 'COMPLETED' TO ws-step-result(ws-step-idx)
                   MOVE 'C' TO ws-final-status
           END-EVALUATE
           PERFORM 2800-write-job-status
           IF ws-final-status = 'F'
               ADD 1 TO ws-steps-failed
               SET cycle-stopped TO TRUE
               MOVE ws-step-name(ws-step-idx) TO ws-stopped-step
           ELSE
               IF ws-step-rc(ws-step-idx) > ws-highest-rc
                   MOVE ws-step-rc(ws-step-idx) TO ws-highest-rc
               END-IF
           END-IF
           DISPLAY 'STEP ' ws-step-seq(ws-step-idx) ' '
               ws-step-name(ws-step-idx) ' ENDED - RC '
               ws-step-rc(ws-step-idx) ' - '
               ws-step-result(ws-step-idx).

      *    Latest RUNCTL status of the business date: 'C' once Main
      *    completed it, 'S' or 'F' when a run got past the run
      *    control guard and stopped, spaces when no run got that
      *    far (or TRANBACK backed the date out).
       2150-read-run-control.
           MOVE SPACES TO ws-runc-date-status
           MOVE 'N' TO ws-runc-eof-flag
           OPEN INPUT runc-file
           IF ws-runc-status NOT = '00' AND ws-runc-status NOT = '05'
               DISPLAY 'ERROR OPENING RUNCTL - STATUS: '
                   ws-runc-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-runc-status = '05'
               SET runc-eof TO TRUE
           END-IF
           PERFORM UNTIL runc-eof
               READ runc-file
                   AT END SET runc-eof TO TRUE
                   NOT AT END
                       IF runc-business-date = ws-business-date
                               AND NOT runc-sweep-record
                           MOVE runc-status TO ws-runc-date-status
                       END-IF
               END-READ
           END-PERFORM
           CLOSE runc-file
           IF ws-runc-date-status = 'B'
               MOVE SPACES TO ws-runc-date-status
           END-IF.

      *    A step rerun after it failed part-way through a posting
      *    is restarted from its checkpoint ('R'), but only when the
      *    failed run got far enough to leave one for this date;
      *    the period-end close is told which period to close.
       2200-build-command.
           MOVE SPACES TO ws-step-parm
           EVALUATE TRUE
               WHEN ws-step-parm-type(ws-step-idx) = 'R'
                   IF ws-step-prev-status(ws-step-idx) = 'F'
                           OR ws-step-prev-status(ws-step-idx) = 'S'
                       PERFORM 2150-read-run-control
                       IF ws-runc-date-status = 'S'
                               OR ws-runc-date-status = 'F'
                           MOVE 'R' TO ws-step-parm
                       END-IF
                   END-IF
               WHEN ws-step-parm-type(ws-step-idx) = 'P'
                   MOVE ws-period-id TO ws-step-parm
           END-EVALUATE
           MOVE SPACES TO ws-command
           IF ws-step-parm = SPACES
               MOVE ws-step-command(ws-step-idx) TO ws-command
           ELSE
               STRING ws-step-command(ws-step-idx) DELIMITED BY '  '
                   ' ' DELIMITED BY SIZE
                   ws-step-parm DELIMITED BY SPACE
                   INTO ws-command
               END-STRING
           END-IF.

      *    Appended and closed at once, like the RUNCTL records, so
      *    the status survives even if the step takes the cycle down.
       2800-write-job-status.
           OPEN EXTEND jobs-file
           IF ws-jobs-status NOT = '00' AND ws-jobs-status NOT = '05'
               DISPLAY 'ERROR OPENING JOBSTAT - STATUS: '
                   ws-jobs-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO job-status-record
           MOVE ws-business-date TO jobs-business-date
           MOVE ws-run-id TO jobs-cycle-id
           MOVE ws-step-seq(ws-step-idx) TO jobs-step-seq
           MOVE ws-step-name(ws-step-idx) TO jobs-step-name
           MOVE ws-step-start-ts(ws-step-idx) TO jobs-start-ts
           MOVE ws-step-end-ts(ws-step-idx) TO jobs-end-ts
           MOVE ws-step-rc(ws-step-idx) TO jobs-return-code
           MOVE ws-final-status TO jobs-status
           WRITE job-status-record
           IF ws-jobs-status NOT = '00'
               DISPLAY 'ERROR WRITING JOBSTAT - STATUS: '
                   ws-jobs-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE jobs-file.

       2650-write-print-line.
           WRITE rpt-record FROM ws-prnt-line
           MOVE ws-rpt-status TO ws-status-check-code
           MOVE 'JOBRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       3000-print-headers.
           ADD 1 TO ws-page-count
           MOVE ZERO TO ws-line-count
           MOVE ws-page-count TO ws-page-count-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'NIGHTLY CYCLE SUMMARY' DELIMITED BY SIZE
               '     RUN DATE: ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               '     PAGE: ' DELIMITED BY SIZE
               ws-page-count-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'BUSINESS DATE: ' DELIMITED BY SIZE
               ws-business-date DELIMITED BY SIZE
               '     PERIOD: ' DELIMITED BY SIZE
               ws-period-id DELIMITED BY SIZE
               '     PERIOD END: ' DELIMITED BY SIZE
               ws-period-end-flag DELIMITED BY SIZE
               '     CYCLE: ' DELIMITED BY SIZE
               ws-run-id DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'SEQ  STEP      COMMAND               MAX  '
               DELIMITED BY SIZE
               'STARTED         ENDED             RC  RESULT'
               DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING '---  --------  --------------------  ---  '
               DELIMITED BY SIZE
               '--------------  --------------  ----  '
               DELIMITED BY SIZE
               '----------------------------' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line.

       3900-print-summary-page.
           PERFORM VARYING ws-step-idx FROM 1 BY 1
                   UNTIL ws-step-idx > ws-step-count
               PERFORM 3910-print-step-line
           END-PERFORM
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Steps run ..........: ' DELIMITED BY SIZE
               ws-steps-run DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Completed earlier ..: ' DELIMITED BY SIZE
               ws-steps-earlier DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Not due tonight ....: ' DELIMITED BY SIZE
               ws-steps-not-due DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Steps failed .......: ' DELIMITED BY SIZE
               ws-steps-failed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Not reached ........: ' DELIMITED BY SIZE
               ws-steps-not-reached DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           IF cycle-stopped
               STRING 'Cycle status .......: STOPPED AT STEP '
                   DELIMITED BY SIZE
                   ws-stopped-step DELIMITED BY SIZE
                   ' - FIX AND RERUN JOBCTL TO RESUME THERE'
                   DELIMITED BY SIZE
                   INTO ws-prnt-line
           ELSE
               MOVE 'Cycle status .......: COMPLETE' TO ws-prnt-line
           END-IF
           PERFORM 2650-write-print-line.

       3910-print-step-line.
           IF ws-step-result(ws-step-idx) = SPACES
               ADD 1 TO ws-steps-not-reached
               MOVE 'NOT REACHED' TO ws-step-result(ws-step-idx)
           END-IF
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE ws-step-max-rc(ws-step-idx) TO ws-max-rc-ed
           MOVE ws-step-rc(ws-step-idx) TO ws-rc-ed
           MOVE SPACES TO ws-prnt-line
           STRING ' ' ws-step-seq(ws-step-idx) DELIMITED BY SIZE
               '  ' ws-step-name(ws-step-idx) DELIMITED BY SIZE
               '  ' ws-step-command(ws-step-idx)(1:20)
               DELIMITED BY SIZE
               '   ' ws-max-rc-ed DELIMITED BY SIZE
               '  ' ws-step-start-ts(ws-step-idx) DELIMITED BY SIZE
               '  ' ws-step-end-ts(ws-step-idx) DELIMITED BY SIZE
               '  ' ws-rc-ed DELIMITED BY SIZE
               '  ' ws-step-result(ws-step-idx) DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

       9000-terminate.
           PERFORM 3900-print-summary-page
           CLOSE rpt-file
           MOVE ws-rpt-status TO ws-status-check-code
           MOVE 'JOBRPT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           PERFORM 8000-control-report
           IF cycle-stopped
               MOVE 8 TO RETURN-CODE
           ELSE
               IF ws-highest-rc > ZERO AND RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       8000-control-report.
           DISPLAY '-------------------------------------------'
           DISPLAY 'NIGHTLY CYCLE CONTROL'
           DISPLAY '-------------------------------------------'
           DISPLAY 'Business date ......: ' ws-business-date
           DISPLAY 'Period end .........: ' ws-period-end-flag
           DISPLAY 'Steps run ..........: ' ws-steps-run
           DISPLAY 'Completed earlier ..: ' ws-steps-earlier
           DISPLAY 'Not due tonight ....: ' ws-steps-not-due
           DISPLAY 'Steps failed .......: ' ws-steps-failed
           DISPLAY 'Not reached ........: ' ws-steps-not-reached
           IF cycle-stopped
               DISPLAY 'CYCLE STOPPED AT STEP ' ws-stopped-step
           ELSE
               DISPLAY 'CYCLE COMPLETE'
           END-IF
           DISPLAY '-------------------------------------------'.

       9800-check-status.
           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR ON ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9850-check-close-status.
           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR CLOSING ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               MOVE 16 TO RETURN-CODE
           END-IF.
