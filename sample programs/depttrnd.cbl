       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPTTRND.

      *****************************************************************
      *  Department volume and amount trend report over the audit    *
      *  history.  Every AUDITHST row is placed on its business date *
      *  through RUNCTL (rows of backed-out runs are left out), and  *
      *  the night's AUDITOUT is read as well so the report can run  *
      *  straight after Main, before AUDITOUT has been appended to   *
      *  the history.  For each department the day's count, sum,     *
      *  product and exception rate are compared with its average    *
      *  over the trailing completed business dates, and anything    *
      *  outside the TRNDPARM tolerance is flagged.  Departments     *
      *  that normally send but sent nothing on the day are listed   *
      *  in a section of their own, so the department can be called  *
      *  the same morning.                                           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT hist-file ASSIGN TO "AUDITHST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT OPTIONAL audout-file ASSIGN TO "AUDITOUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-audout-status.
           SELECT OPTIONAL parm-file ASSIGN TO "TRNDPARM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT OPTIONAL runc-file ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-runc-status.
           SELECT trnd-rpt-file ASSIGN TO "TRNDRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-trnd-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  hist-file
           RECORDING MODE IS F.
       01  hist-record PIC X(80).

       FD  audout-file
           RECORDING MODE IS F.
       01  audout-record PIC X(80).

       FD  parm-file
           RECORDING MODE IS F.
       COPY "trndprm.cpy".

       FD  runc-file
           RECORDING MODE IS F.
       COPY "runrec.cpy".

       FD  trnd-rpt-file
           RECORDING MODE IS F.
       01  trnd-rpt-record PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "auditrec.cpy".

       77 ws-hist-status PIC X(02) VALUE '00'.
       77 ws-audout-status PIC X(02) VALUE '00'.
       77 ws-parm-status PIC X(02) VALUE '00'.
       77 ws-runc-status PIC X(02) VALUE '00'.
       77 ws-trnd-rpt-status PIC X(02) VALUE '00'.
       77 ws-status-check-code PIC X(02).
       77 ws-status-check-file-id PIC X(08).

       77 ws-run-id PIC X(14).
       77 ws-run-date PIC X(10).
       77 ws-eof-flag PIC X(01) VALUE 'N'.
           88 end-of-file VALUE 'Y'.
       77 ws-runc-eof-flag PIC X(01) VALUE 'N'.
           88 runc-eof VALUE 'Y'.
       77 ws-section-id PIC X(01) VALUE 'T'.
           88 section-trend VALUE 'T'.
           88 section-missing VALUE 'M'.
           88 section-summary VALUE 'S'.

      *    Selection from the TRNDPARM record, defaulted as the
      *    copybook describes.
       77 ws-business-date PIC X(08) VALUE SPACES.
       77 ws-trailing-days PIC 9(03) VALUE 20.
       77 ws-trailing-max PIC 9(03) VALUE 60.
       77 ws-tolerance-pct PIC 9(03) VALUE 50.
       77 ws-exc-tolerance PIC 9(03) VALUE 10.
       77 ws-normal-pct PIC 9(03) VALUE 50.

      *    Business date of each run from RUNCTL, whether the run
      *    completed and whether TRANBACK backed it out (ONLSWEEP
      *    enters its run-id with an 'O' record); runs not on RUNCTL
      *    (SUSPREP) take the date from their run-id.
       77 ws-runt-table-max PIC 9(04) VALUE 3000.
       77 ws-runt-count PIC 9(04) VALUE ZERO.
       77 ws-runt-idx PIC 9(04) VALUE ZERO.
       77 ws-runt-slot PIC 9(04) VALUE ZERO.
       01 ws-runt-table.
           05 ws-runt-entry OCCURS 3000 TIMES.
               10 ws-runt-run-id PIC X(14).
               10 ws-runt-date PIC X(08).
               10 ws-runt-backed-out PIC X(01).
               10 ws-runt-completed PIC X(01).
       77 ws-resolve-run-id PIC X(14) VALUE SPACES.
       77 ws-resolve-date PIC X(08) VALUE SPACES.
       77 ws-resolve-backed-out PIC X(01) VALUE 'N'.

      *    Every business date a run completed and was not backed
      *    out, in date order; the trailing window is taken from the
      *    end of it.
       77 ws-bdate-table-max PIC 9(04) VALUE 1000.
       77 ws-bdate-count PIC 9(04) VALUE ZERO.
       77 ws-bdate-idx PIC 9(04) VALUE ZERO.
       77 ws-bdate-slot PIC 9(04) VALUE ZERO.
       77 ws-bdate-dup-flag PIC X(01) VALUE 'N'.
           88 bdate-on-list VALUE 'Y'.
       01 ws-bdate-table.
           05 ws-bdate OCCURS 1000 TIMES PIC X(08).

       77 ws-win-count PIC 9(03) VALUE ZERO.
       77 ws-win-idx PIC 9(03) VALUE ZERO.
       77 ws-win-slot PIC 9(03) VALUE ZERO.
       01 ws-win-table.
           05 ws-win-date OCCURS 60 TIMES PIC X(08).

      *    Runs on the night's AUDITOUT; their rows are counted from
      *    AUDITOUT and passed over on AUDITHST, so a history that
      *    already holds the night is not counted twice.
       77 ws-outr-table-max PIC 9(02) VALUE 50.
       77 ws-outr-count PIC 9(02) VALUE ZERO.
       77 ws-outr-idx PIC 9(02) VALUE ZERO.
       77 ws-outr-found-flag PIC X(01) VALUE 'N'.
           88 outr-found VALUE 'Y'.
       01 ws-outr-table.
           05 ws-outr-run-id OCCURS 50 TIMES PIC X(14).

      *    One entry per department seen on the day or in the
      *    window.  The day flags hold 'Y' under each window date the
      *    department sent on.
       77 ws-trd-table-max PIC 9(03) VALUE 100.
       77 ws-trd-count PIC 9(03) VALUE ZERO.
       77 ws-trd-idx PIC 9(03) VALUE ZERO.
       77 ws-trd-slot PIC 9(03) VALUE ZERO.
       01 ws-trd-table.
           05 ws-trd-entry OCCURS 100 TIMES.
               10 ws-trd-dept-id PIC X(04).
               10 ws-trd-day-flags PIC X(60).
               10 ws-trd-win-count PIC 9(08).
               10 ws-trd-win-sum PIC 9(10).
               10 ws-trd-win-prod PIC 9(10).
               10 ws-trd-win-exc PIC 9(08).
               10 ws-trd-day-count PIC 9(06).
               10 ws-trd-day-sum PIC 9(08).
               10 ws-trd-day-prod PIC 9(08).
               10 ws-trd-day-exc PIC 9(06).
               10 ws-trd-last-date PIC X(08).

       77 ws-row-source PIC X(01) VALUE 'H'.
           88 row-from-history VALUE 'H'.
       77 ws-row-dept-id PIC X(04) VALUE SPACES.

      *    One department's day against its trailing average.
       77 ws-days-sent PIC 9(03) VALUE ZERO.
       77 ws-avg-count PIC 9(06)V99 VALUE ZERO.
       77 ws-avg-sum PIC 9(08)V99 VALUE ZERO.
       77 ws-avg-prod PIC 9(08)V99 VALUE ZERO.
       77 ws-day-rate PIC 9(03)V99 VALUE ZERO.
       77 ws-avg-rate PIC 9(03)V99 VALUE ZERO.
       77 ws-low-pct PIC 9(03) VALUE ZERO.
       77 ws-low-bound PIC 9(09)V99 VALUE ZERO.
       77 ws-high-bound PIC 9(09)V99 VALUE ZERO.
       77 ws-chk-name PIC X(04) VALUE SPACES.
       77 ws-chk-today PIC 9(08) VALUE ZERO.
       77 ws-chk-avg PIC 9(08)V99 VALUE ZERO.
       77 ws-flag-word PIC X(14) VALUE SPACES.
       77 ws-flag-text PIC X(38) VALUE SPACES.
       77 ws-flag-ptr PIC 9(03) VALUE 1.
       77 ws-normal-flag PIC X(01) VALUE 'N'.
           88 normal-sender VALUE 'Y'.
       77 ws-dept-flagged-flag PIC X(01) VALUE 'N'.
           88 dept-flagged VALUE 'Y'.

       77 ws-hist-read-count PIC 9(08) VALUE ZERO.
       77 ws-audout-read-count PIC 9(08) VALUE ZERO.
       77 ws-replaced-count PIC 9(08) VALUE ZERO.
       77 ws-backed-out-count PIC 9(08) VALUE ZERO.
       77 ws-outside-count PIC 9(08) VALUE ZERO.
       77 ws-day-row-count PIC 9(08) VALUE ZERO.
       77 ws-win-row-count PIC 9(08) VALUE ZERO.
       77 ws-dept-overflow-count PIC 9(08) VALUE ZERO.
       77 ws-flagged-count PIC 9(04) VALUE ZERO.
       77 ws-missing-count PIC 9(04) VALUE ZERO.
       77 ws-new-dept-count PIC 9(04) VALUE ZERO.

       77 ws-days-ed PIC ZZ9.
       77 ws-cnt-ed PIC ZZZZZ9.
       77 ws-avgc-ed PIC ZZZZZ9.99.
       77 ws-sum-ed PIC ZZZZZZZ9.
       77 ws-avgs-ed PIC ZZZZZZZ9.99.
       77 ws-rate-ed PIC ZZ9.99.

       77 ws-page-count PIC 9(04) VALUE ZERO.
       77 ws-page-count-ed PIC ZZZ9.
       77 ws-line-count PIC 9(02) VALUE ZERO.
       77 ws-lines-per-page PIC 9(02) VALUE 20.
       77 ws-prnt-line PIC X(132).

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
           PERFORM 2000-scan-audit-files
           PERFORM 3000-print-headers
           PERFORM VARYING ws-trd-idx FROM 1 BY 1
                   UNTIL ws-trd-idx > ws-trd-count
               PERFORM 3100-evaluate-dept
           END-PERFORM
           PERFORM 4000-print-missing
           PERFORM 9000-terminate
           STOP RUN.

       1000-initialize.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           STRING ws-run-id(1:4) '-' ws-run-id(5:2) '-' ws-run-id(7:2)
               DELIMITED BY SIZE INTO ws-run-date
           PERFORM 1050-read-parm
           PERFORM 1060-load-run-control
           PERFORM 1100-build-date-list
           PERFORM 1200-set-window
           OPEN OUTPUT trnd-rpt-file
           MOVE ws-trnd-rpt-status TO ws-status-check-code
           MOVE 'TRNDRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       1050-read-parm.
           OPEN INPUT parm-file
           IF ws-parm-status NOT = '00' AND ws-parm-status NOT = '05'
               DISPLAY 'ERROR OPENING TRNDPARM - STATUS: '
                   ws-parm-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ parm-file
               AT END CONTINUE
               NOT AT END PERFORM 1055-apply-parm
           END-READ
           CLOSE parm-file.

       1055-apply-parm.
           MOVE trnp-business-date TO ws-business-date
           IF trnp-trailing-days IS NUMERIC
                   AND trnp-trailing-days > '000'
               MOVE trnp-trailing-days TO ws-trailing-days
           END-IF
           IF ws-trailing-days > ws-trailing-max
               MOVE ws-trailing-max TO ws-trailing-days
           END-IF
           IF trnp-tolerance-pct IS NUMERIC
                   AND trnp-tolerance-pct > '000'
               MOVE trnp-tolerance-pct TO ws-tolerance-pct
           END-IF
           IF trnp-exc-tolerance IS NUMERIC
               MOVE trnp-exc-tolerance TO ws-exc-tolerance
           END-IF
           IF trnp-normal-pct IS NUMERIC
                   AND trnp-normal-pct > '000'
               MOVE trnp-normal-pct TO ws-normal-pct
           END-IF.

       1060-load-run-control.
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
                   NOT AT END PERFORM 1075-store-run-date
               END-READ
           END-PERFORM
           CLOSE runc-file.

      *    A run's 'S', 'C' and 'F' records all carry its business
      *    date; 'C' marks it completed and TRANBACK's 'B' record
      *    marks it backed out.  When the table is full the oldest
      *    run is let go.
       1075-store-run-date.
           MOVE ZERO TO ws-runt-slot
           PERFORM VARYING ws-runt-idx FROM 1 BY 1
                   UNTIL ws-runt-idx > ws-runt-count
               IF ws-runt-run-id(ws-runt-idx) = runc-run-id
                   MOVE ws-runt-idx TO ws-runt-slot
                   MOVE ws-runt-count TO ws-runt-idx
               END-IF
           END-PERFORM
           IF ws-runt-slot = ZERO
               IF ws-runt-count >= ws-runt-table-max
                   PERFORM VARYING ws-runt-idx FROM 1 BY 1
                           UNTIL ws-runt-idx >= ws-runt-count
                       MOVE ws-runt-entry(ws-runt-idx + 1)
                           TO ws-runt-entry(ws-runt-idx)
                   END-PERFORM
               ELSE
                   ADD 1 TO ws-runt-count
               END-IF
               MOVE ws-runt-count TO ws-runt-slot
               MOVE runc-run-id TO ws-runt-run-id(ws-runt-slot)
               MOVE runc-business-date TO ws-runt-date(ws-runt-slot)
               MOVE 'N' TO ws-runt-backed-out(ws-runt-slot)
               MOVE 'N' TO ws-runt-completed(ws-runt-slot)
           END-IF
           IF runc-completed
               MOVE 'Y' TO ws-runt-completed(ws-runt-slot)
           END-IF
           IF runc-backed-out
               MOVE 'Y' TO ws-runt-backed-out(ws-runt-slot)
           END-IF.

      *    The business dates that count as days are those a run
      *    completed and that were not backed out afterwards.
       1100-build-date-list.
           PERFORM VARYING ws-runt-idx FROM 1 BY 1
                   UNTIL ws-runt-idx > ws-runt-count
               IF ws-runt-completed(ws-runt-idx) = 'Y'
                       AND ws-runt-backed-out(ws-runt-idx) = 'N'
                   PERFORM 1110-store-business-date
               END-IF
           END-PERFORM.

      *    Kept in date order without repeats; when the list is full
      *    the earliest date is let go.
       1110-store-business-date.
           MOVE ZERO TO ws-bdate-slot
           MOVE 'N' TO ws-bdate-dup-flag
           PERFORM VARYING ws-bdate-idx FROM 1 BY 1
                   UNTIL ws-bdate-idx > ws-bdate-count
               IF ws-bdate(ws-bdate-idx) = ws-runt-date(ws-runt-idx)
                   SET bdate-on-list TO TRUE
                   MOVE ws-bdate-count TO ws-bdate-idx
               ELSE
                   IF ws-bdate(ws-bdate-idx) > ws-runt-date(ws-runt-idx)
                       MOVE ws-bdate-idx TO ws-bdate-slot
                       MOVE ws-bdate-count TO ws-bdate-idx
                   END-IF
               END-IF
           END-PERFORM
           IF NOT bdate-on-list
               IF ws-bdate-slot = ZERO
                   COMPUTE ws-bdate-slot = ws-bdate-count + 1
               END-IF
               IF ws-bdate-count >= ws-bdate-table-max
                   PERFORM VARYING ws-bdate-idx FROM 1 BY 1
                           UNTIL ws-bdate-idx >= ws-bdate-slot - 1
                       MOVE ws-bdate(ws-bdate-idx + 1)
                           TO ws-bdate(ws-bdate-idx)
                   END-PERFORM
                   SUBTRACT 1 FROM ws-bdate-slot
               ELSE
                   PERFORM VARYING ws-bdate-idx FROM ws-bdate-count
                           BY -1 UNTIL ws-bdate-idx < ws-bdate-slot
                       MOVE ws-bdate(ws-bdate-idx)
                           TO ws-bdate(ws-bdate-idx + 1)
                   END-PERFORM
                   ADD 1 TO ws-bdate-count
               END-IF
               IF ws-bdate-slot > ZERO
                   MOVE ws-runt-date(ws-runt-idx)
                       TO ws-bdate(ws-bdate-slot)
               END-IF
           END-IF.

      *    With no date on the parm the day reported is the latest
      *    business date completed on RUNCTL.  The window is the
      *    trailing completed dates before it, earliest first.
       1200-set-window.
           IF ws-business-date = SPACES
               IF ws-bdate-count = ZERO
                   DISPLAY 'NO COMPLETED BUSINESS DATE ON RUNCTL'
                       ' - NO DAY TO REPORT'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-bdate(ws-bdate-count) TO ws-business-date
           END-IF
           MOVE ZERO TO ws-bdate-slot
           PERFORM VARYING ws-bdate-idx FROM 1 BY 1
                   UNTIL ws-bdate-idx > ws-bdate-count
               IF ws-bdate(ws-bdate-idx) < ws-business-date
                   MOVE ws-bdate-idx TO ws-bdate-slot
               END-IF
           END-PERFORM
           MOVE ZERO TO ws-win-count
           IF ws-bdate-slot > ZERO
               IF ws-bdate-slot > ws-trailing-days
                   COMPUTE ws-bdate-idx =
                       ws-bdate-slot - ws-trailing-days + 1
               ELSE
                   MOVE 1 TO ws-bdate-idx
               END-IF
               PERFORM UNTIL ws-bdate-idx > ws-bdate-slot
                   ADD 1 TO ws-win-count
                   MOVE ws-bdate(ws-bdate-idx)
                       TO ws-win-date(ws-win-count)
                   ADD 1 TO ws-bdate-idx
               END-PERFORM
           END-IF.

      *    AUDITOUT's runs are noted first so AUDITHST can pass over
      *    them; the rows are then taken from AUDITHST and AUDITOUT.
       2000-scan-audit-files.
           OPEN INPUT audout-file
           IF ws-audout-status NOT = '00'
                   AND ws-audout-status NOT = '05'
               DISPLAY 'ERROR OPENING AUDITOUT - STATUS: '
                   ws-audout-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO ws-eof-flag
           PERFORM UNTIL end-of-file
               READ audout-file INTO audit-record
                   AT END SET end-of-file TO TRUE
                   NOT AT END PERFORM 2050-note-audout-run
               END-READ
           END-PERFORM
           CLOSE audout-file
           OPEN INPUT hist-file
           MOVE ws-hist-status TO ws-status-check-code
           MOVE 'AUDITHST' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE 'H' TO ws-row-source
           MOVE 'N' TO ws-eof-flag
           PERFORM UNTIL end-of-file
               READ hist-file INTO audit-record
                   AT END SET end-of-file TO TRUE
                   NOT AT END
                       ADD 1 TO ws-hist-read-count
                       PERFORM 2100-process-row
               END-READ
           END-PERFORM
           CLOSE hist-file
           OPEN INPUT audout-file
           IF ws-audout-status NOT = '00'
                   AND ws-audout-status NOT = '05'
               DISPLAY 'ERROR OPENING AUDITOUT - STATUS: '
                   ws-audout-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'O' TO ws-row-source
           MOVE 'N' TO ws-eof-flag
           PERFORM UNTIL end-of-file
               READ audout-file INTO audit-record
                   AT END SET end-of-file TO TRUE
                   NOT AT END
                       ADD 1 TO ws-audout-read-count
                       PERFORM 2100-process-row
               END-READ
           END-PERFORM
           CLOSE audout-file.

       2050-note-audout-run.
           PERFORM 2060-find-audout-run
           IF NOT outr-found
                   AND ws-outr-count < ws-outr-table-max
               ADD 1 TO ws-outr-count
               MOVE aud-run-id TO ws-outr-run-id(ws-outr-count)
           END-IF.

       2060-find-audout-run.
           MOVE 'N' TO ws-outr-found-flag
           PERFORM VARYING ws-outr-idx FROM 1 BY 1
                   UNTIL ws-outr-idx > ws-outr-count
               IF ws-outr-run-id(ws-outr-idx) = aud-run-id
                   SET outr-found TO TRUE
                   MOVE ws-outr-count TO ws-outr-idx
               END-IF
           END-PERFORM.

      *    Each row goes to the day or to its window date; rows of
      *    backed-out runs and rows dated outside both are passed by.
       2100-process-row.
           IF row-from-history
               PERFORM 2060-find-audout-run
               IF outr-found
                   ADD 1 TO ws-replaced-count
               END-IF
           ELSE
               MOVE 'N' TO ws-outr-found-flag
           END-IF
           IF NOT outr-found
               MOVE aud-run-id TO ws-resolve-run-id
               PERFORM 2150-resolve-run-date
               EVALUATE TRUE
                   WHEN ws-resolve-backed-out = 'Y'
                       ADD 1 TO ws-backed-out-count
                   WHEN ws-resolve-date = ws-business-date
                       ADD 1 TO ws-day-row-count
                       PERFORM 2200-find-dept
                       IF ws-trd-slot > ZERO
                           PERFORM 2300-add-day-row
                       END-IF
                   WHEN OTHER
                       PERFORM 2160-find-window-date
                       IF ws-win-slot > ZERO
                           ADD 1 TO ws-win-row-count
                           PERFORM 2200-find-dept
                           IF ws-trd-slot > ZERO
                               PERFORM 2350-add-window-row
                           END-IF
                       ELSE
                           ADD 1 TO ws-outside-count
                       END-IF
               END-EVALUATE
           END-IF.

       2150-resolve-run-date.
           MOVE ws-resolve-run-id(1:8) TO ws-resolve-date
           MOVE 'N' TO ws-resolve-backed-out
           PERFORM VARYING ws-runt-idx FROM 1 BY 1
                   UNTIL ws-runt-idx > ws-runt-count
               IF ws-runt-run-id(ws-runt-idx) = ws-resolve-run-id
                   MOVE ws-runt-date(ws-runt-idx) TO ws-resolve-date
                   MOVE ws-runt-backed-out(ws-runt-idx)
                       TO ws-resolve-backed-out
                   MOVE ws-runt-count TO ws-runt-idx
               END-IF
           END-PERFORM.

       2160-find-window-date.
           MOVE ZERO TO ws-win-slot
           PERFORM VARYING ws-win-idx FROM 1 BY 1
                   UNTIL ws-win-idx > ws-win-count
               IF ws-win-date(ws-win-idx) = ws-resolve-date
                   MOVE ws-win-idx TO ws-win-slot
                   MOVE ws-win-count TO ws-win-idx
               END-IF
           END-PERFORM.

      *    Blank departments are kept together under '----'.
       2200-find-dept.
           MOVE aud-dept-id TO ws-row-dept-id
           IF ws-row-dept-id = SPACES
               MOVE '----' TO ws-row-dept-id
           END-IF
           MOVE ZERO TO ws-trd-slot
           PERFORM VARYING ws-trd-idx FROM 1 BY 1
                   UNTIL ws-trd-idx > ws-trd-count
               IF ws-trd-dept-id(ws-trd-idx) = ws-row-dept-id
                   MOVE ws-trd-idx TO ws-trd-slot
                   MOVE ws-trd-count TO ws-trd-idx
               END-IF
           END-PERFORM
           IF ws-trd-slot = ZERO
               IF ws-trd-count < ws-trd-table-max
                   ADD 1 TO ws-trd-count
                   MOVE ws-trd-count TO ws-trd-slot
                   MOVE ws-row-dept-id TO ws-trd-dept-id(ws-trd-slot)
                   MOVE SPACES TO ws-trd-day-flags(ws-trd-slot)
                   MOVE ZERO TO ws-trd-win-count(ws-trd-slot)
                   MOVE ZERO TO ws-trd-win-sum(ws-trd-slot)
                   MOVE ZERO TO ws-trd-win-prod(ws-trd-slot)
                   MOVE ZERO TO ws-trd-win-exc(ws-trd-slot)
                   MOVE ZERO TO ws-trd-day-count(ws-trd-slot)
                   MOVE ZERO TO ws-trd-day-sum(ws-trd-slot)
                   MOVE ZERO TO ws-trd-day-prod(ws-trd-slot)
                   MOVE ZERO TO ws-trd-day-exc(ws-trd-slot)
                   MOVE SPACES TO ws-trd-last-date(ws-trd-slot)
               ELSE
                   ADD 1 TO ws-dept-overflow-count
               END-IF
           END-IF.

       2300-add-day-row.
           ADD 1 TO ws-trd-day-count(ws-trd-slot)
           ADD aud-sum TO ws-trd-day-sum(ws-trd-slot)
           ADD aud-product TO ws-trd-day-prod(ws-trd-slot)
           IF aud-exception-flag = 'Y'
               ADD 1 TO ws-trd-day-exc(ws-trd-slot)
           END-IF
           MOVE ws-business-date TO ws-trd-last-date(ws-trd-slot).

       2350-add-window-row.
           ADD 1 TO ws-trd-win-count(ws-trd-slot)
           ADD aud-sum TO ws-trd-win-sum(ws-trd-slot)
           ADD aud-product TO ws-trd-win-prod(ws-trd-slot)
           IF aud-exception-flag = 'Y'
               ADD 1 TO ws-trd-win-exc(ws-trd-slot)
           END-IF
           MOVE 'Y' TO ws-trd-day-flags(ws-trd-slot)(ws-win-slot:1)
           IF ws-trd-last-date(ws-trd-slot) = SPACES
                   OR ws-trd-last-date(ws-trd-slot) < ws-resolve-date
               MOVE ws-resolve-date TO ws-trd-last-date(ws-trd-slot)
           END-IF.

       2650-write-print-line.
           WRITE trnd-rpt-record FROM ws-prnt-line
           MOVE ws-trnd-rpt-status TO ws-status-check-code
           MOVE 'TRNDRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       3000-print-headers.
           ADD 1 TO ws-page-count
           MOVE ZERO TO ws-line-count
           MOVE ws-page-count TO ws-page-count-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'DEPARTMENT TREND REPORT' DELIMITED BY SIZE
               '     RUN DATE: ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               '     PAGE: ' DELIMITED BY SIZE
               ws-page-count-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'BUSINESS DATE: ' DELIMITED BY SIZE
               ws-business-date DELIMITED BY SIZE
               '   TRAILING DAYS: ' DELIMITED BY SIZE
               ws-win-count DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               ws-trailing-days DELIMITED BY SIZE
               '   TOLERANCE: ' DELIMITED BY SIZE
               ws-tolerance-pct DELIMITED BY SIZE
               '%   EXCEPTION TOLERANCE: ' DELIMITED BY SIZE
               ws-exc-tolerance DELIMITED BY SIZE
               ' PTS   NORMAL SENDER: ' DELIMITED BY SIZE
               ws-normal-pct DELIMITED BY SIZE
               '%' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           EVALUATE TRUE
               WHEN section-trend
                   MOVE 'DEPARTMENT DAY AGAINST TRAILING AVERAGE'
                       TO ws-prnt-line
               WHEN section-missing
                   MOVE 'NORMAL SENDERS MISSING ON THE BUSINESS DATE'
                       TO ws-prnt-line
               WHEN section-summary
                   MOVE 'SUMMARY' TO ws-prnt-line
           END-EVALUATE
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           IF section-trend
               MOVE SPACES TO ws-prnt-line
               STRING 'DEPT SENT TDY-CNT    AVG-CNT   TDY-SUM'
                   DELIMITED BY SIZE
                   '      AVG-SUM  TDY-PROD     AVG-PROD'
                   DELIMITED BY SIZE
                   '    EXC%  AVG-EXC%  FLAGS' DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2650-write-print-line
               MOVE SPACES TO ws-prnt-line
               STRING '---- ---- -------    -------   -------'
                   DELIMITED BY SIZE
                   '      -------  --------     --------'
                   DELIMITED BY SIZE
                   '    ----  --------  -----' DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2650-write-print-line
           END-IF
           IF section-missing
               MOVE SPACES TO ws-prnt-line
               MOVE 'DEPT SENT OF DAYS    AVG-CNT  LAST SENT'
                   TO ws-prnt-line
               PERFORM 2650-write-print-line
               MOVE SPACES TO ws-prnt-line
               MOVE '---- ---- -------    -------  ---------'
                   TO ws-prnt-line
               PERFORM 2650-write-print-line
           END-IF.

      *    The averages are per day the department sent in the
      *    window, so a department that sends on alternate days is
      *    measured against its own sending days.
       3100-evaluate-dept.
           MOVE ZERO TO ws-days-sent
           INSPECT ws-trd-day-flags(ws-trd-idx)
               TALLYING ws-days-sent FOR ALL 'Y'
           MOVE ZERO TO ws-avg-count
           MOVE ZERO TO ws-avg-sum
           MOVE ZERO TO ws-avg-prod
           MOVE ZERO TO ws-avg-rate
           MOVE ZERO TO ws-day-rate
           IF ws-days-sent > ZERO
               COMPUTE ws-avg-count ROUNDED =
                   ws-trd-win-count(ws-trd-idx) / ws-days-sent
               COMPUTE ws-avg-sum ROUNDED =
                   ws-trd-win-sum(ws-trd-idx) / ws-days-sent
               COMPUTE ws-avg-prod ROUNDED =
                   ws-trd-win-prod(ws-trd-idx) / ws-days-sent
           END-IF
           IF ws-trd-win-count(ws-trd-idx) > ZERO
               COMPUTE ws-avg-rate ROUNDED =
                   ws-trd-win-exc(ws-trd-idx) * 100
                   / ws-trd-win-count(ws-trd-idx)
           END-IF
           IF ws-trd-day-count(ws-trd-idx) > ZERO
               COMPUTE ws-day-rate ROUNDED =
                   ws-trd-day-exc(ws-trd-idx) * 100
                   / ws-trd-day-count(ws-trd-idx)
           END-IF
           MOVE 'N' TO ws-normal-flag
           IF ws-win-count > ZERO
                   AND ws-days-sent * 100
                       NOT < ws-normal-pct * ws-win-count
               SET normal-sender TO TRUE
           END-IF
           MOVE 'N' TO ws-dept-flagged-flag
           MOVE SPACES TO ws-flag-text
           MOVE 1 TO ws-flag-ptr
           EVALUATE TRUE
               WHEN ws-trd-day-count(ws-trd-idx) = ZERO
                   IF normal-sender
                       MOVE 'MISSING TODAY' TO ws-flag-word
                       SET dept-flagged TO TRUE
                   ELSE
                       MOVE 'NOT SENT' TO ws-flag-word
                   END-IF
                   PERFORM 3150-add-flag
               WHEN ws-days-sent = ZERO
                   MOVE 'NO HISTORY' TO ws-flag-word
                   PERFORM 3150-add-flag
                   ADD 1 TO ws-new-dept-count
               WHEN OTHER
                   MOVE 'CNT' TO ws-chk-name
                   MOVE ws-trd-day-count(ws-trd-idx) TO ws-chk-today
                   MOVE ws-avg-count TO ws-chk-avg
                   PERFORM 3200-check-measure
                   MOVE 'SUM' TO ws-chk-name
                   MOVE ws-trd-day-sum(ws-trd-idx) TO ws-chk-today
                   MOVE ws-avg-sum TO ws-chk-avg
                   PERFORM 3200-check-measure
                   MOVE 'PROD' TO ws-chk-name
                   MOVE ws-trd-day-prod(ws-trd-idx) TO ws-chk-today
                   MOVE ws-avg-prod TO ws-chk-avg
                   PERFORM 3200-check-measure
                   IF ws-day-rate > ws-avg-rate + ws-exc-tolerance
                       MOVE 'EXC-HIGH' TO ws-flag-word
                       PERFORM 3150-add-flag
                       SET dept-flagged TO TRUE
                   END-IF
           END-EVALUATE
           IF dept-flagged
               ADD 1 TO ws-flagged-count
           END-IF
           PERFORM 3300-print-dept-line.

       3150-add-flag.
           STRING ws-flag-word DELIMITED BY '  '
               ' ' DELIMITED BY SIZE
               INTO ws-flag-text WITH POINTER ws-flag-ptr
           END-STRING.

      *    Outside the tolerance either way of the average is a flag;
      *    a tolerance of 100 or more leaves no lower bound.
       3200-check-measure.
           IF ws-tolerance-pct < 100
               COMPUTE ws-low-pct = 100 - ws-tolerance-pct
           ELSE
               MOVE ZERO TO ws-low-pct
           END-IF
           COMPUTE ws-low-bound ROUNDED =
               ws-chk-avg * ws-low-pct / 100
           COMPUTE ws-high-bound ROUNDED =
               ws-chk-avg * (100 + ws-tolerance-pct) / 100
           MOVE SPACES TO ws-flag-word
           IF ws-chk-today < ws-low-bound
               STRING ws-chk-name DELIMITED BY SPACE
                   '-LOW' DELIMITED BY SIZE
                   INTO ws-flag-word
           END-IF
           IF ws-chk-today > ws-high-bound
               STRING ws-chk-name DELIMITED BY SPACE
                   '-HIGH' DELIMITED BY SIZE
                   INTO ws-flag-word
           END-IF
           IF ws-flag-word NOT = SPACES
               PERFORM 3150-add-flag
               SET dept-flagged TO TRUE
           END-IF.

       3300-print-dept-line.
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE SPACES TO ws-prnt-line
           MOVE ws-trd-dept-id(ws-trd-idx) TO ws-prnt-line(1:4)
           MOVE ws-days-sent TO ws-days-ed
           MOVE ws-days-ed TO ws-prnt-line(7:3)
           MOVE ws-trd-day-count(ws-trd-idx) TO ws-cnt-ed
           MOVE ws-cnt-ed TO ws-prnt-line(12:6)
           MOVE ws-avg-count TO ws-avgc-ed
           MOVE ws-avgc-ed TO ws-prnt-line(20:9)
           MOVE ws-trd-day-sum(ws-trd-idx) TO ws-sum-ed
           MOVE ws-sum-ed TO ws-prnt-line(31:8)
           MOVE ws-avg-sum TO ws-avgs-ed
           MOVE ws-avgs-ed TO ws-prnt-line(41:11)
           MOVE ws-trd-day-prod(ws-trd-idx) TO ws-sum-ed
           MOVE ws-sum-ed TO ws-prnt-line(54:8)
           MOVE ws-avg-prod TO ws-avgs-ed
           MOVE ws-avgs-ed TO ws-prnt-line(64:11)
           MOVE ws-day-rate TO ws-rate-ed
           MOVE ws-rate-ed TO ws-prnt-line(77:6)
           MOVE ws-avg-rate TO ws-rate-ed
           MOVE ws-rate-ed TO ws-prnt-line(87:6)
           IF dept-flagged
               MOVE '*' TO ws-prnt-line(94:1)
           END-IF
           MOVE ws-flag-text TO ws-prnt-line(95:38)
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

       3900-print-summary-page.
           MOVE 'S' TO ws-section-id
           PERFORM 3000-print-headers
           MOVE SPACES TO ws-prnt-line
           STRING 'Window dates .........: ' DELIMITED BY SIZE
               ws-win-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           IF ws-win-count > ZERO
               MOVE SPACES TO ws-prnt-line
               STRING 'Window from ..........: ' DELIMITED BY SIZE
                   ws-win-date(1) DELIMITED BY SIZE
                   ' TO ' DELIMITED BY SIZE
                   ws-win-date(ws-win-count) DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2650-write-print-line
           END-IF
           MOVE SPACES TO ws-prnt-line
           STRING 'AUDITHST rows read ...: ' DELIMITED BY SIZE
               ws-hist-read-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'AUDITOUT rows read ...: ' DELIMITED BY SIZE
               ws-audout-read-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Rows also on AUDITOUT : ' DELIMITED BY SIZE
               ws-replaced-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Rows backed out ......: ' DELIMITED BY SIZE
               ws-backed-out-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Rows on the day ......: ' DELIMITED BY SIZE
               ws-day-row-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Rows in the window ...: ' DELIMITED BY SIZE
               ws-win-row-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Rows outside .........: ' DELIMITED BY SIZE
               ws-outside-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Departments ..........: ' DELIMITED BY SIZE
               ws-trd-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Departments flagged ..: ' DELIMITED BY SIZE
               ws-flagged-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Normal senders missing: ' DELIMITED BY SIZE
               ws-missing-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Departments new ......: ' DELIMITED BY SIZE
               ws-new-dept-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           IF ws-dept-overflow-count > ZERO
               MOVE SPACES TO ws-prnt-line
               STRING 'Rows over dept table .: ' DELIMITED BY SIZE
                   ws-dept-overflow-count DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2650-write-print-line
           END-IF.

      *    The normal senders with nothing on the day, gathered on
      *    their own page so operations can ring round the list.
       4000-print-missing.
           MOVE 'M' TO ws-section-id
           PERFORM 3000-print-headers
           PERFORM VARYING ws-trd-idx FROM 1 BY 1
                   UNTIL ws-trd-idx > ws-trd-count
               IF ws-trd-day-count(ws-trd-idx) = ZERO
                   PERFORM 4100-check-missing
               END-IF
           END-PERFORM
           IF ws-missing-count = ZERO
               MOVE SPACES TO ws-prnt-line
               MOVE 'NO NORMAL SENDER IS MISSING' TO ws-prnt-line
               PERFORM 2650-write-print-line
           END-IF.

       4100-check-missing.
           MOVE ZERO TO ws-days-sent
           INSPECT ws-trd-day-flags(ws-trd-idx)
               TALLYING ws-days-sent FOR ALL 'Y'
           IF ws-win-count > ZERO
                   AND ws-days-sent * 100
                       NOT < ws-normal-pct * ws-win-count
               ADD 1 TO ws-missing-count
               MOVE ZERO TO ws-avg-count
               IF ws-days-sent > ZERO
                   COMPUTE ws-avg-count ROUNDED =
                       ws-trd-win-count(ws-trd-idx) / ws-days-sent
               END-IF
               IF ws-line-count >= ws-lines-per-page
                   PERFORM 3000-print-headers
               END-IF
               MOVE SPACES TO ws-prnt-line
               MOVE ws-trd-dept-id(ws-trd-idx) TO ws-prnt-line(1:4)
               MOVE ws-days-sent TO ws-days-ed
               MOVE ws-days-ed TO ws-prnt-line(7:3)
               MOVE ws-win-count TO ws-days-ed
               MOVE ws-days-ed TO ws-prnt-line(15:3)
               MOVE ws-avg-count TO ws-avgc-ed
               MOVE ws-avgc-ed TO ws-prnt-line(20:9)
               MOVE ws-trd-last-date(ws-trd-idx) TO ws-prnt-line(31:8)
               PERFORM 2650-write-print-line
               ADD 1 TO ws-line-count
           END-IF.

       9000-terminate.
           PERFORM 3900-print-summary-page
           CLOSE trnd-rpt-file
           MOVE ws-trnd-rpt-status TO ws-status-check-code
           MOVE 'TRNDRPT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           IF ws-flagged-count > ZERO AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY '-------------------------------------------'
           DISPLAY 'DEPARTMENT TREND CONTROL TOTALS'
           DISPLAY '-------------------------------------------'
           DISPLAY 'Business date ........: ' ws-business-date
           DISPLAY 'Window dates .........: ' ws-win-count
           DISPLAY 'AUDITHST rows read ...: ' ws-hist-read-count
           DISPLAY 'AUDITOUT rows read ...: ' ws-audout-read-count
           DISPLAY 'Departments ..........: ' ws-trd-count
           DISPLAY 'Departments flagged ..: ' ws-flagged-count
           DISPLAY 'Normal senders missing: ' ws-missing-count
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
