       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGCHK.

      *****************************************************************
      *  Cross-file integrity verification, run weekly and ahead of  *
      *  every PERCLOSE.  The files the posting programs keep in     *
      *  step are proved against each other: every TRANMAS record's  *
      *  run-id must have its row on the AUDITHST history, the       *
      *  PERSUM month-to-date buckets for the open period must equal *
      *  the AUDITHST postings made in that period, no transaction   *
      *  id may be live on TRANMAS while it is still suspended on    *
      *  SUSPFILE, and every record TRANRSTR restored must still     *
      *  have its source row on the ARCHIN archive history.  Each    *
      *  break is listed on INTGRPT and the step ends with return    *
      *  code 4, so the close can be held until it is cleared.  The  *
      *  period to check (YYYYMM) may be given on the command line;  *
      *  spaces mean the earliest period not yet closed on PERCAL.   *
      *  AUDITHST must already hold every AUDITOUT generation the    *
      *  posting steps have written.                                 *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT hist-file ASSIGN TO "AUDITHST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT sort-file ASSIGN TO "SORTWK01".
           SELECT srtd-file ASSIGN TO "INTSRTD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-srtd-status.
           SELECT mstr-file ASSIGN TO "TRANMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mstr-tran-id
               ALTERNATE RECORD KEY IS mstr-run-id WITH DUPLICATES
               FILE STATUS IS ws-mstr-status.
           SELECT OPTIONAL psum-file ASSIGN TO "PERSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS psum-tran-id
               FILE STATUS IS ws-psum-status.
           SELECT OPTIONAL susp-file ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susp-tran-id
               FILE STATUS IS ws-susp-status.
           SELECT OPTIONAL jrnl-file ASSIGN TO "ONLJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS onlj-key
               FILE STATUS IS ws-jrnl-status.
           SELECT OPTIONAL arch-file ASSIGN TO "ARCHIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-arch-status.
           SELECT OPTIONAL runc-file ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-runc-status.
           SELECT OPTIONAL pcal-file ASSIGN TO "PERCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcal-period-id
               FILE STATUS IS ws-pcal-status.
           SELECT intg-rpt-file ASSIGN TO "INTGRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-intg-rpt-status.

       DATA DIVISION.
       FILE SECTION.
      *  The history is only ever read here through the sort.        *
       FD  hist-file
           RECORDING MODE IS F.
       01  hist-record PIC X(80).

      *  Sort work: the history in transaction id, then run, order,  *
      *  so it can be matched against the two indexed masters.       *
       SD  sort-file.
       01  sort-record.
           05  srt-run-id              PIC X(14).
           05  srt-tran-id             PIC X(08).
           05  FILLER                  PIC X(58).

       FD  srtd-file
           RECORDING MODE IS F.
       01  srtd-record PIC X(80).

       FD  mstr-file.
       COPY "mstrrec.cpy".

       FD  psum-file.
       COPY "persumrec.cpy".

       FD  susp-file.
       COPY "susprec.cpy".

       FD  jrnl-file.
       COPY "onljrec.cpy".

       FD  arch-file
           RECORDING MODE IS F.
       01  arch-record PIC X(79).

       FD  runc-file
           RECORDING MODE IS F.
       COPY "runrec.cpy".

       FD  pcal-file.
       COPY "percal.cpy".

       FD  intg-rpt-file
           RECORDING MODE IS F.
       01  intg-rpt-record PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "auditrec.cpy".

       77 ws-hist-status PIC X(02) VALUE '00'.
       77 ws-srtd-status PIC X(02) VALUE '00'.
       77 ws-mstr-status PIC X(02) VALUE '00'.
       77 ws-psum-status PIC X(02) VALUE '00'.
       77 ws-susp-status PIC X(02) VALUE '00'.
       77 ws-jrnl-status PIC X(02) VALUE '00'.
       77 ws-arch-status PIC X(02) VALUE '00'.
       77 ws-runc-status PIC X(02) VALUE '00'.
       77 ws-pcal-status PIC X(02) VALUE '00'.
       77 ws-intg-rpt-status PIC X(02) VALUE '00'.
       77 ws-status-check-code PIC X(02).
       77 ws-status-check-file-id PIC X(08).

       77 ws-run-id PIC X(14).
       77 ws-run-date PIC X(10).
       77 ws-intg-parm PIC X(10) VALUE SPACES.

      *    The period being proved and the business dates it covers.
       77 ws-period-id PIC X(06) VALUE SPACES.
       77 ws-period-start PIC X(08) VALUE SPACES.
       77 ws-period-end PIC X(08) VALUE SPACES.
       77 ws-pcal-eof-flag PIC X(01) VALUE 'N'.
           88 pcal-eof VALUE 'Y'.
       77 ws-pcal-found-flag PIC X(01) VALUE 'N'.
           88 pcal-found VALUE 'Y'.

      *    Match keys for the three files read in transaction id
      *    order; HIGH-VALUES once a file is exhausted.
       77 ws-hist-key PIC X(08) VALUE SPACES.
       77 ws-mstr-key PIC X(08) VALUE SPACES.
       77 ws-psum-key PIC X(08) VALUE SPACES.
       77 ws-low-key PIC X(08) VALUE SPACES.
       77 ws-cur-tran-id PIC X(08) VALUE SPACES.
       77 ws-mstr-present-flag PIC X(01) VALUE 'N'.
           88 mstr-present VALUE 'Y'.
       77 ws-psum-present-flag PIC X(01) VALUE 'N'.
           88 psum-present VALUE 'Y'.
       77 ws-run-found-flag PIC X(01) VALUE 'N'.
           88 master-run-found VALUE 'Y'.
       77 ws-jrnl-pending-flag PIC X(01) VALUE 'N'.
           88 journal-pending VALUE 'Y'.
       77 ws-psum-open-flag PIC X(01) VALUE 'N'.
           88 psum-open VALUE 'Y'.
       77 ws-susp-open-flag PIC X(01) VALUE 'N'.
           88 susp-open VALUE 'Y'.
       77 ws-jrnl-open-flag PIC X(01) VALUE 'N'.
           88 jrnl-open VALUE 'Y'.
       77 ws-susp-eof-flag PIC X(01) VALUE 'N'.
           88 susp-eof VALUE 'Y'.
       77 ws-arch-eof-flag PIC X(01) VALUE 'N'.
           88 arch-eof VALUE 'Y'.
       77 ws-runc-eof-flag PIC X(01) VALUE 'N'.
           88 runc-eof VALUE 'Y'.

      *    One transaction id's AUDITHST postings in the period, from
      *    runs that were not backed out; exception rows never posted.
       77 ws-grp-count PIC 9(08) VALUE ZERO.
       77 ws-grp-sum PIC 9(10) VALUE ZERO.
       77 ws-grp-diff PIC S9(10) VALUE ZERO.
       77 ws-grp-prod PIC 9(10) VALUE ZERO.

      *    Business date of each run from RUNCTL, and whether TRANBACK
      *    backed the run out (ONLSWEEP enters its run-id with an
      *    'O' record); runs not on RUNCTL (SUSPREP) take the date
      *    from their run-id.
       77 ws-runt-table-max PIC 9(04) VALUE 3000.
       77 ws-runt-count PIC 9(04) VALUE ZERO.
       77 ws-runt-idx PIC 9(04) VALUE ZERO.
       77 ws-runt-slot PIC 9(04) VALUE ZERO.
       01 ws-runt-table.
           05 ws-runt-entry OCCURS 3000 TIMES.
               10 ws-runt-run-id PIC X(14).
               10 ws-runt-date PIC X(08).
               10 ws-runt-backed-out PIC X(01).
       77 ws-resolve-run-id PIC X(14) VALUE SPACES.
       77 ws-resolve-date PIC X(08) VALUE SPACES.
       77 ws-resolve-backed-out PIC X(01) VALUE 'N'.

      *    Restored masters met on the TRANMAS pass, already in
      *    transaction id order, marked off against the archive.
       77 ws-rest-table-max PIC 9(04) VALUE 2000.
       77 ws-rest-count PIC 9(04) VALUE ZERO.
       77 ws-rest-idx PIC 9(04) VALUE ZERO.
       77 ws-rest-unchecked-count PIC 9(06) VALUE ZERO.
       01 ws-rest-table.
           05 ws-rest-entry OCCURS 2000 TIMES
                   ASCENDING KEY IS ws-rest-tran-id
                   INDEXED BY ws-rest-x.
               10 ws-rest-tran-id PIC X(08).
               10 ws-rest-run-id PIC X(14).
               10 ws-rest-found PIC X(01).

       77 ws-hist-read-count PIC 9(08) VALUE ZERO.
       77 ws-hist-period-count PIC 9(08) VALUE ZERO.
       77 ws-mstr-read-count PIC 9(06) VALUE ZERO.
       77 ws-psum-read-count PIC 9(06) VALUE ZERO.
       77 ws-susp-read-count PIC 9(06) VALUE ZERO.
       77 ws-susp-open-count PIC 9(06) VALUE ZERO.
       77 ws-arch-read-count PIC 9(08) VALUE ZERO.
       77 ws-online-pending-count PIC 9(06) VALUE ZERO.
       77 ws-audit-exc-count PIC 9(06) VALUE ZERO.
       77 ws-psum-exc-count PIC 9(06) VALUE ZERO.
       77 ws-susp-exc-count PIC 9(06) VALUE ZERO.
       77 ws-arch-exc-count PIC 9(06) VALUE ZERO.
       77 ws-exception-count PIC 9(06) VALUE ZERO.

       77 ws-exc-check PIC X(08) VALUE SPACES.
       77 ws-exc-run-id PIC X(14) VALUE SPACES.
       77 ws-exc-text PIC X(90) VALUE SPACES.

       77 ws-count-ed PIC ZZZZZZZ9.
       77 ws-sum-ed PIC ZZZZZZZZZ9.
       77 ws-diff-ed PIC -ZZZZZZZZZ9.
       77 ws-prod-ed PIC ZZZZZZZZZ9.

       77 ws-page-count PIC 9(04) VALUE ZERO.
       77 ws-page-count-ed PIC ZZZ9.
       77 ws-line-count PIC 9(02) VALUE ZERO.
       77 ws-lines-per-page PIC 9(02) VALUE 20.
       77 ws-prnt-line PIC X(132).

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
           PERFORM 2000-match-tran-id UNTIL ws-low-key = HIGH-VALUES
           PERFORM 4000-check-suspense
           PERFORM 5000-check-restored
           PERFORM 9000-terminate
           STOP RUN.

       1000-initialize.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           STRING ws-run-id(1:4) '-' ws-run-id(5:2) '-' ws-run-id(7:2)
               DELIMITED BY SIZE INTO ws-run-date
           ACCEPT ws-intg-parm FROM COMMAND-LINE
           MOVE ws-intg-parm(1:6) TO ws-period-id
           PERFORM 1050-find-period
           PERFORM 1060-load-run-control
           PERFORM 1100-sort-history
           OPEN INPUT srtd-file
           MOVE ws-srtd-status TO ws-status-check-code
           MOVE 'INTSRTD' TO ws-status-check-file-id
           PERFORM 9800-check-status
           OPEN INPUT mstr-file
           MOVE ws-mstr-status TO ws-status-check-code
           MOVE 'TRANMAS' TO ws-status-check-file-id
           PERFORM 9800-check-status
           OPEN INPUT psum-file
           IF ws-psum-status NOT = '00' AND ws-psum-status NOT = '05'
               MOVE ws-psum-status TO ws-status-check-code
               MOVE 'PERSUM' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-psum-status = '00'
               SET psum-open TO TRUE
           END-IF
           OPEN INPUT jrnl-file
           IF ws-jrnl-status NOT = '00' AND ws-jrnl-status NOT = '05'
               MOVE ws-jrnl-status TO ws-status-check-code
               MOVE 'ONLJRNL' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-jrnl-status = '00'
               SET jrnl-open TO TRUE
           END-IF
           OPEN OUTPUT intg-rpt-file
           MOVE ws-intg-rpt-status TO ws-status-check-code
           MOVE 'INTGRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           PERFORM 3000-print-headers
           MOVE HIGH-VALUES TO ws-rest-table
           PERFORM 2100-read-history
           MOVE LOW-VALUES TO mstr-tran-id
           START mstr-file KEY NOT < mstr-tran-id
               INVALID KEY MOVE HIGH-VALUES TO ws-mstr-key
           END-START
           IF ws-mstr-key NOT = HIGH-VALUES
               PERFORM 2200-read-master
           END-IF
           MOVE HIGH-VALUES TO ws-psum-key
           IF psum-open
               MOVE SPACES TO ws-psum-key
               MOVE LOW-VALUES TO psum-tran-id
               START psum-file KEY NOT < psum-tran-id
                   INVALID KEY MOVE HIGH-VALUES TO ws-psum-key
               END-START
               IF ws-psum-key NOT = HIGH-VALUES
                   PERFORM 2300-read-summary
               END-IF
           END-IF
           PERFORM 2050-set-low-key.

      *    The period comes from the parm when one is given, and must
      *    then be on the calendar and still open - a closed period's
      *    month-to-date buckets have already been rolled and reset.
      *    Otherwise the earliest period not yet closed is proved.
      *    With no calendar at all the period is the run date's
      *    year-month, as Main stamps it.
       1050-find-period.
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
               IF ws-period-id = SPACES
                   MOVE ws-run-id(1:6) TO ws-period-id
               END-IF
               STRING ws-period-id '01' DELIMITED BY SIZE
                   INTO ws-period-start
               STRING ws-period-id '31' DELIMITED BY SIZE
                   INTO ws-period-end
               CLOSE pcal-file
           ELSE
               IF ws-period-id NOT = SPACES
                   MOVE ws-period-id TO pcal-period-id
                   READ pcal-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY SET pcal-found TO TRUE
                   END-READ
               ELSE
                   MOVE LOW-VALUES TO pcal-period-id
                   START pcal-file KEY NOT < pcal-period-id
                       INVALID KEY SET pcal-eof TO TRUE
                   END-START
                   PERFORM UNTIL pcal-eof
                       READ pcal-file NEXT
                           AT END SET pcal-eof TO TRUE
                           NOT AT END
                               IF NOT pcal-period-closed
                                   SET pcal-found TO TRUE
                                   SET pcal-eof TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE pcal-file
               IF NOT pcal-found
                   DISPLAY 'NO OPEN PERIOD ' ws-period-id
                       ' ON PERCAL - NOTHING TO PROVE'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF pcal-period-closed
                   DISPLAY 'PERIOD ' pcal-period-id
                       ' IS ALREADY CLOSED - ITS MONTH-TO-DATE'
                       ' BUCKETS HAVE BEEN ROLLED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE pcal-period-id TO ws-period-id
               MOVE pcal-start-date TO ws-period-start
               MOVE pcal-end-date TO ws-period-end
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
      *    date; TRANBACK's 'B' record marks the run backed out, and
      *    TRANBACK has already taken a backed-out run's postings
      *    back off PERSUM.  When the table is full the oldest run is
      *    let go.
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
           END-IF
           IF runc-backed-out
               MOVE 'Y' TO ws-runt-backed-out(ws-runt-slot)
           END-IF.

      *    AUDITHST is appended in run order; the checks want it in
      *    transaction id order beside TRANMAS and PERSUM.
       1100-sort-history.
           SORT sort-file
               ON ASCENDING KEY srt-tran-id
               ON ASCENDING KEY srt-run-id
               USING hist-file
               GIVING srtd-file
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'SORT OF AUDITHST FAILED - RETURN: '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1400-resolve-run-date.
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

      *    One transaction id at a time, whichever of the history,
      *    the master and the summary is lowest: the id's history
      *    rows are totalled for the period and searched for the
      *    master's run-id, then the master and the summary record
      *    are checked against them.
       2000-match-tran-id.
           MOVE ws-low-key TO ws-cur-tran-id
           MOVE ZERO TO ws-grp-count
           MOVE ZERO TO ws-grp-sum
           MOVE ZERO TO ws-grp-diff
           MOVE ZERO TO ws-grp-prod
           MOVE 'N' TO ws-run-found-flag
           MOVE 'N' TO ws-mstr-present-flag
           MOVE 'N' TO ws-psum-present-flag
           IF ws-mstr-key = ws-cur-tran-id
               SET mstr-present TO TRUE
           END-IF
           IF ws-psum-key = ws-cur-tran-id
               SET psum-present TO TRUE
           END-IF
           PERFORM 2400-accumulate-history
               UNTIL ws-hist-key NOT = ws-cur-tran-id
           IF mstr-present
               PERFORM 2500-check-master
               PERFORM 2200-read-master
           END-IF
           PERFORM 2600-check-summary
           IF psum-present
               PERFORM 2300-read-summary
           END-IF
           PERFORM 2050-set-low-key.

       2050-set-low-key.
           MOVE ws-hist-key TO ws-low-key
           IF ws-mstr-key < ws-low-key
               MOVE ws-mstr-key TO ws-low-key
           END-IF
           IF ws-psum-key < ws-low-key
               MOVE ws-psum-key TO ws-low-key
           END-IF.

       2100-read-history.
           READ srtd-file INTO audit-record
               AT END MOVE HIGH-VALUES TO ws-hist-key
               NOT AT END
                   ADD 1 TO ws-hist-read-count
                   MOVE aud-tran-id TO ws-hist-key
           END-READ.

       2200-read-master.
           READ mstr-file NEXT
               AT END MOVE HIGH-VALUES TO ws-mstr-key
               NOT AT END
                   ADD 1 TO ws-mstr-read-count
                   MOVE mstr-tran-id TO ws-mstr-key
           END-READ
           IF ws-mstr-status NOT = '00' AND ws-mstr-status NOT = '10'
               MOVE ws-mstr-status TO ws-status-check-code
               MOVE 'TRANMAS' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF.

       2300-read-summary.
           READ psum-file NEXT
               AT END MOVE HIGH-VALUES TO ws-psum-key
               NOT AT END
                   ADD 1 TO ws-psum-read-count
                   MOVE psum-tran-id TO ws-psum-key
           END-READ
           IF ws-psum-status NOT = '00' AND ws-psum-status NOT = '10'
               MOVE ws-psum-status TO ws-status-check-code
               MOVE 'PERSUM' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF.

       2400-accumulate-history.
           IF mstr-present AND aud-run-id = mstr-run-id
               SET master-run-found TO TRUE
           END-IF
           IF aud-exception-flag NOT = 'Y'
               MOVE aud-run-id TO ws-resolve-run-id
               PERFORM 1400-resolve-run-date
               IF ws-resolve-backed-out NOT = 'Y'
                       AND ws-resolve-date NOT < ws-period-start
                       AND ws-resolve-date NOT > ws-period-end
                   ADD 1 TO ws-hist-period-count
                   ADD 1 TO ws-grp-count
                   ADD aud-sum TO ws-grp-sum
                   ADD aud-difference TO ws-grp-diff
                   ADD aud-product TO ws-grp-prod
               END-IF
           END-IF
           PERFORM 2100-read-history.

      *    A master stored from the TRANONL screen carries the store
      *    timestamp as its run-id until ONLSWEEP posts the journal
      *    entry and restamps it, so a pending journal entry accounts
      *    for a master with no history row yet.
       2500-check-master.
           IF NOT master-run-found
               MOVE 'N' TO ws-jrnl-pending-flag
               IF jrnl-open
                   MOVE mstr-run-id TO onlj-timestamp
                   MOVE mstr-tran-id TO onlj-tran-id
                   READ jrnl-file
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           IF onlj-pending
                               SET journal-pending TO TRUE
                           END-IF
                   END-READ
               END-IF
               IF journal-pending
                   ADD 1 TO ws-online-pending-count
               ELSE
                   ADD 1 TO ws-audit-exc-count
                   MOVE 'AUDIT' TO ws-exc-check
                   MOVE mstr-run-id TO ws-exc-run-id
                   MOVE 'MASTER RUN-ID HAS NO ROW ON AUDITHST'
                       TO ws-exc-text
                   PERFORM 2900-write-exception
               END-IF
           END-IF
           IF mstr-restored
               PERFORM 2550-store-restored
           END-IF.

       2550-store-restored.
           IF ws-rest-count >= ws-rest-table-max
               IF ws-rest-unchecked-count = ZERO
                   DISPLAY 'MORE THAN ' ws-rest-table-max
                       ' RESTORED MASTERS - THE REST ARE NOT CHECKED'
                       ' AGAINST ARCHIN'
               END-IF
               ADD 1 TO ws-rest-unchecked-count
           ELSE
               ADD 1 TO ws-rest-count
               MOVE mstr-tran-id TO ws-rest-tran-id(ws-rest-count)
               MOVE mstr-run-id TO ws-rest-run-id(ws-rest-count)
               MOVE 'N' TO ws-rest-found(ws-rest-count)
           END-IF.

      *    The summary row stamped with the period must agree with
      *    the history to the unit; history postings in the period
      *    with no summary row, or a row stamped with another period,
      *    are breaks too.
       2600-check-summary.
           EVALUATE TRUE
               WHEN psum-present AND psum-period-id = ws-period-id
                   IF psum-mtd-count NOT = ws-grp-count
                           OR psum-mtd-sum NOT = ws-grp-sum
                           OR psum-mtd-difference NOT = ws-grp-diff
                           OR psum-mtd-product NOT = ws-grp-prod
                       PERFORM 2650-write-summary-break
                   END-IF
               WHEN psum-present AND ws-grp-count > ZERO
                   MOVE ws-grp-count TO ws-count-ed
                   MOVE SPACES TO ws-exc-text
                   STRING 'PERSUM STAMPED ' DELIMITED BY SIZE
                       psum-period-id DELIMITED BY SIZE
                       ' BUT AUDITHST HAS' DELIMITED BY SIZE
                       ws-count-ed DELIMITED BY SIZE
                       ' POSTINGS IN ' DELIMITED BY SIZE
                       ws-period-id DELIMITED BY SIZE
                       INTO ws-exc-text
                   PERFORM 2660-write-period-break
               WHEN NOT psum-present AND ws-grp-count > ZERO
                   MOVE ws-grp-count TO ws-count-ed
                   MOVE SPACES TO ws-exc-text
                   STRING 'NO PERSUM ROW BUT AUDITHST HAS'
                       DELIMITED BY SIZE
                       ws-count-ed DELIMITED BY SIZE
                       ' POSTINGS IN ' DELIMITED BY SIZE
                       ws-period-id DELIMITED BY SIZE
                       INTO ws-exc-text
                   PERFORM 2660-write-period-break
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2650-write-summary-break.
           ADD 1 TO ws-psum-exc-count
           MOVE 'PERSUM' TO ws-exc-check
           MOVE psum-last-run-id TO ws-exc-run-id
           MOVE psum-mtd-count TO ws-count-ed
           MOVE psum-mtd-sum TO ws-sum-ed
           MOVE psum-mtd-difference TO ws-diff-ed
           MOVE psum-mtd-product TO ws-prod-ed
           MOVE SPACES TO ws-exc-text
           STRING 'MTD PERSUM   CNT' DELIMITED BY SIZE
               ws-count-ed DELIMITED BY SIZE
               '  SUM' DELIMITED BY SIZE
               ws-sum-ed DELIMITED BY SIZE
               '  DIFF' DELIMITED BY SIZE
               ws-diff-ed DELIMITED BY SIZE
               '  PROD' DELIMITED BY SIZE
               ws-prod-ed DELIMITED BY SIZE
               INTO ws-exc-text
           PERFORM 2900-write-exception
           MOVE ws-grp-count TO ws-count-ed
           MOVE ws-grp-sum TO ws-sum-ed
           MOVE ws-grp-diff TO ws-diff-ed
           MOVE ws-grp-prod TO ws-prod-ed
           MOVE SPACES TO ws-exc-check
           MOVE SPACES TO ws-exc-run-id
           MOVE SPACES TO ws-exc-text
           STRING '    AUDITHST  CNT' DELIMITED BY SIZE
               ws-count-ed DELIMITED BY SIZE
               '  SUM' DELIMITED BY SIZE
               ws-sum-ed DELIMITED BY SIZE
               '  DIFF' DELIMITED BY SIZE
               ws-diff-ed DELIMITED BY SIZE
               '  PROD' DELIMITED BY SIZE
               ws-prod-ed DELIMITED BY SIZE
               INTO ws-exc-text
           PERFORM 2950-write-exception-line.

       2660-write-period-break.
           ADD 1 TO ws-psum-exc-count
           MOVE 'PERSUM' TO ws-exc-check
           IF psum-present
               MOVE psum-last-run-id TO ws-exc-run-id
           ELSE
               MOVE SPACES TO ws-exc-run-id
           END-IF
           PERFORM 2900-write-exception.

       2900-write-exception.
           ADD 1 TO ws-exception-count
           PERFORM 2950-write-exception-line.

       2950-write-exception-line.
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE SPACES TO ws-prnt-line
           STRING ws-exc-check DELIMITED BY SIZE
               '  ' ws-cur-tran-id DELIMITED BY SIZE
               '  ' ws-exc-run-id DELIMITED BY SIZE
               '  ' ws-exc-text DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           ADD 1 TO ws-line-count.

       2990-write-print-line.
           WRITE intg-rpt-record FROM ws-prnt-line
           MOVE ws-intg-rpt-status TO ws-status-check-code
           MOVE 'INTGRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       3000-print-headers.
           ADD 1 TO ws-page-count
           MOVE ZERO TO ws-line-count
           MOVE ws-page-count TO ws-page-count-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'CROSS-FILE INTEGRITY REPORT' DELIMITED BY SIZE
               '     RUN DATE: ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               '     PAGE: ' DELIMITED BY SIZE
               ws-page-count-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'PERIOD PROVED: ' DELIMITED BY SIZE
               ws-period-id DELIMITED BY SIZE
               '  (' DELIMITED BY SIZE
               ws-period-start DELIMITED BY SIZE
               ' - ' DELIMITED BY SIZE
               ws-period-end DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'CHECK     TRAN-ID   RUN-ID          '
               DELIMITED BY SIZE
               'EXCEPTION' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING '--------  --------  --------------  '
               DELIMITED BY SIZE
               '---------' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line.

       3900-print-summary-page.
           MOVE ws-lines-per-page TO ws-line-count
           PERFORM 3000-print-headers
           MOVE SPACES TO ws-prnt-line
           MOVE 'INTEGRITY SUMMARY' TO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'History rows read ...: ' DELIMITED BY SIZE
               ws-hist-read-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Posted in period ....: ' DELIMITED BY SIZE
               ws-hist-period-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Masters read ........: ' DELIMITED BY SIZE
               ws-mstr-read-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Online awaiting sweep: ' DELIMITED BY SIZE
               ws-online-pending-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Summary rows read ...: ' DELIMITED BY SIZE
               ws-psum-read-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Suspense still open .: ' DELIMITED BY SIZE
               ws-susp-open-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Restored masters ....: ' DELIMITED BY SIZE
               ws-rest-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Archive rows read ...: ' DELIMITED BY SIZE
               ws-arch-read-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Master/history breaks: ' DELIMITED BY SIZE
               ws-audit-exc-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Summary breaks ......: ' DELIMITED BY SIZE
               ws-psum-exc-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Suspense breaks .....: ' DELIMITED BY SIZE
               ws-susp-exc-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Archive breaks ......: ' DELIMITED BY SIZE
               ws-arch-exc-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line
           IF ws-rest-unchecked-count > ZERO
               MOVE SPACES TO ws-prnt-line
               STRING 'Restored not checked: ' DELIMITED BY SIZE
                   ws-rest-unchecked-count DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2990-write-print-line
           END-IF
           MOVE SPACES TO ws-prnt-line
           STRING 'Total exceptions ....: ' DELIMITED BY SIZE
               ws-exception-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2990-write-print-line.

      *    Every suspense record still waiting for its correction is
      *    looked up on TRANMAS; a live master for the same id means
      *    the figures reached the books while they are still held
      *    in suspense.
       4000-check-suspense.
           OPEN INPUT susp-file
           IF ws-susp-status NOT = '00' AND ws-susp-status NOT = '05'
               MOVE ws-susp-status TO ws-status-check-code
               MOVE 'SUSPFILE' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-susp-status = '05'
               SET susp-eof TO TRUE
           ELSE
               SET susp-open TO TRUE
               MOVE LOW-VALUES TO susp-tran-id
               START susp-file KEY NOT < susp-tran-id
                   INVALID KEY SET susp-eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL susp-eof
               READ susp-file NEXT
                   AT END SET susp-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-susp-read-count
                       IF susp-suspended
                           PERFORM 4100-check-suspended-id
                       END-IF
               END-READ
           END-PERFORM.

       4100-check-suspended-id.
           ADD 1 TO ws-susp-open-count
           MOVE susp-tran-id TO mstr-tran-id
           READ mstr-file
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO ws-susp-exc-count
                   MOVE 'SUSPENSE' TO ws-exc-check
                   MOVE susp-tran-id TO ws-cur-tran-id
                   MOVE mstr-run-id TO ws-exc-run-id
                   MOVE SPACES TO ws-exc-text
                   STRING 'LIVE ON TRANMAS BUT SUSPENDED - '
                       DELIMITED BY SIZE
                       susp-reason DELIMITED BY SIZE
                       ' ON ' DELIMITED BY SIZE
                       susp-business-date DELIMITED BY SIZE
                       INTO ws-exc-text
                   PERFORM 2900-write-exception
           END-READ
           IF ws-mstr-status NOT = '00' AND ws-mstr-status NOT = '23'
               MOVE ws-mstr-status TO ws-status-check-code
               MOVE 'TRANMAS' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF.

      *    The archive rows carry the master layout and TRANRSTR
      *    restores them unchanged but for the maintenance fields and
      *    the restored flag, so a restored master's source is the
      *    archive row with the same id and run-id.
       5000-check-restored.
           IF ws-rest-count > ZERO
               OPEN INPUT arch-file
               IF ws-arch-status NOT = '00'
                       AND ws-arch-status NOT = '05'
                   MOVE ws-arch-status TO ws-status-check-code
                   MOVE 'ARCHIN' TO ws-status-check-file-id
                   PERFORM 9800-check-status
               END-IF
               PERFORM UNTIL arch-eof
                   READ arch-file
                       AT END SET arch-eof TO TRUE
                       NOT AT END PERFORM 5100-match-archive-row
                   END-READ
               END-PERFORM
               CLOSE arch-file
               PERFORM VARYING ws-rest-idx FROM 1 BY 1
                       UNTIL ws-rest-idx > ws-rest-count
                   IF ws-rest-found(ws-rest-idx) NOT = 'Y'
                       ADD 1 TO ws-arch-exc-count
                       MOVE 'ARCHIVE' TO ws-exc-check
                       MOVE ws-rest-tran-id(ws-rest-idx)
                           TO ws-cur-tran-id
                       MOVE ws-rest-run-id(ws-rest-idx)
                           TO ws-exc-run-id
                       MOVE 'RESTORED MASTER HAS NO ROW ON ARCHIN'
                           TO ws-exc-text
                       PERFORM 2900-write-exception
                   END-IF
               END-PERFORM
           END-IF.

       5100-match-archive-row.
           ADD 1 TO ws-arch-read-count
           MOVE arch-record TO mstr-record
           SEARCH ALL ws-rest-entry
               AT END CONTINUE
               WHEN ws-rest-tran-id(ws-rest-x) = mstr-tran-id
                   IF ws-rest-run-id(ws-rest-x) = mstr-run-id
                       MOVE 'Y' TO ws-rest-found(ws-rest-x)
                   END-IF
           END-SEARCH.

       9000-terminate.
           PERFORM 3900-print-summary-page
           CLOSE srtd-file
           MOVE ws-srtd-status TO ws-status-check-code
           MOVE 'INTSRTD' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE mstr-file
           MOVE ws-mstr-status TO ws-status-check-code
           MOVE 'TRANMAS' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           IF psum-open
               CLOSE psum-file
               MOVE ws-psum-status TO ws-status-check-code
               MOVE 'PERSUM' TO ws-status-check-file-id
               PERFORM 9850-check-close-status
           END-IF
           IF susp-open
               CLOSE susp-file
               MOVE ws-susp-status TO ws-status-check-code
               MOVE 'SUSPFILE' TO ws-status-check-file-id
               PERFORM 9850-check-close-status
           END-IF
           IF jrnl-open
               CLOSE jrnl-file
               MOVE ws-jrnl-status TO ws-status-check-code
               MOVE 'ONLJRNL' TO ws-status-check-file-id
               PERFORM 9850-check-close-status
           END-IF
           CLOSE intg-rpt-file
           MOVE ws-intg-rpt-status TO ws-status-check-code
           MOVE 'INTGRPT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           DISPLAY '-------------------------------------------'
           DISPLAY 'INTEGRITY CHECK CONTROL TOTALS - PERIOD '
               ws-period-id
           DISPLAY '-------------------------------------------'
           DISPLAY 'History rows read ...: ' ws-hist-read-count
           DISPLAY 'Masters read ........: ' ws-mstr-read-count
           DISPLAY 'Summary rows read ...: ' ws-psum-read-count
           DISPLAY 'Suspense still open .: ' ws-susp-open-count
           DISPLAY 'Restored masters ....: ' ws-rest-count
           DISPLAY 'Master/history breaks: ' ws-audit-exc-count
           DISPLAY 'Summary breaks ......: ' ws-psum-exc-count
           DISPLAY 'Suspense breaks .....: ' ws-susp-exc-count
           DISPLAY 'Archive breaks ......: ' ws-arch-exc-count
           DISPLAY 'Total exceptions ....: ' ws-exception-count
           DISPLAY '-------------------------------------------'
           IF ws-exception-count > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

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
