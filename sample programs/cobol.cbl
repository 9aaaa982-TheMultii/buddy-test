               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcal-period-id
               FILE STATUS IS ws-pcal-status.
           SELECT OPTIONAL hist-file ASSIGN TO "AUDITHST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-hist-status.
           SELECT OPTIONAL held-file ASSIGN TO "HELDDUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dupl-key
               FILE STATUS IS ws-held-status.
           SELECT OPTIONAL dlim-file ASSIGN TO "DEPTLIM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS dlim-dept-id
               FILE STATUS IS ws-dlim-status.
           SELECT OPTIONAL appr-file ASSIGN TO "APPRHLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS appr-key
               FILE STATUS IS ws-appr-status.
           SELECT OPTIONAL splt-file ASSIGN TO "SPLITCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-splt-status.
           SELECT prtt-file ASSIGN TO "PARTTOT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-prtt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  pcal-file.
       COPY "percal.cpy".

      *  The accumulated audit history (the daily AUDITOUT files     *
      *  appended together), laid out as AUDITREC; only the fields   *
      *  the duplicate check needs are named here.                   *
       FD  hist-file
           RECORDING MODE IS F.
       01  hist-record.
           05  hist-run-id PIC X(14).
           05  hist-tran-id PIC X(08).
           05  FILLER PIC X(19).
           05  hist-exception-flag PIC X(01).
           05  FILLER PIC X(38).

       FD  held-file.
       COPY "duprec.cpy".

       FD  dlim-file.
       COPY "deptlim.cpy".

       FD  appr-file.
       COPY "apprrec.cpy".

       FD  splt-file
           RECORDING MODE IS F.
       COPY "spltrec.cpy".

      *  Written only by a copy posting one partition of a split;    *
      *  each copy has its own PARTTOT, as it has its own TRANSIN,   *
      *  CKPTFILE, PRNTOUT, AUDITOUT, EXTROUT and BATCHWRK.          *
       FD  prtt-file
           RECORDING MODE IS F.
       COPY "prtnrec.cpy".

       WORKING-STORAGE SECTION.
       77 a PIC 9(02).
       77 b PIC 9(02).
               10 ws-dept-rejected PIC 9(04).
               10 ws-dept-hash-a PIC 9(08).
               10 ws-dept-hash-b PIC 9(08).
               10 ws-dept-appr-held PIC 9(06).
               10 ws-dept-appr-approved PIC 9(06).
               10 ws-dept-appr-declined PIC 9(06).
       77 ws-recap-posted-ed PIC ZZZZZ9.
       77 ws-recap-susp-ed PIC ZZZZZ9.
       77 ws-recap-bal-ed PIC ZZZ9.
       77 ws-recap-rej-ed PIC ZZZ9.
       77 ws-recap-hash-a-ed PIC ZZZZZZZ9.
       77 ws-recap-hash-b-ed PIC ZZZZZZZ9.
       77 ws-recap-appr-held-ed PIC ZZZZZ9.
       77 ws-recap-appr-ok-ed PIC ZZZZZ9.
       77 ws-recap-appr-dec-ed PIC ZZZZZ9.

       77 ws-crul-status PIC X(02) VALUE '00'.
       77 ws-crul-eof-flag PIC X(01) VALUE 'N'.
       77 ws-quot-ed PIC ZZ9.99.
       77 ws-exception-ind PIC X(17) VALUE SPACES.

       77 ws-hist-status PIC X(02) VALUE '00'.
       77 ws-hist-eof-flag PIC X(01) VALUE 'N'.
           88 hist-eof VALUE 'Y'.
       77 ws-held-status PIC X(02) VALUE '00'.
       77 ws-held-eof-flag PIC X(01) VALUE 'N'.
           88 held-eof VALUE 'Y'.
       77 ws-dup-flag PIC X(01) VALUE 'N'.
           88 duplicate-found VALUE 'Y'.
       77 ws-mstr-found-flag PIC X(01) VALUE 'N'.
           88 mstr-found VALUE 'Y'.
       77 ws-dup-orig-run-id PIC X(14) VALUE SPACES.
       77 ws-dup-orig-date PIC X(08) VALUE SPACES.
       77 ws-dup-orig-source PIC X(01) VALUE SPACES.
       77 ws-dup-held-count PIC 9(06) VALUE ZERO.
       77 ws-dup-posted-count PIC 9(06) VALUE ZERO.
       77 ws-dup-waiting-count PIC 9(06) VALUE ZERO.
       77 ws-dup-status-text PIC X(20) VALUE SPACES.

      *    Department approval limits from DEPTLIM, with the total of
      *    sums each limited department has posted so far on this
      *    business date for the daily ceiling.
       77 ws-dlim-status PIC X(02) VALUE '00'.
       77 ws-dlim-eof-flag PIC X(01) VALUE 'N'.
           88 dlim-eof VALUE 'Y'.
       77 ws-appr-status PIC X(02) VALUE '00'.
       77 ws-appr-eof-flag PIC X(01) VALUE 'N'.
           88 appr-eof VALUE 'Y'.
       77 ws-aud-eof-flag PIC X(01) VALUE 'N'.
           88 aud-eof VALUE 'Y'.
       77 ws-lim-table-max PIC 9(03) VALUE 100.
       77 ws-lim-count PIC 9(03) VALUE ZERO.
       77 ws-lim-idx PIC 9(03) VALUE ZERO.
       77 ws-lim-slot PIC 9(03) VALUE ZERO.
       77 ws-lim-lookup PIC X(04) VALUE SPACES.
       01 ws-lim-table.
           05 ws-lim-entry OCCURS 100 TIMES.
               10 ws-lim-dept PIC X(04).
               10 ws-lim-max-sum PIC 9(03).
               10 ws-lim-max-product PIC 9(04).
               10 ws-lim-ceiling PIC 9(08).
               10 ws-lim-day-sum PIC 9(08).
       77 ws-limit-check-flag PIC X(01) VALUE 'N'.
           88 limit-check-on VALUE 'Y'.
       77 ws-over-limit-flag PIC X(01) VALUE 'N'.
           88 over-limit VALUE 'Y'.
       77 ws-over-limit-reason PIC X(20) VALUE SPACES.
       77 ws-over-limit-value PIC 9(08) VALUE ZERO.
       77 ws-appr-held-count PIC 9(06) VALUE ZERO.
       77 ws-appr-posted-count PIC 9(06) VALUE ZERO.
       77 ws-appr-declined-count PIC 9(06) VALUE ZERO.
       77 ws-appr-waiting-count PIC 9(06) VALUE ZERO.
       77 ws-appr-status-text PIC X(20) VALUE SPACES.
       77 ws-limit-ed PIC ZZZZZZZ9.

      *    Business date of every run on RUNCTL, so a run-id found on
      *    TRANMAS or AUDITHST can be placed on its business date
      *    (ONLSWEEP enters its run-id with an 'O' record); any other
      *    run-id from outside Main (SUSPREP, an online store) is
      *    dated by its own timestamp.
       77 ws-runt-table-max PIC 9(04) VALUE 3000.
       77 ws-runt-count PIC 9(04) VALUE ZERO.
       77 ws-runt-idx PIC 9(04) VALUE ZERO.
       77 ws-runt-slot PIC 9(04) VALUE ZERO.
       01 ws-run-table.
           05 ws-runt-entry OCCURS 3000 TIMES.
               10 ws-runt-run-id PIC X(14).
               10 ws-runt-date PIC X(08).
               10 ws-runt-backed-out PIC X(01).
       77 ws-resolve-run-id PIC X(14) VALUE SPACES.
       77 ws-resolve-date PIC X(08) VALUE SPACES.
       77 ws-resolve-backed-out PIC X(01) VALUE SPACES.

      *    Every tran-id on today's input, kept in key order for the
      *    binary search, with the latest earlier-date posting the
      *    AUDITHST history holds for it.  Unused slots stay at
      *    HIGH-VALUES so the table is always in order.
       77 ws-inid-table-max PIC 9(05) VALUE 5000.
       77 ws-inid-count PIC 9(05) VALUE ZERO.
       77 ws-inid-idx PIC 9(05) VALUE ZERO.
       77 ws-inid-full-flag PIC X(01) VALUE 'N'.
           88 inid-table-full VALUE 'Y'.
       77 ws-inid-placed-flag PIC X(01) VALUE 'N'.
           88 inid-placed VALUE 'Y'.
       77 ws-inid-found-flag PIC X(01) VALUE 'N'.
           88 inid-found VALUE 'Y'.
       77 ws-inid-lookup PIC X(08) VALUE SPACES.
       01 ws-inid-table.
           05 ws-inid-entry OCCURS 5000 TIMES
                   ASCENDING KEY IS ws-inid-tran-id
                   INDEXED BY ws-inid-x.
               10 ws-inid-tran-id PIC X(08).
               10 ws-inid-orig-run-id PIC X(14).
               10 ws-inid-orig-date PIC X(08).

      *    Partitioned posting: the TRANSPLT partition this copy
      *    posts (parm bytes 2-3), and the split's department map,
      *    so released duplicates and approved items post in the
      *    partition that owns their department.
       77 ws-splt-status PIC X(02) VALUE '00'.
       77 ws-splt-eof-flag PIC X(01) VALUE 'N'.
           88 splt-eof VALUE 'Y'.
       77 ws-prtt-status PIC X(02) VALUE '00'.
       77 ws-partition-flag PIC X(01) VALUE 'N'.
           88 partition-run VALUE 'Y'.
       77 ws-partition-id PIC X(02) VALUE SPACES.
       77 ws-part-run-status PIC X(01) VALUE SPACES.
       77 ws-split-found-flag PIC X(01) VALUE 'N'.
           88 split-header-found VALUE 'Y'.
       77 ws-split-date PIC X(08) VALUE SPACES.
       77 ws-split-part-count PIC 9(02) VALUE ZERO.
       77 ws-pmap-table-max PIC 9(03) VALUE 200.
       77 ws-pmap-count PIC 9(03) VALUE ZERO.
       77 ws-pmap-idx PIC 9(03) VALUE ZERO.
       77 ws-pmap-lookup PIC X(04) VALUE SPACES.
       77 ws-pmap-owner PIC X(02) VALUE SPACES.
       77 ws-dept-owned-flag PIC X(01) VALUE 'Y'.
           88 dept-owned VALUE 'Y'.
       01 ws-pmap-table.
           05 ws-pmap-entry OCCURS 200 TIMES.
               10 ws-pmap-dept PIC X(04).
               10 ws-pmap-partition PIC X(02).

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
               DELIMITED BY SIZE INTO ws-run-date
           ACCEPT ws-restart-param FROM COMMAND-LINE
           PERFORM 1050-read-control-record
           IF ws-restart-param(2:2) NOT = SPACES
               PERFORM 1052-read-split-control
           END-IF
           PERFORM 1055-load-calc-rules
           PERFORM 1056-load-dept-limits
           PERFORM 1058-find-accounting-period
           PERFORM 1060-check-run-control
           PERFORM 1300-load-posting-history
           OPEN INPUT trans-file
           MOVE ws-trans-status TO ws-status-check-code
           MOVE 'TRANSIN' TO ws-status-check-file-id
           PERFORM 9800-check-status
           IF ws-restart-param(1:1) = 'R'
               PERFORM 1150-rebuild-day-totals
               OPEN EXTEND audit-file
           ELSE
               OPEN OUTPUT audit-file
           IF ws-restart-param(1:1) NOT = 'R'
               PERFORM 2850-write-extract-header
           END-IF
           OPEN I-O held-file
           IF ws-held-status NOT = '00' AND ws-held-status NOT = '05'
               MOVE ws-held-status TO ws-status-check-code
               MOVE 'HELDDUP' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           OPEN I-O appr-file
           IF ws-appr-status NOT = '00' AND ws-appr-status NOT = '05'
               MOVE ws-appr-status TO ws-status-check-code
               MOVE 'APPRHLD' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           PERFORM 3000-print-headers
           PERFORM 1500-post-released-duplicates
           PERFORM 1520-post-approved-items
           PERFORM 2100-read-trans.

       1050-read-control-record.
           IF ws-ctl-status NOT = '00' AND ws-ctl-status NOT = '05'
               DISPLAY 'ERROR OPENING CTLPARM - STATUS: '
                   ws-ctl-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ctl-file
           IF ws-value-count > 20
               DISPLAY 'CTLPARM VALUE COUNT ' ws-value-count
                   ' EXCEEDS THE 20-VALUE LIMIT - RUN TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-business-date = SPACES
               MOVE ws-run-id(1:8) TO ws-business-date
           END-IF.

      *    A copy of Main posting one TRANSPLT partition (parm bytes
      *    2-3, e.g. ' 02', or 'R02' to restart it) posts under the
      *    run-id the split gave the whole business date, so the
      *    date is still one run on RUNCTL, TRANMAS and the audit
      *    trail; it must be for the date that was split and one of
      *    its partitions, or nobody would merge what it posted.
       1052-read-split-control.
           MOVE ws-restart-param(2:2) TO ws-partition-id
           SET partition-run TO TRUE
           MOVE ZERO TO ws-pmap-count
           MOVE 'N' TO ws-splt-eof-flag
           OPEN INPUT splt-file
           IF ws-splt-status NOT = '00' AND ws-splt-status NOT = '05'
               DISPLAY 'ERROR OPENING SPLITCTL - STATUS: '
                   ws-splt-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-splt-status = '05'
               SET splt-eof TO TRUE
           END-IF
           PERFORM UNTIL splt-eof
               READ splt-file
                   AT END SET splt-eof TO TRUE
                   NOT AT END PERFORM 1053-store-split-record
               END-READ
           END-PERFORM
           CLOSE splt-file
           EVALUATE TRUE
               WHEN NOT split-header-found
                   DISPLAY 'PARTITION ' ws-partition-id
                       ' REQUESTED BUT SPLITCTL HOLDS NO SPLIT'
                       ' - RUN TERMINATED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN ws-partition-id IS NOT NUMERIC
                       OR ws-partition-id = '00'
                       OR ws-partition-id > ws-split-part-count
                   DISPLAY 'PARTITION ' ws-partition-id
                       ' IS NOT ONE OF THE ' ws-split-part-count
                       ' ON SPLITCTL - RUN TERMINATED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               WHEN ws-split-date NOT = ws-business-date
                   DISPLAY 'SPLITCTL IS FOR BUSINESS DATE '
                       ws-split-date ' NOT ' ws-business-date
                       ' - RUN TERMINATED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           DISPLAY 'POSTING PARTITION ' ws-partition-id ' OF '
               ws-split-part-count ' UNDER RUN ' ws-run-id.

       1053-store-split-record.
           EVALUATE TRUE
               WHEN splt-header
                   SET split-header-found TO TRUE
                   MOVE splh-business-date TO ws-split-date
                   MOVE splh-partition-count TO ws-split-part-count
                   MOVE splh-run-id TO ws-run-id
               WHEN splt-dept
                   IF ws-pmap-count >= ws-pmap-table-max
                       DISPLAY 'SPLITCTL HOLDS MORE THAN '
                           ws-pmap-table-max
                           ' DEPARTMENTS - RUN TERMINATED'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO ws-pmap-count
                   MOVE spld-dept-id TO ws-pmap-dept(ws-pmap-count)
                   MOVE spld-partition
                       TO ws-pmap-partition(ws-pmap-count)
           END-EVALUATE.

      *    Released duplicates and approved items post in the
      *    partition that owns their department; those of a
      *    department that sent nothing today post in partition 01.
       1054-check-dept-owned.
           SET dept-owned TO TRUE
           IF partition-run
               MOVE '01' TO ws-pmap-owner
               PERFORM VARYING ws-pmap-idx FROM 1 BY 1
                       UNTIL ws-pmap-idx > ws-pmap-count
                   IF ws-pmap-dept(ws-pmap-idx) = ws-pmap-lookup
                       MOVE ws-pmap-partition(ws-pmap-idx)
                           TO ws-pmap-owner
                       MOVE ws-pmap-count TO ws-pmap-idx
                   END-IF
               END-PERFORM
               IF ws-pmap-owner NOT = ws-partition-id
                   MOVE 'N' TO ws-dept-owned-flag
               END-IF
           END-IF.

      *    The calculation rules are configuration, changed by the
      *    business without a release; a missing CALCRULE file just
      *    means every transaction gets the standard arithmetic.
           IF ws-crul-status NOT = '00' AND ws-crul-status NOT = '05'
               DISPLAY 'ERROR OPENING CALCRULE - STATUS: '
                   ws-crul-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-crul-status = '05'
           IF ws-rule-count >= ws-rule-table-max
               DISPLAY 'CALCRULE HOLDS MORE THAN ' ws-rule-table-max
                   ' RULES - RUN TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-rule-count
           IF ws-pcal-status NOT = '00' AND ws-pcal-status NOT = '05'
               DISPLAY 'ERROR OPENING PERCAL - STATUS: '
                   ws-pcal-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-pcal-status = '05'
           END-PERFORM
           CLOSE pcal-file.

      *    The approval limits are configuration like the calculation
      *    rules; a missing DEPTLIM file means no department is
      *    limited and everything posts as before.
       1056-load-dept-limits.
           MOVE ZERO TO ws-lim-count
           MOVE 'N' TO ws-dlim-eof-flag
           OPEN INPUT dlim-file
           IF ws-dlim-status NOT = '00' AND ws-dlim-status NOT = '05'
               DISPLAY 'ERROR OPENING DEPTLIM - STATUS: '
                   ws-dlim-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-dlim-status = '05'
               SET dlim-eof TO TRUE
           END-IF
           IF NOT dlim-eof
               MOVE LOW-VALUES TO dlim-dept-id
               START dlim-file KEY NOT < dlim-dept-id
                   INVALID KEY SET dlim-eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL dlim-eof
               READ dlim-file NEXT
                   AT END SET dlim-eof TO TRUE
                   NOT AT END PERFORM 1059-store-dept-limit
               END-READ
           END-PERFORM
           CLOSE dlim-file.

       1059-store-dept-limit.
           IF ws-lim-count >= ws-lim-table-max
               DISPLAY 'DEPTLIM HOLDS MORE THAN ' ws-lim-table-max
                   ' DEPARTMENTS - RUN TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-lim-count
           MOVE dlim-dept-id TO ws-lim-dept(ws-lim-count)
           MOVE ZERO TO ws-lim-max-sum(ws-lim-count)
           MOVE ZERO TO ws-lim-max-product(ws-lim-count)
           MOVE ZERO TO ws-lim-ceiling(ws-lim-count)
           MOVE ZERO TO ws-lim-day-sum(ws-lim-count)
           IF dlim-max-sum IS NUMERIC
               MOVE dlim-max-sum TO ws-lim-max-sum(ws-lim-count)
           END-IF
           IF dlim-max-product IS NUMERIC
               MOVE dlim-max-product
                   TO ws-lim-max-product(ws-lim-count)
           END-IF
           IF dlim-daily-ceiling IS NUMERIC
               MOVE dlim-daily-ceiling TO ws-lim-ceiling(ws-lim-count)
           END-IF.

      *    The run-control file is the guard against posting the same
      *    business date twice or jumping past a day that never
      *    finished.  An 'F' in the first byte of the command-line
      *    parameter is the operations force-rerun override.
       1060-check-run-control.
           MOVE SPACES TO ws-this-date-status
           MOVE SPACES TO ws-part-run-status
           MOVE SPACES TO ws-prior-date
           MOVE SPACES TO ws-prior-date-status
           MOVE SPACES TO ws-later-date
           IF ws-runc-status NOT = '00' AND ws-runc-status NOT = '05'
               DISPLAY 'ERROR OPENING RUNCTL - STATUS: '
                   ws-runc-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-runc-status = '05'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF partition-run AND ws-part-run-status = 'P'
                   AND ws-restart-param(1:1) NOT = 'F'
               DISPLAY 'PARTITION ' ws-partition-id
                   ' OF BUSINESS DATE ' ws-business-date
                   ' ALREADY POSTED - F PARM FORCES A REPOST'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-prior-date NOT = SPACES
                   AND ws-prior-date-status NOT = 'C'
                   AND ws-prior-date-status NOT = 'B'
           PERFORM 1080-mark-run-started.

       1070-apply-run-control.
           PERFORM 1075-store-run-date
           EVALUATE TRUE
               WHEN runc-sweep-record
                   CONTINUE
               WHEN runc-business-date = ws-business-date
                   MOVE runc-status TO ws-this-date-status
                   IF partition-run AND runc-run-id = ws-run-id
                       PERFORM 1072-apply-partition-status
                   END-IF
               WHEN runc-business-date < ws-business-date
                   MOVE runc-business-date TO ws-prior-date
                   MOVE runc-status TO ws-prior-date-status
                   MOVE runc-business-date TO ws-later-date
           END-EVALUATE.

      *    A partition is posted once per split, like the date: its
      *    own latest record under the split's run-id must not be
      *    'P' unless TRANSPLT's run was backed out since.
       1072-apply-partition-status.
           EVALUATE TRUE
               WHEN runc-backed-out
                   MOVE SPACES TO ws-part-run-status
               WHEN runc-partition-id = ws-partition-id
                   MOVE runc-status TO ws-part-run-status
           END-EVALUATE.

      *    A run's 'S', 'C' and 'F' records all carry its business
      *    date; TRANBACK's 'B' record marks the run backed out, and
      *    a backed-out run's postings no longer count as posted.
      *    When the table is full the oldest run is let go, since
      *    it is the least likely to be resent.
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

       1080-mark-run-started.
           MOVE 'S' TO ws-runc-new-status
           PERFORM 1090-write-run-status
           IF ws-runc-status NOT = '00' AND ws-runc-status NOT = '05'
               DISPLAY 'ERROR OPENING RUNCTL - STATUS: '
                   ws-runc-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO run-control-record
           MOVE ws-business-date TO runc-business-date
           MOVE ws-run-id TO runc-run-id
           MOVE ws-runc-new-status TO runc-status
           MOVE ws-partition-id TO runc-partition-id
           WRITE run-control-record
           IF ws-runc-status NOT = '00'
               DISPLAY 'ERROR WRITING RUNCTL - STATUS: '
                   ws-runc-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE runc-file.

      *    The history side of the duplicate check.  Today's input is
      *    read once ahead of the posting to collect its tran-ids,
      *    then one pass of AUDITHST notes, for each of them, the
      *    latest posting made on an earlier business date by a run
      *    that was not backed out.  Exception rows never posted, so
      *    they do not count.  TRANMAS is checked at posting time;
      *    the history matters for ids whose master has since been
      *    archived off TRANMAS.
       1300-load-posting-history.
           MOVE HIGH-VALUES TO ws-inid-table
           MOVE ZERO TO ws-inid-count
           OPEN INPUT trans-file
           MOVE ws-trans-status TO ws-status-check-code
           MOVE 'TRANSIN' TO ws-status-check-file-id
           PERFORM 9800-check-status
           PERFORM UNTIL end-of-file
               READ trans-file
                   AT END SET end-of-file TO TRUE
                   NOT AT END
                       IF NOT tran-batch-header
                               AND NOT tran-batch-trailer
                           PERFORM 1310-store-incoming-id
                       END-IF
               END-READ
           END-PERFORM
           CLOSE trans-file
           MOVE 'N' TO ws-eof-flag
           MOVE 'N' TO ws-hist-eof-flag
           OPEN INPUT hist-file
           IF ws-hist-status NOT = '00' AND ws-hist-status NOT = '05'
               MOVE ws-hist-status TO ws-status-check-code
               MOVE 'AUDITHST' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-hist-status = '05'
               SET hist-eof TO TRUE
           END-IF
           PERFORM UNTIL hist-eof
               READ hist-file
                   AT END SET hist-eof TO TRUE
                   NOT AT END
                       IF hist-exception-flag NOT = 'Y'
                           PERFORM 1350-note-history-posting
                       END-IF
               END-READ
           END-PERFORM
           CLOSE hist-file.

       1310-store-incoming-id.
           MOVE tran-id TO ws-inid-lookup
           PERFORM 1320-find-incoming-id
           IF NOT inid-found
               IF ws-inid-count >= ws-inid-table-max
                   IF NOT inid-table-full
                       DISPLAY 'MORE THAN ' ws-inid-table-max
                           ' TRAN-IDS ON TRANSIN - THE REST ARE'
                           ' CHECKED AGAINST TRANMAS ONLY'
                       SET inid-table-full TO TRUE
                   END-IF
               ELSE
                   MOVE ws-inid-count TO ws-inid-idx
                   MOVE 'N' TO ws-inid-placed-flag
                   PERFORM UNTIL ws-inid-idx = ZERO OR inid-placed
                       IF ws-inid-tran-id(ws-inid-idx) > tran-id
                           MOVE ws-inid-entry(ws-inid-idx)
                               TO ws-inid-entry(ws-inid-idx + 1)
                           SUBTRACT 1 FROM ws-inid-idx
                       ELSE
                           SET inid-placed TO TRUE
                       END-IF
                   END-PERFORM
                   ADD 1 TO ws-inid-idx
                   MOVE tran-id TO ws-inid-tran-id(ws-inid-idx)
                   MOVE SPACES TO ws-inid-orig-run-id(ws-inid-idx)
                   MOVE SPACES TO ws-inid-orig-date(ws-inid-idx)
                   ADD 1 TO ws-inid-count
               END-IF
           END-IF.

       1320-find-incoming-id.
           MOVE 'N' TO ws-inid-found-flag
           SEARCH ALL ws-inid-entry
               AT END CONTINUE
               WHEN ws-inid-tran-id(ws-inid-x) = ws-inid-lookup
                   SET inid-found TO TRUE
           END-SEARCH.

       1350-note-history-posting.
           MOVE hist-tran-id TO ws-inid-lookup
           PERFORM 1320-find-incoming-id
           IF inid-found
               MOVE hist-run-id TO ws-resolve-run-id
               PERFORM 1400-resolve-run-date
               IF ws-resolve-backed-out NOT = 'Y'
                       AND ws-resolve-date < ws-business-date
                       AND (ws-inid-orig-date(ws-inid-x) = SPACES
                       OR ws-resolve-date
                           NOT < ws-inid-orig-date(ws-inid-x))
                   MOVE hist-run-id TO ws-inid-orig-run-id(ws-inid-x)
                   MOVE ws-resolve-date TO ws-inid-orig-date(ws-inid-x)
               END-IF
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

      *    Duplicates a supervisor released on the DUPONL screen post
      *    ahead of today's input, under the department that sent
      *    them.  Their A/B were hashed into the run that held them,
      *    so they are not hashed again here.
       1500-post-released-duplicates.
           MOVE 'N' TO ws-held-eof-flag
           MOVE LOW-VALUES TO dupl-key
           START held-file KEY NOT < dupl-key
               INVALID KEY SET held-eof TO TRUE
           END-START
           PERFORM UNTIL held-eof
               READ held-file NEXT
                   AT END SET held-eof TO TRUE
                   NOT AT END
                       IF dupl-released
                           MOVE dupl-dept-id TO ws-pmap-lookup
                           PERFORM 1054-check-dept-owned
                           IF dept-owned
                               PERFORM 1510-post-released-item
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF ws-dup-posted-count > ZERO
               PERFORM 2500-write-checkpoint
           END-IF.

       1510-post-released-item.
           MOVE dupl-tran-image TO tran-record
           MOVE dupl-dept-id TO ws-current-dept
           PERFORM 7100-locate-dept
           MOVE tran-a TO a
           MOVE tran-b TO b
           PERFORM 2075-calculate-and-post
           ADD 1 TO ws-dup-posted-count
           MOVE 'P' TO dupl-status
           MOVE ws-run-id TO dupl-post-run-id
           REWRITE held-duplicate-record
           MOVE ws-held-status TO ws-status-check-code
           MOVE 'HELDDUP' TO ws-status-check-file-id
           PERFORM 9800-check-status.

      *    Items a supervisor approved on the APRVONL screen post
      *    ahead of today's input, under the department that sent
      *    them and without being held against its limits again;
      *    they still count toward its daily ceiling.  Like released
      *    duplicates they were hashed into the run that held them.
      *    A decline is counted once, by the first run after it.
       1520-post-approved-items.
           MOVE 'N' TO ws-appr-eof-flag
           MOVE LOW-VALUES TO appr-key
           START appr-file KEY NOT < appr-key
               INVALID KEY SET appr-eof TO TRUE
           END-START
           PERFORM UNTIL appr-eof
               READ appr-file NEXT
                   AT END SET appr-eof TO TRUE
                   NOT AT END
                       MOVE appr-dept-id TO ws-pmap-lookup
                       PERFORM 1054-check-dept-owned
                       EVALUATE TRUE
                           WHEN NOT dept-owned
                               CONTINUE
                           WHEN appr-approved
                               PERFORM 1530-post-approved-item
                           WHEN appr-declined
                                   AND appr-post-run-id = SPACES
                               PERFORM 1540-note-declined-item
                       END-EVALUATE
               END-READ
           END-PERFORM
           IF ws-appr-posted-count > ZERO
               PERFORM 2500-write-checkpoint
           END-IF.

       1530-post-approved-item.
           MOVE appr-tran-image TO tran-record
           MOVE appr-dept-id TO ws-current-dept
           PERFORM 7100-locate-dept
           MOVE tran-a TO a
           MOVE tran-b TO b
           PERFORM 2075-calculate-and-post
           ADD 1 TO ws-appr-posted-count
           IF ws-dept-slot > ZERO
               ADD 1 TO ws-dept-appr-approved(ws-dept-slot)
           END-IF
           MOVE 'P' TO appr-status
           MOVE ws-run-id TO appr-post-run-id
           REWRITE approval-hold-record
           MOVE ws-appr-status TO ws-status-check-code
           MOVE 'APPRHLD' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       1540-note-declined-item.
           MOVE appr-dept-id TO ws-current-dept
           PERFORM 7100-locate-dept
           ADD 1 TO ws-appr-declined-count
           IF ws-dept-slot > ZERO
               ADD 1 TO ws-dept-appr-declined(ws-dept-slot)
           END-IF
           MOVE ws-run-id TO appr-post-run-id
           REWRITE approval-hold-record
           MOVE ws-appr-status TO ws-status-check-code
           MOVE 'APPRHLD' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       1100-find-last-checkpoint.
           MOVE ZERO TO ws-skip-count
           OPEN INPUT ckpt-file
           IF ws-ckpt-status NOT = '00' AND ws-ckpt-status NOT = '05'
               DISPLAY 'ERROR OPENING CKPTFILE - STATUS: '
                   ws-ckpt-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-ckpt-status = '05'
                       MOVE ckpt-ext-total-sum TO ws-ext-total-sum
                       MOVE ckpt-ext-total-diff TO ws-ext-total-diff
                       MOVE ckpt-ext-total-prod TO ws-ext-total-prod
                       MOVE ckpt-held-count TO ws-dup-held-count
                       MOVE ckpt-appr-held-count TO ws-appr-held-count
               END-READ
           END-PERFORM
           CLOSE ckpt-file.

      *    A daily ceiling counts everything the department has
      *    posted this business date, so on a restart the posted rows
      *    the failed attempts left on AUDITOUT are added back before
      *    posting resumes.  The rows posted after the last checkpoint
      *    are posted again and so count twice; that can only hold an
      *    item for approval, never let one past its ceiling.
       1150-rebuild-day-totals.
           IF ws-lim-count > ZERO
               MOVE 'N' TO ws-aud-eof-flag
               OPEN INPUT audit-file
               MOVE ws-audit-status TO ws-status-check-code
               MOVE 'AUDITOUT' TO ws-status-check-file-id
               PERFORM 9800-check-status
               PERFORM UNTIL aud-eof
                   READ audit-file
                       AT END SET aud-eof TO TRUE
                       NOT AT END
                           IF aud-exception-flag = 'N'
                               MOVE aud-dept-id TO ws-current-dept
                               MOVE aud-sum TO sum-total
                               PERFORM 2087-add-day-total
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE audit-file
               MOVE SPACES TO ws-current-dept
               MOVE ZERO TO sum-total
           END-IF.

       1200-skip-to-checkpoint.
           PERFORM ws-skip-count TIMES
               READ trans-file
               ADD a TO ws-dept-hash-a(ws-dept-slot)
               ADD b TO ws-dept-hash-b(ws-dept-slot)
           END-IF
           PERFORM 2080-check-duplicate
           IF duplicate-found
               PERFORM 2090-hold-duplicate
           ELSE
               SET limit-check-on TO TRUE
               PERFORM 2075-calculate-and-post
               MOVE 'N' TO ws-limit-check-flag
           END-IF.

      *    Only today's input is checked against the department's
      *    approval limits; a released duplicate or an approved item
      *    has already been through a supervisor.
       2075-calculate-and-post.
           PERFORM 2200-calculate
           MOVE 'N' TO ws-over-limit-flag
           IF calc-error
               PERFORM 2250-exception-route
           ELSE
               IF limit-check-on
                   PERFORM 2085-check-approval-limit
               END-IF
               IF over-limit
                   PERFORM 2095-hold-for-approval
               ELSE
                   PERFORM 2300-display-result
                   PERFORM 2087-add-day-total
               END-IF
           END-IF.

       2085-check-approval-limit.
           PERFORM 2086-find-dept-limit
           MOVE SPACES TO ws-over-limit-reason
           MOVE ZERO TO ws-over-limit-value
           IF ws-lim-slot > ZERO
               EVALUATE TRUE
                   WHEN ws-lim-max-sum(ws-lim-slot) > ZERO
                           AND sum-total > ws-lim-max-sum(ws-lim-slot)
                       SET over-limit TO TRUE
                       MOVE 'SUM OVER LIMIT' TO ws-over-limit-reason
                       MOVE ws-lim-max-sum(ws-lim-slot)
                           TO ws-over-limit-value
                   WHEN ws-lim-max-product(ws-lim-slot) > ZERO
                           AND product
                               > ws-lim-max-product(ws-lim-slot)
                       SET over-limit TO TRUE
                       MOVE 'PRODUCT OVER LIMIT'
                           TO ws-over-limit-reason
                       MOVE ws-lim-max-product(ws-lim-slot)
                           TO ws-over-limit-value
                   WHEN ws-lim-ceiling(ws-lim-slot) > ZERO
                           AND ws-lim-day-sum(ws-lim-slot) + sum-total
                               > ws-lim-ceiling(ws-lim-slot)
                       SET over-limit TO TRUE
                       MOVE 'DAILY CEILING' TO ws-over-limit-reason
                       MOVE ws-lim-ceiling(ws-lim-slot)
                           TO ws-over-limit-value
               END-EVALUATE
           END-IF.

       2086-find-dept-limit.
           MOVE ws-current-dept TO ws-lim-lookup
           IF ws-lim-lookup = SPACES
               MOVE '----' TO ws-lim-lookup
           END-IF
           MOVE ZERO TO ws-lim-slot
           PERFORM VARYING ws-lim-idx FROM 1 BY 1
                   UNTIL ws-lim-idx > ws-lim-count
               IF ws-lim-dept(ws-lim-idx) = ws-lim-lookup
                   MOVE ws-lim-idx TO ws-lim-slot
                   MOVE ws-lim-count TO ws-lim-idx
               END-IF
           END-PERFORM.

       2087-add-day-total.
           PERFORM 2086-find-dept-limit
           IF ws-lim-slot > ZERO
               ADD sum-total TO ws-lim-day-sum(ws-lim-slot)
                   ON SIZE ERROR
                       MOVE 99999999 TO ws-lim-day-sum(ws-lim-slot)
               END-ADD
           END-IF.

      *    A tran-id already posted on an earlier business date is a
      *    resend, not a new transaction.  The master decides when
      *    there is one: a master from this run, or from an earlier
      *    run for this same business date (a restart or a forced
      *    rerun), is simply posted over as before.  With no master
      *    the AUDITHST history gathered at start-up decides.
       2080-check-duplicate.
           MOVE 'N' TO ws-dup-flag
           MOVE 'N' TO ws-mstr-found-flag
           MOVE SPACES TO ws-dup-orig-run-id
           MOVE SPACES TO ws-dup-orig-date
           MOVE SPACES TO ws-dup-orig-source
           MOVE tran-id TO mstr-tran-id
           READ mstr-file
               INVALID KEY CONTINUE
               NOT INVALID KEY SET mstr-found TO TRUE
           END-READ
           IF ws-mstr-status NOT = '00' AND ws-mstr-status NOT = '23'
               MOVE ws-mstr-status TO ws-status-check-code
               MOVE 'TRANMAS' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF mstr-found
               IF mstr-run-id NOT = ws-run-id
                   MOVE mstr-run-id TO ws-resolve-run-id
                   PERFORM 1400-resolve-run-date
                   IF ws-resolve-date < ws-business-date
                       SET duplicate-found TO TRUE
                       MOVE mstr-run-id TO ws-dup-orig-run-id
                       MOVE ws-resolve-date TO ws-dup-orig-date
                       MOVE 'M' TO ws-dup-orig-source
                   END-IF
               END-IF
           ELSE
               MOVE tran-id TO ws-inid-lookup
               PERFORM 1320-find-incoming-id
               IF inid-found
                   IF ws-inid-orig-run-id(ws-inid-x) NOT = SPACES
                       SET duplicate-found TO TRUE
                       MOVE ws-inid-orig-run-id(ws-inid-x)
                           TO ws-dup-orig-run-id
                       MOVE ws-inid-orig-date(ws-inid-x)
                           TO ws-dup-orig-date
                       MOVE 'A' TO ws-dup-orig-source
                   END-IF
               END-IF
           END-IF.

       2090-hold-duplicate.
           ADD 1 TO ws-dup-held-count
           DISPLAY 'DUPLICATE - TRAN-ID: ' tran-id
               ' POSTED BY RUN ' ws-dup-orig-run-id
               ' ON ' ws-dup-orig-date ' - record held'
           MOVE SPACES TO held-duplicate-record
           MOVE tran-id TO dupl-tran-id
           MOVE ws-business-date TO dupl-business-date
           MOVE 'H' TO dupl-status
           MOVE ws-current-dept TO dupl-dept-id
           MOVE tran-a TO dupl-a
           MOVE tran-b TO dupl-b
           MOVE ws-dup-orig-run-id TO dupl-orig-run-id
           MOVE ws-dup-orig-date TO dupl-orig-date
           MOVE ws-dup-orig-source TO dupl-orig-source
           MOVE ws-run-id TO dupl-run-id
           MOVE tran-record TO dupl-tran-image
           WRITE held-duplicate-record
               INVALID KEY
                   REWRITE held-duplicate-record
                       INVALID KEY
                           DISPLAY 'HELD DUPLICATE REWRITE FAILED - '
                               'TRAN-ID: ' tran-id
                   END-REWRITE
           END-WRITE
           IF ws-held-status NOT = '00' AND ws-held-status NOT = '22'
               MOVE ws-held-status TO ws-status-check-code
               MOVE 'HELDDUP' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE a TO ws-a-ed
           MOVE b TO ws-b-ed
           MOVE SPACES TO ws-prnt-line
           STRING tran-id DELIMITED BY SIZE
               '  ' ws-a-ed DELIMITED BY SIZE
               '  ' ws-b-ed DELIMITED BY SIZE
               '  HELD - DUPLICATE OF RUN ' DELIMITED BY SIZE
               ws-dup-orig-run-id DELIMITED BY SIZE
               ' OF ' DELIMITED BY SIZE
               ws-dup-orig-date DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

      *    An over-limit item is not posted.  2200-calculate has
      *    already added its results into the run totals, so they
      *    are taken back out here; they count in the run that posts
      *    the item once a supervisor approves it.
       2095-hold-for-approval.
           SUBTRACT sum-total FROM ws-total-sum
           SUBTRACT difference FROM ws-total-difference
           SUBTRACT product FROM ws-total-product
           ADD 1 TO ws-appr-held-count
           IF ws-dept-slot > ZERO
               ADD 1 TO ws-dept-appr-held(ws-dept-slot)
           END-IF
           MOVE ws-over-limit-value TO ws-limit-ed
           DISPLAY 'OVER LIMIT - TRAN-ID: ' tran-id
               ' ' ws-over-limit-reason
               ' (LIMIT ' ws-limit-ed ') - record held for approval'
           MOVE SPACES TO approval-hold-record
           MOVE tran-id TO appr-tran-id
           MOVE ws-business-date TO appr-business-date
           MOVE 'H' TO appr-status
           MOVE ws-current-dept TO appr-dept-id
           MOVE tran-a TO appr-a
           MOVE tran-b TO appr-b
           MOVE sum-total TO appr-sum
           MOVE product TO appr-product
           MOVE ws-over-limit-reason TO appr-reason
           MOVE ws-over-limit-value TO appr-limit-value
           MOVE ws-run-id TO appr-run-id
           MOVE tran-record TO appr-tran-image
           WRITE approval-hold-record
               INVALID KEY
                   REWRITE approval-hold-record
                       INVALID KEY
                           DISPLAY 'APPROVAL HOLD REWRITE FAILED - '
                               'TRAN-ID: ' tran-id
                   END-REWRITE
           END-WRITE
           IF ws-appr-status NOT = '00' AND ws-appr-status NOT = '22'
               MOVE ws-appr-status TO ws-status-check-code
               MOVE 'APPRHLD' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE a TO ws-a-ed
           MOVE b TO ws-b-ed
           MOVE sum-total TO ws-sum-ed
           MOVE product TO ws-prod-ed
           MOVE SPACES TO ws-prnt-line
           STRING tran-id DELIMITED BY SIZE
               '  ' ws-a-ed DELIMITED BY SIZE
               '  ' ws-b-ed DELIMITED BY SIZE
               '  ' ws-sum-ed DELIMITED BY SIZE
               '          ' ws-prod-ed DELIMITED BY SIZE
               '  HELD FOR APPROVAL - ' DELIMITED BY SIZE
               ws-over-limit-reason DELIMITED BY SIZE
               ' ' ws-limit-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

       2100-read-trans.
           READ trans-file
               AT END SET end-of-file TO TRUE
                   MOVE 'F' TO ws-runc-new-status
                   PERFORM 1090-write-run-status
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

                   MOVE 'F' TO ws-runc-new-status
                   PERFORM 1090-write-run-status
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 9800-check-status.

       2700-write-master.
           MOVE SPACES TO mstr-record
           MOVE tran-id TO mstr-tran-id
           MOVE ws-run-id TO mstr-run-id
           MOVE a TO mstr-a
                   MOVE 'F' TO ws-runc-new-status
                   PERFORM 1090-write-run-status
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ws-ext-total-sum TO ckpt-ext-total-sum
           MOVE ws-ext-total-diff TO ckpt-ext-total-diff
           MOVE ws-ext-total-prod TO ckpt-ext-total-prod
           MOVE ws-dup-held-count TO ckpt-held-count
           MOVE ws-appr-held-count TO ckpt-appr-held-count
           WRITE ckpt-record
           MOVE ws-ckpt-status TO ws-status-check-code
           MOVE 'CKPTFILE' TO ws-status-check-file-id
               ws-total-product DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           PERFORM 3950-print-dept-recap
           PERFORM 3970-print-duplicates
           PERFORM 3975-print-approvals.

       9000-terminate.
           IF batch-open
           MOVE ws-psum-status TO ws-status-check-code
           MOVE 'PERSUM' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE held-file
           MOVE ws-held-status TO ws-status-check-code
           MOVE 'HELDDUP' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE appr-file
           MOVE ws-appr-status TO ws-status-check-code
           MOVE 'APPRHLD' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           PERFORM 2860-write-extract-trailer
           CLOSE ext-file
           MOVE ws-ext-status TO ws-status-check-code
           MOVE 'EXTROUT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           PERFORM 8000-control-report
           IF partition-run
               PERFORM 8100-write-partition-totals
               MOVE 'P' TO ws-runc-new-status
           ELSE
               MOVE 'C' TO ws-runc-new-status
           END-IF
           PERFORM 1090-write-run-status.

      *    Aging sweep of the suspense file for the daily report, so
                   MOVE ZERO TO ws-dept-rejected(ws-dept-count)
                   MOVE ZERO TO ws-dept-hash-a(ws-dept-count)
                   MOVE ZERO TO ws-dept-hash-b(ws-dept-count)
                   MOVE ZERO TO ws-dept-appr-held(ws-dept-count)
                   MOVE ZERO TO ws-dept-appr-approved(ws-dept-count)
                   MOVE ZERO TO ws-dept-appr-declined(ws-dept-count)
                   MOVE ws-dept-count TO ws-dept-slot
               ELSE
                   DISPLAY 'DEPT RECAP TABLE FULL - DEPT '
           STRING 'DEPT  POSTED  SUSPND  BAT-BAL  BAT-REJ'
               DELIMITED BY SIZE
               '    HASH-A    HASH-B' DELIMITED BY SIZE
               '  APR-HLD  APR-OK  APR-DEC' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING '----  ------  ------  -------  -------'
               DELIMITED BY SIZE
               '  --------  --------' DELIMITED BY SIZE
               '  -------  ------  -------' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
           MOVE ws-dept-rejected(ws-dept-idx) TO ws-recap-rej-ed
           MOVE ws-dept-hash-a(ws-dept-idx) TO ws-recap-hash-a-ed
           MOVE ws-dept-hash-b(ws-dept-idx) TO ws-recap-hash-b-ed
           MOVE ws-dept-appr-held(ws-dept-idx) TO ws-recap-appr-held-ed
           MOVE ws-dept-appr-approved(ws-dept-idx)
               TO ws-recap-appr-ok-ed
           MOVE ws-dept-appr-declined(ws-dept-idx)
               TO ws-recap-appr-dec-ed
           MOVE SPACES TO ws-prnt-line
           STRING ws-dept-id(ws-dept-idx) DELIMITED BY SIZE
               '  ' ws-recap-posted-ed DELIMITED BY SIZE
               '     ' ws-recap-rej-ed DELIMITED BY SIZE
               '  ' ws-recap-hash-a-ed DELIMITED BY SIZE
               '  ' ws-recap-hash-b-ed DELIMITED BY SIZE
               '   ' ws-recap-appr-held-ed DELIMITED BY SIZE
               '  ' ws-recap-appr-ok-ed DELIMITED BY SIZE
               '   ' ws-recap-appr-dec-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line.

      *    Duplicates section: what this run held, what it posted on a
      *    supervisor's release, and every earlier hold still waiting
      *    for a decision on the DUPONL screen.
       3970-print-duplicates.
           MOVE ZERO TO ws-dup-waiting-count
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           MOVE 'HELD DUPLICATES' TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'TRAN-ID   DEPT   A   B  ORIGINAL RUN-ID  '
               DELIMITED BY SIZE
               'ORIG DATE  SRC  RESENT ON  STATUS' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING '--------  ----  --  --  --------------  '
               DELIMITED BY SIZE
               '--------  ---  --------  --------------------'
               DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE 'N' TO ws-held-eof-flag
           MOVE LOW-VALUES TO dupl-key
           START held-file KEY NOT < dupl-key
               INVALID KEY SET held-eof TO TRUE
           END-START
           PERFORM UNTIL held-eof
               READ held-file NEXT
                   AT END SET held-eof TO TRUE
                   NOT AT END PERFORM 3980-print-duplicate-line
               END-READ
           END-PERFORM
           MOVE SPACES TO ws-prnt-line
           STRING 'Held this run ......: ' DELIMITED BY SIZE
               ws-dup-held-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Released and posted : ' DELIMITED BY SIZE
               ws-dup-posted-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Awaiting decision ..: ' DELIMITED BY SIZE
               ws-dup-waiting-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line.

       3980-print-duplicate-line.
           MOVE SPACES TO ws-dup-status-text
           EVALUATE TRUE
               WHEN dupl-held AND dupl-run-id = ws-run-id
                   MOVE 'HELD THIS RUN' TO ws-dup-status-text
               WHEN dupl-held
                   ADD 1 TO ws-dup-waiting-count
                   MOVE 'AWAITING DECISION' TO ws-dup-status-text
               WHEN dupl-posted AND dupl-post-run-id = ws-run-id
                   MOVE 'RELEASED - POSTED' TO ws-dup-status-text
           END-EVALUATE
           IF ws-dup-status-text NOT = SPACES
               IF ws-line-count >= ws-lines-per-page
                   PERFORM 3000-print-headers
               END-IF
               MOVE SPACES TO ws-prnt-line
               STRING dupl-tran-id DELIMITED BY SIZE
                   '  ' dupl-dept-id DELIMITED BY SIZE
                   '  ' dupl-a DELIMITED BY SIZE
                   '  ' dupl-b DELIMITED BY SIZE
                   '  ' dupl-orig-run-id DELIMITED BY SIZE
                   '  ' dupl-orig-date DELIMITED BY SIZE
                   '   ' dupl-orig-source DELIMITED BY SIZE
                   '   ' dupl-business-date DELIMITED BY SIZE
                   '  ' ws-dup-status-text DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2650-write-print-line
               ADD 1 TO ws-line-count
           END-IF.

      *    Approvals section: what this run held over a department
      *    limit, what it posted on a supervisor's approval, the
      *    declines it is the first to report, and every earlier
      *    hold still waiting for a decision on the APRVONL screen.
       3975-print-approvals.
           MOVE ZERO TO ws-appr-waiting-count
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           MOVE 'HELD FOR APPROVAL' TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'TRAN-ID   DEPT   A   B  SUM  PROD  '
               DELIMITED BY SIZE
               'LIMIT BROKEN             LIMIT  HELD ON   STATUS'
               DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING '--------  ----  --  --  ---  ----  '
               DELIMITED BY SIZE
               '--------------------  --------  --------  '
               DELIMITED BY SIZE
               '--------------------' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE 'N' TO ws-appr-eof-flag
           MOVE LOW-VALUES TO appr-key
           START appr-file KEY NOT < appr-key
               INVALID KEY SET appr-eof TO TRUE
           END-START
           PERFORM UNTIL appr-eof
               READ appr-file NEXT
                   AT END SET appr-eof TO TRUE
                   NOT AT END PERFORM 3985-print-approval-line
               END-READ
           END-PERFORM
           MOVE SPACES TO ws-prnt-line
           STRING 'Held this run ......: ' DELIMITED BY SIZE
               ws-appr-held-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Approved and posted : ' DELIMITED BY SIZE
               ws-appr-posted-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Declined ...........: ' DELIMITED BY SIZE
               ws-appr-declined-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Awaiting decision ..: ' DELIMITED BY SIZE
               ws-appr-waiting-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line.

       3985-print-approval-line.
           MOVE SPACES TO ws-appr-status-text
           EVALUATE TRUE
               WHEN appr-held AND appr-run-id = ws-run-id
                   MOVE 'HELD THIS RUN' TO ws-appr-status-text
               WHEN appr-held
                   ADD 1 TO ws-appr-waiting-count
                   MOVE 'AWAITING DECISION' TO ws-appr-status-text
               WHEN appr-posted AND appr-post-run-id = ws-run-id
                   MOVE 'APPROVED - POSTED' TO ws-appr-status-text
               WHEN appr-declined AND appr-post-run-id = ws-run-id
                   MOVE 'DECLINED' TO ws-appr-status-text
           END-EVALUATE
           IF ws-appr-status-text NOT = SPACES
               IF ws-line-count >= ws-lines-per-page
                   PERFORM 3000-print-headers
               END-IF
               MOVE appr-limit-value TO ws-limit-ed
               MOVE SPACES TO ws-prnt-line
               STRING appr-tran-id DELIMITED BY SIZE
                   '  ' appr-dept-id DELIMITED BY SIZE
                   '  ' appr-a DELIMITED BY SIZE
                   '  ' appr-b DELIMITED BY SIZE
                   '  ' appr-sum DELIMITED BY SIZE
                   '  ' appr-product DELIMITED BY SIZE
                   '  ' appr-reason DELIMITED BY SIZE
                   '  ' ws-limit-ed DELIMITED BY SIZE
                   '  ' appr-business-date DELIMITED BY SIZE
                   '  ' ws-appr-status-text DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2650-write-print-line
               ADD 1 TO ws-line-count
           END-IF.

       8000-control-report.
           DISPLAY '-------------------------------------------'
           DISPLAY 'CONTROL / BALANCING REPORT'
           DISPLAY '-------------------------------------------'
           IF partition-run
               DISPLAY 'Partition posted ...: ' ws-partition-id
                   ' OF ' ws-split-part-count ' - RUN ' ws-run-id
           END-IF
           DISPLAY 'Input records read .: ' ws-record-count
           DISPLAY 'Skipped on restart .: ' ws-skip-count
           DISPLAY 'Exceptions bypassed : ' ws-exception-count
           DISPLAY 'Suspense aged ......: ' ws-susp-aged-count
           DISPLAY 'Batches balanced ...: ' ws-batches-balanced
           DISPLAY 'Batches rejected ...: ' ws-batches-rejected
           DISPLAY 'Duplicates held ....: ' ws-dup-held-count
           DISPLAY 'Released dups posted: ' ws-dup-posted-count
           DISPLAY 'Dups awaiting review: ' ws-dup-waiting-count
           DISPLAY 'Held for approval ..: ' ws-appr-held-count
           DISPLAY 'Approved and posted : ' ws-appr-posted-count
           DISPLAY 'Approvals declined .: ' ws-appr-declined-count
           DISPLAY 'Awaiting approval ..: ' ws-appr-waiting-count
           DISPLAY 'Hash total of A ....: ' ws-hash-total-a
           DISPLAY 'Hash total of B ....: ' ws-hash-total-b
           DISPLAY 'Total Sum ..........: ' ws-total-sum
           DISPLAY 'Total Difference ...: ' ws-total-difference
           DISPLAY 'Total Product ......: ' ws-total-product
           DISPLAY 'DEPARTMENT RECAP (POSTED/SUSPND/BAL/REJ'
               '/APR-HLD/APR-OK/APR-DEC)'
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
                   UNTIL ws-dept-idx > ws-dept-count
               DISPLAY '  ' ws-dept-id(ws-dept-idx)
                   ' ' ws-dept-suspended(ws-dept-idx)
                   ' ' ws-dept-balanced(ws-dept-idx)
                   ' ' ws-dept-rejected(ws-dept-idx)
                   ' ' ws-dept-appr-held(ws-dept-idx)
                   ' ' ws-dept-appr-approved(ws-dept-idx)
                   ' ' ws-dept-appr-declined(ws-dept-idx)
           END-PERFORM
           DISPLAY '-------------------------------------------'.

      *    A partition's run summary, extract envelope totals and
      *    department recap go to its PARTTOT for POSTMRG; the date
      *    is only completed once the merge has every partition.
       8100-write-partition-totals.
           OPEN OUTPUT prtt-file
           MOVE ws-prtt-status TO ws-status-check-code
           MOVE 'PARTTOT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE SPACES TO partition-totals-record
           MOVE ws-business-date TO prtt-business-date
           MOVE ws-run-id TO prtt-run-id
           MOVE ws-partition-id TO prtt-partition-id
           MOVE ws-record-count TO prtt-record-count
           MOVE ws-skip-count TO prtt-skip-count
           MOVE ws-exception-count TO prtt-exception-count
           MOVE ws-batches-balanced TO prtt-batches-balanced
           MOVE ws-batches-rejected TO prtt-batches-rejected
           MOVE ws-dup-held-count TO prtt-dup-held
           MOVE ws-dup-posted-count TO prtt-dup-posted
           MOVE ws-appr-held-count TO prtt-appr-held
           MOVE ws-appr-posted-count TO prtt-appr-posted
           MOVE ws-appr-declined-count TO prtt-appr-declined
           MOVE ws-hash-total-a TO prtt-hash-total-a
           MOVE ws-hash-total-b TO prtt-hash-total-b
           MOVE ws-total-sum TO prtt-total-sum
           MOVE ws-total-difference TO prtt-total-difference
           MOVE ws-total-product TO prtt-total-product
           MOVE ws-ext-record-count TO prtt-ext-count
           MOVE ws-ext-total-sum TO prtt-ext-total-sum
           MOVE ws-ext-total-diff TO prtt-ext-total-diff
           MOVE ws-ext-total-prod TO prtt-ext-total-prod
           MOVE ws-dept-count TO prtt-dept-count
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
                   UNTIL ws-dept-idx > ws-dept-count
               PERFORM 8110-move-dept-totals
           END-PERFORM
           WRITE partition-totals-record
           MOVE ws-prtt-status TO ws-status-check-code
           MOVE 'PARTTOT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           CLOSE prtt-file
           MOVE ws-prtt-status TO ws-status-check-code
           MOVE 'PARTTOT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status.

       8110-move-dept-totals.
           MOVE ws-dept-id(ws-dept-idx) TO prtt-dept-id(ws-dept-idx)
           MOVE ws-dept-posted(ws-dept-idx)
               TO prtt-dept-posted(ws-dept-idx)
           MOVE ws-dept-suspended(ws-dept-idx)
               TO prtt-dept-suspended(ws-dept-idx)
           MOVE ws-dept-balanced(ws-dept-idx)
               TO prtt-dept-balanced(ws-dept-idx)
           MOVE ws-dept-rejected(ws-dept-idx)
               TO prtt-dept-rejected(ws-dept-idx)
           MOVE ws-dept-hash-a(ws-dept-idx)
               TO prtt-dept-hash-a(ws-dept-idx)
           MOVE ws-dept-hash-b(ws-dept-idx)
               TO prtt-dept-hash-b(ws-dept-idx)
           MOVE ws-dept-appr-held(ws-dept-idx)
               TO prtt-dept-appr-held(ws-dept-idx)
           MOVE ws-dept-appr-approved(ws-dept-idx)
               TO prtt-dept-appr-ok(ws-dept-idx)
           MOVE ws-dept-appr-declined(ws-dept-idx)
               TO prtt-dept-appr-dec(ws-dept-idx).

       9800-check-status.
           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR ON ' ws-status-check-file-id
                   MOVE 'F' TO ws-runc-new-status
                   PERFORM 1090-write-run-status
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

