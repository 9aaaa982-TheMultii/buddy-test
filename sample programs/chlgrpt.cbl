       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHLGRPT.

      *****************************************************************
      *  Operator activity and security violation report over the    *
      *  CHGLOG change log written by the TRANONL, SUSPONL, SECONL,  *
      *  DUPONL and APRVONL screens.  The log is sorted by operator  *
      *  and time, and for the operator and date range on the        *
      *  CHLPARM record every add, update and denied attempt is      *
      *  listed; adds and updates show the before and after values   *
      *  field by field from the logged images.  A violations        *
      *  section follows: operators with repeated denials, every     *
      *  change made to a SECPROF security profile, and activity     *
      *  from terminals not on the parameter list or at hours        *
      *  outside the normal shift.                                   *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT chlog-file ASSIGN TO "CHGLOG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS chlf-key
               FILE STATUS IS ws-chlog-status.
           SELECT sort-file ASSIGN TO "SORTWK01".
           SELECT srtd-file ASSIGN TO "CHLSRTD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-srtd-status.
           SELECT OPTIONAL parm-file ASSIGN TO "CHLPARM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT chl-rpt-file ASSIGN TO "CHLRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-chl-rpt-status.

       DATA DIVISION.
       FILE SECTION.
      *  The change log is only ever read here through the sort, so  *
      *  its record is described just far enough to name the key.    *
       FD  chlog-file.
       01  chlog-file-record.
           05  chlf-key                PIC X(22).
           05  FILLER                  PIC X(178).

      *  Sort work: the log in operator, then time, order.           *
       SD  sort-file.
       01  sort-record.
           05  srt-tran-id             PIC X(08).
           05  srt-timestamp           PIC X(14).
           05  srt-user-id             PIC X(08).
           05  FILLER                  PIC X(170).

       FD  srtd-file
           RECORDING MODE IS F.
       01  srtd-record PIC X(200).

       FD  parm-file
           RECORDING MODE IS F.
       COPY "chlprm.cpy".

       FD  chl-rpt-file
           RECORDING MODE IS F.
       01  chl-rpt-record PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "chlogrec.cpy".

       77 ws-chlog-status PIC X(02) VALUE '00'.
       77 ws-srtd-status PIC X(02) VALUE '00'.
       77 ws-parm-status PIC X(02) VALUE '00'.
       77 ws-chl-rpt-status PIC X(02) VALUE '00'.
       77 ws-status-check-code PIC X(02).
       77 ws-status-check-file-id PIC X(08).

       77 ws-run-id PIC X(14).
       77 ws-run-date PIC X(10).
       77 ws-eof-flag PIC X(01) VALUE 'N'.
           88 end-of-file VALUE 'Y'.

       77 ws-sel-user-id PIC X(08) VALUE SPACES.
       77 ws-sel-date-from PIC X(08) VALUE SPACES.
       77 ws-sel-date-to PIC X(08) VALUE SPACES.
       77 ws-shift-start PIC X(04) VALUE '0700'.
       77 ws-shift-end PIC X(04) VALUE '1900'.
       77 ws-denial-limit PIC 9(02) VALUE 3.
       77 ws-term-count PIC 9(02) VALUE ZERO.
       77 ws-term-idx PIC 9(02) VALUE ZERO.
       01 ws-term-table.
           05 ws-term-id OCCURS 10 TIMES PIC X(04).

       77 ws-selected-flag PIC X(01) VALUE 'N'.
           88 record-selected VALUE 'Y'.
       77 ws-off-shift-flag PIC X(01) VALUE 'N'.
           88 off-shift VALUE 'Y'.
       77 ws-off-term-flag PIC X(01) VALUE 'N'.
           88 unlisted-terminal VALUE 'Y'.
       77 ws-term-found-flag PIC X(01) VALUE 'N'.
           88 terminal-listed VALUE 'Y'.
       77 ws-source PIC X(07) VALUE SPACES.
       77 ws-action-text PIC X(06) VALUE SPACES.
       77 ws-log-time PIC X(04) VALUE SPACES.
       77 ws-prev-user-id PIC X(08) VALUE HIGH-VALUES.
       77 ws-section-id PIC X(01) VALUE 'A'.
           88 section-activity VALUE 'A'.
           88 section-denials VALUE 'D'.
           88 section-profiles VALUE 'P'.
           88 section-off-hours VALUE 'H'.

       77 ws-read-count PIC 9(06) VALUE ZERO.
       77 ws-selected-count PIC 9(06) VALUE ZERO.
       77 ws-operator-count PIC 9(04) VALUE ZERO.
       77 ws-add-count PIC 9(06) VALUE ZERO.
       77 ws-update-count PIC 9(06) VALUE ZERO.
       77 ws-denial-count PIC 9(06) VALUE ZERO.
       77 ws-off-shift-count PIC 9(06) VALUE ZERO.
       77 ws-off-term-count PIC 9(06) VALUE ZERO.
       77 ws-profile-change-count PIC 9(06) VALUE ZERO.
       77 ws-denial-op-count PIC 9(04) VALUE ZERO.
       77 ws-violation-count PIC 9(06) VALUE ZERO.

       77 ws-op-denials PIC 9(06) VALUE ZERO.
       77 ws-op-first-denial PIC X(14) VALUE SPACES.
       77 ws-op-last-denial PIC X(14) VALUE SPACES.

      *    The logged images are laid out as whichever record the
      *    screen changed: a TRANMAS master for TRANONL, a SECPROF
      *    profile for SECONL, a HELDDUP held duplicate for DUPONL,
      *    an APPRHLD held-for-approval item for APRVONL.
      *    The signed figures are carried as characters so a blank
      *    image (an add) compares cleanly, with a numeric view for
      *    editing when they are present.
       01 ws-before-image PIC X(79).
       01 ws-before-master REDEFINES ws-before-image.
           05 bm-tran-id PIC X(08).
           05 bm-run-id PIC X(14).
           05 bm-a PIC X(02).
           05 bm-b PIC X(02).
           05 bm-sum PIC X(03).
           05 bm-difference PIC X(03).
           05 bm-difference-n REDEFINES bm-difference PIC S9(03).
           05 bm-product PIC X(04).
           05 bm-quotient PIC X(05).
           05 bm-quotient-n REDEFINES bm-quotient PIC 999V99.
           05 bm-exception-flag PIC X(01).
           05 bm-maint-user PIC X(08).
           05 bm-maint-term PIC X(04).
           05 bm-maint-ts PIC X(14).
           05 bm-dept-id PIC X(04).
           05 bm-restored-flag PIC X(01).
           05 FILLER PIC X(06).
       01 ws-before-profile REDEFINES ws-before-image.
           05 bp-operator-id PIC X(08).
           05 bp-tranonl-auth PIC X(01).
           05 bp-susponl-auth PIC X(01).
           05 bp-dept-id PIC X(04).
           05 bp-supervisor-flag PIC X(01).
           05 bp-maint-user PIC X(08).
           05 bp-maint-ts PIC X(14).
           05 FILLER PIC X(42).
       01 ws-before-held REDEFINES ws-before-image.
           05 bh-tran-id PIC X(08).
           05 bh-business-date PIC X(08).
           05 bh-status PIC X(01).
           05 FILLER PIC X(31).
           05 bh-decision-user PIC X(08).
           05 bh-decision-term PIC X(04).
           05 bh-decision-ts PIC X(14).
           05 FILLER PIC X(05).
       01 ws-before-approval REDEFINES ws-before-image.
           05 ba-tran-id PIC X(08).
           05 ba-business-date PIC X(08).
           05 ba-status PIC X(01).
           05 FILLER PIC X(15).
           05 ba-decision-user PIC X(08).
           05 ba-decision-term PIC X(04).
           05 ba-decision-ts PIC X(14).
           05 FILLER PIC X(21).

       01 ws-after-image PIC X(79).
       01 ws-after-master REDEFINES ws-after-image.
           05 am-tran-id PIC X(08).
           05 am-run-id PIC X(14).
           05 am-a PIC X(02).
           05 am-b PIC X(02).
           05 am-sum PIC X(03).
           05 am-difference PIC X(03).
           05 am-difference-n REDEFINES am-difference PIC S9(03).
           05 am-product PIC X(04).
           05 am-quotient PIC X(05).
           05 am-quotient-n REDEFINES am-quotient PIC 999V99.
           05 am-exception-flag PIC X(01).
           05 am-maint-user PIC X(08).
           05 am-maint-term PIC X(04).
           05 am-maint-ts PIC X(14).
           05 am-dept-id PIC X(04).
           05 am-restored-flag PIC X(01).
           05 FILLER PIC X(06).
       01 ws-after-profile REDEFINES ws-after-image.
           05 ap-operator-id PIC X(08).
           05 ap-tranonl-auth PIC X(01).
           05 ap-susponl-auth PIC X(01).
           05 ap-dept-id PIC X(04).
           05 ap-supervisor-flag PIC X(01).
           05 ap-maint-user PIC X(08).
           05 ap-maint-ts PIC X(14).
           05 FILLER PIC X(42).
       01 ws-after-held REDEFINES ws-after-image.
           05 ah-tran-id PIC X(08).
           05 ah-business-date PIC X(08).
           05 ah-status PIC X(01).
           05 FILLER PIC X(31).
           05 ah-decision-user PIC X(08).
           05 ah-decision-term PIC X(04).
           05 ah-decision-ts PIC X(14).
           05 FILLER PIC X(05).
       01 ws-after-approval REDEFINES ws-after-image.
           05 aa-tran-id PIC X(08).
           05 aa-business-date PIC X(08).
           05 aa-status PIC X(01).
           05 FILLER PIC X(15).
           05 aa-decision-user PIC X(08).
           05 aa-decision-term PIC X(04).
           05 aa-decision-ts PIC X(14).
           05 FILLER PIC X(21).

       77 ws-fld-name PIC X(16) VALUE SPACES.
       77 ws-fld-before PIC X(14) VALUE SPACES.
       77 ws-fld-after PIC X(14) VALUE SPACES.
       77 ws-diff-ed PIC -ZZ9.
       77 ws-quot-ed PIC ZZ9.99.

       77 ws-page-count PIC 9(04) VALUE ZERO.
       77 ws-page-count-ed PIC ZZZ9.
       77 ws-line-count PIC 9(02) VALUE ZERO.
       77 ws-lines-per-page PIC 9(02) VALUE 20.
       77 ws-prnt-line PIC X(132).
       77 ws-held-line PIC X(132).
       77 ws-count-ed PIC ZZZZZ9.
       77 ws-flag-text PIC X(13) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
           PERFORM 2000-process-activity UNTIL end-of-file
           PERFORM 4000-print-violations
           PERFORM 9000-terminate
           STOP RUN.

       1000-initialize.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           STRING ws-run-id(1:4) '-' ws-run-id(5:2) '-' ws-run-id(7:2)
               DELIMITED BY SIZE INTO ws-run-date
           PERFORM 1050-read-parm
           PERFORM 1100-sort-change-log
           OPEN OUTPUT chl-rpt-file
           MOVE ws-chl-rpt-status TO ws-status-check-code
           MOVE 'CHLRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE 'A' TO ws-section-id
           PERFORM 3000-print-headers
           OPEN INPUT srtd-file
           MOVE ws-srtd-status TO ws-status-check-code
           MOVE 'CHLSRTD' TO ws-status-check-file-id
           PERFORM 9800-check-status
           PERFORM 2100-read-sorted.

       1050-read-parm.
           OPEN INPUT parm-file
           IF ws-parm-status NOT = '00' AND ws-parm-status NOT = '05'
               DISPLAY 'ERROR OPENING CHLPARM - STATUS: '
                   ws-parm-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ parm-file
               AT END CONTINUE
               NOT AT END PERFORM 1060-apply-parm
           END-READ
           CLOSE parm-file.

       1060-apply-parm.
           MOVE chlp-user-id TO ws-sel-user-id
           MOVE chlp-date-from TO ws-sel-date-from
           MOVE chlp-date-to TO ws-sel-date-to
           IF chlp-shift-start IS NUMERIC
               MOVE chlp-shift-start TO ws-shift-start
           END-IF
           IF chlp-shift-end IS NUMERIC
               MOVE chlp-shift-end TO ws-shift-end
           END-IF
           IF chlp-denial-limit IS NUMERIC
                   AND chlp-denial-limit > '00'
               MOVE chlp-denial-limit TO ws-denial-limit
           END-IF
           MOVE ZERO TO ws-term-count
           PERFORM VARYING ws-term-idx FROM 1 BY 1
                   UNTIL ws-term-idx > 10
               IF chlp-terminal(ws-term-idx) NOT = SPACES
                   ADD 1 TO ws-term-count
                   MOVE chlp-terminal(ws-term-idx)
                       TO ws-term-id(ws-term-count)
               END-IF
           END-PERFORM.

      *    CHGLOG is keyed by record id and time, which scatters one
      *    operator's work across the file; the report wants it
      *    operator by operator in time order.
       1100-sort-change-log.
           SORT sort-file
               ON ASCENDING KEY srt-user-id
               ON ASCENDING KEY srt-timestamp
               ON ASCENDING KEY srt-tran-id
               USING chlog-file
               GIVING srtd-file
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'SORT OF CHGLOG FAILED - RETURN: ' SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-process-activity.
           ADD 1 TO ws-read-count
           PERFORM 2150-test-selection
           IF record-selected
               PERFORM 2200-select-record
           END-IF
           PERFORM 2100-read-sorted.

       2100-read-sorted.
           READ srtd-file INTO change-log-record
               AT END SET end-of-file TO TRUE
           END-READ.

       2150-test-selection.
           MOVE 'N' TO ws-selected-flag
           IF (ws-sel-user-id = SPACES
                   OR chlog-user-id = ws-sel-user-id)
                   AND (ws-sel-date-from = SPACES
                   OR chlog-timestamp(1:8) NOT < ws-sel-date-from)
                   AND (ws-sel-date-to = SPACES
                   OR chlog-timestamp(1:8) NOT > ws-sel-date-to)
               SET record-selected TO TRUE
               PERFORM 2300-classify-record
           END-IF.

       2200-select-record.
           ADD 1 TO ws-selected-count
           IF chlog-user-id NOT = ws-prev-user-id
               PERFORM 2250-operator-break
           END-IF
           EVALUATE TRUE
               WHEN chlog-added
                   ADD 1 TO ws-add-count
               WHEN chlog-updated
                   ADD 1 TO ws-update-count
               WHEN chlog-denied
                   ADD 1 TO ws-denial-count
           END-EVALUATE
           IF off-shift
               ADD 1 TO ws-off-shift-count
           END-IF
           IF unlisted-terminal
               ADD 1 TO ws-off-term-count
           END-IF
           IF ws-source = 'SECONL'
                   AND (chlog-added OR chlog-updated)
               ADD 1 TO ws-profile-change-count
           END-IF
           PERFORM 2400-write-detail-line
           IF chlog-added OR chlog-updated
               PERFORM 2500-print-changes
           END-IF.

       2250-operator-break.
           ADD 1 TO ws-operator-count
           MOVE chlog-user-id TO ws-prev-user-id
           MOVE SPACES TO ws-prnt-line
           PERFORM 2660-print-detail
           MOVE SPACES TO ws-prnt-line
           STRING 'OPERATOR: ' DELIMITED BY SIZE
               chlog-user-id DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2660-print-detail.

      *    Which screen wrote the record, and whether it was done
      *    outside the normal shift or from a terminal not on the
      *    list.  Records logged before the screen name was carried
      *    are told apart by their images: a denial's text starts
      *    with the screen name, and SECONL stamps the profile's
      *    maintenance time (where TRANONL stamps the master's) with
      *    the change-log time.
       2300-classify-record.
           MOVE chlog-before-image TO ws-before-image
           MOVE chlog-after-image TO ws-after-image
           MOVE chlog-source TO ws-source
           IF ws-source = SPACES
               EVALUATE TRUE
                   WHEN chlog-denied
                       MOVE chlog-after-image(1:7) TO ws-source
                   WHEN ap-maint-ts = chlog-timestamp
                       MOVE 'SECONL' TO ws-source
                   WHEN OTHER
                       MOVE 'TRANONL' TO ws-source
               END-EVALUATE
           END-IF
           EVALUATE TRUE
               WHEN chlog-added
                   MOVE 'ADD' TO ws-action-text
               WHEN chlog-updated
                   MOVE 'UPDATE' TO ws-action-text
               WHEN chlog-denied
                   MOVE 'DENIED' TO ws-action-text
               WHEN OTHER
                   MOVE chlog-action TO ws-action-text
           END-EVALUATE
           MOVE chlog-timestamp(9:4) TO ws-log-time
           MOVE 'N' TO ws-off-shift-flag
           IF ws-shift-start NOT > ws-shift-end
               IF ws-log-time < ws-shift-start
                       OR ws-log-time > ws-shift-end
                   SET off-shift TO TRUE
               END-IF
           ELSE
               IF ws-log-time < ws-shift-start
                       AND ws-log-time > ws-shift-end
                   SET off-shift TO TRUE
               END-IF
           END-IF
           MOVE 'N' TO ws-off-term-flag
           IF ws-term-count > ZERO
               MOVE 'N' TO ws-term-found-flag
               PERFORM VARYING ws-term-idx FROM 1 BY 1
                       UNTIL ws-term-idx > ws-term-count
                   IF ws-term-id(ws-term-idx) = chlog-term-id
                       SET terminal-listed TO TRUE
                       MOVE ws-term-count TO ws-term-idx
                   END-IF
               END-PERFORM
               IF NOT terminal-listed
                   SET unlisted-terminal TO TRUE
               END-IF
           END-IF
           MOVE SPACES TO ws-flag-text
           EVALUATE TRUE
               WHEN off-shift AND unlisted-terminal
                   MOVE '*SHIFT *TERM' TO ws-flag-text
               WHEN off-shift
                   MOVE '*SHIFT' TO ws-flag-text
               WHEN unlisted-terminal
                   MOVE '*TERM' TO ws-flag-text
           END-EVALUATE.

       2400-write-detail-line.
           MOVE SPACES TO ws-prnt-line
           STRING '  ' chlog-timestamp(1:8) DELIMITED BY SIZE
               ' ' chlog-timestamp(9:2) DELIMITED BY SIZE
               ':' chlog-timestamp(11:2) DELIMITED BY SIZE
               ':' chlog-timestamp(13:2) DELIMITED BY SIZE
               '  ' chlog-user-id DELIMITED BY SIZE
               '  ' chlog-term-id DELIMITED BY SIZE
               '  ' ws-source DELIMITED BY SIZE
               '  ' ws-action-text DELIMITED BY SIZE
               '  ' chlog-tran-id DELIMITED BY SIZE
               '  ' ws-flag-text DELIMITED BY SIZE
               INTO ws-prnt-line
           IF chlog-denied
               STRING chlog-after-image(1:50) DELIMITED BY SIZE
                   INTO ws-prnt-line(82:)
           END-IF
           PERFORM 2660-print-detail.

      *    Field-by-field comparison of the before and after images;
      *    only the fields the change touched are printed, and on an
      *    add (blank before image) that is every field given.
       2500-print-changes.
           EVALUATE ws-source
               WHEN 'TRANONL'
                   PERFORM 2510-compare-master
               WHEN 'SECONL'
                   PERFORM 2520-compare-profile
               WHEN 'DUPONL'
                   PERFORM 2540-compare-held
               WHEN 'APRVONL'
                   PERFORM 2550-compare-approval
               WHEN OTHER
                   PERFORM 2530-print-raw-images
           END-EVALUATE.

       2510-compare-master.
           MOVE 'RUN-ID' TO ws-fld-name
           MOVE bm-run-id TO ws-fld-before
           MOVE am-run-id TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'A' TO ws-fld-name
           MOVE bm-a TO ws-fld-before
           MOVE am-a TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'B' TO ws-fld-name
           MOVE bm-b TO ws-fld-before
           MOVE am-b TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'SUM' TO ws-fld-name
           MOVE bm-sum TO ws-fld-before
           MOVE am-sum TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'DIFFERENCE' TO ws-fld-name
           MOVE SPACES TO ws-fld-before
           MOVE SPACES TO ws-fld-after
           IF bm-difference-n IS NUMERIC
               MOVE bm-difference-n TO ws-diff-ed
               MOVE ws-diff-ed TO ws-fld-before
           END-IF
           IF am-difference-n IS NUMERIC
               MOVE am-difference-n TO ws-diff-ed
               MOVE ws-diff-ed TO ws-fld-after
           END-IF
           PERFORM 2590-print-field-change
           MOVE 'PRODUCT' TO ws-fld-name
           MOVE bm-product TO ws-fld-before
           MOVE am-product TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'QUOTIENT' TO ws-fld-name
           MOVE SPACES TO ws-fld-before
           MOVE SPACES TO ws-fld-after
           IF bm-quotient-n IS NUMERIC
               MOVE bm-quotient-n TO ws-quot-ed
               MOVE ws-quot-ed TO ws-fld-before
           END-IF
           IF am-quotient-n IS NUMERIC
               MOVE am-quotient-n TO ws-quot-ed
               MOVE ws-quot-ed TO ws-fld-after
           END-IF
           PERFORM 2590-print-field-change
           MOVE 'EXCEPTION FLAG' TO ws-fld-name
           MOVE bm-exception-flag TO ws-fld-before
           MOVE am-exception-flag TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'MAINT USER' TO ws-fld-name
           MOVE bm-maint-user TO ws-fld-before
           MOVE am-maint-user TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'MAINT TERMINAL' TO ws-fld-name
           MOVE bm-maint-term TO ws-fld-before
           MOVE am-maint-term TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'DEPARTMENT' TO ws-fld-name
           MOVE bm-dept-id TO ws-fld-before
           MOVE am-dept-id TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'RESTORED FLAG' TO ws-fld-name
           MOVE bm-restored-flag TO ws-fld-before
           MOVE am-restored-flag TO ws-fld-after
           PERFORM 2590-print-field-change.

       2520-compare-profile.
           MOVE 'TRANONL AUTH' TO ws-fld-name
           MOVE bp-tranonl-auth TO ws-fld-before
           MOVE ap-tranonl-auth TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'SUSPONL AUTH' TO ws-fld-name
           MOVE bp-susponl-auth TO ws-fld-before
           MOVE ap-susponl-auth TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'DEPARTMENT' TO ws-fld-name
           MOVE bp-dept-id TO ws-fld-before
           MOVE ap-dept-id TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'SUPERVISOR FLAG' TO ws-fld-name
           MOVE bp-supervisor-flag TO ws-fld-before
           MOVE ap-supervisor-flag TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'MAINT USER' TO ws-fld-name
           MOVE bp-maint-user TO ws-fld-before
           MOVE ap-maint-user TO ws-fld-after
           PERFORM 2590-print-field-change.

       2540-compare-held.
           MOVE 'RESENT ON' TO ws-fld-name
           MOVE bh-business-date TO ws-fld-before
           MOVE ah-business-date TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'HELD STATUS' TO ws-fld-name
           MOVE bh-status TO ws-fld-before
           MOVE ah-status TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'DECIDED BY' TO ws-fld-name
           MOVE bh-decision-user TO ws-fld-before
           MOVE ah-decision-user TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'DECISION TERM' TO ws-fld-name
           MOVE bh-decision-term TO ws-fld-before
           MOVE ah-decision-term TO ws-fld-after
           PERFORM 2590-print-field-change.

       2550-compare-approval.
           MOVE 'HELD ON' TO ws-fld-name
           MOVE ba-business-date TO ws-fld-before
           MOVE aa-business-date TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'APPROVAL STATUS' TO ws-fld-name
           MOVE ba-status TO ws-fld-before
           MOVE aa-status TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'DECIDED BY' TO ws-fld-name
           MOVE ba-decision-user TO ws-fld-before
           MOVE aa-decision-user TO ws-fld-after
           PERFORM 2590-print-field-change
           MOVE 'DECISION TERM' TO ws-fld-name
           MOVE ba-decision-term TO ws-fld-before
           MOVE aa-decision-term TO ws-fld-after
           PERFORM 2590-print-field-change.

      *    A screen whose record layout this report does not know
      *    still gets both images printed whole.
       2530-print-raw-images.
           MOVE SPACES TO ws-prnt-line
           STRING '      BEFORE: ' DELIMITED BY SIZE
               ws-before-image DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2660-print-detail
           MOVE SPACES TO ws-prnt-line
           STRING '      AFTER : ' DELIMITED BY SIZE
               ws-after-image DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2660-print-detail.

       2590-print-field-change.
           IF ws-fld-before NOT = ws-fld-after
               MOVE SPACES TO ws-prnt-line
               STRING '      ' ws-fld-name DELIMITED BY SIZE
                   '  ' ws-fld-before DELIMITED BY SIZE
                   '  -> ' ws-fld-after DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2660-print-detail
           END-IF.

       2650-write-print-line.
           WRITE chl-rpt-record FROM ws-prnt-line
           MOVE ws-chl-rpt-status TO ws-status-check-code
           MOVE 'CHLRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

      *    A body line: the page break is taken first, so a built
      *    line is saved across the headers.
       2660-print-detail.
           IF ws-line-count >= ws-lines-per-page
               MOVE ws-prnt-line TO ws-held-line
               PERFORM 3000-print-headers
               MOVE ws-held-line TO ws-prnt-line
           END-IF
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

       3000-print-headers.
           ADD 1 TO ws-page-count
           MOVE ZERO TO ws-line-count
           MOVE ws-page-count TO ws-page-count-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'OPERATOR ACTIVITY AND SECURITY REPORT'
               DELIMITED BY SIZE
               '     RUN DATE: ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               '     PAGE: ' DELIMITED BY SIZE
               ws-page-count-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           EVALUATE TRUE
               WHEN section-activity
                   MOVE 'ACTIVITY BY OPERATOR' TO ws-prnt-line
               WHEN section-denials
                   MOVE 'VIOLATIONS - REPEATED DENIALS'
                       TO ws-prnt-line
               WHEN section-profiles
                   MOVE 'VIOLATIONS - SECURITY PROFILE CHANGES'
                       TO ws-prnt-line
               WHEN section-off-hours
                   MOVE 'VIOLATIONS - OFF-SHIFT OR UNLISTED TERMINAL'
                       TO ws-prnt-line
           END-EVALUATE
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           IF section-denials
               STRING 'OPERATOR  DENIALS  FIRST DENIAL    '
                   DELIMITED BY SIZE
                   '  LAST DENIAL' DELIMITED BY SIZE
                   INTO ws-prnt-line
           ELSE
               STRING '  DATE     TIME      OPERATOR  TERM  SCREEN '
                   DELIMITED BY SIZE
                   '  ACTION  RECORD    FLAGS' DELIMITED BY SIZE
                   INTO ws-prnt-line
           END-IF
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           IF section-denials
               STRING '--------  -------  --------------'
                   DELIMITED BY SIZE
                   '  --------------' DELIMITED BY SIZE
                   INTO ws-prnt-line
           ELSE
               STRING '  -------- --------  --------  ----  -------'
                   DELIMITED BY SIZE
                   '  ------  --------  -------------'
                   DELIMITED BY SIZE
                   INTO ws-prnt-line
           END-IF
           PERFORM 2650-write-print-line.

      *    The violations section re-reads the sorted log once for
      *    each kind of violation, so each list prints on its own
      *    under its own heading.
       4000-print-violations.
           PERFORM 4100-denial-pass
           PERFORM 4200-profile-pass
           PERFORM 4300-off-hours-pass.

       4050-reopen-sorted.
           CLOSE srtd-file
           OPEN INPUT srtd-file
           MOVE ws-srtd-status TO ws-status-check-code
           MOVE 'CHLSRTD' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE 'N' TO ws-eof-flag
           PERFORM 2100-read-sorted.

       4060-new-section.
           MOVE ws-lines-per-page TO ws-line-count
           PERFORM 3000-print-headers.

      *    An operator whose denied attempts in the date range reach
      *    the parameter limit is listed with the first and last.
       4100-denial-pass.
           MOVE 'D' TO ws-section-id
           PERFORM 4060-new-section
           PERFORM 4050-reopen-sorted
           MOVE HIGH-VALUES TO ws-prev-user-id
           MOVE ZERO TO ws-op-denials
           PERFORM 4110-tally-denial UNTIL end-of-file
           IF ws-prev-user-id NOT = HIGH-VALUES
               PERFORM 4120-end-operator-denials
           END-IF.

       4110-tally-denial.
           PERFORM 2150-test-selection
           IF record-selected
               IF chlog-user-id NOT = ws-prev-user-id
                   IF ws-prev-user-id NOT = HIGH-VALUES
                       PERFORM 4120-end-operator-denials
                   END-IF
                   MOVE chlog-user-id TO ws-prev-user-id
                   MOVE ZERO TO ws-op-denials
                   MOVE SPACES TO ws-op-first-denial
                   MOVE SPACES TO ws-op-last-denial
               END-IF
               IF chlog-denied
                   ADD 1 TO ws-op-denials
                   IF ws-op-first-denial = SPACES
                       MOVE chlog-timestamp TO ws-op-first-denial
                   END-IF
                   MOVE chlog-timestamp TO ws-op-last-denial
               END-IF
           END-IF
           PERFORM 2100-read-sorted.

       4120-end-operator-denials.
           IF ws-op-denials NOT < ws-denial-limit
               ADD 1 TO ws-denial-op-count
               ADD 1 TO ws-violation-count
               MOVE ws-op-denials TO ws-count-ed
               MOVE SPACES TO ws-prnt-line
               STRING ws-prev-user-id DELIMITED BY SIZE
                   '   ' ws-count-ed DELIMITED BY SIZE
                   '  ' ws-op-first-denial DELIMITED BY SIZE
                   '  ' ws-op-last-denial DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2660-print-detail
           END-IF.

      *    Every add or update of a SECPROF profile is a violation
      *    line for the auditors to sign off, with what was changed.
       4200-profile-pass.
           MOVE 'P' TO ws-section-id
           PERFORM 4060-new-section
           PERFORM 4050-reopen-sorted
           PERFORM 4210-list-profile-change UNTIL end-of-file.

       4210-list-profile-change.
           PERFORM 2150-test-selection
           IF record-selected
                   AND ws-source = 'SECONL'
                   AND (chlog-added OR chlog-updated)
               ADD 1 TO ws-violation-count
               PERFORM 2400-write-detail-line
               PERFORM 2520-compare-profile
           END-IF
           PERFORM 2100-read-sorted.

       4300-off-hours-pass.
           MOVE 'H' TO ws-section-id
           PERFORM 4060-new-section
           PERFORM 4050-reopen-sorted
           PERFORM 4310-list-off-hours UNTIL end-of-file.

       4310-list-off-hours.
           PERFORM 2150-test-selection
           IF record-selected
                   AND (off-shift OR unlisted-terminal)
               ADD 1 TO ws-violation-count
               PERFORM 2400-write-detail-line
           END-IF
           PERFORM 2100-read-sorted.

       3900-print-summary-page.
           MOVE 'A' TO ws-section-id
           MOVE ws-lines-per-page TO ws-line-count
           PERFORM 3000-print-headers
           MOVE SPACES TO ws-prnt-line
           MOVE 'SELECTION SUMMARY' TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Log records read ...: ' DELIMITED BY SIZE
               ws-read-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Records selected ...: ' DELIMITED BY SIZE
               ws-selected-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Operators ..........: ' DELIMITED BY SIZE
               ws-operator-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Adds ...............: ' DELIMITED BY SIZE
               ws-add-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Updates ............: ' DELIMITED BY SIZE
               ws-update-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Denials ............: ' DELIMITED BY SIZE
               ws-denial-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           MOVE 'VIOLATIONS' TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Operators over limit: ' DELIMITED BY SIZE
               ws-denial-op-count DELIMITED BY SIZE
               '  (LIMIT ' DELIMITED BY SIZE
               ws-denial-limit DELIMITED BY SIZE
               ' DENIALS)' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Profile changes ....: ' DELIMITED BY SIZE
               ws-profile-change-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Outside shift ......: ' DELIMITED BY SIZE
               ws-off-shift-count DELIMITED BY SIZE
               '  (SHIFT ' DELIMITED BY SIZE
               ws-shift-start DELIMITED BY SIZE
               '-' DELIMITED BY SIZE
               ws-shift-end DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Unlisted terminal ..: ' DELIMITED BY SIZE
               ws-off-term-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line.

       9000-terminate.
           PERFORM 3900-print-summary-page
           CLOSE srtd-file
           MOVE ws-srtd-status TO ws-status-check-code
           MOVE 'CHLSRTD' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE chl-rpt-file
           MOVE ws-chl-rpt-status TO ws-status-check-code
           MOVE 'CHLRPT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           DISPLAY '-------------------------------------------'
           DISPLAY 'CHANGE LOG REPORT CONTROL TOTALS'
           DISPLAY '-------------------------------------------'
           DISPLAY 'Log records read ...: ' ws-read-count
           DISPLAY 'Records selected ...: ' ws-selected-count
           DISPLAY 'Adds ...............: ' ws-add-count
           DISPLAY 'Updates ............: ' ws-update-count
           DISPLAY 'Denials ............: ' ws-denial-count
           DISPLAY 'Violation lines ....: ' ws-violation-count
           DISPLAY '-------------------------------------------'
           IF ws-violation-count > ZERO
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
