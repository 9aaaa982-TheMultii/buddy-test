       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTMRG.

      *****************************************************************
      *  Merge step of a partitioned posting.  TRANSPLT splits the   *
      *  edited input by department and copies of Main post the      *
      *  partitions side by side, each with its own checkpoint,      *
      *  print file, audit and extract pieces, and a PARTTOT totals  *
      *  record.  This run proves the partitions against the split   *
      *  and against each other: every partition must have posted    *
      *  ('P' on RUNCTL under the split's run-id) and read every     *
      *  record it was sent, and every EXTROUT piece must balance    *
      *  to its own trailer and, together, to the partitions'        *
      *  declared extract totals.  Only then are the pieces combined *
      *  into one EXTROUT envelope and one AUDITOUT, and the         *
      *  business date completed on RUNCTL; any break fails the      *
      *  whole date instead, with nothing written downstream.  The   *
      *  PARTTOT records, the EXTROUT pieces and the AUDITOUT pieces *
      *  are read as the PARTTOT, EXTPART and AUDPART concatenations *
      *  of the partitions' files.  The MRGRPT control report shows  *
      *  the merge checks, each partition, the combined department   *
      *  recap and the run summary of the date as a whole.  'F' in   *
      *  byte 1 of the parm merges a date RUNCTL already shows       *
      *  completed, as Main's force parm reposts one.                *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT splt-file ASSIGN TO "SPLITCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-splt-status.
           SELECT OPTIONAL prtt-file ASSIGN TO "PARTTOT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-prtt-status.
           SELECT OPTIONAL extp-file ASSIGN TO "EXTPART"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-extp-status.
           SELECT OPTIONAL audp-file ASSIGN TO "AUDPART"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-audp-status.
           SELECT ext-file ASSIGN TO "EXTROUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-ext-status.
           SELECT audit-file ASSIGN TO "AUDITOUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT OPTIONAL runc-file ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-runc-status.
           SELECT OPTIONAL susp-file ASSIGN TO "SUSPFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS susp-tran-id
               FILE STATUS IS ws-susp-status.
           SELECT mrg-rpt-file ASSIGN TO "MRGRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-mrg-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  splt-file
           RECORDING MODE IS F.
       COPY "spltrec.cpy".

       FD  prtt-file
           RECORDING MODE IS F.
       COPY "prtnrec.cpy".

      *  The partitions' EXTROUT and AUDITOUT pieces, and the        *
      *  merged EXTROUT and AUDITOUT, all laid out as EXTREC and     *
      *  AUDITREC; the records are read into and written from the    *
      *  copybook layouts in working storage.                        *
       FD  extp-file
           RECORDING MODE IS F.
       01  extp-record PIC X(80).

       FD  audp-file
           RECORDING MODE IS F.
       01  audp-record PIC X(80).

       FD  ext-file
           RECORDING MODE IS F.
       01  ext-out-record PIC X(80).

       FD  audit-file
           RECORDING MODE IS F.
       01  audit-out-record PIC X(80).

       FD  runc-file
           RECORDING MODE IS F.
       COPY "runrec.cpy".

       FD  susp-file.
       COPY "susprec.cpy".

       FD  mrg-rpt-file
           RECORDING MODE IS F.
       01  mrg-rpt-record PIC X(132).

       WORKING-STORAGE SECTION.
       COPY "extrec.cpy".
       COPY "auditrec.cpy".

       77 ws-splt-status PIC X(02) VALUE '00'.
       77 ws-prtt-status PIC X(02) VALUE '00'.
       77 ws-extp-status PIC X(02) VALUE '00'.
       77 ws-audp-status PIC X(02) VALUE '00'.
       77 ws-ext-status PIC X(02) VALUE '00'.
       77 ws-audit-status PIC X(02) VALUE '00'.
       77 ws-runc-status PIC X(02) VALUE '00'.
       77 ws-susp-status PIC X(02) VALUE '00'.
       77 ws-mrg-rpt-status PIC X(02) VALUE '00'.
       77 ws-status-check-code PIC X(02).
       77 ws-status-check-file-id PIC X(08).

       77 ws-run-id PIC X(14).
       77 ws-run-date PIC X(10).
       77 ws-merge-parm PIC X(08) VALUE SPACES.
       77 ws-this-date-status PIC X(01) VALUE SPACES.
       77 ws-runc-new-status PIC X(01) VALUE SPACES.
       77 ws-runc-written-flag PIC X(01) VALUE 'N'.
           88 run-status-written VALUE 'Y'.
       77 ws-splt-eof-flag PIC X(01) VALUE 'N'.
           88 splt-eof VALUE 'Y'.
       77 ws-prtt-eof-flag PIC X(01) VALUE 'N'.
           88 prtt-eof VALUE 'Y'.
       77 ws-extp-eof-flag PIC X(01) VALUE 'N'.
           88 extp-eof VALUE 'Y'.
       77 ws-audp-eof-flag PIC X(01) VALUE 'N'.
           88 audp-eof VALUE 'Y'.
       77 ws-runc-eof-flag PIC X(01) VALUE 'N'.
           88 runc-eof VALUE 'Y'.
       77 ws-susp-eof-flag PIC X(01) VALUE 'N'.
           88 susp-eof VALUE 'Y'.
       77 ws-section-id PIC X(01) VALUE 'C'.
           88 section-checks VALUE 'C'.
           88 section-partitions VALUE 'P'.
           88 section-recap VALUE 'D'.
           88 section-summary VALUE 'S'.

      *    The split being merged, from the SPLITCTL header.
       77 ws-split-found-flag PIC X(01) VALUE 'N'.
           88 split-header-found VALUE 'Y'.
       77 ws-business-date PIC X(08) VALUE SPACES.
       77 ws-split-run-id PIC X(14) VALUE SPACES.
       77 ws-split-part-count PIC 9(02) VALUE ZERO.
       77 ws-split-input-count PIC 9(06) VALUE ZERO.
       77 ws-split-dept-count PIC 9(04) VALUE ZERO.

      *    One entry per partition: what the split sent it, its
      *    latest RUNCTL status under the split's run-id, and what
      *    its PARTTOT record says it did.
       77 ws-prt-max PIC 9(02) VALUE 4.
       77 ws-prt-idx PIC 9(02) VALUE ZERO.
       77 ws-prt-slot PIC 9(02) VALUE ZERO.
       01 ws-prt-table.
           05 ws-prt-entry OCCURS 4 TIMES.
               10 ws-prt-split-recs PIC 9(06).
               10 ws-prt-runc-status PIC X(01).
               10 ws-prt-received PIC X(01).
               10 ws-prt-record-count PIC 9(06).
               10 ws-prt-skip-count PIC 9(06).
               10 ws-prt-exceptions PIC 9(06).
               10 ws-prt-bat-bal PIC 9(04).
               10 ws-prt-bat-rej PIC 9(04).
               10 ws-prt-ext-count PIC 9(06).
               10 ws-prt-result PIC X(20).

      *    The partitions' totals added together.
       77 ws-tot-record-count PIC 9(06) VALUE ZERO.
       77 ws-tot-skip-count PIC 9(06) VALUE ZERO.
       77 ws-tot-exceptions PIC 9(06) VALUE ZERO.
       77 ws-tot-bat-bal PIC 9(04) VALUE ZERO.
       77 ws-tot-bat-rej PIC 9(04) VALUE ZERO.
       77 ws-tot-dup-held PIC 9(06) VALUE ZERO.
       77 ws-tot-dup-posted PIC 9(06) VALUE ZERO.
       77 ws-tot-appr-held PIC 9(06) VALUE ZERO.
       77 ws-tot-appr-posted PIC 9(06) VALUE ZERO.
       77 ws-tot-appr-declined PIC 9(06) VALUE ZERO.
       77 ws-tot-hash-a PIC 9(08) VALUE ZERO.
       77 ws-tot-hash-b PIC 9(08) VALUE ZERO.
       77 ws-tot-sum PIC 9(08) VALUE ZERO.
       77 ws-tot-difference PIC S9(08) VALUE ZERO.
       77 ws-tot-product PIC 9(08) VALUE ZERO.
       77 ws-tot-ext-count PIC 9(06) VALUE ZERO.
       77 ws-tot-ext-sum PIC 9(08) VALUE ZERO.
       77 ws-tot-ext-diff PIC S9(08) VALUE ZERO.
       77 ws-tot-ext-prod PIC 9(08) VALUE ZERO.

      *    The extract piece being read, and the pieces that proved
      *    to their own trailers; the merged trailer declares these.
       77 ws-piece-open-flag PIC X(01) VALUE 'N'.
           88 piece-open VALUE 'Y'.
       77 ws-piece-count PIC 9(02) VALUE ZERO.
       77 ws-pc-count PIC 9(06) VALUE ZERO.
       77 ws-pc-sum PIC 9(08) VALUE ZERO.
       77 ws-pc-diff PIC S9(08) VALUE ZERO.
       77 ws-pc-prod PIC 9(08) VALUE ZERO.
       77 ws-pcs-count PIC 9(06) VALUE ZERO.
       77 ws-pcs-sum PIC 9(08) VALUE ZERO.
       77 ws-pcs-diff PIC S9(08) VALUE ZERO.
       77 ws-pcs-prod PIC 9(08) VALUE ZERO.
       77 ws-stray-row-count PIC 9(06) VALUE ZERO.

       77 ws-aud-row-count PIC 9(06) VALUE ZERO.
       77 ws-aud-exc-count PIC 9(06) VALUE ZERO.
       77 ws-aud-other-count PIC 9(06) VALUE ZERO.

       77 ws-susp-open-count PIC 9(06) VALUE ZERO.
       77 ws-susp-aged-count PIC 9(06) VALUE ZERO.
       77 ws-susp-oldest-date PIC X(08) VALUE SPACES.

      *    Combined department recap.  A department posts in one
      *    partition only, but the '----' details outside any batch
      *    and the queued items are added up wherever they posted.
       77 ws-dept-table-max PIC 9(02) VALUE 40.
       77 ws-dept-count PIC 9(02) VALUE ZERO.
       77 ws-dept-idx PIC 9(02) VALUE ZERO.
       77 ws-dept-slot PIC 9(02) VALUE ZERO.
       77 ws-dept-lookup PIC X(04) VALUE SPACES.
       77 ws-pd-idx PIC 9(02) VALUE ZERO.
       77 ws-pd-count PIC 9(02) VALUE ZERO.
       01 ws-dept-table.
           05 ws-dept-entry OCCURS 40 TIMES.
               10 ws-dept-id PIC X(04).
               10 ws-dept-posted PIC 9(06).
               10 ws-dept-suspended PIC 9(06).
               10 ws-dept-balanced PIC 9(04).
               10 ws-dept-rejected PIC 9(04).
               10 ws-dept-hash-a PIC 9(08).
               10 ws-dept-hash-b PIC 9(08).
               10 ws-dept-appr-held PIC 9(06).
               10 ws-dept-appr-approved PIC 9(06).
               10 ws-dept-appr-declined PIC 9(06).

       77 ws-break-count PIC 9(04) VALUE ZERO.
       77 ws-break-text PIC X(100) VALUE SPACES.
       77 ws-cnt-ed PIC ZZZZZ9.
       77 ws-cnt2-ed PIC ZZZZZ9.
       77 ws-bat-ed PIC ZZZ9.
       77 ws-recap-posted-ed PIC ZZZZZ9.
       77 ws-recap-susp-ed PIC ZZZZZ9.
       77 ws-recap-bal-ed PIC ZZZ9.
       77 ws-recap-rej-ed PIC ZZZ9.
       77 ws-recap-hash-a-ed PIC ZZZZZZZ9.
       77 ws-recap-hash-b-ed PIC ZZZZZZZ9.
       77 ws-recap-appr-held-ed PIC ZZZZZ9.
       77 ws-recap-appr-ok-ed PIC ZZZZZ9.
       77 ws-recap-appr-dec-ed PIC ZZZZZ9.

       77 ws-page-count PIC 9(04) VALUE ZERO.
       77 ws-page-count-ed PIC ZZZ9.
       77 ws-line-count PIC 9(02) VALUE ZERO.
       77 ws-lines-per-page PIC 9(02) VALUE 20.
       77 ws-prnt-line PIC X(132).

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
           PERFORM 2000-load-partition-totals
           PERFORM 2200-check-partitions
           PERFORM 2300-check-extract-pieces
           PERFORM 2400-check-audit-pieces
           IF ws-break-count = ZERO
               PERFORM 5000-write-merged-extract
               PERFORM 5100-write-merged-audit
           ELSE
               MOVE SPACES TO ws-prnt-line
               PERFORM 2650-write-print-line
               MOVE 'MERGE REFUSED - NO EXTROUT OR AUDITOUT WRITTEN'
                   TO ws-prnt-line
               PERFORM 2650-write-print-line
           END-IF
           PERFORM 7000-count-suspense
           PERFORM 3100-print-partitions
           PERFORM 3500-print-dept-recap
           PERFORM 3900-print-summary-page
           PERFORM 9000-terminate
           STOP RUN.

       1000-initialize.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           STRING ws-run-id(1:4) '-' ws-run-id(5:2) '-' ws-run-id(7:2)
               DELIMITED BY SIZE INTO ws-run-date
           ACCEPT ws-merge-parm FROM COMMAND-LINE
           PERFORM VARYING ws-prt-idx FROM 1 BY 1
                   UNTIL ws-prt-idx > ws-prt-max
               MOVE ZERO TO ws-prt-split-recs(ws-prt-idx)
               MOVE SPACES TO ws-prt-runc-status(ws-prt-idx)
               MOVE 'N' TO ws-prt-received(ws-prt-idx)
               MOVE ZERO TO ws-prt-record-count(ws-prt-idx)
               MOVE ZERO TO ws-prt-skip-count(ws-prt-idx)
               MOVE ZERO TO ws-prt-exceptions(ws-prt-idx)
               MOVE ZERO TO ws-prt-bat-bal(ws-prt-idx)
               MOVE ZERO TO ws-prt-bat-rej(ws-prt-idx)
               MOVE ZERO TO ws-prt-ext-count(ws-prt-idx)
               MOVE SPACES TO ws-prt-result(ws-prt-idx)
           END-PERFORM
           PERFORM 1050-read-split-control
           PERFORM 1060-check-run-control
           OPEN OUTPUT mrg-rpt-file
           MOVE ws-mrg-rpt-status TO ws-status-check-code
           MOVE 'MRGRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE 'C' TO ws-section-id
           PERFORM 3000-print-headers.

       1050-read-split-control.
           MOVE 'N' TO ws-splt-eof-flag
           OPEN INPUT splt-file
           MOVE ws-splt-status TO ws-status-check-code
           MOVE 'SPLITCTL' TO ws-status-check-file-id
           PERFORM 9800-check-status
           PERFORM UNTIL splt-eof
               READ splt-file
                   AT END SET splt-eof TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN splt-header
                               PERFORM 1055-store-split-header
                           WHEN splt-dept
                               ADD 1 TO ws-split-dept-count
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE splt-file
           IF NOT split-header-found
               DISPLAY 'SPLITCTL HOLDS NO SPLIT - NOTHING TO MERGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-split-part-count = ZERO
                   OR ws-split-part-count > ws-prt-max
               DISPLAY 'SPLITCTL PARTITION COUNT '
                   ws-split-part-count ' IS NOT 01 TO ' ws-prt-max
                   ' - RUN TERMINATED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1055-store-split-header.
           SET split-header-found TO TRUE
           MOVE splh-business-date TO ws-business-date
           MOVE splh-run-id TO ws-split-run-id
           MOVE splh-partition-count TO ws-split-part-count
           MOVE splh-input-count TO ws-split-input-count
           PERFORM VARYING ws-prt-idx FROM 1 BY 1
                   UNTIL ws-prt-idx > ws-prt-max
               MOVE splh-part-count(ws-prt-idx)
                   TO ws-prt-split-recs(ws-prt-idx)
           END-PERFORM.

      *    The latest RUNCTL status of each partition under the
      *    split's run-id, and of the business date as a whole.  A
      *    date already completed is not merged twice without the
      *    force parm.
       1060-check-run-control.
           MOVE SPACES TO ws-this-date-status
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
                   NOT AT END PERFORM 1070-apply-run-control
               END-READ
           END-PERFORM
           CLOSE runc-file
           IF ws-this-date-status = 'C'
                   AND ws-merge-parm(1:1) NOT = 'F'
               DISPLAY 'RUN FOR BUSINESS DATE ' ws-business-date
                   ' ALREADY COMPLETED - F PARM FORCES A NEW MERGE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1070-apply-run-control.
           IF runc-business-date = ws-business-date
                   AND NOT runc-sweep-record
               MOVE runc-status TO ws-this-date-status
               IF runc-run-id = ws-split-run-id
                       AND runc-partition-id IS NUMERIC
                       AND runc-partition-id > '00'
                       AND runc-partition-id NOT > ws-split-part-count
                   MOVE runc-partition-id TO ws-prt-slot
                   MOVE runc-status TO ws-prt-runc-status(ws-prt-slot)
               END-IF
           END-IF.

       2000-load-partition-totals.
           MOVE 'N' TO ws-prtt-eof-flag
           OPEN INPUT prtt-file
           IF ws-prtt-status NOT = '00' AND ws-prtt-status NOT = '05'
               MOVE ws-prtt-status TO ws-status-check-code
               MOVE 'PARTTOT' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-prtt-status = '05'
               SET prtt-eof TO TRUE
           END-IF
           PERFORM UNTIL prtt-eof
               READ prtt-file
                   AT END SET prtt-eof TO TRUE
                   NOT AT END PERFORM 2050-apply-partition-totals
               END-READ
           END-PERFORM
           CLOSE prtt-file.

       2050-apply-partition-totals.
           MOVE ZERO TO ws-prt-slot
           IF prtt-partition-id IS NUMERIC
                   AND prtt-partition-id > '00'
                   AND prtt-partition-id NOT > ws-split-part-count
               MOVE prtt-partition-id TO ws-prt-slot
           END-IF
           MOVE SPACES TO ws-break-text
           EVALUATE TRUE
               WHEN prtt-business-date NOT = ws-business-date
                       OR prtt-run-id NOT = ws-split-run-id
                   STRING 'PARTTOT RECORD OF PARTITION '
                       DELIMITED BY SIZE
                       prtt-partition-id DELIMITED BY SIZE
                       ' IS FOR RUN ' DELIMITED BY SIZE
                       prtt-run-id DELIMITED BY SIZE
                       ' OF ' DELIMITED BY SIZE
                       prtt-business-date DELIMITED BY SIZE
                       ' - NOT THIS SPLIT' DELIMITED BY SIZE
                       INTO ws-break-text
                   PERFORM 2900-print-break
               WHEN ws-prt-slot = ZERO
                   STRING 'PARTTOT RECORD FOR PARTITION '
                       DELIMITED BY SIZE
                       prtt-partition-id DELIMITED BY SIZE
                       ' - NOT A PARTITION OF THIS SPLIT'
                       DELIMITED BY SIZE
                       INTO ws-break-text
                   PERFORM 2900-print-break
               WHEN ws-prt-received(ws-prt-slot) = 'Y'
                   STRING 'PARTTOT HOLDS PARTITION ' DELIMITED BY SIZE
                       prtt-partition-id DELIMITED BY SIZE
                       ' TWICE - ONLY THE FIRST IS MERGED'
                       DELIMITED BY SIZE
                       INTO ws-break-text
                   PERFORM 2900-print-break
               WHEN OTHER
                   PERFORM 2060-store-partition-totals
           END-EVALUATE.

       2060-store-partition-totals.
           MOVE 'Y' TO ws-prt-received(ws-prt-slot)
           MOVE prtt-record-count TO ws-prt-record-count(ws-prt-slot)
           MOVE prtt-skip-count TO ws-prt-skip-count(ws-prt-slot)
           MOVE prtt-exception-count
               TO ws-prt-exceptions(ws-prt-slot)
           MOVE prtt-batches-balanced TO ws-prt-bat-bal(ws-prt-slot)
           MOVE prtt-batches-rejected TO ws-prt-bat-rej(ws-prt-slot)
           MOVE prtt-ext-count TO ws-prt-ext-count(ws-prt-slot)
           ADD prtt-record-count TO ws-tot-record-count
           ADD prtt-skip-count TO ws-tot-skip-count
           ADD prtt-exception-count TO ws-tot-exceptions
           ADD prtt-batches-balanced TO ws-tot-bat-bal
           ADD prtt-batches-rejected TO ws-tot-bat-rej
           ADD prtt-dup-held TO ws-tot-dup-held
           ADD prtt-dup-posted TO ws-tot-dup-posted
           ADD prtt-appr-held TO ws-tot-appr-held
           ADD prtt-appr-posted TO ws-tot-appr-posted
           ADD prtt-appr-declined TO ws-tot-appr-declined
           ADD prtt-hash-total-a TO ws-tot-hash-a
           ADD prtt-hash-total-b TO ws-tot-hash-b
           ADD prtt-total-sum TO ws-tot-sum
           ADD prtt-total-difference TO ws-tot-difference
           ADD prtt-total-product TO ws-tot-product
           ADD prtt-ext-count TO ws-tot-ext-count
           ADD prtt-ext-total-sum TO ws-tot-ext-sum
           ADD prtt-ext-total-diff TO ws-tot-ext-diff
           ADD prtt-ext-total-prod TO ws-tot-ext-prod
           MOVE ZERO TO ws-pd-count
           IF prtt-dept-count IS NUMERIC
               MOVE prtt-dept-count TO ws-pd-count
           END-IF
           IF ws-pd-count > 10
               MOVE 10 TO ws-pd-count
           END-IF
           PERFORM VARYING ws-pd-idx FROM 1 BY 1
                   UNTIL ws-pd-idx > ws-pd-count
               PERFORM 2070-merge-dept-totals
           END-PERFORM.

       2070-merge-dept-totals.
           MOVE prtt-dept-id(ws-pd-idx) TO ws-dept-lookup
           PERFORM 7100-locate-dept
           IF ws-dept-slot > ZERO
               ADD prtt-dept-posted(ws-pd-idx)
                   TO ws-dept-posted(ws-dept-slot)
               ADD prtt-dept-suspended(ws-pd-idx)
                   TO ws-dept-suspended(ws-dept-slot)
               ADD prtt-dept-balanced(ws-pd-idx)
                   TO ws-dept-balanced(ws-dept-slot)
               ADD prtt-dept-rejected(ws-pd-idx)
                   TO ws-dept-rejected(ws-dept-slot)
               ADD prtt-dept-hash-a(ws-pd-idx)
                   TO ws-dept-hash-a(ws-dept-slot)
               ADD prtt-dept-hash-b(ws-pd-idx)
                   TO ws-dept-hash-b(ws-dept-slot)
               ADD prtt-dept-appr-held(ws-pd-idx)
                   TO ws-dept-appr-held(ws-dept-slot)
               ADD prtt-dept-appr-ok(ws-pd-idx)
                   TO ws-dept-appr-approved(ws-dept-slot)
               ADD prtt-dept-appr-dec(ws-pd-idx)
                   TO ws-dept-appr-declined(ws-dept-slot)
           END-IF.

      *    Every partition of the split must have posted: a PARTTOT
      *    record, 'P' as its latest RUNCTL status, and every record
      *    the split sent it read (a restarted partition counts the
      *    records it skipped to its checkpoint as read).
       2200-check-partitions.
           PERFORM VARYING ws-prt-idx FROM 1 BY 1
                   UNTIL ws-prt-idx > ws-split-part-count
               PERFORM 2210-check-partition
           END-PERFORM.

       2210-check-partition.
           MOVE SPACES TO ws-break-text
           EVALUATE TRUE
               WHEN ws-prt-received(ws-prt-idx) NOT = 'Y'
                   MOVE 'NO PARTTOT RECORD' TO ws-prt-result(ws-prt-idx)
                   STRING 'PARTITION ' DELIMITED BY SIZE
                       ws-prt-idx DELIMITED BY SIZE
                       ' HAS NO PARTTOT RECORD - NEVER FINISHED'
                       DELIMITED BY SIZE
                       INTO ws-break-text
                   PERFORM 2900-print-break
               WHEN ws-prt-runc-status(ws-prt-idx) NOT = 'P'
                   MOVE 'NOT POSTED ON RUNCTL'
                       TO ws-prt-result(ws-prt-idx)
                   STRING 'PARTITION ' DELIMITED BY SIZE
                       ws-prt-idx DELIMITED BY SIZE
                       ' LATEST RUNCTL STATUS IS "' DELIMITED BY SIZE
                       ws-prt-runc-status(ws-prt-idx)
                       DELIMITED BY SIZE
                       '", NOT POSTED' DELIMITED BY SIZE
                       INTO ws-break-text
                   PERFORM 2900-print-break
               WHEN ws-prt-record-count(ws-prt-idx)
                       NOT = ws-prt-split-recs(ws-prt-idx)
                   MOVE 'RECORD COUNT BREAK'
                       TO ws-prt-result(ws-prt-idx)
                   STRING 'PARTITION ' DELIMITED BY SIZE
                       ws-prt-idx DELIMITED BY SIZE
                       ' READ ' DELIMITED BY SIZE
                       ws-prt-record-count(ws-prt-idx)
                       DELIMITED BY SIZE
                       ' RECORDS - THE SPLIT SENT IT '
                       DELIMITED BY SIZE
                       ws-prt-split-recs(ws-prt-idx)
                       DELIMITED BY SIZE
                       INTO ws-break-text
                   PERFORM 2900-print-break
               WHEN OTHER
                   MOVE 'POSTED' TO ws-prt-result(ws-prt-idx)
           END-EVALUATE.

      *    First pass of the extract pieces: each envelope must be
      *    for this split and balance to its own trailer, there must
      *    be one per partition, and together they must agree with
      *    the extract totals the partitions declared.
       2300-check-extract-pieces.
           MOVE 'N' TO ws-extp-eof-flag
           MOVE 'N' TO ws-piece-open-flag
           OPEN INPUT extp-file
           IF ws-extp-status NOT = '00' AND ws-extp-status NOT = '05'
               MOVE ws-extp-status TO ws-status-check-code
               MOVE 'EXTPART' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-extp-status = '05'
               SET extp-eof TO TRUE
           END-IF
           PERFORM UNTIL extp-eof
               READ extp-file INTO extract-record
                   AT END SET extp-eof TO TRUE
                   NOT AT END PERFORM 2310-check-extract-row
               END-READ
           END-PERFORM
           CLOSE extp-file
           IF piece-open
               PERFORM 2330-note-open-piece
           END-IF
           MOVE SPACES TO ws-break-text
           IF ws-piece-count NOT = ws-split-part-count
               STRING 'EXTPART HOLDS ' DELIMITED BY SIZE
                   ws-piece-count DELIMITED BY SIZE
                   ' EXTRACT PIECES FOR ' DELIMITED BY SIZE
                   ws-split-part-count DELIMITED BY SIZE
                   ' PARTITIONS' DELIMITED BY SIZE
                   INTO ws-break-text
               PERFORM 2900-print-break
           END-IF
           IF ws-stray-row-count > ZERO
               MOVE SPACES TO ws-break-text
               STRING 'EXTPART HOLDS ' DELIMITED BY SIZE
                   ws-stray-row-count DELIMITED BY SIZE
                   ' ROWS OUTSIDE ANY ENVELOPE' DELIMITED BY SIZE
                   INTO ws-break-text
               PERFORM 2900-print-break
           END-IF
           IF ws-pcs-count NOT = ws-tot-ext-count
                   OR ws-pcs-sum NOT = ws-tot-ext-sum
                   OR ws-pcs-diff NOT = ws-tot-ext-diff
                   OR ws-pcs-prod NOT = ws-tot-ext-prod
               MOVE 'EXTRACT PIECES DO NOT AGREE WITH THE EXTRACT'
                   TO ws-break-text
               MOVE ' TOTALS ON PARTTOT' TO ws-break-text(45:)
               PERFORM 2900-print-break
           END-IF.

       2310-check-extract-row.
           MOVE SPACES TO ws-break-text
           EVALUATE TRUE
               WHEN ext-file-header
                   IF piece-open
                       PERFORM 2330-note-open-piece
                   END-IF
                   ADD 1 TO ws-piece-count
                   MOVE 'Y' TO ws-piece-open-flag
                   MOVE ZERO TO ws-pc-count
                   MOVE ZERO TO ws-pc-sum
                   MOVE ZERO TO ws-pc-diff
                   MOVE ZERO TO ws-pc-prod
                   MOVE extract-record TO extract-header-record
                   IF exth-business-date NOT = ws-business-date
                           OR exth-run-id NOT = ws-split-run-id
                       MOVE SPACES TO ws-break-text
                       STRING 'EXTRACT PIECE ' DELIMITED BY SIZE
                           ws-piece-count DELIMITED BY SIZE
                           ' IS FOR RUN ' DELIMITED BY SIZE
                           exth-run-id DELIMITED BY SIZE
                           ' OF ' DELIMITED BY SIZE
                           exth-business-date DELIMITED BY SIZE
                           ' - NOT THIS SPLIT' DELIMITED BY SIZE
                           INTO ws-break-text
                       PERFORM 2900-print-break
                   END-IF
               WHEN ext-file-trailer
                   IF piece-open
                       PERFORM 2320-prove-piece
                   ELSE
                       MOVE 'EXTRACT TRAILER WITH NO HEADER'
                           TO ws-break-text
                       PERFORM 2900-print-break
                   END-IF
               WHEN OTHER
                   IF piece-open
                       ADD 1 TO ws-pc-count
                       ADD ext-sum TO ws-pc-sum
                       ADD ext-difference TO ws-pc-diff
                       ADD ext-product TO ws-pc-prod
                   ELSE
                       ADD 1 TO ws-stray-row-count
                   END-IF
           END-EVALUATE.

       2320-prove-piece.
           MOVE extract-record TO extract-trailer-record
           IF extt-record-count = ws-pc-count
                   AND extt-total-sum = ws-pc-sum
                   AND extt-total-difference = ws-pc-diff
                   AND extt-total-product = ws-pc-prod
               ADD ws-pc-count TO ws-pcs-count
               ADD ws-pc-sum TO ws-pcs-sum
               ADD ws-pc-diff TO ws-pcs-diff
               ADD ws-pc-prod TO ws-pcs-prod
           ELSE
               MOVE SPACES TO ws-break-text
               STRING 'EXTRACT PIECE ' DELIMITED BY SIZE
                   ws-piece-count DELIMITED BY SIZE
                   ' OUT OF BALANCE - ROWS ' DELIMITED BY SIZE
                   ws-pc-count DELIMITED BY SIZE
                   ' TRAILER DECLARES ' DELIMITED BY SIZE
                   extt-record-count DELIMITED BY SIZE
                   INTO ws-break-text
               PERFORM 2900-print-break
           END-IF
           MOVE 'N' TO ws-piece-open-flag.

       2330-note-open-piece.
           MOVE SPACES TO ws-break-text
           STRING 'EXTRACT PIECE ' DELIMITED BY SIZE
               ws-piece-count DELIMITED BY SIZE
               ' HAS NO TRAILER - TRUNCATED' DELIMITED BY SIZE
               INTO ws-break-text
           PERFORM 2900-print-break
           MOVE 'N' TO ws-piece-open-flag.

      *    The audit pieces must all be rows of the split's run.
       2400-check-audit-pieces.
           MOVE 'N' TO ws-audp-eof-flag
           OPEN INPUT audp-file
           IF ws-audp-status NOT = '00' AND ws-audp-status NOT = '05'
               MOVE ws-audp-status TO ws-status-check-code
               MOVE 'AUDPART' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-audp-status = '05'
               SET audp-eof TO TRUE
           END-IF
           PERFORM UNTIL audp-eof
               READ audp-file INTO audit-record
                   AT END SET audp-eof TO TRUE
                   NOT AT END
                       ADD 1 TO ws-aud-row-count
                       IF aud-run-id NOT = ws-split-run-id
                           ADD 1 TO ws-aud-other-count
                       END-IF
                       IF aud-exception-flag = 'Y'
                           ADD 1 TO ws-aud-exc-count
                       END-IF
               END-READ
           END-PERFORM
           CLOSE audp-file
           IF ws-aud-other-count > ZERO
               MOVE SPACES TO ws-break-text
               STRING 'AUDPART HOLDS ' DELIMITED BY SIZE
                   ws-aud-other-count DELIMITED BY SIZE
                   ' ROWS OF ANOTHER RUN' DELIMITED BY SIZE
                   INTO ws-break-text
               PERFORM 2900-print-break
           END-IF.

       2650-write-print-line.
           WRITE mrg-rpt-record FROM ws-prnt-line
           MOVE ws-mrg-rpt-status TO ws-status-check-code
           MOVE 'MRGRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       2900-print-break.
           ADD 1 TO ws-break-count
           DISPLAY 'MERGE BREAK - ' ws-break-text
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE SPACES TO ws-prnt-line
           MOVE ws-break-text TO ws-prnt-line
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

       3000-print-headers.
           ADD 1 TO ws-page-count
           MOVE ZERO TO ws-line-count
           MOVE ws-page-count TO ws-page-count-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'MERGED POSTING CONTROL REPORT' DELIMITED BY SIZE
               '     RUN DATE: ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               '     PAGE: ' DELIMITED BY SIZE
               ws-page-count-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'BUSINESS DATE: ' DELIMITED BY SIZE
               ws-business-date DELIMITED BY SIZE
               '   POSTING RUN: ' DELIMITED BY SIZE
               ws-split-run-id DELIMITED BY SIZE
               '   PARTITIONS: ' DELIMITED BY SIZE
               ws-split-part-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           EVALUATE TRUE
               WHEN section-checks
                   MOVE 'MERGE CHECKS' TO ws-prnt-line
               WHEN section-partitions
                   MOVE 'PARTITIONS' TO ws-prnt-line
               WHEN section-recap
                   MOVE 'DEPARTMENT RECAP' TO ws-prnt-line
               WHEN section-summary
                   MOVE 'RUN SUMMARY' TO ws-prnt-line
           END-EVALUATE
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           IF section-partitions
               MOVE SPACES TO ws-prnt-line
               STRING 'PART  SPLIT-RECS  RECS-READ  SKIPPED'
                   DELIMITED BY SIZE
                   '  EXCEPTN  BAT-BAL  BAT-REJ  EXT-ROWS'
                   DELIMITED BY SIZE
                   '  RUNCTL  RESULT' DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2650-write-print-line
               MOVE SPACES TO ws-prnt-line
               STRING '----  ----------  ---------  -------'
                   DELIMITED BY SIZE
                   '  -------  -------  -------  --------'
                   DELIMITED BY SIZE
                   '  ------  --------------------' DELIMITED BY SIZE
                   INTO ws-prnt-line
               PERFORM 2650-write-print-line
           END-IF
           IF section-recap
               MOVE SPACES TO ws-prnt-line
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
           END-IF.

       3100-print-partitions.
           MOVE 'P' TO ws-section-id
           PERFORM 3000-print-headers
           PERFORM VARYING ws-prt-idx FROM 1 BY 1
                   UNTIL ws-prt-idx > ws-split-part-count
               PERFORM 3110-print-partition-line
           END-PERFORM.

       3110-print-partition-line.
           MOVE ws-prt-split-recs(ws-prt-idx) TO ws-cnt-ed
           MOVE ws-prt-record-count(ws-prt-idx) TO ws-cnt2-ed
           MOVE SPACES TO ws-prnt-line
           STRING '  ' ws-prt-idx DELIMITED BY SIZE
               '      ' ws-cnt-ed DELIMITED BY SIZE
               '     ' ws-cnt2-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           MOVE ws-prt-skip-count(ws-prt-idx) TO ws-cnt-ed
           MOVE ws-prt-exceptions(ws-prt-idx) TO ws-cnt2-ed
           STRING ' ' ws-cnt-ed DELIMITED BY SIZE
               '   ' ws-cnt2-ed DELIMITED BY SIZE
               INTO ws-prnt-line(30:)
           MOVE ws-prt-bat-bal(ws-prt-idx) TO ws-bat-ed
           STRING '     ' ws-bat-ed DELIMITED BY SIZE
               INTO ws-prnt-line(46:)
           MOVE ws-prt-bat-rej(ws-prt-idx) TO ws-bat-ed
           MOVE ws-prt-ext-count(ws-prt-idx) TO ws-cnt-ed
           STRING '     ' ws-bat-ed DELIMITED BY SIZE
               '    ' ws-cnt-ed DELIMITED BY SIZE
               '       ' ws-prt-runc-status(ws-prt-idx)
               DELIMITED BY SIZE
               '  ' ws-prt-result(ws-prt-idx) DELIMITED BY SIZE
               INTO ws-prnt-line(55:)
           PERFORM 2650-write-print-line.

       3500-print-dept-recap.
           MOVE 'D' TO ws-section-id
           PERFORM 3000-print-headers
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
                   UNTIL ws-dept-idx > ws-dept-count
               IF ws-line-count >= ws-lines-per-page
                   PERFORM 3000-print-headers
               END-IF
               PERFORM 3510-print-dept-line
               ADD 1 TO ws-line-count
           END-PERFORM.

       3510-print-dept-line.
           MOVE ws-dept-posted(ws-dept-idx) TO ws-recap-posted-ed
           MOVE ws-dept-suspended(ws-dept-idx) TO ws-recap-susp-ed
           MOVE ws-dept-balanced(ws-dept-idx) TO ws-recap-bal-ed
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
               '  ' ws-recap-susp-ed DELIMITED BY SIZE
               '     ' ws-recap-bal-ed DELIMITED BY SIZE
               '     ' ws-recap-rej-ed DELIMITED BY SIZE
               '  ' ws-recap-hash-a-ed DELIMITED BY SIZE
               '  ' ws-recap-hash-b-ed DELIMITED BY SIZE
               '   ' ws-recap-appr-held-ed DELIMITED BY SIZE
               '  ' ws-recap-appr-ok-ed DELIMITED BY SIZE
               '   ' ws-recap-appr-dec-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line.

       3900-print-summary-page.
           MOVE 'S' TO ws-section-id
           PERFORM 3000-print-headers
           MOVE SPACES TO ws-prnt-line
           STRING 'Input records split : ' DELIMITED BY SIZE
               ws-split-input-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Input records read .: ' DELIMITED BY SIZE
               ws-tot-record-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Skipped on restart .: ' DELIMITED BY SIZE
               ws-tot-skip-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Exceptions bypassed : ' DELIMITED BY SIZE
               ws-tot-exceptions DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Suspense uncorrected: ' DELIMITED BY SIZE
               ws-susp-open-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Suspense aged ......: ' DELIMITED BY SIZE
               ws-susp-aged-count DELIMITED BY SIZE
               '  (OLDEST: ' DELIMITED BY SIZE
               ws-susp-oldest-date DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Batches balanced ...: ' DELIMITED BY SIZE
               ws-tot-bat-bal DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Batches rejected ...: ' DELIMITED BY SIZE
               ws-tot-bat-rej DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Duplicates held ....: ' DELIMITED BY SIZE
               ws-tot-dup-held DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Released dups posted: ' DELIMITED BY SIZE
               ws-tot-dup-posted DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Held for approval ..: ' DELIMITED BY SIZE
               ws-tot-appr-held DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Approved and posted : ' DELIMITED BY SIZE
               ws-tot-appr-posted DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Approvals declined .: ' DELIMITED BY SIZE
               ws-tot-appr-declined DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Hash total of A ....: ' DELIMITED BY SIZE
               ws-tot-hash-a DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Hash total of B ....: ' DELIMITED BY SIZE
               ws-tot-hash-b DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Total Sum ..........: ' DELIMITED BY SIZE
               ws-tot-sum DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Total Difference ...: ' DELIMITED BY SIZE
               ws-tot-difference DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Total Product ......: ' DELIMITED BY SIZE
               ws-tot-product DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE ws-lines-per-page TO ws-line-count
           PERFORM 3000-print-headers
           MOVE SPACES TO ws-prnt-line
           STRING 'Extract pieces .....: ' DELIMITED BY SIZE
               ws-piece-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Extract rows .......: ' DELIMITED BY SIZE
               ws-pcs-count DELIMITED BY SIZE
               '  (PARTTOT: ' DELIMITED BY SIZE
               ws-tot-ext-count DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Extract sum ........: ' DELIMITED BY SIZE
               ws-pcs-sum DELIMITED BY SIZE
               '  (PARTTOT: ' DELIMITED BY SIZE
               ws-tot-ext-sum DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Extract difference .: ' DELIMITED BY SIZE
               ws-pcs-diff DELIMITED BY SIZE
               '  (PARTTOT: ' DELIMITED BY SIZE
               ws-tot-ext-diff DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Extract product ....: ' DELIMITED BY SIZE
               ws-pcs-prod DELIMITED BY SIZE
               '  (PARTTOT: ' DELIMITED BY SIZE
               ws-tot-ext-prod DELIMITED BY SIZE
               ')' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Audit rows .........: ' DELIMITED BY SIZE
               ws-aud-row-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Audit exception rows: ' DELIMITED BY SIZE
               ws-aud-exc-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Merge breaks .......: ' DELIMITED BY SIZE
               ws-break-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           IF ws-break-count = ZERO
               MOVE 'Run control ........: BUSINESS DATE COMPLETED'
                   TO ws-prnt-line
           ELSE
               MOVE 'Run control ........: BUSINESS DATE FAILED'
                   TO ws-prnt-line
           END-IF
           PERFORM 2650-write-print-line.

      *    The merged feed is one envelope under the split's run-id:
      *    every detail row of every piece, and a trailer declaring
      *    the pieces' proven totals.
       5000-write-merged-extract.
           OPEN OUTPUT ext-file
           MOVE ws-ext-status TO ws-status-check-code
           MOVE 'EXTROUT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE SPACES TO extract-header-record
           MOVE '*EXTHDR*' TO exth-record-type
           MOVE ws-business-date TO exth-business-date
           MOVE ws-split-run-id TO exth-run-id
           WRITE ext-out-record FROM extract-header-record
           MOVE ws-ext-status TO ws-status-check-code
           PERFORM 9800-check-status
           MOVE 'N' TO ws-extp-eof-flag
           OPEN INPUT extp-file
           MOVE ws-extp-status TO ws-status-check-code
           MOVE 'EXTPART' TO ws-status-check-file-id
           PERFORM 9800-check-status
           PERFORM UNTIL extp-eof
               READ extp-file INTO extract-record
                   AT END SET extp-eof TO TRUE
                   NOT AT END
                       IF NOT ext-file-header
                               AND NOT ext-file-trailer
                           PERFORM 5010-write-extract-row
                       END-IF
               END-READ
           END-PERFORM
           CLOSE extp-file
           MOVE SPACES TO extract-trailer-record
           MOVE '*EXTTRL*' TO extt-record-type
           MOVE ws-pcs-count TO extt-record-count
           MOVE ws-pcs-sum TO extt-total-sum
           MOVE ws-pcs-diff TO extt-total-difference
           MOVE ws-pcs-prod TO extt-total-product
           WRITE ext-out-record FROM extract-trailer-record
           MOVE ws-ext-status TO ws-status-check-code
           MOVE 'EXTROUT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           CLOSE ext-file
           MOVE ws-ext-status TO ws-status-check-code
           PERFORM 9850-check-close-status.

       5010-write-extract-row.
           WRITE ext-out-record FROM extract-record
           MOVE ws-ext-status TO ws-status-check-code
           MOVE 'EXTROUT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       5100-write-merged-audit.
           OPEN OUTPUT audit-file
           MOVE ws-audit-status TO ws-status-check-code
           MOVE 'AUDITOUT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE 'N' TO ws-audp-eof-flag
           OPEN INPUT audp-file
           IF ws-audp-status NOT = '00' AND ws-audp-status NOT = '05'
               MOVE ws-audp-status TO ws-status-check-code
               MOVE 'AUDPART' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-audp-status = '05'
               SET audp-eof TO TRUE
           END-IF
           PERFORM UNTIL audp-eof
               READ audp-file INTO audit-record
                   AT END SET audp-eof TO TRUE
                   NOT AT END PERFORM 5110-write-audit-row
               END-READ
           END-PERFORM
           CLOSE audp-file
           CLOSE audit-file
           MOVE ws-audit-status TO ws-status-check-code
           MOVE 'AUDITOUT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status.

       5110-write-audit-row.
           WRITE audit-out-record FROM audit-record
           MOVE ws-audit-status TO ws-status-check-code
           MOVE 'AUDITOUT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

      *    Suspense is one file the partitions share, so the merged
      *    report counts it once itself, as Main's summary does.
       7000-count-suspense.
           MOVE ZERO TO ws-susp-open-count
           MOVE ZERO TO ws-susp-aged-count
           MOVE SPACES TO ws-susp-oldest-date
           MOVE 'N' TO ws-susp-eof-flag
           OPEN INPUT susp-file
           IF ws-susp-status NOT = '00' AND ws-susp-status NOT = '05'
               MOVE ws-susp-status TO ws-status-check-code
               MOVE 'SUSPFILE' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-susp-status = '05'
               SET susp-eof TO TRUE
           END-IF
           IF NOT susp-eof
               MOVE LOW-VALUES TO susp-tran-id
               START susp-file KEY NOT < susp-tran-id
                   INVALID KEY SET susp-eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL susp-eof
               READ susp-file NEXT
                   AT END SET susp-eof TO TRUE
                   NOT AT END PERFORM 7010-tally-suspense
               END-READ
           END-PERFORM
           CLOSE susp-file.

       7010-tally-suspense.
           IF susp-suspended
               ADD 1 TO ws-susp-open-count
               IF susp-business-date < ws-business-date
                   ADD 1 TO ws-susp-aged-count
               END-IF
               IF ws-susp-oldest-date = SPACES
                       OR susp-business-date < ws-susp-oldest-date
                   MOVE susp-business-date TO ws-susp-oldest-date
               END-IF
           END-IF.

       7100-locate-dept.
           IF ws-dept-lookup = SPACES
               MOVE '----' TO ws-dept-lookup
           END-IF
           MOVE ZERO TO ws-dept-slot
           PERFORM VARYING ws-dept-idx FROM 1 BY 1
                   UNTIL ws-dept-idx > ws-dept-count
               IF ws-dept-id(ws-dept-idx) = ws-dept-lookup
                   MOVE ws-dept-idx TO ws-dept-slot
                   MOVE ws-dept-count TO ws-dept-idx
               END-IF
           END-PERFORM
           IF ws-dept-slot = ZERO
               IF ws-dept-count < ws-dept-table-max
                   ADD 1 TO ws-dept-count
                   MOVE ws-dept-lookup TO ws-dept-id(ws-dept-count)
                   MOVE ZERO TO ws-dept-posted(ws-dept-count)
                   MOVE ZERO TO ws-dept-suspended(ws-dept-count)
                   MOVE ZERO TO ws-dept-balanced(ws-dept-count)
                   MOVE ZERO TO ws-dept-rejected(ws-dept-count)
                   MOVE ZERO TO ws-dept-hash-a(ws-dept-count)
                   MOVE ZERO TO ws-dept-hash-b(ws-dept-count)
                   MOVE ZERO TO ws-dept-appr-held(ws-dept-count)
                   MOVE ZERO TO ws-dept-appr-approved(ws-dept-count)
                   MOVE ZERO TO ws-dept-appr-declined(ws-dept-count)
                   MOVE ws-dept-count TO ws-dept-slot
               ELSE
                   DISPLAY 'DEPT RECAP TABLE FULL - DEPT '
                       ws-dept-lookup
                       ' OMITTED FROM THE RECAP'
               END-IF
           END-IF.

      *    The business date completes, or fails, as a whole: 'C'
      *    only when every check held and the merged files are
      *    written, 'F' otherwise, under the split's run-id.
       8000-write-run-status.
           OPEN EXTEND runc-file
           IF ws-runc-status NOT = '00' AND ws-runc-status NOT = '05'
               DISPLAY 'ERROR OPENING RUNCTL - STATUS: '
                   ws-runc-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO run-control-record
           MOVE ws-business-date TO runc-business-date
           MOVE ws-split-run-id TO runc-run-id
           MOVE ws-runc-new-status TO runc-status
           WRITE run-control-record
           IF ws-runc-status NOT = '00'
               DISPLAY 'ERROR WRITING RUNCTL - STATUS: '
                   ws-runc-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE runc-file
           SET run-status-written TO TRUE.

       9000-terminate.
           CLOSE mrg-rpt-file
           MOVE ws-mrg-rpt-status TO ws-status-check-code
           MOVE 'MRGRPT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           IF ws-break-count = ZERO
               MOVE 'C' TO ws-runc-new-status
           ELSE
               MOVE 'F' TO ws-runc-new-status
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 8000-write-run-status
           DISPLAY '-------------------------------------------'
           DISPLAY 'MERGED CONTROL / BALANCING REPORT'
           DISPLAY '-------------------------------------------'
           DISPLAY 'Business date ......: ' ws-business-date
           DISPLAY 'Posting run-id .....: ' ws-split-run-id
           DISPLAY 'Partitions .........: ' ws-split-part-count
           DISPLAY 'Input records split : ' ws-split-input-count
           DISPLAY 'Input records read .: ' ws-tot-record-count
           DISPLAY 'Exceptions bypassed : ' ws-tot-exceptions
           DISPLAY 'Batches balanced ...: ' ws-tot-bat-bal
           DISPLAY 'Batches rejected ...: ' ws-tot-bat-rej
           DISPLAY 'Duplicates held ....: ' ws-tot-dup-held
           DISPLAY 'Held for approval ..: ' ws-tot-appr-held
           DISPLAY 'Extract rows .......: ' ws-pcs-count
           DISPLAY 'Audit rows .........: ' ws-aud-row-count
           DISPLAY 'Merge breaks .......: ' ws-break-count
           DISPLAY 'Business date status: ' ws-runc-new-status
           DISPLAY '-------------------------------------------'.

      *    Once the split is known, a file error fails the business
      *    date on RUNCTL before the run stops.
       9800-check-status.
           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR ON ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               IF split-header-found AND NOT run-status-written
                   MOVE 'F' TO ws-runc-new-status
                   PERFORM 8000-write-run-status
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9850-check-close-status.
           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR CLOSING ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               MOVE 16 TO RETURN-CODE
           END-IF.
