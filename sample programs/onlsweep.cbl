       IDENTIFICATION DIVISION.
       PROGRAM-ID. ONLSWEEP.

      *****************************************************************
      *  Online journal sweep, run in the nightly cycle.  Every A/B  *
      *  pair an operator stored from the TRANONL screen is on the   *
      *  ONLJRNL journal; each entry still pending is recalculated   *
      *  under its department's CALCRULE rule, exactly as Main would *
      *  calculate it, and posted to AUDITOUT, PERSUM and EXTROUT    *
      *  under the CTLPARM business date, so online adjustments      *
      *  reach the ledger and the period statements the same night.  *
      *  An entry that raises a size error goes to suspense like a   *
      *  batch exception.  The sweep report ties the journal count   *
      *  and hash totals to what was posted and suspended.           *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL jrnl-file ASSIGN TO "ONLJRNL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS onlj-key
               FILE STATUS IS ws-jrnl-status.
           SELECT mstr-file ASSIGN TO "TRANMAS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mstr-tran-id
               ALTERNATE RECORD KEY IS mstr-run-id WITH DUPLICATES
               FILE STATUS IS ws-mstr-status.
           SELECT audit-file ASSIGN TO "AUDITOUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT ext-file ASSIGN TO "EXTROUT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-ext-status.
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
           SELECT prnt-file ASSIGN TO "SWEEPRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-prnt-status.
           SELECT OPTIONAL ctl-file ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-ctl-status.
           SELECT OPTIONAL crul-file ASSIGN TO "CALCRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS crul-rule-id
               FILE STATUS IS ws-crul-status.
           SELECT OPTIONAL pcal-file ASSIGN TO "PERCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcal-period-id
               FILE STATUS IS ws-pcal-status.
           SELECT OPTIONAL runc-file ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-runc-status.

       DATA DIVISION.
       FILE SECTION.
       FD  jrnl-file.
       COPY "onljrec.cpy".

       FD  mstr-file.
       COPY "mstrrec.cpy".

       FD  audit-file
           RECORDING MODE IS F.
       COPY "auditrec.cpy".

       FD  ext-file
           RECORDING MODE IS F.
       COPY "extrec.cpy".

       FD  psum-file.
       COPY "persumrec.cpy".

       FD  susp-file.
       COPY "susprec.cpy".

       FD  prnt-file
           RECORDING MODE IS F.
       01  prnt-record PIC X(132).

       FD  ctl-file
           RECORDING MODE IS F.
       COPY "ctlrec.cpy".

       FD  crul-file.
       COPY "calcrule.cpy".

       FD  pcal-file.
       COPY "percal.cpy".

       FD  runc-file
           RECORDING MODE IS F.
       COPY "runrec.cpy".

       WORKING-STORAGE SECTION.
       COPY "tranrec.cpy".

       77 a PIC 9(02).
       77 b PIC 9(02).
       77 sum-total PIC 9(03).
       77 difference PIC S9(03).
       77 product PIC 9(04).
       77 quotient PIC 999V99.

       77 ws-jrnl-status PIC X(02) VALUE '00'.
       77 ws-mstr-status PIC X(02) VALUE '00'.
       77 ws-audit-status PIC X(02) VALUE '00'.
       77 ws-ext-status PIC X(02) VALUE '00'.
       77 ws-psum-status PIC X(02) VALUE '00'.
       77 ws-susp-status PIC X(02) VALUE '00'.
       77 ws-prnt-status PIC X(02) VALUE '00'.
       77 ws-ctl-status PIC X(02) VALUE '00'.
       77 ws-runc-status PIC X(02) VALUE '00'.
       77 ws-psum-found-flag PIC X(01) VALUE 'N'.
           88 psum-found VALUE 'Y'.
       77 ws-mstr-found-flag PIC X(01) VALUE 'N'.
           88 mstr-found VALUE 'Y'.
       77 ws-status-check-code PIC X(02).
       77 ws-status-check-file-id PIC X(08).

       77 ws-run-id PIC X(14).
       77 ws-run-date PIC X(10).
       77 ws-business-date PIC X(08) VALUE SPACES.
       77 ws-current-dept PIC X(04) VALUE SPACES.
       77 ws-eof-flag PIC X(01) VALUE 'N'.
           88 end-of-file VALUE 'Y'.

       77 ws-calc-error-flag PIC X(01) VALUE 'N'.
           88 calc-error VALUE 'Y'.
       77 ws-sum-error-flag PIC X(01) VALUE 'N'.
           88 sum-error VALUE 'Y'.
       77 ws-diff-error-flag PIC X(01) VALUE 'N'.
           88 diff-error VALUE 'Y'.
       77 ws-prod-error-flag PIC X(01) VALUE 'N'.
           88 prod-error VALUE 'Y'.

       77 ws-crul-status PIC X(02) VALUE '00'.
       77 ws-crul-eof-flag PIC X(01) VALUE 'N'.
           88 crul-eof VALUE 'Y'.
       77 ws-pcal-status PIC X(02) VALUE '00'.
       77 ws-pcal-eof-flag PIC X(01) VALUE 'N'.
           88 pcal-eof VALUE 'Y'.
       77 ws-period-id PIC X(06) VALUE SPACES.
       77 ws-rule-table-max PIC 9(03) VALUE 100.
       77 ws-rule-count PIC 9(03) VALUE ZERO.
       77 ws-rule-idx PIC 9(03) VALUE ZERO.
       77 ws-rule-slot PIC 9(03) VALUE ZERO.
       77 ws-rule-set-id PIC X(08) VALUE SPACES.
       01 ws-rule-table.
           05 ws-rule-entry OCCURS 100 TIMES.
               10 ws-rule-dept PIC X(04).
               10 ws-rule-tran-from PIC X(08).
               10 ws-rule-tran-to PIC X(08).
               10 ws-rule-set PIC X(08).
               10 ws-rule-diff-order PIC X(01).
               10 ws-rule-quot-order PIC X(01).
               10 ws-rule-prod-factor PIC 9(02)V9(04).

       77 ws-ext-record-count PIC 9(06) VALUE ZERO.
       77 ws-ext-total-sum PIC 9(08) VALUE ZERO.
       77 ws-ext-total-diff PIC S9(08) VALUE ZERO.
       77 ws-ext-total-prod PIC 9(08) VALUE ZERO.

      *    Journal side of the tie-out: what the operators stored.
       77 ws-read-count PIC 9(06) VALUE ZERO.
       77 ws-already-count PIC 9(06) VALUE ZERO.
       77 ws-jrnl-count PIC 9(06) VALUE ZERO.
       77 ws-jrnl-hash-a PIC 9(08) VALUE ZERO.
       77 ws-jrnl-hash-b PIC 9(08) VALUE ZERO.
       77 ws-jrnl-total-sum PIC 9(08) VALUE ZERO.
       77 ws-jrnl-total-diff PIC S9(08) VALUE ZERO.
       77 ws-jrnl-total-prod PIC 9(08) VALUE ZERO.

      *    Posting side of the tie-out: what the sweep did with it.
       77 ws-posted-count PIC 9(06) VALUE ZERO.
       77 ws-posted-hash-a PIC 9(08) VALUE ZERO.
       77 ws-posted-hash-b PIC 9(08) VALUE ZERO.
       77 ws-suspended-count PIC 9(06) VALUE ZERO.
       77 ws-suspended-hash-a PIC 9(08) VALUE ZERO.
       77 ws-suspended-hash-b PIC 9(08) VALUE ZERO.
       77 ws-changed-count PIC 9(06) VALUE ZERO.
       77 ws-mstr-refreshed-count PIC 9(06) VALUE ZERO.
       77 ws-mstr-superseded-count PIC 9(06) VALUE ZERO.
       77 ws-mstr-withdrawn-count PIC 9(06) VALUE ZERO.
       77 ws-tie-count PIC 9(06) VALUE ZERO.
       77 ws-tie-hash-a PIC 9(08) VALUE ZERO.
       77 ws-tie-hash-b PIC 9(08) VALUE ZERO.
       77 ws-tie-flag PIC X(01) VALUE 'Y'.
           88 sweep-in-balance VALUE 'Y'.

       77 ws-page-count PIC 9(04) VALUE ZERO.
       77 ws-page-count-ed PIC ZZZ9.
       77 ws-line-count PIC 9(02) VALUE ZERO.
       77 ws-lines-per-page PIC 9(02) VALUE 20.
       77 ws-prnt-line PIC X(132).

       77 ws-a-ed PIC Z9.
       77 ws-b-ed PIC Z9.
       77 ws-sum-ed PIC ZZ9.
       77 ws-diff-ed PIC -ZZ9.
       77 ws-prod-ed PIC ZZZ9.
       77 ws-quot-ed PIC ZZ9.99.
       77 ws-disposition PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
           PERFORM 2000-process-journal UNTIL end-of-file
           PERFORM 9000-terminate
           STOP RUN.

       1000-initialize.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           STRING ws-run-id(1:4) '-' ws-run-id(5:2) '-' ws-run-id(7:2)
               DELIMITED BY SIZE INTO ws-run-date
           PERFORM 1050-read-control-record
           PERFORM 1055-load-calc-rules
           PERFORM 1058-find-accounting-period
           PERFORM 1060-write-run-date
           OPEN I-O jrnl-file
           IF ws-jrnl-status NOT = '00' AND ws-jrnl-status NOT = '05'
               MOVE ws-jrnl-status TO ws-status-check-code
               MOVE 'ONLJRNL' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           OPEN I-O mstr-file
           MOVE ws-mstr-status TO ws-status-check-code
           MOVE 'TRANMAS' TO ws-status-check-file-id
           PERFORM 9800-check-status
           OPEN EXTEND audit-file
           MOVE ws-audit-status TO ws-status-check-code
           MOVE 'AUDITOUT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           OPEN EXTEND ext-file
           MOVE ws-ext-status TO ws-status-check-code
           MOVE 'EXTROUT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           PERFORM 2850-write-extract-header
           OPEN I-O psum-file
           IF ws-psum-status NOT = '00' AND ws-psum-status NOT = '05'
               MOVE ws-psum-status TO ws-status-check-code
               MOVE 'PERSUM' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           OPEN I-O susp-file
           IF ws-susp-status NOT = '00' AND ws-susp-status NOT = '05'
               MOVE ws-susp-status TO ws-status-check-code
               MOVE 'SUSPFILE' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           OPEN OUTPUT prnt-file
           MOVE ws-prnt-status TO ws-status-check-code
           MOVE 'SWEEPRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           PERFORM 3000-print-headers
           MOVE LOW-VALUES TO onlj-key
           START jrnl-file KEY NOT < onlj-key
               INVALID KEY SET end-of-file TO TRUE
           END-START
           PERFORM 2100-read-journal.

      *    The sweep posts under the business date of the night's
      *    run, from the same CTLPARM record Main reads; spaces or
      *    zeros there mean the machine date.
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
               NOT AT END
                   MOVE ctl-business-date TO ws-business-date
           END-READ
           CLOSE ctl-file
           IF ws-business-date = SPACES
                   OR ws-business-date = '00000000'
               MOVE ws-run-id(1:8) TO ws-business-date
           END-IF.

      *    The same CALCRULE configuration Main uses, so an online
      *    store posts under exactly the rule its department and
      *    transaction id call for; a missing file means standard
      *    arithmetic for everything.
       1055-load-calc-rules.
           MOVE ZERO TO ws-rule-count
           MOVE 'N' TO ws-crul-eof-flag
           OPEN INPUT crul-file
           IF ws-crul-status NOT = '00' AND ws-crul-status NOT = '05'
               DISPLAY 'ERROR OPENING CALCRULE - STATUS: '
                   ws-crul-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-crul-status = '05'
               SET crul-eof TO TRUE
           END-IF
           IF NOT crul-eof
               MOVE LOW-VALUES TO crul-rule-id
               START crul-file KEY NOT < crul-rule-id
                   INVALID KEY SET crul-eof TO TRUE
               END-START
           END-IF
           PERFORM UNTIL crul-eof
               READ crul-file NEXT
                   AT END SET crul-eof TO TRUE
                   NOT AT END PERFORM 1057-store-calc-rule
               END-READ
           END-PERFORM
           CLOSE crul-file.

       1057-store-calc-rule.
           IF ws-rule-count >= ws-rule-table-max
               DISPLAY 'CALCRULE HOLDS MORE THAN ' ws-rule-table-max
                   ' RULES - RUN TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-rule-count
           MOVE crul-dept-id TO ws-rule-dept(ws-rule-count)
           MOVE crul-tran-id-from TO ws-rule-tran-from(ws-rule-count)
           MOVE crul-tran-id-to TO ws-rule-tran-to(ws-rule-count)
           MOVE crul-rule-set-id TO ws-rule-set(ws-rule-count)
           MOVE crul-diff-order TO ws-rule-diff-order(ws-rule-count)
           MOVE crul-quot-order TO ws-rule-quot-order(ws-rule-count)
           IF crul-prod-factor IS NUMERIC
               MOVE crul-prod-factor
                   TO ws-rule-prod-factor(ws-rule-count)
           ELSE
               MOVE ZERO TO ws-rule-prod-factor(ws-rule-count)
           END-IF.

      *    The swept entries post into the accounting period that
      *    covers the business date, found on the PERCAL calendar the
      *    same way Main finds it; without a calendar the business
      *    date's year-month stands in.
       1058-find-accounting-period.
           MOVE ws-business-date(1:6) TO ws-period-id
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
                           MOVE pcal-period-id TO ws-period-id
                           SET pcal-eof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE pcal-file.

      *    The sweep's run-id is entered on RUNCTL under the business
      *    date before anything is posted, so the integrity check,
      *    the trend report and Main's duplicate check date its rows
      *    by the business date and not by the run-id's timestamp,
      *    which is the next day when the cycle runs past midnight.
       1060-write-run-date.
           OPEN EXTEND runc-file
           IF ws-runc-status NOT = '00' AND ws-runc-status NOT = '05'
               DISPLAY 'ERROR OPENING RUNCTL - STATUS: '
                   ws-runc-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO run-control-record
           MOVE ws-business-date TO runc-business-date
           MOVE ws-run-id TO runc-run-id
           SET runc-sweep-dated TO TRUE
           WRITE run-control-record
           IF ws-runc-status NOT = '00'
               DISPLAY 'ERROR WRITING RUNCTL - STATUS: '
                   ws-runc-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE runc-file.

      *    Entries a previous sweep already posted or suspended stay
      *    on the journal for the auditors and are only counted.
       2000-process-journal.
           ADD 1 TO ws-read-count
           IF onlj-pending
               PERFORM 2200-sweep-entry
           ELSE
               ADD 1 TO ws-already-count
           END-IF
           PERFORM 2100-read-journal.

       2100-read-journal.
           READ jrnl-file NEXT
               AT END SET end-of-file TO TRUE
           END-READ.

       2200-sweep-entry.
           ADD 1 TO ws-jrnl-count
           ADD onlj-a TO ws-jrnl-hash-a
           ADD onlj-b TO ws-jrnl-hash-b
           ADD onlj-sum TO ws-jrnl-total-sum
           ADD onlj-difference TO ws-jrnl-total-diff
           ADD onlj-product TO ws-jrnl-total-prod
           MOVE SPACES TO tran-record
           MOVE onlj-tran-id TO tran-id
           MOVE onlj-a TO tran-a
           MOVE onlj-b TO tran-b
           MOVE onlj-a TO a
           MOVE onlj-b TO b
           MOVE onlj-dept-id TO ws-current-dept
           PERFORM 2300-calculate
           IF calc-error
               PERFORM 2400-suspend-entry
           ELSE
               PERFORM 2500-post-entry
           END-IF
           PERFORM 2600-write-detail-line
           MOVE ws-run-id TO onlj-sweep-run-id
           MOVE ws-business-date TO onlj-business-date
           PERFORM 2700-rewrite-journal.

      *    The same rule-driven arithmetic as Main's calculation:
      *    the first CALCRULE rule covering the entry's department
      *    and transaction id can reverse the difference or the
      *    quotient and scale the product; no matching rule means
      *    the standard arithmetic under a blank rule-set id.
       2300-calculate.
           PERFORM 2305-find-calc-rule
           MOVE 'N' TO ws-calc-error-flag
           MOVE 'N' TO ws-sum-error-flag
           MOVE 'N' TO ws-diff-error-flag
           MOVE 'N' TO ws-prod-error-flag
           COMPUTE sum-total = a + b
               ON SIZE ERROR
                   MOVE ZERO TO sum-total
                   MOVE 'Y' TO ws-calc-error-flag
                   MOVE 'Y' TO ws-sum-error-flag
           END-COMPUTE
           IF ws-rule-slot > ZERO
                   AND ws-rule-diff-order(ws-rule-slot) = 'R'
               COMPUTE difference = a - b
                   ON SIZE ERROR
                       MOVE ZERO TO difference
                       MOVE 'Y' TO ws-calc-error-flag
                       MOVE 'Y' TO ws-diff-error-flag
               END-COMPUTE
           ELSE
               COMPUTE difference = b - a
                   ON SIZE ERROR
                       MOVE ZERO TO difference
                       MOVE 'Y' TO ws-calc-error-flag
                       MOVE 'Y' TO ws-diff-error-flag
               END-COMPUTE
           END-IF
           IF ws-rule-slot > ZERO
                   AND ws-rule-prod-factor(ws-rule-slot) > ZERO
               COMPUTE product ROUNDED =
                   a * b * ws-rule-prod-factor(ws-rule-slot)
                   ON SIZE ERROR
                       MOVE ZERO TO product
                       MOVE 'Y' TO ws-calc-error-flag
                       MOVE 'Y' TO ws-prod-error-flag
               END-COMPUTE
           ELSE
               COMPUTE product = a * b
                   ON SIZE ERROR
                       MOVE ZERO TO product
                       MOVE 'Y' TO ws-calc-error-flag
                       MOVE 'Y' TO ws-prod-error-flag
               END-COMPUTE
           END-IF
           IF ws-rule-slot > ZERO
                   AND ws-rule-quot-order(ws-rule-slot) = 'R'
               COMPUTE quotient = a / b
                   ON SIZE ERROR
                       MOVE ZERO TO quotient
                       MOVE 'Y' TO ws-calc-error-flag
               END-COMPUTE
           ELSE
               COMPUTE quotient = b / a
                   ON SIZE ERROR
                       MOVE ZERO TO quotient
                       MOVE 'Y' TO ws-calc-error-flag
               END-COMPUTE
           END-IF.

       2305-find-calc-rule.
           MOVE ZERO TO ws-rule-slot
           MOVE SPACES TO ws-rule-set-id
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
                   UNTIL ws-rule-idx > ws-rule-count
               IF (ws-rule-dept(ws-rule-idx) = SPACES
                       OR ws-rule-dept(ws-rule-idx) = ws-current-dept)
                   AND (ws-rule-tran-from(ws-rule-idx) = SPACES
                       OR tran-id NOT < ws-rule-tran-from(ws-rule-idx))
                   AND (ws-rule-tran-to(ws-rule-idx) = SPACES
                       OR tran-id NOT > ws-rule-tran-to(ws-rule-idx))
                   MOVE ws-rule-idx TO ws-rule-slot
                   MOVE ws-rule-set(ws-rule-idx) TO ws-rule-set-id
                   MOVE ws-rule-count TO ws-rule-idx
               END-IF
           END-PERFORM.

      *    A size error under the rule routes the entry to suspense
      *    exactly as Main routes a batch exception: an audit row
      *    flagged as an exception, and the original input on
      *    SUSPFILE for the clerk to correct on the SUSPONL screen.
       2400-suspend-entry.
           ADD 1 TO ws-suspended-count
           ADD a TO ws-suspended-hash-a
           ADD b TO ws-suspended-hash-b
           PERFORM 2410-write-audit
           MOVE SPACES TO suspense-record
           MOVE tran-id TO susp-tran-id
           MOVE 'S' TO susp-status
           EVALUATE TRUE
               WHEN sum-error
                   MOVE 'SUM SIZE ERROR' TO susp-reason
               WHEN diff-error
                   MOVE 'DIFF SIZE ERROR' TO susp-reason
               WHEN prod-error
                   MOVE 'PRODUCT SIZE ERROR' TO susp-reason
               WHEN OTHER
                   MOVE 'QUOTIENT SIZE ERROR' TO susp-reason
           END-EVALUATE
           MOVE ws-business-date TO susp-business-date
           MOVE ws-run-id TO susp-run-id
           MOVE tran-a TO susp-a
           MOVE tran-b TO susp-b
           MOVE tran-record TO susp-tran-image
           MOVE ws-current-dept TO susp-dept-id
           WRITE suspense-record
               INVALID KEY
                   REWRITE suspense-record
                       INVALID KEY
                           DISPLAY 'SUSPENSE REWRITE FAILED - '
                               'TRAN-ID: ' tran-id
                   END-REWRITE
           END-WRITE
           IF ws-susp-status NOT = '00' AND ws-susp-status NOT = '22'
               DISPLAY 'FILE ERROR ON SUSPFILE - STATUS: '
                   ws-susp-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2420-withdraw-master
           MOVE 'S' TO onlj-status
           MOVE 'SUSPENDED' TO ws-disposition
           DISPLAY 'EXCEPTION - TRAN-ID: ' tran-id
               ' A=' a ' B=' b ' - online entry suspended'.

       2410-write-audit.
           MOVE ws-run-id TO aud-run-id
           MOVE tran-id TO aud-tran-id
           MOVE a TO aud-a
           MOVE b TO aud-b
           MOVE sum-total TO aud-sum
           MOVE difference TO aud-difference
           MOVE product TO aud-product
           MOVE quotient TO aud-quotient
           IF calc-error
               MOVE 'Y' TO aud-exception-flag
           ELSE
               MOVE 'N' TO aud-exception-flag
           END-IF
           MOVE ws-current-dept TO aud-dept-id
           MOVE ws-rule-set-id TO aud-rule-set-id
           WRITE audit-record
           MOVE ws-audit-status TO ws-status-check-code
           MOVE 'AUDITOUT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

      *    Main leaves no master behind for a batch exception, so
      *    the master the online store wrote, still carrying the
      *    store's timestamp as its run-id, is deleted with it; one
      *    a later batch run or online store has already replaced is
      *    left as it stands.
       2420-withdraw-master.
           MOVE tran-id TO mstr-tran-id
           MOVE 'N' TO ws-mstr-found-flag
           READ mstr-file
               INVALID KEY CONTINUE
               NOT INVALID KEY SET mstr-found TO TRUE
           END-READ
           IF mstr-found AND mstr-run-id = onlj-timestamp
               DELETE mstr-file RECORD
               MOVE ws-mstr-status TO ws-status-check-code
               MOVE 'TRANMAS' TO ws-status-check-file-id
               PERFORM 9800-check-status
               ADD 1 TO ws-mstr-withdrawn-count
           END-IF.

       2500-post-entry.
           ADD 1 TO ws-posted-count
           ADD a TO ws-posted-hash-a
           ADD b TO ws-posted-hash-b
           IF sum-total NOT = onlj-sum
                   OR difference NOT = onlj-difference
                   OR product NOT = onlj-product
                   OR quotient NOT = onlj-quotient
               ADD 1 TO ws-changed-count
           END-IF
           PERFORM 2410-write-audit
           PERFORM 2510-refresh-master
           MOVE tran-id TO ext-tran-id
           MOVE sum-total TO ext-sum
           MOVE difference TO ext-difference
           MOVE product TO ext-product
           MOVE quotient TO ext-quotient
           MOVE ws-current-dept TO ext-dept-id
           MOVE SPACES TO ext-reversal-ind
           WRITE extract-record
           MOVE ws-ext-status TO ws-status-check-code
           MOVE 'EXTROUT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           ADD 1 TO ws-ext-record-count
           ADD sum-total TO ws-ext-total-sum
           ADD difference TO ws-ext-total-diff
           ADD product TO ws-ext-total-prod
           PERFORM 2800-roll-period-summary
           MOVE 'P' TO onlj-status
           MOVE 'POSTED' TO ws-disposition.

      *    The master still carrying this store's timestamp as its
      *    run-id is brought to the rule-driven figures and re-keyed
      *    to this run, so TRANMAS agrees with what AUDITOUT and the
      *    feed now say.  A master a later batch run or a later
      *    online store has already replaced is left as it stands.
       2510-refresh-master.
           MOVE tran-id TO mstr-tran-id
           MOVE 'N' TO ws-mstr-found-flag
           READ mstr-file
               INVALID KEY CONTINUE
               NOT INVALID KEY SET mstr-found TO TRUE
           END-READ
           IF mstr-found AND mstr-run-id = onlj-timestamp
               MOVE ws-run-id TO mstr-run-id
               MOVE sum-total TO mstr-sum
               MOVE difference TO mstr-difference
               MOVE product TO mstr-product
               MOVE quotient TO mstr-quotient
               MOVE 'N' TO mstr-exception-flag
               MOVE 'ONLSWEEP' TO mstr-maint-user
               MOVE SPACES TO mstr-maint-term
               MOVE ws-run-id TO mstr-maint-ts
               REWRITE mstr-record
               MOVE ws-mstr-status TO ws-status-check-code
               MOVE 'TRANMAS' TO ws-status-check-file-id
               PERFORM 9800-check-status
               ADD 1 TO ws-mstr-refreshed-count
           ELSE
               ADD 1 TO ws-mstr-superseded-count
           END-IF.

      *    The online store posts into the period summary exactly as
      *    a batch transaction would, so the month-to-date figures
      *    and the statements include the online adjustments.
       2800-roll-period-summary.
           MOVE tran-id TO psum-tran-id
           MOVE 'N' TO ws-psum-found-flag
           READ psum-file
               INVALID KEY CONTINUE
               NOT INVALID KEY SET psum-found TO TRUE
           END-READ
           IF NOT psum-found
               MOVE SPACES TO period-summary-record
               MOVE tran-id TO psum-tran-id
               MOVE ZERO TO psum-mtd-count
               MOVE ZERO TO psum-mtd-sum
               MOVE ZERO TO psum-mtd-difference
               MOVE ZERO TO psum-mtd-product
               MOVE ZERO TO psum-ytd-count
               MOVE ZERO TO psum-ytd-sum
               MOVE ZERO TO psum-ytd-difference
               MOVE ZERO TO psum-ytd-product
           END-IF
           ADD 1 TO psum-mtd-count
           ADD sum-total TO psum-mtd-sum
           ADD difference TO psum-mtd-difference
           ADD product TO psum-mtd-product
           MOVE ws-run-id TO psum-last-run-id
           MOVE ws-current-dept TO psum-dept-id
           MOVE ws-period-id TO psum-period-id
           IF psum-found
               REWRITE period-summary-record
           ELSE
               WRITE period-summary-record
           END-IF
           IF ws-psum-status NOT = '00'
               DISPLAY 'FILE ERROR ON PERSUM - STATUS: '
                   ws-psum-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The sweep's postings are wrapped in their own envelope
      *    under the business date, so GLRECON proves this piece of
      *    the feed the same way it proves Main's.
       2850-write-extract-header.
           MOVE SPACES TO extract-header-record
           MOVE '*EXTHDR*' TO exth-record-type
           MOVE ws-business-date TO exth-business-date
           MOVE ws-run-id TO exth-run-id
           WRITE extract-header-record
           MOVE ws-ext-status TO ws-status-check-code
           MOVE 'EXTROUT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       2860-write-extract-trailer.
           MOVE SPACES TO extract-trailer-record
           MOVE '*EXTTRL*' TO extt-record-type
           MOVE ws-ext-record-count TO extt-record-count
           MOVE ws-ext-total-sum TO extt-total-sum
           MOVE ws-ext-total-diff TO extt-total-difference
           MOVE ws-ext-total-prod TO extt-total-product
           WRITE extract-trailer-record
           MOVE ws-ext-status TO ws-status-check-code
           MOVE 'EXTROUT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

      *    The entry is marked with this run only after it has been
      *    posted or suspended, so a sweep that stops part way picks
      *    up the remaining pending entries when it is rerun.
       2700-rewrite-journal.
           REWRITE online-journal-record
           MOVE ws-jrnl-status TO ws-status-check-code
           MOVE 'ONLJRNL' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       2600-write-detail-line.
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE a TO ws-a-ed
           MOVE b TO ws-b-ed
           MOVE sum-total TO ws-sum-ed
           MOVE difference TO ws-diff-ed
           MOVE product TO ws-prod-ed
           MOVE quotient TO ws-quot-ed
           MOVE SPACES TO ws-prnt-line
           STRING tran-id DELIMITED BY SIZE
               '  ' onlj-user-id DELIMITED BY SIZE
               '  ' onlj-timestamp DELIMITED BY SIZE
               '  ' onlj-dept-id DELIMITED BY SIZE
               '  ' ws-a-ed DELIMITED BY SIZE
               '  ' ws-b-ed DELIMITED BY SIZE
               '  ' ws-sum-ed DELIMITED BY SIZE
               '   ' ws-diff-ed DELIMITED BY SIZE
               '   ' ws-prod-ed DELIMITED BY SIZE
               '   ' ws-quot-ed DELIMITED BY SIZE
               '  ' ws-rule-set-id DELIMITED BY SIZE
               '  ' ws-disposition DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

       2650-write-print-line.
           WRITE prnt-record FROM ws-prnt-line
           MOVE ws-prnt-status TO ws-status-check-code
           MOVE 'SWEEPRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       3000-print-headers.
           ADD 1 TO ws-page-count
           MOVE ZERO TO ws-line-count
           MOVE ws-page-count TO ws-page-count-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'ONLINE JOURNAL SWEEP REPORT' DELIMITED BY SIZE
               '     BUSINESS DATE: ' DELIMITED BY SIZE
               ws-business-date DELIMITED BY SIZE
               '     RUN DATE: ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               '     PAGE: ' DELIMITED BY SIZE
               ws-page-count-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'TRAN-ID   OPERATOR  STORED AT       DEPT   A   B  '
               DELIMITED BY SIZE
               'SUM  DIFF  PROD  QUOT    RULE-SET  DISPOSITION'
               DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING '--------  --------  --------------  ----  --  --  '
               DELIMITED BY SIZE
               '---  ----  ----  ------  --------  -----------'
               DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line.

      *    The tie-out: every pending journal entry taken this run
      *    must be accounted for as posted or suspended, by count
      *    and by the hash totals of A and B, and the feed trailer
      *    declares exactly what was posted.
       3900-print-summary-page.
           COMPUTE ws-tie-count = ws-posted-count + ws-suspended-count
           COMPUTE ws-tie-hash-a =
               ws-posted-hash-a + ws-suspended-hash-a
           COMPUTE ws-tie-hash-b =
               ws-posted-hash-b + ws-suspended-hash-b
           IF ws-tie-count NOT = ws-jrnl-count
                   OR ws-tie-hash-a NOT = ws-jrnl-hash-a
                   OR ws-tie-hash-b NOT = ws-jrnl-hash-b
                   OR ws-ext-record-count NOT = ws-posted-count
               MOVE 'N' TO ws-tie-flag
           END-IF
           MOVE ws-lines-per-page TO ws-line-count
           PERFORM 3000-print-headers
           MOVE SPACES TO ws-prnt-line
           MOVE 'SWEEP SUMMARY' TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Journal records read ..: ' DELIMITED BY SIZE
               ws-read-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Swept by earlier runs .: ' DELIMITED BY SIZE
               ws-already-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           MOVE 'JOURNAL (PENDING ENTRIES TAKEN THIS RUN)'
               TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Entries ...............: ' DELIMITED BY SIZE
               ws-jrnl-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Hash total of A .......: ' DELIMITED BY SIZE
               ws-jrnl-hash-a DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Hash total of B .......: ' DELIMITED BY SIZE
               ws-jrnl-hash-b DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Screen Sum ............: ' DELIMITED BY SIZE
               ws-jrnl-total-sum DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Screen Difference .....: ' DELIMITED BY SIZE
               ws-jrnl-total-diff DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Screen Product ........: ' DELIMITED BY SIZE
               ws-jrnl-total-prod DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           MOVE 'POSTING' TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Posted ................: ' DELIMITED BY SIZE
               ws-posted-count DELIMITED BY SIZE
               '  HASH A: ' DELIMITED BY SIZE
               ws-posted-hash-a DELIMITED BY SIZE
               '  HASH B: ' DELIMITED BY SIZE
               ws-posted-hash-b DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Suspended .............: ' DELIMITED BY SIZE
               ws-suspended-count DELIMITED BY SIZE
               '  HASH A: ' DELIMITED BY SIZE
               ws-suspended-hash-a DELIMITED BY SIZE
               '  HASH B: ' DELIMITED BY SIZE
               ws-suspended-hash-b DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Rule changed figures ..: ' DELIMITED BY SIZE
               ws-changed-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Masters brought to rule: ' DELIMITED BY SIZE
               ws-mstr-refreshed-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Masters since replaced : ' DELIMITED BY SIZE
               ws-mstr-superseded-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Masters withdrawn .....: ' DELIMITED BY SIZE
               ws-mstr-withdrawn-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Extract rows written ..: ' DELIMITED BY SIZE
               ws-ext-record-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Extract Sum ...........: ' DELIMITED BY SIZE
               ws-ext-total-sum DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Extract Difference ....: ' DELIMITED BY SIZE
               ws-ext-total-diff DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Extract Product .......: ' DELIMITED BY SIZE
               ws-ext-total-prod DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           IF sweep-in-balance
               MOVE 'JOURNAL TIES TO POSTING - IN BALANCE'
                   TO ws-prnt-line
           ELSE
               MOVE '*** JOURNAL DOES NOT TIE TO POSTING ***'
                   TO ws-prnt-line
           END-IF
           PERFORM 2650-write-print-line.

       9000-terminate.
           PERFORM 3900-print-summary-page
           CLOSE jrnl-file
           MOVE ws-jrnl-status TO ws-status-check-code
           MOVE 'ONLJRNL' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE mstr-file
           MOVE ws-mstr-status TO ws-status-check-code
           MOVE 'TRANMAS' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE audit-file
           MOVE ws-audit-status TO ws-status-check-code
           MOVE 'AUDITOUT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           PERFORM 2860-write-extract-trailer
           CLOSE ext-file
           MOVE ws-ext-status TO ws-status-check-code
           MOVE 'EXTROUT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE psum-file
           MOVE ws-psum-status TO ws-status-check-code
           MOVE 'PERSUM' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE susp-file
           MOVE ws-susp-status TO ws-status-check-code
           MOVE 'SUSPFILE' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE prnt-file
           MOVE ws-prnt-status TO ws-status-check-code
           MOVE 'SWEEPRPT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           DISPLAY '-------------------------------------------'
           DISPLAY 'ONLINE JOURNAL SWEEP CONTROL TOTALS'
           DISPLAY '-------------------------------------------'
           DISPLAY 'Business date .......: ' ws-business-date
           DISPLAY 'Journal records read : ' ws-read-count
           DISPLAY 'Pending entries swept: ' ws-jrnl-count
           DISPLAY 'Posted ..............: ' ws-posted-count
           DISPLAY 'Suspended ...........: ' ws-suspended-count
           DISPLAY 'Extract Sum .........: ' ws-ext-total-sum
           DISPLAY 'Extract Difference ..: ' ws-ext-total-diff
           DISPLAY 'Extract Product .....: ' ws-ext-total-prod
           DISPLAY '-------------------------------------------'
           IF NOT sweep-in-balance
               DISPLAY 'JOURNAL DOES NOT TIE TO POSTING'
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
