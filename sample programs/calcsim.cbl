       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSIM.

      *****************************************************************
      *  What-if simulation of a proposed calculation rule file.     *
      *  The proposed rules on CALCPROP (laid out as CALCRULE and    *
      *  keyed the same way) and the live CALCRULE rules are both    *
      *  applied, exactly as Main applies them, to the A/B inputs of *
      *  the AUDITHST history selected by the SIMPARM record         *
      *  (transaction id and run-date range, as for AUDITRPT).       *
      *  Every transaction that would now raise a size error and go  *
      *  to suspense is listed, and a recap by department and        *
      *  live/proposed rule-set shows how many transactions change   *
      *  and the old and new sum, difference and product totals, so  *
      *  a rule change can be judged before CALCRULE is touched.     *
      *  Nothing is posted or updated.                               *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT audit-file ASSIGN TO "AUDITHST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-audit-status.
           SELECT OPTIONAL parm-file ASSIGN TO "SIMPARM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-parm-status.
           SELECT OPTIONAL crul-file ASSIGN TO "CALCRULE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS crul-rule-id
               FILE STATUS IS ws-crul-status.
           SELECT prop-file ASSIGN TO "CALCPROP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS prop-rule-id
               FILE STATUS IS ws-prop-status.
           SELECT sim-rpt-file ASSIGN TO "SIMRPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-sim-rpt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  audit-file
           RECORDING MODE IS F.
       COPY "auditrec.cpy".

       FD  parm-file
           RECORDING MODE IS F.
       COPY "audprm.cpy".

       FD  crul-file.
       COPY "calcrule.cpy".

      *  The proposed rules are laid out as CALCRULE; each record is *
      *  moved into the CALCRULE layout before it is stored, so only *
      *  the key is named here.                                      *
       FD  prop-file.
       01  prop-record.
           05  prop-rule-id            PIC X(06).
           05  FILLER                  PIC X(74).

       FD  sim-rpt-file
           RECORDING MODE IS F.
       01  sim-rpt-record PIC X(132).

       WORKING-STORAGE SECTION.
       77 ws-audit-status PIC X(02) VALUE '00'.
       77 ws-parm-status PIC X(02) VALUE '00'.
       77 ws-crul-status PIC X(02) VALUE '00'.
       77 ws-prop-status PIC X(02) VALUE '00'.
       77 ws-sim-rpt-status PIC X(02) VALUE '00'.
       77 ws-status-check-code PIC X(02).
       77 ws-status-check-file-id PIC X(08).

       77 ws-run-id PIC X(14).
       77 ws-run-date PIC X(10).
       77 ws-eof-flag PIC X(01) VALUE 'N'.
           88 end-of-file VALUE 'Y'.
       77 ws-crul-eof-flag PIC X(01) VALUE 'N'.
           88 crul-eof VALUE 'Y'.

       77 ws-sel-tran-id PIC X(08) VALUE SPACES.
       77 ws-sel-date-from PIC X(08) VALUE SPACES.
       77 ws-sel-date-to PIC X(08) VALUE SPACES.

      *    Rule file 1 is the live CALCRULE, rule file 2 the proposed
      *    CALCPROP; each is held in rule-id order as Main holds it.
       77 ws-rule-table-max PIC 9(03) VALUE 100.
       77 ws-rf PIC 9(01) VALUE ZERO.
       77 ws-rule-idx PIC 9(03) VALUE ZERO.
       01 ws-rule-table.
           05 ws-rule-file OCCURS 2 TIMES.
               10 ws-rule-count PIC 9(03).
               10 ws-rule-entry OCCURS 100 TIMES.
                   15 ws-rule-dept PIC X(04).
                   15 ws-rule-tran-from PIC X(08).
                   15 ws-rule-tran-to PIC X(08).
                   15 ws-rule-set PIC X(08).
                   15 ws-rule-diff-order PIC X(01).
                   15 ws-rule-quot-order PIC X(01).
                   15 ws-rule-prod-factor PIC 9(02)V9(04).

      *    The results of one transaction under each rule file, in
      *    the same pictures Main posts them in so a size error
      *    falls exactly where it would fall in Main.
       01 ws-result-table.
           05 ws-result OCCURS 2 TIMES.
               10 ws-res-rule-slot PIC 9(03).
               10 ws-res-set PIC X(08).
               10 ws-res-sum PIC 9(03).
               10 ws-res-diff PIC S9(03).
               10 ws-res-prod PIC 9(04).
               10 ws-res-quot PIC 999V99.
               10 ws-res-sum-error PIC X(01).
               10 ws-res-diff-error PIC X(01).
               10 ws-res-prod-error PIC X(01).
               10 ws-res-error PIC X(01).
               10 ws-res-reason PIC X(20).

       77 ws-changed-flag PIC X(01) VALUE 'N'.
           88 result-changed VALUE 'Y'.

      *    Recap by department, live rule-set and proposed rule-set,
      *    kept in that order as entries are added.
       77 ws-recap-table-max PIC 9(03) VALUE 200.
       77 ws-recap-count PIC 9(03) VALUE ZERO.
       77 ws-recap-idx PIC 9(03) VALUE ZERO.
       77 ws-recap-slot PIC 9(03) VALUE ZERO.
       77 ws-recap-full-flag PIC X(01) VALUE 'N'.
           88 recap-table-full VALUE 'Y'.
       77 ws-recap-placed-flag PIC X(01) VALUE 'N'.
           88 recap-placed VALUE 'Y'.
       01 ws-recap-lookup.
           05 ws-recap-look-dept PIC X(04).
           05 ws-recap-look-old-set PIC X(08).
           05 ws-recap-look-new-set PIC X(08).
       01 ws-recap-table.
           05 ws-recap-entry OCCURS 200 TIMES.
               10 ws-recap-key PIC X(20).
               10 ws-recap-trans PIC 9(06).
               10 ws-recap-affected PIC 9(06).
               10 ws-recap-old-sum PIC 9(10).
               10 ws-recap-new-sum PIC 9(10).
               10 ws-recap-old-diff PIC S9(10).
               10 ws-recap-new-diff PIC S9(10).
               10 ws-recap-old-prod PIC 9(10).
               10 ws-recap-new-prod PIC 9(10).
               10 ws-recap-new-errors PIC 9(06).
       01 ws-recap-key-view.
           05 ws-recap-key-dept PIC X(04).
           05 ws-recap-key-old-set PIC X(08).
           05 ws-recap-key-new-set PIC X(08).

       77 ws-read-count PIC 9(08) VALUE ZERO.
       77 ws-selected-count PIC 9(08) VALUE ZERO.
       77 ws-affected-count PIC 9(08) VALUE ZERO.
       77 ws-set-changed-count PIC 9(08) VALUE ZERO.
       77 ws-new-error-count PIC 9(06) VALUE ZERO.
       77 ws-cleared-error-count PIC 9(06) VALUE ZERO.
       77 ws-old-error-count PIC 9(06) VALUE ZERO.
       77 ws-old-total-sum PIC 9(10) VALUE ZERO.
       77 ws-new-total-sum PIC 9(10) VALUE ZERO.
       77 ws-old-total-diff PIC S9(10) VALUE ZERO.
       77 ws-new-total-diff PIC S9(10) VALUE ZERO.
       77 ws-old-total-prod PIC 9(10) VALUE ZERO.
       77 ws-new-total-prod PIC 9(10) VALUE ZERO.

       77 ws-section-id PIC X(01) VALUE 'E'.
           88 section-new-errors VALUE 'E'.
           88 section-recap VALUE 'R'.
           88 section-summary VALUE 'S'.

       77 ws-page-count PIC 9(04) VALUE ZERO.
       77 ws-page-count-ed PIC ZZZ9.
       77 ws-line-count PIC 9(02) VALUE ZERO.
       77 ws-lines-per-page PIC 9(02) VALUE 20.
       77 ws-prnt-line PIC X(132).

       77 ws-a-ed PIC Z9.
       77 ws-b-ed PIC Z9.
       77 ws-count-ed PIC ZZZZZ9.
       77 ws-affected-ed PIC ZZZZZ9.
       77 ws-errors-ed PIC ZZZZZ9.
       77 ws-old-sum-ed PIC ZZZZZZZZ9.
       77 ws-new-sum-ed PIC ZZZZZZZZ9.
       77 ws-old-diff-ed PIC -ZZZZZZZZ9.
       77 ws-new-diff-ed PIC -ZZZZZZZZ9.
       77 ws-old-prod-ed PIC ZZZZZZZZ9.
       77 ws-new-prod-ed PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
           PERFORM 2000-process-audit UNTIL end-of-file
           PERFORM 3500-print-recap
           PERFORM 9000-terminate
           STOP RUN.

       1000-initialize.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           STRING ws-run-id(1:4) '-' ws-run-id(5:2) '-' ws-run-id(7:2)
               DELIMITED BY SIZE INTO ws-run-date
           PERFORM 1050-read-parm
           PERFORM 1055-load-calc-rules
           PERFORM 1065-load-proposed-rules
           OPEN INPUT audit-file
           MOVE ws-audit-status TO ws-status-check-code
           MOVE 'AUDITHST' TO ws-status-check-file-id
           PERFORM 9800-check-status
           OPEN OUTPUT sim-rpt-file
           MOVE ws-sim-rpt-status TO ws-status-check-code
           MOVE 'SIMRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE 'E' TO ws-section-id
           PERFORM 3000-print-headers
           PERFORM 2100-read-audit.

       1050-read-parm.
           OPEN INPUT parm-file
           IF ws-parm-status NOT = '00' AND ws-parm-status NOT = '05'
               DISPLAY 'ERROR OPENING SIMPARM - STATUS: '
                   ws-parm-status
               STOP RUN
           END-IF
           READ parm-file
               AT END CONTINUE
               NOT AT END
                   MOVE aprm-tran-id TO ws-sel-tran-id
                   MOVE aprm-date-from TO ws-sel-date-from
                   MOVE aprm-date-to TO ws-sel-date-to
           END-READ
           CLOSE parm-file.

       1055-load-calc-rules.
           MOVE 1 TO ws-rf
           MOVE ZERO TO ws-rule-count(ws-rf)
           MOVE 'N' TO ws-crul-eof-flag
           OPEN INPUT crul-file
           IF ws-crul-status NOT = '00' AND ws-crul-status NOT = '05'
               DISPLAY 'ERROR OPENING CALCRULE - STATUS: '
                   ws-crul-status
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
           IF ws-rule-count(ws-rf) >= ws-rule-table-max
               DISPLAY 'RULE FILE HOLDS MORE THAN ' ws-rule-table-max
                   ' RULES - RUN TERMINATED'
               STOP RUN
           END-IF
           ADD 1 TO ws-rule-count(ws-rf)
           MOVE ws-rule-count(ws-rf) TO ws-rule-idx
           MOVE crul-dept-id TO ws-rule-dept(ws-rf, ws-rule-idx)
           MOVE crul-tran-id-from
               TO ws-rule-tran-from(ws-rf, ws-rule-idx)
           MOVE crul-tran-id-to TO ws-rule-tran-to(ws-rf, ws-rule-idx)
           MOVE crul-rule-set-id TO ws-rule-set(ws-rf, ws-rule-idx)
           MOVE crul-diff-order
               TO ws-rule-diff-order(ws-rf, ws-rule-idx)
           MOVE crul-quot-order
               TO ws-rule-quot-order(ws-rf, ws-rule-idx)
           IF crul-prod-factor IS NUMERIC
               MOVE crul-prod-factor
                   TO ws-rule-prod-factor(ws-rf, ws-rule-idx)
           ELSE
               MOVE ZERO TO ws-rule-prod-factor(ws-rf, ws-rule-idx)
           END-IF.

      *    An empty proposed file is a proposal to drop every rule,
      *    which the simulation shows like any other; a missing one
      *    is an operator error.
       1065-load-proposed-rules.
           MOVE 2 TO ws-rf
           MOVE ZERO TO ws-rule-count(ws-rf)
           MOVE 'N' TO ws-crul-eof-flag
           OPEN INPUT prop-file
           MOVE ws-prop-status TO ws-status-check-code
           MOVE 'CALCPROP' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE LOW-VALUES TO prop-rule-id
           START prop-file KEY NOT < prop-rule-id
               INVALID KEY SET crul-eof TO TRUE
           END-START
           PERFORM UNTIL crul-eof
               READ prop-file NEXT
                   AT END SET crul-eof TO TRUE
                   NOT AT END
                       MOVE prop-record TO calc-rule-record
                       PERFORM 1057-store-calc-rule
               END-READ
           END-PERFORM
           CLOSE prop-file.

       2000-process-audit.
           ADD 1 TO ws-read-count
           IF (ws-sel-tran-id = SPACES
                   OR aud-tran-id = ws-sel-tran-id)
                   AND (ws-sel-date-from = SPACES
                   OR aud-run-id(1:8) NOT < ws-sel-date-from)
                   AND (ws-sel-date-to = SPACES
                   OR aud-run-id(1:8) NOT > ws-sel-date-to)
               PERFORM 2200-simulate-record
           END-IF
           PERFORM 2100-read-audit.

       2100-read-audit.
           READ audit-file
               AT END SET end-of-file TO TRUE
           END-READ.

       2200-simulate-record.
           ADD 1 TO ws-selected-count
           MOVE 1 TO ws-rf
           PERFORM 2300-calculate
           MOVE 2 TO ws-rf
           PERFORM 2300-calculate
           MOVE 'N' TO ws-changed-flag
           IF ws-res-set(1) NOT = ws-res-set(2)
               ADD 1 TO ws-set-changed-count
           END-IF
           IF ws-res-set(1) NOT = ws-res-set(2)
                   OR ws-res-sum(1) NOT = ws-res-sum(2)
                   OR ws-res-diff(1) NOT = ws-res-diff(2)
                   OR ws-res-prod(1) NOT = ws-res-prod(2)
                   OR ws-res-quot(1) NOT = ws-res-quot(2)
                   OR ws-res-error(1) NOT = ws-res-error(2)
               SET result-changed TO TRUE
               ADD 1 TO ws-affected-count
           END-IF
           IF ws-res-error(1) = 'Y'
               ADD 1 TO ws-old-error-count
               IF ws-res-error(2) NOT = 'Y'
                   ADD 1 TO ws-cleared-error-count
               END-IF
           END-IF
           IF ws-res-error(2) = 'Y' AND ws-res-error(1) NOT = 'Y'
               ADD 1 TO ws-new-error-count
               PERFORM 2600-write-new-error-line
           END-IF
           IF ws-res-sum-error(1) NOT = 'Y'
               ADD ws-res-sum(1) TO ws-old-total-sum
           END-IF
           IF ws-res-sum-error(2) NOT = 'Y'
               ADD ws-res-sum(2) TO ws-new-total-sum
           END-IF
           IF ws-res-diff-error(1) NOT = 'Y'
               ADD ws-res-diff(1) TO ws-old-total-diff
           END-IF
           IF ws-res-diff-error(2) NOT = 'Y'
               ADD ws-res-diff(2) TO ws-new-total-diff
           END-IF
           IF ws-res-prod-error(1) NOT = 'Y'
               ADD ws-res-prod(1) TO ws-old-total-prod
           END-IF
           IF ws-res-prod-error(2) NOT = 'Y'
               ADD ws-res-prod(2) TO ws-new-total-prod
           END-IF
           PERFORM 2400-tally-recap.

      *    Main's 2200-calculate, against rule file ws-rf.  The
      *    history carries the A/B inputs and the department, which
      *    is all the rule selection and the arithmetic need.
       2300-calculate.
           PERFORM 2305-find-calc-rule
           MOVE 'N' TO ws-res-error(ws-rf)
           MOVE 'N' TO ws-res-sum-error(ws-rf)
           MOVE 'N' TO ws-res-diff-error(ws-rf)
           MOVE 'N' TO ws-res-prod-error(ws-rf)
           MOVE SPACES TO ws-res-reason(ws-rf)
           MOVE ws-res-rule-slot(ws-rf) TO ws-rule-idx
           COMPUTE ws-res-sum(ws-rf) = aud-a + aud-b
               ON SIZE ERROR
                   MOVE ZERO TO ws-res-sum(ws-rf)
                   MOVE 'Y' TO ws-res-error(ws-rf)
                   MOVE 'Y' TO ws-res-sum-error(ws-rf)
           END-COMPUTE
           IF ws-rule-idx > ZERO
                   AND ws-rule-diff-order(ws-rf, ws-rule-idx) = 'R'
               COMPUTE ws-res-diff(ws-rf) = aud-a - aud-b
                   ON SIZE ERROR
                       MOVE ZERO TO ws-res-diff(ws-rf)
                       MOVE 'Y' TO ws-res-error(ws-rf)
                       MOVE 'Y' TO ws-res-diff-error(ws-rf)
               END-COMPUTE
           ELSE
               COMPUTE ws-res-diff(ws-rf) = aud-b - aud-a
                   ON SIZE ERROR
                       MOVE ZERO TO ws-res-diff(ws-rf)
                       MOVE 'Y' TO ws-res-error(ws-rf)
                       MOVE 'Y' TO ws-res-diff-error(ws-rf)
               END-COMPUTE
           END-IF
           IF ws-rule-idx > ZERO
                   AND ws-rule-prod-factor(ws-rf, ws-rule-idx) > ZERO
               COMPUTE ws-res-prod(ws-rf) ROUNDED =
                   aud-a * aud-b
                       * ws-rule-prod-factor(ws-rf, ws-rule-idx)
                   ON SIZE ERROR
                       MOVE ZERO TO ws-res-prod(ws-rf)
                       MOVE 'Y' TO ws-res-error(ws-rf)
                       MOVE 'Y' TO ws-res-prod-error(ws-rf)
               END-COMPUTE
           ELSE
               COMPUTE ws-res-prod(ws-rf) = aud-a * aud-b
                   ON SIZE ERROR
                       MOVE ZERO TO ws-res-prod(ws-rf)
                       MOVE 'Y' TO ws-res-error(ws-rf)
                       MOVE 'Y' TO ws-res-prod-error(ws-rf)
               END-COMPUTE
           END-IF
           IF ws-rule-idx > ZERO
                   AND ws-rule-quot-order(ws-rf, ws-rule-idx) = 'R'
               COMPUTE ws-res-quot(ws-rf) = aud-a / aud-b
                   ON SIZE ERROR
                       MOVE ZERO TO ws-res-quot(ws-rf)
                       MOVE 'Y' TO ws-res-error(ws-rf)
               END-COMPUTE
           ELSE
               COMPUTE ws-res-quot(ws-rf) = aud-b / aud-a
                   ON SIZE ERROR
                       MOVE ZERO TO ws-res-quot(ws-rf)
                       MOVE 'Y' TO ws-res-error(ws-rf)
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN ws-res-sum-error(ws-rf) = 'Y'
                   MOVE 'SUM SIZE ERROR' TO ws-res-reason(ws-rf)
               WHEN ws-res-diff-error(ws-rf) = 'Y'
                   MOVE 'DIFF SIZE ERROR' TO ws-res-reason(ws-rf)
               WHEN ws-res-prod-error(ws-rf) = 'Y'
                   MOVE 'PRODUCT SIZE ERROR' TO ws-res-reason(ws-rf)
               WHEN ws-res-error(ws-rf) = 'Y'
                   MOVE 'QUOTIENT SIZE ERROR' TO ws-res-reason(ws-rf)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2305-find-calc-rule.
           MOVE ZERO TO ws-res-rule-slot(ws-rf)
           MOVE SPACES TO ws-res-set(ws-rf)
           PERFORM VARYING ws-rule-idx FROM 1 BY 1
                   UNTIL ws-rule-idx > ws-rule-count(ws-rf)
               IF (ws-rule-dept(ws-rf, ws-rule-idx) = SPACES
                       OR ws-rule-dept(ws-rf, ws-rule-idx)
                           = aud-dept-id)
                   AND (ws-rule-tran-from(ws-rf, ws-rule-idx) = SPACES
                       OR aud-tran-id
                           NOT < ws-rule-tran-from(ws-rf, ws-rule-idx))
                   AND (ws-rule-tran-to(ws-rf, ws-rule-idx) = SPACES
                       OR aud-tran-id
                           NOT > ws-rule-tran-to(ws-rf, ws-rule-idx))
                   MOVE ws-rule-idx TO ws-res-rule-slot(ws-rf)
                   MOVE ws-rule-set(ws-rf, ws-rule-idx)
                       TO ws-res-set(ws-rf)
                   MOVE ws-rule-count(ws-rf) TO ws-rule-idx
               END-IF
           END-PERFORM.

      *    A new combination of department and rule-sets is slotted
      *    in key order so the recap prints without a sort.
       2400-tally-recap.
           MOVE aud-dept-id TO ws-recap-look-dept
           MOVE ws-res-set(1) TO ws-recap-look-old-set
           MOVE ws-res-set(2) TO ws-recap-look-new-set
           MOVE ZERO TO ws-recap-slot
           PERFORM VARYING ws-recap-idx FROM 1 BY 1
                   UNTIL ws-recap-idx > ws-recap-count
               IF ws-recap-key(ws-recap-idx) = ws-recap-lookup
                   MOVE ws-recap-idx TO ws-recap-slot
                   MOVE ws-recap-count TO ws-recap-idx
               END-IF
           END-PERFORM
           IF ws-recap-slot = ZERO
               IF ws-recap-count >= ws-recap-table-max
                   IF NOT recap-table-full
                       DISPLAY 'MORE THAN ' ws-recap-table-max
                           ' DEPARTMENT/RULE-SET COMBINATIONS - THE'
                           ' REST ARE IN THE GRAND TOTALS ONLY'
                       SET recap-table-full TO TRUE
                   END-IF
               ELSE
                   PERFORM 2450-insert-recap-entry
               END-IF
           END-IF
           IF ws-recap-slot > ZERO
               ADD 1 TO ws-recap-trans(ws-recap-slot)
               IF result-changed
                   ADD 1 TO ws-recap-affected(ws-recap-slot)
               END-IF
               IF ws-res-sum-error(1) NOT = 'Y'
                   ADD ws-res-sum(1) TO ws-recap-old-sum(ws-recap-slot)
               END-IF
               IF ws-res-sum-error(2) NOT = 'Y'
                   ADD ws-res-sum(2) TO ws-recap-new-sum(ws-recap-slot)
               END-IF
               IF ws-res-diff-error(1) NOT = 'Y'
                   ADD ws-res-diff(1)
                       TO ws-recap-old-diff(ws-recap-slot)
               END-IF
               IF ws-res-diff-error(2) NOT = 'Y'
                   ADD ws-res-diff(2)
                       TO ws-recap-new-diff(ws-recap-slot)
               END-IF
               IF ws-res-prod-error(1) NOT = 'Y'
                   ADD ws-res-prod(1)
                       TO ws-recap-old-prod(ws-recap-slot)
               END-IF
               IF ws-res-prod-error(2) NOT = 'Y'
                   ADD ws-res-prod(2)
                       TO ws-recap-new-prod(ws-recap-slot)
               END-IF
               IF ws-res-error(2) = 'Y' AND ws-res-error(1) NOT = 'Y'
                   ADD 1 TO ws-recap-new-errors(ws-recap-slot)
               END-IF
           END-IF.

       2450-insert-recap-entry.
           MOVE ws-recap-count TO ws-recap-idx
           MOVE 'N' TO ws-recap-placed-flag
           PERFORM UNTIL ws-recap-idx = ZERO OR recap-placed
               IF ws-recap-key(ws-recap-idx) > ws-recap-lookup
                   MOVE ws-recap-entry(ws-recap-idx)
                       TO ws-recap-entry(ws-recap-idx + 1)
                   SUBTRACT 1 FROM ws-recap-idx
               ELSE
                   SET recap-placed TO TRUE
               END-IF
           END-PERFORM
           ADD 1 TO ws-recap-idx
           ADD 1 TO ws-recap-count
           MOVE ws-recap-idx TO ws-recap-slot
           MOVE ws-recap-lookup TO ws-recap-key(ws-recap-slot)
           MOVE ZERO TO ws-recap-trans(ws-recap-slot)
           MOVE ZERO TO ws-recap-affected(ws-recap-slot)
           MOVE ZERO TO ws-recap-old-sum(ws-recap-slot)
           MOVE ZERO TO ws-recap-new-sum(ws-recap-slot)
           MOVE ZERO TO ws-recap-old-diff(ws-recap-slot)
           MOVE ZERO TO ws-recap-new-diff(ws-recap-slot)
           MOVE ZERO TO ws-recap-old-prod(ws-recap-slot)
           MOVE ZERO TO ws-recap-new-prod(ws-recap-slot)
           MOVE ZERO TO ws-recap-new-errors(ws-recap-slot).

       2600-write-new-error-line.
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE aud-a TO ws-a-ed
           MOVE aud-b TO ws-b-ed
           MOVE SPACES TO ws-prnt-line
           STRING aud-tran-id DELIMITED BY SIZE
               '  ' aud-run-id DELIMITED BY SIZE
               '  ' ws-a-ed DELIMITED BY SIZE
               '  ' ws-b-ed DELIMITED BY SIZE
               '  ' aud-dept-id DELIMITED BY SIZE
               '  ' ws-res-set(1) DELIMITED BY SIZE
               '  ' ws-res-set(2) DELIMITED BY SIZE
               '  ' ws-res-reason(2) DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

       2650-write-print-line.
           WRITE sim-rpt-record FROM ws-prnt-line
           MOVE ws-sim-rpt-status TO ws-status-check-code
           MOVE 'SIMRPT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       3000-print-headers.
           ADD 1 TO ws-page-count
           MOVE ZERO TO ws-line-count
           MOVE ws-page-count TO ws-page-count-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'CALCRULE WHAT-IF SIMULATION' DELIMITED BY SIZE
               '     RUN DATE: ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               '     PAGE: ' DELIMITED BY SIZE
               ws-page-count-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'HISTORY FROM ' DELIMITED BY SIZE
               ws-sel-date-from DELIMITED BY SIZE
               ' TO ' DELIMITED BY SIZE
               ws-sel-date-to DELIMITED BY SIZE
               '   TRAN-ID ' DELIMITED BY SIZE
               ws-sel-tran-id DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           EVALUATE TRUE
               WHEN section-new-errors
                   STRING 'TRANSACTIONS THAT WOULD GO TO SUSPENSE'
                       DELIMITED BY SIZE
                       ' UNDER THE PROPOSED RULES' DELIMITED BY SIZE
                       INTO ws-prnt-line
                   PERFORM 2650-write-print-line
                   MOVE SPACES TO ws-prnt-line
                   STRING 'TRAN-ID   RUN-ID           A   B  DEPT'
                       DELIMITED BY SIZE
                       '  LIVE-SET  NEW-SET   REASON'
                       DELIMITED BY SIZE
                       INTO ws-prnt-line
                   PERFORM 2650-write-print-line
                   MOVE SPACES TO ws-prnt-line
                   STRING '--------  --------------  --  --  ----'
                       DELIMITED BY SIZE
                       '  --------  --------  ------'
                       DELIMITED BY SIZE
                       INTO ws-prnt-line
                   PERFORM 2650-write-print-line
               WHEN section-recap
                   MOVE 'RECAP BY DEPARTMENT AND RULE-SET'
                       TO ws-prnt-line
                   PERFORM 2650-write-print-line
                   MOVE SPACES TO ws-prnt-line
                   STRING 'DEPT  LIVE-SET  NEW-SET    TRANS  AFFCTD'
                       DELIMITED BY SIZE
                       '    OLD-SUM    NEW-SUM    OLD-DIFF    NEW-DIFF'
                       DELIMITED BY SIZE
                       '   OLD-PROD   NEW-PROD  NEWERR'
                       DELIMITED BY SIZE
                       INTO ws-prnt-line
                   PERFORM 2650-write-print-line
                   MOVE SPACES TO ws-prnt-line
                   STRING '----  --------  --------  ------  ------'
                       DELIMITED BY SIZE
                       '  ---------  ---------  ----------  ----------'
                       DELIMITED BY SIZE
                       '  ---------  ---------  ------'
                       DELIMITED BY SIZE
                       INTO ws-prnt-line
                   PERFORM 2650-write-print-line
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       3500-print-recap.
           MOVE 'R' TO ws-section-id
           PERFORM 3000-print-headers
           PERFORM VARYING ws-recap-idx FROM 1 BY 1
                   UNTIL ws-recap-idx > ws-recap-count
               PERFORM 3550-print-recap-line
           END-PERFORM.

       3550-print-recap-line.
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE ws-recap-key(ws-recap-idx) TO ws-recap-key-view
           MOVE ws-recap-trans(ws-recap-idx) TO ws-count-ed
           MOVE ws-recap-affected(ws-recap-idx) TO ws-affected-ed
           MOVE ws-recap-old-sum(ws-recap-idx) TO ws-old-sum-ed
           MOVE ws-recap-new-sum(ws-recap-idx) TO ws-new-sum-ed
           MOVE ws-recap-old-diff(ws-recap-idx) TO ws-old-diff-ed
           MOVE ws-recap-new-diff(ws-recap-idx) TO ws-new-diff-ed
           MOVE ws-recap-old-prod(ws-recap-idx) TO ws-old-prod-ed
           MOVE ws-recap-new-prod(ws-recap-idx) TO ws-new-prod-ed
           MOVE ws-recap-new-errors(ws-recap-idx) TO ws-errors-ed
           MOVE SPACES TO ws-prnt-line
           STRING ws-recap-key-dept DELIMITED BY SIZE
               '  ' ws-recap-key-old-set DELIMITED BY SIZE
               '  ' ws-recap-key-new-set DELIMITED BY SIZE
               '  ' ws-count-ed DELIMITED BY SIZE
               '  ' ws-affected-ed DELIMITED BY SIZE
               '  ' ws-old-sum-ed DELIMITED BY SIZE
               '  ' ws-new-sum-ed DELIMITED BY SIZE
               '  ' ws-old-diff-ed DELIMITED BY SIZE
               '  ' ws-new-diff-ed DELIMITED BY SIZE
               '  ' ws-old-prod-ed DELIMITED BY SIZE
               '  ' ws-new-prod-ed DELIMITED BY SIZE
               '  ' ws-errors-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

       3900-print-summary-page.
           MOVE 'S' TO ws-section-id
           MOVE ws-lines-per-page TO ws-line-count
           PERFORM 3000-print-headers
           MOVE SPACES TO ws-prnt-line
           MOVE 'SIMULATION SUMMARY' TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Live rules .........: ' DELIMITED BY SIZE
               ws-rule-count(1) DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Proposed rules .....: ' DELIMITED BY SIZE
               ws-rule-count(2) DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'History rows read ..: ' DELIMITED BY SIZE
               ws-read-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Rows simulated .....: ' DELIMITED BY SIZE
               ws-selected-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Rows affected ......: ' DELIMITED BY SIZE
               ws-affected-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Rule-set changed ...: ' DELIMITED BY SIZE
               ws-set-changed-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Errors under live ..: ' DELIMITED BY SIZE
               ws-old-error-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'New size errors ....: ' DELIMITED BY SIZE
               ws-new-error-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Errors cleared .....: ' DELIMITED BY SIZE
               ws-cleared-error-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE ws-old-total-sum TO ws-old-sum-ed
           MOVE ws-new-total-sum TO ws-new-sum-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'Sum  live/proposed .: ' DELIMITED BY SIZE
               ws-old-sum-ed DELIMITED BY SIZE
               '  ' ws-new-sum-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE ws-old-total-diff TO ws-old-diff-ed
           MOVE ws-new-total-diff TO ws-new-diff-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'Diff live/proposed .: ' DELIMITED BY SIZE
               ws-old-diff-ed DELIMITED BY SIZE
               '  ' ws-new-diff-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE ws-old-total-prod TO ws-old-prod-ed
           MOVE ws-new-total-prod TO ws-new-prod-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'Prod live/proposed .: ' DELIMITED BY SIZE
               ws-old-prod-ed DELIMITED BY SIZE
               '  ' ws-new-prod-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line.

       9000-terminate.
           PERFORM 3900-print-summary-page
           CLOSE audit-file
           MOVE ws-audit-status TO ws-status-check-code
           MOVE 'AUDITHST' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE sim-rpt-file
           MOVE ws-sim-rpt-status TO ws-status-check-code
           MOVE 'SIMRPT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           DISPLAY '-------------------------------------------'
           DISPLAY 'CALCRULE SIMULATION CONTROL TOTALS'
           DISPLAY '-------------------------------------------'
           DISPLAY 'History rows read ..: ' ws-read-count
           DISPLAY 'Rows simulated .....: ' ws-selected-count
           DISPLAY 'Rows affected ......: ' ws-affected-count
           DISPLAY 'New size errors ....: ' ws-new-error-count
           DISPLAY 'Errors cleared .....: ' ws-cleared-error-count
           DISPLAY '-------------------------------------------'.

       9800-check-status.
           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR ON ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               STOP RUN
           END-IF.

       9850-check-close-status.
           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR CLOSING ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               MOVE 16 TO RETURN-CODE
           END-IF.
