       IDENTIFICATION DIVISION.
       PROGRAM-ID. YECLOSE.

      *****************************************************************
      *  Fiscal year-end close of the PERSUM period summary master.  *
      *  PERCLOSE rolls each month into year-to-date but never       *
      *  clears it; this run closes the year.  The last period of    *
      *  the fiscal year (YYYYMM) comes from the command line, and   *
      *  the close is guarded by the PERCAL calendar: the period     *
      *  must exist, be marked as the fiscal year-end, and already   *
      *  be closed by PERCLOSE, and the year must not already have   *
      *  been closed on the PERCLHST close history.  A supervisor    *
      *  can force past the guards with 'O' in byte 8 of the parm    *
      *  (e.g. '202612 O'), as on PERCLOSE.  Every account's final   *
      *  year-to-date figures are appended to the YEHIST year-end    *
      *  history and printed on the annual statement by department   *
      *  and transaction id with department and grand totals; the    *
      *  year-to-date buckets are then reset, with the reset totals  *
      *  proved against the statement, and the year-end is appended  *
      *  to the close history.                                       *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT psum-file ASSIGN TO "PERSUM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS psum-tran-id
               FILE STATUS IS ws-psum-status.
           SELECT stmt-file ASSIGN TO "YESTMT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-stmt-status.
           SELECT OPTIONAL pcal-file ASSIGN TO "PERCAL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pcal-period-id
               FILE STATUS IS ws-pcal-status.
           SELECT OPTIONAL clsh-file ASSIGN TO "PERCLHST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-clsh-status.
           SELECT OPTIONAL yeh-file ASSIGN TO "YEHIST"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-yeh-status.
           SELECT sort-file ASSIGN TO "SORTWK01".
           SELECT srtd-file ASSIGN TO "YESRTD"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-srtd-status.

       DATA DIVISION.
       FILE SECTION.
       FD  psum-file.
       COPY "persumrec.cpy".

       FD  stmt-file
           RECORDING MODE IS F.
       01  stmt-record PIC X(132).

       FD  pcal-file.
       COPY "percal.cpy".

       FD  clsh-file
           RECORDING MODE IS F.
       COPY "clshrec.cpy".

       FD  yeh-file
           RECORDING MODE IS F.
       COPY "yehrec.cpy".

      *  Sort work: the summary master in department, then           *
      *  transaction id, order for the annual statement.             *
       SD  sort-file.
       01  sort-record.
           05  srt-tran-id             PIC X(08).
           05  FILLER                  PIC X(74).
           05  srt-dept-id             PIC X(04).
           05  FILLER                  PIC X(14).

      *  The sorted master, laid out as PERSUMREC for the fields     *
      *  the statement and the year-end history need.                *
       FD  srtd-file
           RECORDING MODE IS F.
       01  srtd-record.
           05  srtd-tran-id            PIC X(08).
           05  FILLER                  PIC X(30).
           05  srtd-ytd-count          PIC 9(06).
           05  srtd-ytd-sum            PIC 9(08).
           05  srtd-ytd-difference     PIC S9(08).
           05  srtd-ytd-product        PIC 9(08).
           05  srtd-last-run-id        PIC X(14).
           05  srtd-dept-id            PIC X(04).
           05  FILLER                  PIC X(14).

       WORKING-STORAGE SECTION.
       77 ws-psum-status PIC X(02) VALUE '00'.
       77 ws-stmt-status PIC X(02) VALUE '00'.
       77 ws-pcal-status PIC X(02) VALUE '00'.
       77 ws-clsh-status PIC X(02) VALUE '00'.
       77 ws-yeh-status PIC X(02) VALUE '00'.
       77 ws-srtd-status PIC X(02) VALUE '00'.
       77 ws-status-check-code PIC X(02).
       77 ws-status-check-file-id PIC X(08).

       77 ws-run-id PIC X(14).
       77 ws-run-date PIC X(10).
       77 ws-eof-flag PIC X(01) VALUE 'N'.
           88 end-of-file VALUE 'Y'.
       77 ws-psum-eof-flag PIC X(01) VALUE 'N'.
           88 psum-eof VALUE 'Y'.
       77 ws-clsh-eof-flag PIC X(01) VALUE 'N'.
           88 clsh-eof VALUE 'Y'.

       77 ws-close-parm PIC X(10) VALUE SPACES.
       77 ws-year-end-period-id PIC X(06) VALUE SPACES.
       77 ws-override-flag PIC X(01) VALUE 'N'.
           88 override-given VALUE 'Y'.
       77 ws-pcal-found-flag PIC X(01) VALUE 'N'.
           88 pcal-found VALUE 'Y'.
       77 ws-year-closed-flag PIC X(01) VALUE 'N'.
           88 year-already-closed VALUE 'Y'.
       77 ws-year-closed-run-id PIC X(14) VALUE SPACES.

       77 ws-first-dept-flag PIC X(01) VALUE 'Y'.
           88 first-dept VALUE 'Y'.
       77 ws-prev-dept-id PIC X(04) VALUE SPACES.
       77 ws-dept-label PIC X(04) VALUE SPACES.
       77 ws-dept-account-count PIC 9(06) VALUE ZERO.
       77 ws-dept-ytd-count PIC 9(08) VALUE ZERO.
       77 ws-dept-ytd-sum PIC 9(10) VALUE ZERO.
       77 ws-dept-ytd-diff PIC S9(10) VALUE ZERO.
       77 ws-dept-ytd-prod PIC 9(10) VALUE ZERO.
       77 ws-dept-count PIC 9(04) VALUE ZERO.

       77 ws-account-count PIC 9(06) VALUE ZERO.
       77 ws-history-count PIC 9(06) VALUE ZERO.
       77 ws-tot-ytd-count PIC 9(08) VALUE ZERO.
       77 ws-tot-ytd-sum PIC 9(10) VALUE ZERO.
       77 ws-tot-ytd-diff PIC S9(10) VALUE ZERO.
       77 ws-tot-ytd-prod PIC 9(10) VALUE ZERO.

       77 ws-reset-account-count PIC 9(06) VALUE ZERO.
       77 ws-reset-count PIC 9(06) VALUE ZERO.
       77 ws-reset-ytd-count PIC 9(08) VALUE ZERO.
       77 ws-reset-ytd-sum PIC 9(10) VALUE ZERO.
       77 ws-reset-ytd-diff PIC S9(10) VALUE ZERO.
       77 ws-reset-ytd-prod PIC 9(10) VALUE ZERO.
       77 ws-mtd-count-kept PIC 9(08) VALUE ZERO.
       77 ws-mtd-sum-kept PIC 9(10) VALUE ZERO.
       77 ws-balance-flag PIC X(01) VALUE 'Y'.
           88 reset-in-balance VALUE 'Y'.

       77 ws-page-count PIC 9(04) VALUE ZERO.
       77 ws-page-count-ed PIC ZZZ9.
       77 ws-line-count PIC 9(02) VALUE ZERO.
       77 ws-lines-per-page PIC 9(02) VALUE 20.
       77 ws-prnt-line PIC X(132).

       77 ws-cnt-ed PIC ZZZZZ9.
       77 ws-sum-ed PIC ZZZZZZZ9.
       77 ws-diff-ed PIC -ZZZZZZZ9.
       77 ws-prod-ed PIC ZZZZZZZ9.
       77 ws-tcnt-ed PIC ZZZZZZZ9.
       77 ws-tsum-ed PIC ZZZZZZZZZ9.
       77 ws-tdiff-ed PIC -ZZZZZZZZZ9.
       77 ws-tprod-ed PIC ZZZZZZZZZ9.

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
           PERFORM 2000-process-account UNTIL end-of-file
           PERFORM 4000-reset-year-to-date
           PERFORM 9000-terminate
           STOP RUN.

       1000-initialize.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           STRING ws-run-id(1:4) '-' ws-run-id(5:2) '-' ws-run-id(7:2)
               DELIMITED BY SIZE INTO ws-run-date
           ACCEPT ws-close-parm FROM COMMAND-LINE
           MOVE ws-close-parm(1:6) TO ws-year-end-period-id
           IF ws-close-parm(8:1) = 'O'
               SET override-given TO TRUE
           END-IF
           IF ws-year-end-period-id = SPACES
               DISPLAY 'YECLOSE NEEDS THE LAST PERIOD OF THE FISCAL'
                   ' YEAR (YYYYMM) AS THE PARM - O IN BYTE 8 IS THE'
                   ' SUPERVISOR OVERRIDE'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1100-check-period-guard
           PERFORM 1200-check-close-history
           PERFORM 1300-sort-summary
           OPEN INPUT srtd-file
           MOVE ws-srtd-status TO ws-status-check-code
           MOVE 'YESRTD' TO ws-status-check-file-id
           PERFORM 9800-check-status
           OPEN OUTPUT stmt-file
           MOVE ws-stmt-status TO ws-status-check-code
           MOVE 'YESTMT' TO ws-status-check-file-id
           PERFORM 9800-check-status
           OPEN EXTEND yeh-file
           IF ws-yeh-status NOT = '00' AND ws-yeh-status NOT = '05'
               DISPLAY 'ERROR OPENING YEHIST - STATUS: '
                   ws-yeh-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3000-print-headers
           PERFORM 2100-read-sorted.

      *    The year may only be closed once its last month is: the
      *    period must be on the calendar, marked as the fiscal
      *    year-end, and closed by PERCLOSE so its month-to-date is
      *    already in year-to-date.  The supervisor override walks
      *    past every guard but is stamped in the close history.
       1100-check-period-guard.
           MOVE 'N' TO ws-pcal-found-flag
           OPEN INPUT pcal-file
           IF ws-pcal-status NOT = '00' AND ws-pcal-status NOT = '05'
               DISPLAY 'ERROR OPENING PERCAL - STATUS: '
                   ws-pcal-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-year-end-period-id TO pcal-period-id
           READ pcal-file
               INVALID KEY CONTINUE
               NOT INVALID KEY SET pcal-found TO TRUE
           END-READ
           CLOSE pcal-file
           IF NOT pcal-found AND NOT override-given
               DISPLAY 'PERIOD ' ws-year-end-period-id
                   ' IS NOT ON THE PERCAL CALENDAR'
                   ' - YEAR-END CLOSE REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF pcal-found
               IF NOT pcal-fiscal-year-end AND NOT override-given
                   DISPLAY 'PERIOD ' ws-year-end-period-id
                       ' IS NOT MARKED AS A FISCAL YEAR-END ON PERCAL'
                       ' - YEAR-END CLOSE REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF NOT pcal-period-closed AND NOT override-given
                   DISPLAY 'PERIOD ' ws-year-end-period-id
                       ' IS NOT CLOSED - RUN PERCLOSE FIRST'
                       ' - YEAR-END CLOSE REFUSED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *    A second year-end close would wipe the next year's
      *    figures, so the close history is searched for a year-end
      *    already recorded against this period.
       1200-check-close-history.
           MOVE 'N' TO ws-clsh-eof-flag
           OPEN INPUT clsh-file
           IF ws-clsh-status NOT = '00' AND ws-clsh-status NOT = '05'
               DISPLAY 'ERROR OPENING PERCLHST - STATUS: '
                   ws-clsh-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL clsh-eof
               READ clsh-file
                   AT END SET clsh-eof TO TRUE
                   NOT AT END
                       IF clsh-period-id = ws-year-end-period-id
                               AND clsh-year-end
                           SET year-already-closed TO TRUE
                           MOVE clsh-run-id TO ws-year-closed-run-id
                       END-IF
               END-READ
           END-PERFORM
           CLOSE clsh-file
           IF year-already-closed AND NOT override-given
               DISPLAY 'FISCAL YEAR ENDING ' ws-year-end-period-id
                   ' WAS ALREADY CLOSED BY RUN '
                   ws-year-closed-run-id ' - YEAR-END CLOSE REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The annual statement is by department, so the master is
      *    sorted out of its transaction id order first.
       1300-sort-summary.
           SORT sort-file
               ON ASCENDING KEY srt-dept-id
               ON ASCENDING KEY srt-tran-id
               USING psum-file
               GIVING srtd-file
           IF SORT-RETURN NOT = ZERO
               DISPLAY 'SORT OF PERSUM FAILED - RETURN: '
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-process-account.
           IF first-dept OR srtd-dept-id NOT = ws-prev-dept-id
               IF NOT first-dept
                   PERFORM 2900-print-dept-total
               END-IF
               MOVE 'N' TO ws-first-dept-flag
               MOVE srtd-dept-id TO ws-prev-dept-id
               ADD 1 TO ws-dept-count
               MOVE ZERO TO ws-dept-account-count
               MOVE ZERO TO ws-dept-ytd-count
               MOVE ZERO TO ws-dept-ytd-sum
               MOVE ZERO TO ws-dept-ytd-diff
               MOVE ZERO TO ws-dept-ytd-prod
           END-IF
           ADD 1 TO ws-account-count
           ADD 1 TO ws-dept-account-count
           ADD srtd-ytd-count TO ws-dept-ytd-count
           ADD srtd-ytd-sum TO ws-dept-ytd-sum
           ADD srtd-ytd-difference TO ws-dept-ytd-diff
           ADD srtd-ytd-product TO ws-dept-ytd-prod
           ADD srtd-ytd-count TO ws-tot-ytd-count
           ADD srtd-ytd-sum TO ws-tot-ytd-sum
           ADD srtd-ytd-difference TO ws-tot-ytd-diff
           ADD srtd-ytd-product TO ws-tot-ytd-prod
           PERFORM 2400-write-statement-line
           PERFORM 2500-write-year-end-history
           PERFORM 2100-read-sorted.

       2100-read-sorted.
           READ srtd-file
               AT END SET end-of-file TO TRUE
           END-READ.

       2400-write-statement-line.
           IF ws-line-count >= ws-lines-per-page
               PERFORM 3000-print-headers
           END-IF
           MOVE SPACES TO ws-prnt-line
           MOVE srtd-dept-id TO ws-dept-label
           IF ws-dept-label = SPACES
               MOVE '----' TO ws-dept-label
           END-IF
           MOVE ws-dept-label TO ws-prnt-line(1:4)
           MOVE srtd-tran-id TO ws-prnt-line(7:8)
           MOVE srtd-ytd-count TO ws-cnt-ed
           MOVE ws-cnt-ed TO ws-prnt-line(19:6)
           MOVE srtd-ytd-sum TO ws-sum-ed
           MOVE ws-sum-ed TO ws-prnt-line(28:8)
           MOVE srtd-ytd-difference TO ws-diff-ed
           MOVE ws-diff-ed TO ws-prnt-line(39:9)
           MOVE srtd-ytd-product TO ws-prod-ed
           MOVE ws-prod-ed TO ws-prnt-line(50:8)
           MOVE srtd-last-run-id TO ws-prnt-line(61:14)
           PERFORM 2650-write-print-line
           ADD 1 TO ws-line-count.

      *    The final figures are kept before the reset wipes them,
      *    so the year can still be answered for afterwards.
       2500-write-year-end-history.
           MOVE SPACES TO year-end-history-record
           MOVE ws-year-end-period-id TO yeh-year-end-period
           MOVE srtd-tran-id TO yeh-tran-id
           MOVE srtd-dept-id TO yeh-dept-id
           MOVE srtd-ytd-count TO yeh-ytd-count
           MOVE srtd-ytd-sum TO yeh-ytd-sum
           MOVE srtd-ytd-difference TO yeh-ytd-difference
           MOVE srtd-ytd-product TO yeh-ytd-product
           MOVE srtd-last-run-id TO yeh-last-run-id
           MOVE ws-run-id TO yeh-close-run-id
           WRITE year-end-history-record
           MOVE ws-yeh-status TO ws-status-check-code
           MOVE 'YEHIST' TO ws-status-check-file-id
           PERFORM 9800-check-status
           ADD 1 TO ws-history-count.

       2650-write-print-line.
           WRITE stmt-record FROM ws-prnt-line
           MOVE ws-stmt-status TO ws-status-check-code
           MOVE 'YESTMT' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       2900-print-dept-total.
           IF ws-line-count >= ws-lines-per-page - 2
               PERFORM 3000-print-headers
           END-IF
           MOVE ws-prev-dept-id TO ws-dept-label
           IF ws-dept-label = SPACES
               MOVE '----' TO ws-dept-label
           END-IF
           MOVE SPACES TO ws-prnt-line
           STRING 'TOTAL ' DELIMITED BY SIZE
               ws-dept-label DELIMITED BY SIZE
               INTO ws-prnt-line
           MOVE ws-dept-ytd-count TO ws-tcnt-ed
           MOVE ws-tcnt-ed TO ws-prnt-line(17:8)
           MOVE ws-dept-ytd-sum TO ws-tsum-ed
           MOVE ws-tsum-ed TO ws-prnt-line(26:10)
           MOVE ws-dept-ytd-diff TO ws-tdiff-ed
           MOVE ws-tdiff-ed TO ws-prnt-line(37:11)
           MOVE ws-dept-ytd-prod TO ws-tprod-ed
           MOVE ws-tprod-ed TO ws-prnt-line(48:10)
           STRING 'ACCOUNTS: ' DELIMITED BY SIZE
               ws-dept-account-count DELIMITED BY SIZE
               INTO ws-prnt-line(61:16)
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           ADD 2 TO ws-line-count.

       3000-print-headers.
           ADD 1 TO ws-page-count
           MOVE ZERO TO ws-line-count
           MOVE ws-page-count TO ws-page-count-ed
           MOVE SPACES TO ws-prnt-line
           STRING 'ANNUAL STATEMENT REPORT' DELIMITED BY SIZE
               '     RUN DATE: ' DELIMITED BY SIZE
               ws-run-date DELIMITED BY SIZE
               '     PAGE: ' DELIMITED BY SIZE
               ws-page-count-ed DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'FISCAL YEAR ENDING PERIOD: ' DELIMITED BY SIZE
               ws-year-end-period-id DELIMITED BY SIZE
               INTO ws-prnt-line
           IF override-given
               MOVE '*** CLOSED UNDER SUPERVISOR OVERRIDE ***'
                   TO ws-prnt-line(40:40)
           END-IF
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'DEPT  TRAN-ID    YTD-CNT    YTD-SUM    YTD-DIFF'
               DELIMITED BY SIZE
               '  YTD-PROD   LAST-RUN-ID' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING '----  --------   -------    -------    --------'
               DELIMITED BY SIZE
               '  --------   --------------' DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line.

       3900-print-summary-page.
           IF NOT first-dept
               PERFORM 2900-print-dept-total
           END-IF
           MOVE ws-lines-per-page TO ws-line-count
           PERFORM 3000-print-headers
           MOVE SPACES TO ws-prnt-line
           MOVE 'GRAND TOTALS' TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Departments ..........: ' DELIMITED BY SIZE
               ws-dept-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Accounts on file .....: ' DELIMITED BY SIZE
               ws-account-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'YTD  Count: ' DELIMITED BY SIZE
               ws-tot-ytd-count DELIMITED BY SIZE
               '  Sum: ' DELIMITED BY SIZE
               ws-tot-ytd-sum DELIMITED BY SIZE
               '  Diff: ' DELIMITED BY SIZE
               ws-tot-ytd-diff DELIMITED BY SIZE
               '  Prod: ' DELIMITED BY SIZE
               ws-tot-ytd-prod DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           MOVE 'YEAR-END RESET' TO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'History records written : ' DELIMITED BY SIZE
               ws-history-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'Accounts reset .......: ' DELIMITED BY SIZE
               ws-reset-count DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'YTD  Count: ' DELIMITED BY SIZE
               ws-reset-ytd-count DELIMITED BY SIZE
               '  Sum: ' DELIMITED BY SIZE
               ws-reset-ytd-sum DELIMITED BY SIZE
               '  Diff: ' DELIMITED BY SIZE
               ws-reset-ytd-diff DELIMITED BY SIZE
               '  Prod: ' DELIMITED BY SIZE
               ws-reset-ytd-prod DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'MTD count carried ....: ' DELIMITED BY SIZE
               ws-mtd-count-kept DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           STRING 'MTD sum carried ......: ' DELIMITED BY SIZE
               ws-mtd-sum-kept DELIMITED BY SIZE
               INTO ws-prnt-line
           PERFORM 2650-write-print-line
           MOVE SPACES TO ws-prnt-line
           IF reset-in-balance
               MOVE 'RESET TOTALS AGREE WITH THE STATEMENT'
                   TO ws-prnt-line
           ELSE
               MOVE '*** RESET TOTALS DO NOT AGREE WITH THE STATEMENT'
                   TO ws-prnt-line
           END-IF
           PERFORM 2650-write-print-line.

      *    Only the year-to-date buckets are cleared.  Month-to-date
      *    belongs to the period now open and is left for its own
      *    PERCLOSE; its totals are carried onto the report so the
      *    reset can be seen not to have touched it.
       4000-reset-year-to-date.
           OPEN I-O psum-file
           MOVE ws-psum-status TO ws-status-check-code
           MOVE 'PERSUM' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE LOW-VALUES TO psum-tran-id
           START psum-file KEY NOT < psum-tran-id
               INVALID KEY SET psum-eof TO TRUE
           END-START
           PERFORM UNTIL psum-eof
               READ psum-file NEXT
                   AT END SET psum-eof TO TRUE
                   NOT AT END PERFORM 4100-reset-account
               END-READ
           END-PERFORM
           IF ws-reset-account-count NOT = ws-account-count
                   OR ws-reset-ytd-count NOT = ws-tot-ytd-count
                   OR ws-reset-ytd-sum NOT = ws-tot-ytd-sum
                   OR ws-reset-ytd-diff NOT = ws-tot-ytd-diff
                   OR ws-reset-ytd-prod NOT = ws-tot-ytd-prod
               MOVE 'N' TO ws-balance-flag
               MOVE 4 TO RETURN-CODE
           END-IF.

       4100-reset-account.
           ADD 1 TO ws-reset-account-count
           ADD psum-mtd-count TO ws-mtd-count-kept
           ADD psum-mtd-sum TO ws-mtd-sum-kept
           IF psum-ytd-count NOT = ZERO OR psum-ytd-sum NOT = ZERO
                   OR psum-ytd-difference NOT = ZERO
                   OR psum-ytd-product NOT = ZERO
               ADD 1 TO ws-reset-count
               ADD psum-ytd-count TO ws-reset-ytd-count
               ADD psum-ytd-sum TO ws-reset-ytd-sum
               ADD psum-ytd-difference TO ws-reset-ytd-diff
               ADD psum-ytd-product TO ws-reset-ytd-prod
               MOVE ZERO TO psum-ytd-count
               MOVE ZERO TO psum-ytd-sum
               MOVE ZERO TO psum-ytd-difference
               MOVE ZERO TO psum-ytd-product
               REWRITE period-summary-record
               IF ws-psum-status NOT = '00'
                   DISPLAY 'FILE ERROR ON PERSUM - STATUS: '
                       ws-psum-status
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       8000-record-year-end.
           OPEN EXTEND clsh-file
           IF ws-clsh-status NOT = '00' AND ws-clsh-status NOT = '05'
               DISPLAY 'ERROR OPENING PERCLHST - STATUS: '
                   ws-clsh-status
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE SPACES TO close-history-record
               MOVE ws-year-end-period-id TO clsh-period-id
               MOVE ws-run-id TO clsh-run-id
               MOVE ws-run-id(1:8) TO clsh-close-date
               MOVE ws-override-flag TO clsh-override-flag
               MOVE ws-reset-count TO clsh-accounts-closed
               MOVE ws-reset-ytd-count TO clsh-rolled-count
               MOVE ws-reset-ytd-sum TO clsh-rolled-sum
               MOVE 'Y' TO clsh-close-type
               WRITE close-history-record
               IF ws-clsh-status NOT = '00'
                   DISPLAY 'ERROR WRITING PERCLHST - STATUS: '
                       ws-clsh-status
                   MOVE 16 TO RETURN-CODE
               END-IF
               CLOSE clsh-file
           END-IF.

       9000-terminate.
           PERFORM 3900-print-summary-page
           PERFORM 8000-record-year-end
           CLOSE psum-file
           MOVE ws-psum-status TO ws-status-check-code
           MOVE 'PERSUM' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE srtd-file
           MOVE ws-srtd-status TO ws-status-check-code
           MOVE 'YESRTD' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE yeh-file
           MOVE ws-yeh-status TO ws-status-check-code
           MOVE 'YEHIST' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE stmt-file
           MOVE ws-stmt-status TO ws-status-check-code
           MOVE 'YESTMT' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           DISPLAY '-------------------------------------------'
           DISPLAY 'FISCAL YEAR-END CLOSE CONTROL TOTALS'
           DISPLAY '-------------------------------------------'
           DISPLAY 'Year ending period ...: ' ws-year-end-period-id
           DISPLAY 'Supervisor override ..: ' ws-override-flag
           DISPLAY 'Accounts on file .....: ' ws-account-count
           DISPLAY 'History records ......: ' ws-history-count
           DISPLAY 'Accounts reset .......: ' ws-reset-count
           DISPLAY 'YTD count reset ......: ' ws-reset-ytd-count
           DISPLAY 'YTD sum reset ........: ' ws-reset-ytd-sum
           IF NOT reset-in-balance
               DISPLAY '*** RESET TOTALS DO NOT AGREE WITH THE'
                   ' ANNUAL STATEMENT ***'
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
