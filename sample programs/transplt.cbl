       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSPLT.

      *****************************************************************
      *  Splits the night's edited input into partitions so that     *
      *  several copies of Main can post the business date side by   *
      *  side.  Every batch, from its *BATHDR* header to its         *
      *  *BATTRL* trailer, goes to the TRANSPnn stream of the        *
      *  partition that owns the department on its header; a         *
      *  department is given to the partition with the fewest        *
      *  records so far the first time it is seen, and keeps it for  *
      *  the rest of the file, so its daily approval ceiling and its *
      *  recap are all in one partition.  Records outside any batch  *
      *  go to partition 01.  The partition count (01-04, default    *
      *  04) is in bytes 2-3 of the parm; 'F' in byte 1 splits a     *
      *  date RUNCTL already shows completed.  The SPLITCTL split    *
      *  control file names the date, the run-id every partition     *
      *  posts under and each partition's record count, and maps     *
      *  each department to its partition, for Main and POSTMRG.     *
      *****************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT trans-file ASSIGN TO "TRANSIN"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-trans-status.
           SELECT OPTIONAL ctl-file ASSIGN TO "CTLPARM"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-ctl-status.
           SELECT OPTIONAL runc-file ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-runc-status.
           SELECT part1-file ASSIGN TO "TRANSP01"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT part2-file ASSIGN TO "TRANSP02"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT part3-file ASSIGN TO "TRANSP03"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT part4-file ASSIGN TO "TRANSP04"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-part-status.
           SELECT splt-file ASSIGN TO "SPLITCTL"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS ws-splt-status.

       DATA DIVISION.
       FILE SECTION.
       FD  trans-file
           RECORDING MODE IS F.
       COPY "tranrec.cpy".

       FD  ctl-file
           RECORDING MODE IS F.
       COPY "ctlrec.cpy".

       FD  runc-file
           RECORDING MODE IS F.
       COPY "runrec.cpy".

      *  The partition streams, each laid out as TRANREC and read    *
      *  as TRANSIN by the copy of Main that posts the partition.    *
       FD  part1-file
           RECORDING MODE IS F.
       01  part1-record PIC X(200).

       FD  part2-file
           RECORDING MODE IS F.
       01  part2-record PIC X(200).

       FD  part3-file
           RECORDING MODE IS F.
       01  part3-record PIC X(200).

       FD  part4-file
           RECORDING MODE IS F.
       01  part4-record PIC X(200).

       FD  splt-file
           RECORDING MODE IS F.
       COPY "spltrec.cpy".

       WORKING-STORAGE SECTION.
       77 ws-trans-status PIC X(02) VALUE '00'.
       77 ws-ctl-status PIC X(02) VALUE '00'.
       77 ws-runc-status PIC X(02) VALUE '00'.
       77 ws-part-status PIC X(02) VALUE '00'.
       77 ws-splt-status PIC X(02) VALUE '00'.
       77 ws-status-check-code PIC X(02).
       77 ws-status-check-file-id PIC X(08).

       77 ws-run-id PIC X(14).
       77 ws-split-parm PIC X(08) VALUE SPACES.
       77 ws-business-date PIC X(08) VALUE SPACES.
       77 ws-this-date-status PIC X(01) VALUE SPACES.
       77 ws-date-posting-flag PIC X(01) VALUE 'N'.
           88 date-posting-found VALUE 'Y'.
       77 ws-eof-flag PIC X(01) VALUE 'N'.
           88 end-of-file VALUE 'Y'.
       77 ws-runc-eof-flag PIC X(01) VALUE 'N'.
           88 runc-eof VALUE 'Y'.

       77 ws-part-max PIC 9(02) VALUE 4.
       77 ws-part-count PIC 9(02) VALUE 4.
       77 ws-part-idx PIC 9(02) VALUE ZERO.
       77 ws-part-slot PIC 9(02) VALUE ZERO.
       01 ws-part-table.
           05 ws-part-recs OCCURS 4 TIMES PIC 9(06).
       01 ws-part-batch-table.
           05 ws-part-batches OCCURS 4 TIMES PIC 9(04).
       01 ws-part-dept-table.
           05 ws-part-depts OCCURS 4 TIMES PIC 9(03).

      *    The batch being routed: its partition, and its slot in
      *    the department map so its records can be counted there.
       77 ws-batch-open-flag PIC X(01) VALUE 'N'.
           88 batch-open VALUE 'Y'.
       77 ws-batch-part PIC 9(02) VALUE ZERO.
       77 ws-batch-dept-slot PIC 9(03) VALUE ZERO.

      *    Department map: the partition each department was given
      *    the first time its header was seen.
       77 ws-dmap-table-max PIC 9(03) VALUE 200.
       77 ws-dmap-count PIC 9(03) VALUE ZERO.
       77 ws-dmap-idx PIC 9(03) VALUE ZERO.
       77 ws-dmap-slot PIC 9(03) VALUE ZERO.
       77 ws-dmap-lookup PIC X(04) VALUE SPACES.
       01 ws-dmap-table.
           05 ws-dmap-entry OCCURS 200 TIMES.
               10 ws-dmap-dept PIC X(04).
               10 ws-dmap-partition PIC 9(02).
               10 ws-dmap-batches PIC 9(04).
               10 ws-dmap-recs PIC 9(06).

       77 ws-input-count PIC 9(06) VALUE ZERO.
       77 ws-batch-count PIC 9(04) VALUE ZERO.
       77 ws-loose-count PIC 9(06) VALUE ZERO.

       PROCEDURE DIVISION.
       0000-main-process.
           PERFORM 1000-initialize
           PERFORM 2000-split-record UNTIL end-of-file
           PERFORM 9000-terminate
           STOP RUN.

       1000-initialize.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           ACCEPT ws-split-parm FROM COMMAND-LINE
           IF ws-split-parm(2:2) NOT = SPACES
               IF ws-split-parm(2:2) IS NOT NUMERIC
                       OR ws-split-parm(2:2) = '00'
                       OR ws-split-parm(2:2) > ws-part-max
                   DISPLAY 'PARTITION COUNT ' ws-split-parm(2:2)
                       ' IS NOT 01 TO ' ws-part-max
                       ' - RUN TERMINATED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE ws-split-parm(2:2) TO ws-part-count
           END-IF
           PERFORM 1050-read-control-record
           PERFORM 1060-check-run-control
           PERFORM VARYING ws-part-idx FROM 1 BY 1
                   UNTIL ws-part-idx > ws-part-max
               MOVE ZERO TO ws-part-recs(ws-part-idx)
               MOVE ZERO TO ws-part-batches(ws-part-idx)
               MOVE ZERO TO ws-part-depts(ws-part-idx)
           END-PERFORM
           OPEN INPUT trans-file
           MOVE ws-trans-status TO ws-status-check-code
           MOVE 'TRANSIN' TO ws-status-check-file-id
           PERFORM 9800-check-status
           PERFORM 1100-open-partitions
           PERFORM 2900-read-trans.

      *    The business date is the one Main will post, from the
      *    same CTLPARM record and with the same machine-date
      *    default.
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

      *    A date RUNCTL shows completed is not split again without
      *    the force parm, nor one that a posting run has already
      *    started on since it was last backed out: a new split would
      *    post it a second time under a new run-id.  A failed
      *    partition is restarted with Main's 'R' parm instead.
      *    Main's own guard still runs in every partition.
       1060-check-run-control.
           MOVE SPACES TO ws-this-date-status
           MOVE 'N' TO ws-date-posting-flag
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
                           PERFORM 1070-apply-run-control
                       END-IF
               END-READ
           END-PERFORM
           CLOSE runc-file
           IF ws-this-date-status = 'C'
                   AND ws-split-parm(1:1) NOT = 'F'
               DISPLAY 'RUN FOR BUSINESS DATE ' ws-business-date
                   ' ALREADY COMPLETED - F PARM FORCES A NEW SPLIT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF date-posting-found
                   AND ws-split-parm(1:1) NOT = 'F'
               DISPLAY 'BUSINESS DATE ' ws-business-date
                   ' ALREADY HAS POSTING RUNS - F PARM FORCES'
                   ' A NEW SPLIT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       1070-apply-run-control.
           MOVE runc-status TO ws-this-date-status
           EVALUATE TRUE
               WHEN runc-started OR runc-partition-done
                   SET date-posting-found TO TRUE
               WHEN runc-backed-out
                   MOVE 'N' TO ws-date-posting-flag
           END-EVALUATE.

      *    Every partition up to the count gets a stream, even one
      *    that ends up empty, so each copy of Main has a TRANSIN.
       1100-open-partitions.
           OPEN OUTPUT part1-file
           MOVE ws-part-status TO ws-status-check-code
           MOVE 'TRANSP01' TO ws-status-check-file-id
           PERFORM 9800-check-status
           IF ws-part-count > 1
               OPEN OUTPUT part2-file
               MOVE ws-part-status TO ws-status-check-code
               MOVE 'TRANSP02' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-part-count > 2
               OPEN OUTPUT part3-file
               MOVE ws-part-status TO ws-status-check-code
               MOVE 'TRANSP03' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF
           IF ws-part-count > 3
               OPEN OUTPUT part4-file
               MOVE ws-part-status TO ws-status-check-code
               MOVE 'TRANSP04' TO ws-status-check-file-id
               PERFORM 9800-check-status
           END-IF.

      *    A header opens a batch in its department's partition, and
      *    the details and trailer follow it there.  A header that
      *    arrives while a batch is still open leaves that batch
      *    without its trailer in its own stream, where Main rejects
      *    it just as it would have in one stream.
       2000-split-record.
           ADD 1 TO ws-input-count
           EVALUATE TRUE
               WHEN tran-batch-header
                   MOVE bhdr-dept-id TO ws-dmap-lookup
                   PERFORM 2100-find-dept-partition
                   MOVE ws-dmap-partition(ws-dmap-slot)
                       TO ws-batch-part
                   MOVE ws-dmap-slot TO ws-batch-dept-slot
                   ADD 1 TO ws-dmap-batches(ws-dmap-slot)
                   ADD 1 TO ws-part-batches(ws-batch-part)
                   ADD 1 TO ws-batch-count
                   MOVE 'Y' TO ws-batch-open-flag
                   MOVE ws-batch-part TO ws-part-slot
               WHEN tran-batch-trailer
                   IF batch-open
                       MOVE ws-batch-part TO ws-part-slot
                   ELSE
                       MOVE 1 TO ws-part-slot
                       ADD 1 TO ws-loose-count
                   END-IF
               WHEN OTHER
                   IF batch-open
                       MOVE ws-batch-part TO ws-part-slot
                   ELSE
                       MOVE 1 TO ws-part-slot
                       ADD 1 TO ws-loose-count
                   END-IF
           END-EVALUATE
           IF batch-open
               ADD 1 TO ws-dmap-recs(ws-batch-dept-slot)
           END-IF
           IF tran-batch-trailer
               MOVE 'N' TO ws-batch-open-flag
           END-IF
           PERFORM 2500-write-partition
           PERFORM 2900-read-trans.

       2100-find-dept-partition.
           MOVE ZERO TO ws-dmap-slot
           PERFORM VARYING ws-dmap-idx FROM 1 BY 1
                   UNTIL ws-dmap-idx > ws-dmap-count
               IF ws-dmap-dept(ws-dmap-idx) = ws-dmap-lookup
                   MOVE ws-dmap-idx TO ws-dmap-slot
                   MOVE ws-dmap-count TO ws-dmap-idx
               END-IF
           END-PERFORM
           IF ws-dmap-slot = ZERO
               IF ws-dmap-count >= ws-dmap-table-max
                   DISPLAY 'MORE THAN ' ws-dmap-table-max
                       ' DEPARTMENTS ON TRANSIN - RUN TERMINATED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2150-pick-partition
               ADD 1 TO ws-dmap-count
               MOVE ws-dmap-count TO ws-dmap-slot
               MOVE ws-dmap-lookup TO ws-dmap-dept(ws-dmap-slot)
               MOVE ws-part-slot TO ws-dmap-partition(ws-dmap-slot)
               MOVE ZERO TO ws-dmap-batches(ws-dmap-slot)
               MOVE ZERO TO ws-dmap-recs(ws-dmap-slot)
               ADD 1 TO ws-part-depts(ws-part-slot)
           END-IF.

      *    A new department goes to the partition with the fewest
      *    records so far; on a tie, the lowest numbered.
       2150-pick-partition.
           MOVE 1 TO ws-part-slot
           PERFORM VARYING ws-part-idx FROM 2 BY 1
                   UNTIL ws-part-idx > ws-part-count
               IF ws-part-recs(ws-part-idx)
                       < ws-part-recs(ws-part-slot)
                   MOVE ws-part-idx TO ws-part-slot
               END-IF
           END-PERFORM.

       2500-write-partition.
           EVALUATE ws-part-slot
               WHEN 1
                   WRITE part1-record FROM tran-record
                   MOVE 'TRANSP01' TO ws-status-check-file-id
               WHEN 2
                   WRITE part2-record FROM tran-record
                   MOVE 'TRANSP02' TO ws-status-check-file-id
               WHEN 3
                   WRITE part3-record FROM tran-record
                   MOVE 'TRANSP03' TO ws-status-check-file-id
               WHEN 4
                   WRITE part4-record FROM tran-record
                   MOVE 'TRANSP04' TO ws-status-check-file-id
           END-EVALUATE
           MOVE ws-part-status TO ws-status-check-code
           PERFORM 9800-check-status
           ADD 1 TO ws-part-recs(ws-part-slot).

       2900-read-trans.
           READ trans-file
               AT END SET end-of-file TO TRUE
           END-READ.

      *    The split control header, then one record per department
      *    naming its partition.
       8000-write-split-control.
           OPEN OUTPUT splt-file
           MOVE ws-splt-status TO ws-status-check-code
           MOVE 'SPLITCTL' TO ws-status-check-file-id
           PERFORM 9800-check-status
           MOVE SPACES TO split-header-record
           MOVE '*SPLHDR*' TO splh-record-type
           MOVE ws-business-date TO splh-business-date
           MOVE ws-run-id TO splh-run-id
           MOVE ws-part-count TO splh-partition-count
           MOVE ws-input-count TO splh-input-count
           PERFORM VARYING ws-part-idx FROM 1 BY 1
                   UNTIL ws-part-idx > ws-part-max
               MOVE ws-part-recs(ws-part-idx)
                   TO splh-part-count(ws-part-idx)
           END-PERFORM
           WRITE split-header-record
           MOVE ws-splt-status TO ws-status-check-code
           PERFORM 9800-check-status
           PERFORM VARYING ws-dmap-idx FROM 1 BY 1
                   UNTIL ws-dmap-idx > ws-dmap-count
               PERFORM 8100-write-dept-record
           END-PERFORM
           CLOSE splt-file
           MOVE ws-splt-status TO ws-status-check-code
           PERFORM 9850-check-close-status.

       8100-write-dept-record.
           MOVE SPACES TO split-dept-record
           MOVE '*SPLDPT*' TO spld-record-type
           MOVE ws-dmap-dept(ws-dmap-idx) TO spld-dept-id
           MOVE ws-dmap-partition(ws-dmap-idx) TO spld-partition
           MOVE ws-dmap-batches(ws-dmap-idx) TO spld-batch-count
           MOVE ws-dmap-recs(ws-dmap-idx) TO spld-record-count
           WRITE split-dept-record
           MOVE ws-splt-status TO ws-status-check-code
           MOVE 'SPLITCTL' TO ws-status-check-file-id
           PERFORM 9800-check-status.

       9000-terminate.
           CLOSE trans-file
           MOVE ws-trans-status TO ws-status-check-code
           MOVE 'TRANSIN' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           CLOSE part1-file
           MOVE ws-part-status TO ws-status-check-code
           MOVE 'TRANSP01' TO ws-status-check-file-id
           PERFORM 9850-check-close-status
           IF ws-part-count > 1
               CLOSE part2-file
               MOVE ws-part-status TO ws-status-check-code
               MOVE 'TRANSP02' TO ws-status-check-file-id
               PERFORM 9850-check-close-status
           END-IF
           IF ws-part-count > 2
               CLOSE part3-file
               MOVE ws-part-status TO ws-status-check-code
               MOVE 'TRANSP03' TO ws-status-check-file-id
               PERFORM 9850-check-close-status
           END-IF
           IF ws-part-count > 3
               CLOSE part4-file
               MOVE ws-part-status TO ws-status-check-code
               MOVE 'TRANSP04' TO ws-status-check-file-id
               PERFORM 9850-check-close-status
           END-IF
           PERFORM 8000-write-split-control
           DISPLAY '-------------------------------------------'
           DISPLAY 'INPUT SPLIT CONTROL TOTALS'
           DISPLAY '-------------------------------------------'
           DISPLAY 'Business date ......: ' ws-business-date
           DISPLAY 'Posting run-id .....: ' ws-run-id
           DISPLAY 'Input records read .: ' ws-input-count
           DISPLAY 'Batches routed .....: ' ws-batch-count
           DISPLAY 'Outside any batch ..: ' ws-loose-count
           DISPLAY 'Departments ........: ' ws-dmap-count
           DISPLAY 'PARTITION (RECORDS/BATCHES/DEPTS)'
           PERFORM VARYING ws-part-idx FROM 1 BY 1
                   UNTIL ws-part-idx > ws-part-count
               DISPLAY '  ' ws-part-idx
                   ' ' ws-part-recs(ws-part-idx)
                   ' ' ws-part-batches(ws-part-idx)
                   ' ' ws-part-depts(ws-part-idx)
           END-PERFORM
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
