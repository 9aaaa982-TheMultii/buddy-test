       COPY "mstrrec.cpy".
       COPY "chlogrec.cpy".
       COPY "secprec.cpy".
       COPY "onljrec.cpy".

       77 ws-a PIC 9(02).
       77 ws-b PIC 9(02).
       77 ws-chlog-action PIC X(01) VALUE SPACES.
       77 ws-chlog-fail-flag PIC X(01) VALUE 'N'.
           88 chlog-failed VALUE 'Y'.
       77 ws-jrnl-fail-flag PIC X(01) VALUE 'N'.
           88 jrnl-failed VALUE 'Y'.
       77 ws-before-image PIC X(79) VALUE SPACES.
       77 ws-sec-found-flag PIC X(01) VALUE 'N'.
           88 sec-profile-found VALUE 'Y'.
           MOVE FUNCTION CURRENT-DATE(1:14) TO chlog-timestamp
           MOVE ws-operator-id TO chlog-user-id
           MOVE ws-term-id TO chlog-term-id
           MOVE 'TRANONL' TO chlog-source
           MOVE 'D' TO chlog-action
           MOVE SPACES TO chlog-before-image
           MOVE SPACES TO chlog-after-image
               END-EXEC
           END-IF
           PERFORM 4200-write-change-log
           PERFORM 4300-write-online-journal
           MOVE mstr-tran-id TO TRANIDFLDO
           MOVE ws-a TO AFLDO
           MOVE ws-b TO BFLDO
           MOVE ws-run-id TO RUNIDFLDO
           PERFORM 3200-format-maint-info
           EVALUATE TRUE
               WHEN jrnl-failed
                   MOVE 'NOT STORED - JOURNAL WRITE FAILED'
                       TO MSGFLDO
               WHEN chlog-failed
                   MOVE 'STORED - CHANGE LOG WRITE FAILED'
                       TO MSGFLDO
           MOVE ws-run-id TO chlog-timestamp
           MOVE ws-operator-id TO chlog-user-id
           MOVE ws-term-id TO chlog-term-id
           MOVE 'TRANONL' TO chlog-source
           MOVE ws-chlog-action TO chlog-action
           MOVE ws-before-image TO chlog-before-image
           MOVE mstr-record TO chlog-after-image
               SET chlog-failed TO TRUE
           END-IF.

      *    Every store is journaled for the ONLSWEEP batch step,
      *    which posts it under the department's CALCRULE rule to
      *    AUDITOUT, PERSUM and EXTROUT.  A store that cannot be
      *    journaled would never reach the ledger, so the master
      *    and change-log updates are backed out with it and the
      *    operator is told nothing was stored.
       4300-write-online-journal.
           MOVE 'N' TO ws-jrnl-fail-flag
           MOVE SPACES TO online-journal-record
           MOVE ws-run-id TO onlj-timestamp
           MOVE mstr-tran-id TO onlj-tran-id
           MOVE 'J' TO onlj-status
           MOVE ws-operator-id TO onlj-user-id
           MOVE ws-term-id TO onlj-term-id
           MOVE ws-chlog-action TO onlj-action
           MOVE mstr-dept-id TO onlj-dept-id
           MOVE ws-a TO onlj-a
           MOVE ws-b TO onlj-b
           MOVE ws-sum TO onlj-sum
           MOVE ws-difference TO onlj-difference
           MOVE ws-product TO onlj-product
           MOVE ws-quotient TO onlj-quotient
           EXEC CICS WRITE FILE('ONLJRNL')
               FROM(online-journal-record)
               RIDFLD(onlj-key)
               KEYLENGTH(22)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp NOT = DFHRESP(NORMAL)
               SET jrnl-failed TO TRUE
               EXEC CICS SYNCPOINT ROLLBACK END-EXEC
           END-IF.

       5000-send-result-map.
           EXEC CICS SEND MAP('TRANMAP') MAPSET('TRANSET')
               FROM(TRANMAPO) ERASE
