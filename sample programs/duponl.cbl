       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPONL.

      *****************************************************************
      *  Online review screen for the resent transactions Main held  *
      *  on HELDDUP as duplicates of an earlier business date's      *
      *  posting.  A supervisor looks a held record up by tran-id    *
      *  (and the date it was resent on, when there is more than     *
      *  one), sees the resent A/B beside the original run-id and    *
      *  date, and either releases it as a genuine correction - the  *
      *  next Main run posts it - or drops it.  Only an operator     *
      *  whose own SECPROF profile carries the supervisor flag may   *
      *  use the screen; a profile with a department decides only    *
      *  that department's records.  Every decision and every        *
      *  denied attempt is written to the change log.                *
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "dupmap.cpy".
       COPY "duprec.cpy".
       COPY "secprec.cpy".
       COPY "chlogrec.cpy".

       77 ws-resp PIC S9(08) COMP.
       77 ws-operator-id PIC X(08) VALUE SPACES.
       77 ws-term-id PIC X(04) VALUE SPACES.
       77 ws-run-id PIC X(14) VALUE SPACES.
       77 ws-supervisor-flag PIC X(01) VALUE 'N'.
           88 requester-supervisor VALUE 'Y'.
       77 ws-sec-dept PIC X(04) VALUE SPACES.
       77 ws-held-found-flag PIC X(01) VALUE 'N'.
           88 held-found VALUE 'Y'.
       77 ws-before-image PIC X(79) VALUE SPACES.
       77 ws-denial-text PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
       01  dfhcommarea PIC X(01).

       PROCEDURE DIVISION USING DFHCOMMAREA.
       0000-main.
           EXEC CICS HANDLE CONDITION
               MAPFAIL(9000-mapfail)
               NOTFND(9100-notfnd)
               ERROR(9900-error)
           END-EXEC
           IF EIBCALEN = 0
               PERFORM 1000-send-initial-map
           ELSE
               EXEC CICS RECEIVE MAP('DUPMAP') MAPSET('DUPSET')
                   INTO(DUPMAPI)
               END-EXEC
               PERFORM 2000-process-request
           END-IF
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(dfhcommarea)
               LENGTH(1)
           END-EXEC.

       1000-send-initial-map.
           MOVE SPACES TO DUPMAPO
           MOVE 'TRAN-ID: L=LOOKUP, R=RELEASE, D=DROP'
               TO DMSGFLDO
           EXEC CICS SEND MAP('DUPMAP') MAPSET('DUPSET')
               FROM(DUPMAPO) ERASE
           END-EXEC.

       2000-process-request.
           PERFORM 1500-check-supervisor
           IF NOT requester-supervisor
               MOVE 'SUPERVISORS ONLY - ATTEMPT LOGGED'
                   TO ws-denial-text
               PERFORM 8000-deny-request
           ELSE
               EVALUATE DFUNCFLDI
                   WHEN 'L'
                       PERFORM 3000-lookup-held
                   WHEN 'R'
                       PERFORM 4000-decide-held
                   WHEN 'D'
                       PERFORM 4000-decide-held
                   WHEN OTHER
                       MOVE SPACES TO DUPMAPO
                       MOVE 'FUNCTION MUST BE L, R OR D' TO DMSGFLDO
                       PERFORM 5000-send-result-map
               END-EVALUATE
           END-IF.

      *    Only the requester's own profile can admit them here: no
      *    profile record, or one without the supervisor flag, and
      *    the screen refuses everything.
       1500-check-supervisor.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ws-run-id
           EXEC CICS ASSIGN USERID(ws-operator-id) END-EXEC
           MOVE EIBTRMID TO ws-term-id
           MOVE 'N' TO ws-supervisor-flag
           MOVE SPACES TO ws-sec-dept
           MOVE ws-operator-id TO sec-operator-id
           EXEC CICS READ FILE('SECPROF')
               INTO(security-profile-record)
               RIDFLD(sec-operator-id)
               KEYLENGTH(8)
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
               MOVE sec-supervisor-flag TO ws-supervisor-flag
               MOVE sec-dept-id TO ws-sec-dept
           END-IF.

       3000-lookup-held.
           PERFORM 3100-locate-held
           IF held-found
               PERFORM 3500-format-held
               EVALUATE TRUE
                   WHEN dupl-held
                       MOVE 'HELD - R=RELEASE, D=DROP' TO DMSGFLDO
                   WHEN dupl-released
                       MOVE 'RELEASED - POSTS ON THE NEXT RUN'
                           TO DMSGFLDO
                   WHEN dupl-posted
                       MOVE 'RELEASED AND POSTED' TO DMSGFLDO
                   WHEN OTHER
                       MOVE 'DROPPED' TO DMSGFLDO
               END-EVALUATE
               PERFORM 5000-send-result-map
           ELSE
               PERFORM 9100-notfnd
           END-IF.

      *    A tran-id resent on more than one business date has a held
      *    record for each; with no date keyed the earliest is shown.
       3100-locate-held.
           MOVE 'N' TO ws-held-found-flag
           MOVE DTRANFLDI TO dupl-tran-id
           IF DDATEFLDL = 0 OR DDATEFLDI = SPACES
               MOVE LOW-VALUES TO dupl-business-date
           ELSE
               MOVE DDATEFLDI TO dupl-business-date
           END-IF
           EXEC CICS READ FILE('HELDDUP')
               INTO(held-duplicate-record)
               RIDFLD(dupl-key)
               KEYLENGTH(16)
               GTEQ
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
                   AND dupl-tran-id = DTRANFLDI
               IF DDATEFLDL = 0 OR DDATEFLDI = SPACES
                       OR dupl-business-date = DDATEFLDI
                   SET held-found TO TRUE
               END-IF
           END-IF.

       3500-format-held.
           MOVE SPACES TO DUPMAPO
           MOVE dupl-tran-id TO DTRANFLDO
           MOVE dupl-business-date TO DDATEFLDO
           MOVE dupl-status TO DSTATFLDO
           MOVE dupl-dept-id TO DDEPTFLDO
           MOVE dupl-a TO DAFLDO
           MOVE dupl-b TO DBFLDO
           MOVE dupl-orig-run-id TO DORIGFLDO
           MOVE dupl-orig-date TO DODATFLDO
           MOVE dupl-orig-source TO DSRCFLDO
           STRING dupl-decision-user DELIMITED BY SIZE
               ' ' dupl-decision-ts DELIMITED BY SIZE
               INTO DDECFLDO
           END-STRING.

       4000-decide-held.
           PERFORM 3100-locate-held
           IF NOT held-found
               PERFORM 9100-notfnd
           ELSE
               PERFORM 4100-store-decision
           END-IF.

      *    The record is re-read for update under the exact key the
      *    lookup found.  Only a record still held can be decided; a
      *    released one is already queued for the next run.
       4100-store-decision.
           EXEC CICS READ FILE('HELDDUP')
               INTO(held-duplicate-record)
               RIDFLD(dupl-key)
               KEYLENGTH(16)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN ws-sec-dept NOT = SPACES
                       AND dupl-dept-id NOT = SPACES
                       AND dupl-dept-id NOT = ws-sec-dept
                   EXEC CICS UNLOCK FILE('HELDDUP') END-EXEC
                   MOVE 'DEPARTMENT NOT AUTHORIZED - LOGGED'
                       TO ws-denial-text
                   PERFORM 8000-deny-request
               WHEN NOT dupl-held
                   EXEC CICS UNLOCK FILE('HELDDUP') END-EXEC
                   PERFORM 3500-format-held
                   MOVE 'ALREADY DECIDED - NOT CHANGED' TO DMSGFLDO
                   PERFORM 5000-send-result-map
               WHEN OTHER
                   MOVE held-duplicate-record(1:79) TO ws-before-image
                   IF DFUNCFLDI = 'R'
                       MOVE 'R' TO dupl-status
                   ELSE
                       MOVE 'D' TO dupl-status
                   END-IF
                   MOVE ws-operator-id TO dupl-decision-user
                   MOVE ws-term-id TO dupl-decision-term
                   MOVE ws-run-id TO dupl-decision-ts
                   EXEC CICS REWRITE FILE('HELDDUP')
                       FROM(held-duplicate-record)
                   END-EXEC
                   PERFORM 4200-write-change-log
                   PERFORM 3500-format-held
                   IF dupl-released
                       MOVE 'RELEASED - POSTS ON THE NEXT RUN'
                           TO DMSGFLDO
                   ELSE
                       MOVE 'DROPPED - WILL NOT POST' TO DMSGFLDO
                   END-IF
                   PERFORM 5000-send-result-map
           END-EVALUATE.

      *    Each decision is logged like a master maintenance: who
      *    released or dropped which resend, with the held record's
      *    images before and after.
       4200-write-change-log.
           MOVE SPACES TO change-log-record
           MOVE dupl-tran-id TO chlog-tran-id
           MOVE ws-run-id TO chlog-timestamp
           MOVE ws-operator-id TO chlog-user-id
           MOVE ws-term-id TO chlog-term-id
           MOVE 'DUPONL' TO chlog-source
           MOVE 'U' TO chlog-action
           MOVE ws-before-image TO chlog-before-image
           MOVE held-duplicate-record(1:79) TO chlog-after-image
           EXEC CICS WRITE FILE('CHGLOG')
               FROM(change-log-record)
               RIDFLD(chlog-key)
               KEYLENGTH(22)
               RESP(ws-resp)
           END-EXEC.

       8000-deny-request.
           MOVE SPACES TO change-log-record
           MOVE DTRANFLDI TO chlog-tran-id
           MOVE ws-run-id TO chlog-timestamp
           MOVE ws-operator-id TO chlog-user-id
           MOVE ws-term-id TO chlog-term-id
           MOVE 'DUPONL' TO chlog-source
           MOVE 'D' TO chlog-action
           MOVE SPACES TO chlog-before-image
           MOVE SPACES TO chlog-after-image
           STRING 'DUPONL DENIED - FUNCTION ' DELIMITED BY SIZE
               DFUNCFLDI DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               ws-denial-text DELIMITED BY SIZE
               INTO chlog-after-image
           END-STRING
           EXEC CICS WRITE FILE('CHGLOG')
               FROM(change-log-record)
               RIDFLD(chlog-key)
               KEYLENGTH(22)
               RESP(ws-resp)
           END-EXEC
           MOVE SPACES TO DUPMAPO
           MOVE ws-denial-text TO DMSGFLDO
           PERFORM 5000-send-result-map.

       5000-send-result-map.
           EXEC CICS SEND MAP('DUPMAP') MAPSET('DUPSET')
               FROM(DUPMAPO) ERASE
           END-EXEC.

       9000-mapfail.
           MOVE SPACES TO DUPMAPO
           MOVE 'PLEASE FILL IN THE REQUIRED FIELDS' TO DMSGFLDO
           PERFORM 5000-send-result-map
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(dfhcommarea)
               LENGTH(1)
           END-EXEC.

       9100-notfnd.
           MOVE SPACES TO DUPMAPO
           MOVE 'HELD DUPLICATE NOT FOUND' TO DMSGFLDO
           PERFORM 5000-send-result-map
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(dfhcommarea)
               LENGTH(1)
           END-EXEC.

       9900-error.
           MOVE SPACES TO DUPMAPO
           MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO DMSGFLDO
           PERFORM 5000-send-result-map
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(dfhcommarea)
               LENGTH(1)
           END-EXEC.
