       IDENTIFICATION DIVISION.
       PROGRAM-ID. APRVONL.

      *****************************************************************
      *  Online approval screen for the transactions Main held on    *
      *  APPRHLD because they were over one of their department's    *
      *  DEPTLIM approval limits.  A supervisor looks a held item up *
      *  by tran-id (and the date it was held on, when there is more *
      *  than one), sees its A/B, sum and product beside the limit   *
      *  it broke, and either approves it - the next Main run posts  *
      *  it - or declines it.  Only an operator whose own SECPROF    *
      *  profile carries the supervisor flag may use the screen; a   *
      *  profile with a department decides only that department's    *
      *  items.  Every decision and every denied attempt is written  *
      *  to the change log.                                          *
      *****************************************************************

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY "aprmap.cpy".
       COPY "apprrec.cpy".
       COPY "secprec.cpy".
       COPY "chlogrec.cpy".

       77 ws-resp PIC S9(08) COMP.
       77 ws-operator-id PIC X(08) VALUE SPACES.
       77 ws-term-id PIC X(04) VALUE SPACES.
       77 ws-run-id PIC X(14) VALUE SPACES.
       77 ws-supervisor-flag PIC X(01) VALUE 'N'.
           88 requester-supervisor VALUE 'Y'.
       77 ws-sec-dept PIC X(04) VALUE SPACES.
       77 ws-appr-found-flag PIC X(01) VALUE 'N'.
           88 appr-found VALUE 'Y'.
       77 ws-limit-ed PIC ZZZZZZZ9.
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
               EXEC CICS RECEIVE MAP('APRMAP') MAPSET('APRSET')
                   INTO(APRMAPI)
               END-EXEC
               PERFORM 2000-process-request
           END-IF
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(dfhcommarea)
               LENGTH(1)
           END-EXEC.

       1000-send-initial-map.
           MOVE SPACES TO APRMAPO
           MOVE 'TRAN-ID: L=LOOKUP, A=APPROVE, D=DECLINE'
               TO AMSGFLDO
           EXEC CICS SEND MAP('APRMAP') MAPSET('APRSET')
               FROM(APRMAPO) ERASE
           END-EXEC.

       2000-process-request.
           PERFORM 1500-check-supervisor
           IF NOT requester-supervisor
               MOVE 'SUPERVISORS ONLY - ATTEMPT LOGGED'
                   TO ws-denial-text
               PERFORM 8000-deny-request
           ELSE
               EVALUATE AFUNCFLDI
                   WHEN 'L'
                       PERFORM 3000-lookup-held
                   WHEN 'A'
                       PERFORM 4000-decide-held
                   WHEN 'D'
                       PERFORM 4000-decide-held
                   WHEN OTHER
                       MOVE SPACES TO APRMAPO
                       MOVE 'FUNCTION MUST BE L, A OR D' TO AMSGFLDO
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
           IF appr-found
               PERFORM 3500-format-held
               EVALUATE TRUE
                   WHEN appr-held
                       MOVE 'HELD - A=APPROVE, D=DECLINE' TO AMSGFLDO
                   WHEN appr-approved
                       MOVE 'APPROVED - POSTS ON THE NEXT RUN'
                           TO AMSGFLDO
                   WHEN appr-posted
                       MOVE 'APPROVED AND POSTED' TO AMSGFLDO
                   WHEN OTHER
                       MOVE 'DECLINED' TO AMSGFLDO
               END-EVALUATE
               PERFORM 5000-send-result-map
           ELSE
               PERFORM 9100-notfnd
           END-IF.

      *    A tran-id held on more than one business date has a record
      *    for each; with no date keyed the earliest is shown.
       3100-locate-held.
           MOVE 'N' TO ws-appr-found-flag
           MOVE ATRANFLDI TO appr-tran-id
           IF ADATEFLDL = 0 OR ADATEFLDI = SPACES
               MOVE LOW-VALUES TO appr-business-date
           ELSE
               MOVE ADATEFLDI TO appr-business-date
           END-IF
           EXEC CICS READ FILE('APPRHLD')
               INTO(approval-hold-record)
               RIDFLD(appr-key)
               KEYLENGTH(16)
               GTEQ
               RESP(ws-resp)
           END-EXEC
           IF ws-resp = DFHRESP(NORMAL)
                   AND appr-tran-id = ATRANFLDI
               IF ADATEFLDL = 0 OR ADATEFLDI = SPACES
                       OR appr-business-date = ADATEFLDI
                   SET appr-found TO TRUE
               END-IF
           END-IF.

       3500-format-held.
           MOVE SPACES TO APRMAPO
           MOVE appr-tran-id TO ATRANFLDO
           MOVE appr-business-date TO ADATEFLDO
           MOVE appr-status TO ASTATFLDO
           MOVE appr-dept-id TO ADEPTFLDO
           MOVE appr-a TO AAFLDO
           MOVE appr-b TO ABFLDO
           MOVE appr-sum TO ASUMFLDO
           MOVE appr-product TO APRODFLDO
           MOVE appr-reason TO AREASFLDO
           MOVE appr-limit-value TO ws-limit-ed
           MOVE ws-limit-ed TO ALIMFLDO
           STRING appr-decision-user DELIMITED BY SIZE
               ' ' appr-decision-ts DELIMITED BY SIZE
               INTO ADECFLDO
           END-STRING.

       4000-decide-held.
           PERFORM 3100-locate-held
           IF NOT appr-found
               PERFORM 9100-notfnd
           ELSE
               PERFORM 4100-store-decision
           END-IF.

      *    The record is re-read for update under the exact key the
      *    lookup found.  Only an item still held can be decided; an
      *    approved one is already queued for the next run.
       4100-store-decision.
           EXEC CICS READ FILE('APPRHLD')
               INTO(approval-hold-record)
               RIDFLD(appr-key)
               KEYLENGTH(16)
               UPDATE
           END-EXEC
           EVALUATE TRUE
               WHEN ws-sec-dept NOT = SPACES
                       AND appr-dept-id NOT = SPACES
                       AND appr-dept-id NOT = ws-sec-dept
                   EXEC CICS UNLOCK FILE('APPRHLD') END-EXEC
                   MOVE 'DEPARTMENT NOT AUTHORIZED - LOGGED'
                       TO ws-denial-text
                   PERFORM 8000-deny-request
               WHEN NOT appr-held
                   EXEC CICS UNLOCK FILE('APPRHLD') END-EXEC
                   PERFORM 3500-format-held
                   MOVE 'ALREADY DECIDED - NOT CHANGED' TO AMSGFLDO
                   PERFORM 5000-send-result-map
               WHEN OTHER
                   MOVE approval-hold-record(1:79) TO ws-before-image
                   IF AFUNCFLDI = 'A'
                       MOVE 'A' TO appr-status
                   ELSE
                       MOVE 'D' TO appr-status
                   END-IF
                   MOVE ws-operator-id TO appr-decision-user
                   MOVE ws-term-id TO appr-decision-term
                   MOVE ws-run-id TO appr-decision-ts
                   EXEC CICS REWRITE FILE('APPRHLD')
                       FROM(approval-hold-record)
                   END-EXEC
                   PERFORM 4200-write-change-log
                   PERFORM 3500-format-held
                   IF appr-approved
                       MOVE 'APPROVED - POSTS ON THE NEXT RUN'
                           TO AMSGFLDO
                   ELSE
                       MOVE 'DECLINED - WILL NOT POST' TO AMSGFLDO
                   END-IF
                   PERFORM 5000-send-result-map
           END-EVALUATE.

      *    Each decision is logged like a master maintenance: who
      *    approved or declined which item, with the held record's
      *    images before and after.
       4200-write-change-log.
           MOVE SPACES TO change-log-record
           MOVE appr-tran-id TO chlog-tran-id
           MOVE ws-run-id TO chlog-timestamp
           MOVE ws-operator-id TO chlog-user-id
           MOVE ws-term-id TO chlog-term-id
           MOVE 'APRVONL' TO chlog-source
           MOVE 'U' TO chlog-action
           MOVE ws-before-image TO chlog-before-image
           MOVE approval-hold-record(1:79) TO chlog-after-image
           EXEC CICS WRITE FILE('CHGLOG')
               FROM(change-log-record)
               RIDFLD(chlog-key)
               KEYLENGTH(22)
               RESP(ws-resp)
           END-EXEC.

       8000-deny-request.
           MOVE SPACES TO change-log-record
           MOVE ATRANFLDI TO chlog-tran-id
           MOVE ws-run-id TO chlog-timestamp
           MOVE ws-operator-id TO chlog-user-id
           MOVE ws-term-id TO chlog-term-id
           MOVE 'APRVONL' TO chlog-source
           MOVE 'D' TO chlog-action
           MOVE SPACES TO chlog-before-image
           MOVE SPACES TO chlog-after-image
           STRING 'APRVONL DENIED - FUNCTION ' DELIMITED BY SIZE
               AFUNCFLDI DELIMITED BY SIZE
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
           MOVE SPACES TO APRMAPO
           MOVE ws-denial-text TO AMSGFLDO
           PERFORM 5000-send-result-map.

       5000-send-result-map.
           EXEC CICS SEND MAP('APRMAP') MAPSET('APRSET')
               FROM(APRMAPO) ERASE
           END-EXEC.

       9000-mapfail.
           MOVE SPACES TO APRMAPO
           MOVE 'PLEASE FILL IN THE REQUIRED FIELDS' TO AMSGFLDO
           PERFORM 5000-send-result-map
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(dfhcommarea)
               LENGTH(1)
           END-EXEC.

       9100-notfnd.
           MOVE SPACES TO APRMAPO
           MOVE 'HELD ITEM NOT FOUND' TO AMSGFLDO
           PERFORM 5000-send-result-map
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(dfhcommarea)
               LENGTH(1)
           END-EXEC.

       9900-error.
           MOVE SPACES TO APRMAPO
           MOVE 'SYSTEM ERROR - CONTACT SUPPORT' TO AMSGFLDO
           PERFORM 5000-send-result-map
           EXEC CICS RETURN
               TRANSID(EIBTRNID)
               COMMAREA(dfhcommarea)
               LENGTH(1)
           END-EXEC.
