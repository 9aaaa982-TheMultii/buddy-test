       77 ws-target-date PIC X(08) VALUE SPACES.
       77 ws-backed-out-flag PIC X(01) VALUE 'N'.
           88 already-backed-out VALUE 'Y'.
       77 ws-target-sweep-flag PIC X(01) VALUE 'N'.
           88 target-is-sweep VALUE 'Y'.

       77 ws-read-count PIC 9(06) VALUE ZERO.
       77 ws-selected-count PIC 9(06) VALUE ZERO.
      *    a 'B' record cancels the run it names: a date whose last
      *    run was already backed out resolves to nothing, and a
      *    run-id parm naming a backed-out run is refused, so the
      *    same run can never be reversed twice.  A run-id whose
      *    record is ONLSWEEP's 'O' gets 'W' in place of 'B', so the
      *    sweep's backout does not reopen the date it swept under.
       1100-resolve-run-control.
           MOVE 'N' TO ws-runc-eof-flag
           OPEN INPUT runc-file
               EVALUATE TRUE
                   WHEN runc-business-date NOT = ws-target-date
                       CONTINUE
                   WHEN runc-sweep-record
                       CONTINUE
                   WHEN runc-backed-out
                       IF runc-run-id = ws-target-run-id
                           MOVE SPACES TO ws-target-run-id
           ELSE
               IF runc-run-id = ws-target-run-id
                   MOVE runc-business-date TO ws-target-date
                   IF runc-sweep-dated
                       SET target-is-sweep TO TRUE
                   END-IF
                   IF runc-backed-out
                       SET already-backed-out TO TRUE
                   END-IF
               MOVE SPACES TO run-control-record
               MOVE ws-target-date TO runc-business-date
               MOVE ws-target-run-id TO runc-run-id
               IF target-is-sweep
                   MOVE 'W' TO runc-status
               ELSE
                   MOVE 'B' TO runc-status
               END-IF
               WRITE run-control-record
               IF ws-runc-status NOT = '00'
                   DISPLAY 'ERROR WRITING RUNCTL - STATUS: '
