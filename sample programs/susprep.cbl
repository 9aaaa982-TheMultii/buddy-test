           IF ws-crul-status NOT = '00' AND ws-crul-status NOT = '05'
               DISPLAY 'ERROR OPENING CALCRULE - STATUS: '
                   ws-crul-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-crul-status = '05'
           IF ws-rule-count >= ws-rule-table-max
               DISPLAY 'CALCRULE HOLDS MORE THAN ' ws-rule-table-max
                   ' RULES - RUN TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-rule-count
           IF ws-pcal-status NOT = '00' AND ws-pcal-status NOT = '05'
               DISPLAY 'ERROR OPENING PERCAL - STATUS: '
                   ws-pcal-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF ws-pcal-status = '05'
           IF ws-mstr-status NOT = '00' AND ws-mstr-status NOT = '22'
               DISPLAY 'FILE ERROR ON TRANMAS - STATUS: '
                   ws-mstr-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-run-id TO aud-run-id
           IF ws-psum-status NOT = '00'
               DISPLAY 'FILE ERROR ON PERSUM - STATUS: '
                   ws-psum-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-susp-status NOT = '00'
               DISPLAY 'FILE ERROR ON SUSPFILE - STATUS: '
                   ws-susp-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR ON ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

