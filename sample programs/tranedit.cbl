           IF ws-ctl-status NOT = '00' AND ws-ctl-status NOT = '05'
               DISPLAY 'ERROR OPENING CTLPARM - STATUS: '
                   ws-ctl-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ ctl-file
           IF ws-value-count > 20
               DISPLAY 'CTLPARM VALUE COUNT ' ws-value-count
                   ' EXCEEDS THE 20-VALUE LIMIT - RUN TERMINATED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR ON ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

