           IF ws-pcal-status NOT = '00' AND ws-pcal-status NOT = '05'
               DISPLAY 'ERROR OPENING PERCAL - STATUS: '
                   ws-pcal-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE ws-close-period-id TO pcal-period-id
           IF ws-psum-status NOT = '00'
               DISPLAY 'FILE ERROR ON PERSUM - STATUS: '
                   ws-psum-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR ON ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

