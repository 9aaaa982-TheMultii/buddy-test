           IF ws-susp-status NOT = '00' AND ws-susp-status NOT = '22'
               DISPLAY 'FILE ERROR ON SUSPFILE - STATUS: '
                   ws-susp-status
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO ws-gl-susp-count.
           IF ws-status-check-code NOT = '00'
               DISPLAY 'FILE ERROR ON ' ws-status-check-file-id
                   ' - STATUS: ' ws-status-check-code
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

