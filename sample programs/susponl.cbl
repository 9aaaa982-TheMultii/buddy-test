           MOVE FUNCTION CURRENT-DATE(1:14) TO chlog-timestamp
           MOVE ws-operator-id TO chlog-user-id
           MOVE ws-term-id TO chlog-term-id
           MOVE 'SUSPONL' TO chlog-source
           MOVE 'D' TO chlog-action
           MOVE SPACES TO chlog-before-image
           MOVE SPACES TO chlog-after-image
