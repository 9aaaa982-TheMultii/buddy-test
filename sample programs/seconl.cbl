           MOVE ws-run-id TO chlog-timestamp
           MOVE ws-operator-id TO chlog-user-id
           MOVE ws-term-id TO chlog-term-id
           MOVE 'SECONL' TO chlog-source
           MOVE ws-chlog-action TO chlog-action
           MOVE ws-before-image TO chlog-before-image
           MOVE ws-target-profile(1:79) TO chlog-after-image
           MOVE ws-run-id TO chlog-timestamp
           MOVE ws-operator-id TO chlog-user-id
           MOVE ws-term-id TO chlog-term-id
           MOVE 'SECONL' TO chlog-source
           MOVE 'D' TO chlog-action
           MOVE SPACES TO chlog-before-image
           MOVE SPACES TO chlog-after-image
