             TO RL-COUNT-TITLE
           PERFORM 2600-COUNT-ONE-STATUS

           MOVE 'M' TO WS-STATUS-IN-USE
           MOVE 'MATURED                               - '
             TO RL-COUNT-TITLE
           PERFORM 2600-COUNT-ONE-STATUS

           PERFORM 2500-EXIT
           .
       2500-EXIT.
