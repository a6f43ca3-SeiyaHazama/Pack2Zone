           MOVE  SAVED-PARTNER-ID     TO  RUN-PARTNER-ID.
           MOVE  0                    TO  RUN-SKIP-COUNT.
           MOVE  'N'                  TO  RUN-FORCED-FLAG.
           MOVE  0                    TO  RUN-HELD-COUNT.
           MOVE  0                    TO  RUN-RELEASED-COUNT.
           WRITE  RUN-LOG-REC.
           IF  NOT WS-RUNLOG-OK
               DISPLAY  'COMP3002 - RUN LOG WRITE FAILED, STATUS = '
