865151     MOVE 365 TO LP-KEEP-DAYS
865151     MOVE 69 TO LP-TS-OFFSET
865152     WRITE LOG-POLICY-RECORD
966301     MOVE "SESSLOG.DAT" TO LP-LOG-NAME
966301     MOVE 365 TO LP-KEEP-DAYS
966302     MOVE 21 TO LP-TS-OFFSET
966302     WRITE LOG-POLICY-RECORD
967101*Privacy reveals are kept seven years for examiners.
967101     MOVE "PRIVLOG.DAT" TO LP-LOG-NAME
967102     MOVE 2555 TO LP-KEEP-DAYS
967102     MOVE 1 TO LP-TS-OFFSET
967103     WRITE LOG-POLICY-RECORD
865152     EXIT.
865153 RETAIN-ONE-LOG.
865153     MOVE 0 TO WS-KEPT-COUNT
