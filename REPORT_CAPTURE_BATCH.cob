847141         OPEN I-O REPORT-POLICY-FILE
847142         PERFORM SEED-DEFAULT-POLICIES
847142     END-IF
968001     PERFORM ADD-LATER-POLICIES
847143     EXIT.
847144 SEED-DEFAULT-POLICIES.
847144     MOVE "TRIALBAL" TO RP-REPORT-ID
847153     MOVE 365 TO RP-KEEP-DAYS
847154     WRITE REPORT-POLICY-RECORD
847154     EXIT.
968002 ADD-LATER-POLICIES.
968002*Reports brought under capture after the policy file was first
968003*seeded are added here; a policy already on file is left as it is,
968003*so any keep period set since is not overwritten.
968004     MOVE "PROFIT" TO RP-REPORT-ID
968004     MOVE "PROFIT.TXT" TO RP-FILE-NAME
968005     MOVE 400 TO RP-KEEP-DAYS
968005     WRITE REPORT-POLICY-RECORD
968006         INVALID KEY
968006             CONTINUE
968007     END-WRITE
968007     EXIT.
847155 OPEN-REPO-IO.
847155     OPEN I-O REPORT-REPO-FILE
847156     IF WS-REPO-FILE-STATUS = "35"
