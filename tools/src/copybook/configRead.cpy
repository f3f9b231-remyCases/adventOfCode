      *> A missing file simply leaves every default in place.
       LoadRuntimeConfig.
           MOVE 'N' TO CFG-EOF
           MOVE SPACES TO CFG-FILE-NAME
           ACCEPT CFG-FILE-NAME FROM ENVIRONMENT "AOCCONFIGFILE"
               ON EXCEPTION
                   MOVE SPACES TO CFG-FILE-NAME
           END-ACCEPT
           IF CFG-FILE-NAME EQUAL TO SPACES
               MOVE "tools/data/runtime.cfg" TO CFG-FILE-NAME
           END-IF
           OPEN INPUT ConfigFile
           IF CFG-STATUS EQUAL TO 0
               PERFORM UNTIL CFG-EOF EQUAL TO 'Y'
