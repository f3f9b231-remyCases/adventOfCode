                   WRITE AlertRecord FROM ALERT-LINE
                   CLOSE AlertFile
               END-IF
               PERFORM NotifyNewAlert
           END-IF.

      *> One outbox message per new alert (a folded repeat is the
      *> same alert and is not re-sent), to its assignee. A shop
      *> without the notifier loaded keeps its alerts as before.
       NotifyNewAlert.
           MOVE ALERT-ASSIGNEE TO ALERT-NOTICE-RECIPIENT
           MOVE "E" TO ALERT-NOTICE-SEVERITY
           MOVE ALERT-PROGRAM TO ALERT-NOTICE-SOURCE
           MOVE SPACES TO ALERT-NOTICE-LINK
           STRING ALERT-STAMP-DATE ALERT-STAMP-TIME(1:6) "/"
               FUNCTION TRIM(ALERT-PROGRAM) "/"
               FUNCTION TRIM(ALERT-KEY) "/" ALERT-CODE
               DELIMITED BY SIZE INTO ALERT-NOTICE-LINK
           MOVE SPACES TO ALERT-NOTICE-TEXT
           STRING "ALERT " ALERT-CODE " "
               FUNCTION TRIM(ALERT-PROGRAM) " "
               FUNCTION TRIM(ALERT-KEY) ": "
               FUNCTION TRIM(ALERT-MESSAGE)
               DELIMITED BY SIZE INTO ALERT-NOTICE-TEXT
           CALL 'NOTIFY' USING ALERT-NOTICE
               ON EXCEPTION
                   CONTINUE
           END-CALL.

       LoadAlertsForFold.
           MOVE 0 TO ALERT-COUNT-LOADED
           MOVE 'N' TO ALERT-OVERFLOW
