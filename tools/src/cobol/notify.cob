       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OutboxFile ASSIGN TO WSOutboxName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOutboxStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OutboxFile.
       01 OutboxRecord PIC X(250).

       WORKING-STORAGE SECTION.
      *> Formats one outbound notification into the notification
      *> outbox (results/notify_outbox) for the paging and mail gateway
      *> to collect, one record per message:
      *>   MSGID|CREATED|CHANNEL|RECIPIENT|SEVERITY|SOURCE|LINK|
      *>   STATUS|ATTEMPTS|LASTSTAMP|TEXT
      *> MSGID is the next number after the highest already there;
      *> CHANNEL is PAGE for severity E and MAIL otherwise; STATUS
      *> starts PENDING with one attempt. The gateway reports back
      *> through results/notify_status and NOTIFYSWEEP applies it,
      *> retries and expires. TEXT is last so it may hold anything.
      *> CALLed by the alert writer, ALERTSWEEP and NIGHTCLOSE.
      *> Under AOCSANDBOXDIR the outbox moves into that directory
      *> with the alert and event logs, so a rehearsal or
      *> reproduction run never reaches the gateway.
       01 WSOutboxName PIC X(60).
       01 WSSandboxDir PIC X(40).
       01 WSOutboxStatus PIC 99.
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(250).
       01 WSIdText PIC X(6).
       01 WSLastId PIC 9(6) VALUE 0.
       01 WSNewId PIC 9(6).
       01 WSDate PIC X(8).
       01 WSTime PIC X(8).
       01 WSChannel PIC X(4).
       01 WSRecipient PIC X(20).
       01 WSSeverity PIC X(1).

       LINKAGE SECTION.
       COPY "notifyRequest.cpy".

       PROCEDURE DIVISION USING NOTIFY-REQUEST.
       Main.
           MOVE 0 TO RETURN-CODE
           ACCEPT WSDate FROM DATE YYYYMMDD
           ACCEPT WSTime FROM TIME
           PERFORM ResolveOutboxName
           PERFORM FindLastMessageId
           ADD 1 TO WSLastId GIVING WSNewId
           MOVE NOTIFY-RECIPIENT TO WSRecipient
           IF WSRecipient EQUAL TO SPACES
               MOVE "OPERATIONS" TO WSRecipient
           END-IF
           MOVE NOTIFY-SEVERITY TO WSSeverity
           IF WSSeverity EQUAL TO SPACE
               MOVE "I" TO WSSeverity
           END-IF
           IF WSSeverity EQUAL TO "E"
               MOVE "PAGE" TO WSChannel
           ELSE
               MOVE "MAIL" TO WSChannel
           END-IF
           MOVE SPACES TO WSLine
           STRING WSNewId "|" WSDate WSTime(1:6) "|" WSChannel "|"
               FUNCTION TRIM(WSRecipient) "|" WSSeverity "|"
               FUNCTION TRIM(NOTIFY-SOURCE) "|"
               FUNCTION TRIM(NOTIFY-LINK) "|PENDING|01|"
               WSDate WSTime(1:6) "|" FUNCTION TRIM(NOTIFY-TEXT)
               DELIMITED BY SIZE INTO WSLine
           OPEN EXTEND OutboxFile
           IF WSOutboxStatus NOT EQUAL TO 0
               OPEN OUTPUT OutboxFile
           END-IF
           IF WSOutboxStatus EQUAL TO 0
               WRITE OutboxRecord FROM WSLine
               CLOSE OutboxFile
           ELSE
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

       ResolveOutboxName.
           MOVE "results/notify_outbox" TO WSOutboxName
           ACCEPT WSSandboxDir FROM ENVIRONMENT "AOCSANDBOXDIR"
               ON EXCEPTION
                   MOVE SPACES TO WSSandboxDir
           END-ACCEPT
           IF WSSandboxDir NOT EQUAL TO SPACES
               MOVE SPACES TO WSOutboxName
               STRING FUNCTION TRIM(WSSandboxDir) "/notify_outbox"
                   DELIMITED BY SIZE INTO WSOutboxName
           END-IF.

       FindLastMessageId.
           MOVE 0 TO WSLastId
           MOVE 'N' TO WSEOF
           OPEN INPUT OutboxFile
           IF WSOutboxStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ OutboxFile INTO WSLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM NoteOneMessageId
                   END-READ
               END-PERFORM
               CLOSE OutboxFile
           END-IF.

       NoteOneMessageId.
           IF WSLine(1:1) NOT NUMERIC
               NEXT SENTENCE
           END-IF
           MOVE WSLine(1:6) TO WSIdText
           IF WSIdText IS NUMERIC
               IF FUNCTION NUMVAL(WSIdText) > WSLastId
                   MOVE WSIdText TO WSLastId
               END-IF
           END-IF.
