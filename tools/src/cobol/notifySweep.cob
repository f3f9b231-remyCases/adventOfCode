       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFYSWEEP.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OutboxFile ASSIGN TO "results/notify_outbox"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOutboxStatus.
           SELECT GatewayFile ASSIGN TO "results/notify_status"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSGatewayStatus.
           SELECT ConfigFile ASSIGN TO "tools/data/runtime.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OutboxFile.
       01 OutboxRecord PIC X(250).
       FD GatewayFile.
       01 GatewayRecord PIC X(120).
       FD ConfigFile.
       01 ConfigRecord PIC X(60).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Delivery tracking for the notification outbox NOTIFY fills.
      *> The paging and mail gateway collects PENDING and RETRY
      *> messages and reports back by appending to
      *> results/notify_status, "MSGID|STATUS|STAMP|DETAIL" with
      *> STATUS SENT (collected, not yet confirmed), DELIVERED or
      *> FAILED. Each sweep:
      *>   - applies those reports to the outbox and empties the
      *>     status file (the outbox keeps the outcome and its stamp);
      *>   - puts back up for collection, as RETRY with one more
      *>     attempt, every FAILED message and every PENDING, SENT or
      *>     RETRY message unconfirmed for NOTIFYRETRYMIN minutes
      *>     (default 30);
      *>   - expires a message that has had NOTIFYMAXTRIES attempts
      *>     (default 5) without a confirmation, with a NOTIFEXP event;
      *>   - reports every message never confirmed.
      *> --report prints the report alone and changes nothing.
       01 WSOutboxStatus PIC 99.
       01 WSGatewayStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSReportOnlyFlag PIC A VALUE 'N'.
           88 ReportOnly VALUE 'Y'.
       01 WSRetryMinutes PIC 9(4) VALUE 30.
       01 WSMaxTries PIC 9(2) VALUE 5.
       COPY "configFile.cpy".
       COPY "eventFile.cpy".

      *> The outbox is rewritten from this table, so an outbox deeper
      *> than the table is reported but never rewritten.
       01 WSMsgOverflow PIC A VALUE 'N'.
       01 WSMsgTable.
           05 WSMsgCount PIC 9(4) VALUE 0.
           05 WSMsgLine OCCURS 1000 TIMES PIC X(250).
       01 WSIdx PIC 9(4).
       01 WSReadLine PIC X(250).

       01 WSMsgId PIC X(6).
       01 WSMsgCreated PIC X(14).
       01 WSMsgChannel PIC X(4).
       01 WSMsgRecipient PIC X(20).
       01 WSMsgSeverity PIC X(1).
       01 WSMsgSource PIC X(12).
       01 WSMsgLink PIC X(40).
       01 WSMsgState PIC X(9).
       01 WSMsgAttempts PIC X(2).
       01 WSMsgAttemptNum PIC 9(2).
       01 WSMsgLast PIC X(14).
       01 WSMsgText PIC X(80).

       01 WSGwLine PIC X(120).
       01 WSGwId PIC X(6).
       01 WSGwState PIC X(9).
       01 WSGwStamp PIC X(14).
       01 WSGwDetail PIC X(60).
       01 WSGwFound PIC A.

       01 WSNowDate PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSAgeMinutes PIC S9(9).

       01 WSApplied PIC 9(4) VALUE 0.
       01 WSUnmatched PIC 9(4) VALUE 0.
       01 WSRetried PIC 9(4) VALUE 0.
       01 WSExpired PIC 9(4) VALUE 0.
       01 WSCountPending PIC 9(4) VALUE 0.
       01 WSCountSent PIC 9(4) VALUE 0.
       01 WSCountRetry PIC 9(4) VALUE 0.
       01 WSCountDelivered PIC 9(4) VALUE 0.
       01 WSCountFailed PIC 9(4) VALUE 0.
       01 WSCountExpired PIC 9(4) VALUE 0.
       01 WSUnconfirmed PIC 9(4) VALUE 0.
       01 WSCountDisplay PIC Z(3)9.

       PROCEDURE DIVISION.
       Main.
           MOVE 0 TO RETURN-CODE
           PERFORM ParseCommandLine
           PERFORM LoadRuntimeConfig
           ACCEPT WSNowDate FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           PERFORM LoadOutbox
           IF NOT ReportOnly
               IF WSMsgOverflow EQUAL TO 'Y'
                   DISPLAY "OUTBOX EXCEEDS THE 1000-MESSAGE TABLE: "
                       "NOTHING APPLIED OR RETRIED SO NO MESSAGE IS "
                       "DROPPED. ARCHIVE THE OUTBOX AND RERUN."
                   MOVE 1 TO RETURN-CODE
               ELSE
                   PERFORM ApplyGatewayStatus
                   MOVE 1 TO WSIdx
                   PERFORM RetryOneMessage UNTIL WSIdx > WSMsgCount
                   PERFORM RewriteOutbox
                   DISPLAY "=== GATEWAY REPORTS APPLIED: " WSApplied
                       " (UNMATCHED " WSUnmatched ") RETRIED: "
                       WSRetried " EXPIRED: " WSExpired " ==="
               END-IF
           END-IF
           PERFORM ReportUnconfirmed
           GOBACK.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--report"
                       SET ReportOnly TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       ApplyConfigParameter.
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "NOTIFYRETRYMIN"
           AND CFG-VALUE > 0 AND CFG-VALUE < 10000
               MOVE CFG-VALUE TO WSRetryMinutes
               DISPLAY "CONFIG OVERRIDE: NOTIFYRETRYMIN = "
                   WSRetryMinutes
           END-IF
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "NOTIFYMAXTRIES"
           AND CFG-VALUE > 0 AND CFG-VALUE < 100
               MOVE CFG-VALUE TO WSMaxTries
               DISPLAY "CONFIG OVERRIDE: NOTIFYMAXTRIES = " WSMaxTries
           END-IF.

       COPY "configRead.cpy".

       LoadOutbox.
           OPEN INPUT OutboxFile
           IF WSOutboxStatus NOT EQUAL TO 0
               DISPLAY "NO NOTIFICATION OUTBOX (results/notify_outbox)"
                   ": NOTHING TO TRACK."
               GOBACK
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ OutboxFile INTO WSReadLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSMsgCount < 1000
                           ADD 1 TO WSMsgCount
                           MOVE WSReadLine TO WSMsgLine(WSMsgCount)
                       ELSE
                           MOVE 'Y' TO WSMsgOverflow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OutboxFile.

       SplitMessage.
           MOVE SPACES TO WSMsgId WSMsgCreated WSMsgChannel
               WSMsgRecipient WSMsgSeverity WSMsgSource WSMsgLink
               WSMsgState WSMsgAttempts WSMsgLast WSMsgText
           UNSTRING WSMsgLine(WSIdx) DELIMITED BY "|"
               INTO WSMsgId WSMsgCreated WSMsgChannel WSMsgRecipient
                    WSMsgSeverity WSMsgSource WSMsgLink WSMsgState
                    WSMsgAttempts WSMsgLast WSMsgText
           IF WSMsgAttempts IS NUMERIC
               MOVE WSMsgAttempts TO WSMsgAttemptNum
           ELSE
               MOVE 0 TO WSMsgAttemptNum
           END-IF.

       JoinMessage.
           MOVE WSMsgAttemptNum TO WSMsgAttempts
           MOVE SPACES TO WSMsgLine(WSIdx)
           STRING WSMsgId "|" WSMsgCreated "|" WSMsgChannel "|"
               FUNCTION TRIM(WSMsgRecipient) "|" WSMsgSeverity "|"
               FUNCTION TRIM(WSMsgSource) "|"
               FUNCTION TRIM(WSMsgLink) "|" FUNCTION TRIM(WSMsgState)
               "|" WSMsgAttempts "|" WSMsgLast "|"
               FUNCTION TRIM(WSMsgText)
               DELIMITED BY SIZE INTO WSMsgLine(WSIdx).

      *> Each gateway report updates the message it names; a report
      *> for a message no longer in the outbox is counted and shown.
       ApplyGatewayStatus.
           OPEN INPUT GatewayFile
           IF WSGatewayStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ GatewayFile INTO WSGwLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ApplyOneReport
               END-READ
           END-PERFORM
           CLOSE GatewayFile
           OPEN OUTPUT GatewayFile
           IF WSGatewayStatus EQUAL TO 0
               CLOSE GatewayFile
           END-IF.

       ApplyOneReport.
           IF FUNCTION TRIM(WSGwLine) EQUAL TO SPACES
           OR WSGwLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSGwId WSGwState WSGwStamp WSGwDetail
           UNSTRING WSGwLine DELIMITED BY "|"
               INTO WSGwId WSGwState WSGwStamp WSGwDetail
           IF WSGwStamp EQUAL TO SPACES
               STRING WSNowDate WSNowTime(1:6)
                   DELIMITED BY SIZE INTO WSGwStamp
           END-IF
           MOVE 'N' TO WSGwFound
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSMsgCount OR WSGwFound EQUAL TO 'Y'
               IF WSMsgLine(WSIdx)(1:6) EQUAL TO WSGwId
                   MOVE 'Y' TO WSGwFound
               ELSE
                   ADD 1 TO WSIdx
               END-IF
           END-PERFORM
           IF WSGwFound EQUAL TO 'N'
           OR (WSGwState NOT EQUAL TO "SENT"
               AND WSGwState NOT EQUAL TO "DELIVERED"
               AND WSGwState NOT EQUAL TO "FAILED")
               ADD 1 TO WSUnmatched
               DISPLAY "GATEWAY REPORT NOT APPLIED: "
                   FUNCTION TRIM(WSGwLine)
               NEXT SENTENCE
           END-IF
           PERFORM SplitMessage
          *> A delivery already confirmed stays confirmed whatever a
          *> late or repeated report says.
           IF WSMsgState NOT EQUAL TO "DELIVERED"
               MOVE WSGwState TO WSMsgState
               MOVE WSGwStamp TO WSMsgLast
               PERFORM JoinMessage
           END-IF
           ADD 1 TO WSApplied
           IF WSGwState EQUAL TO "FAILED"
               DISPLAY "MESSAGE " WSGwId " FAILED: "
                   FUNCTION TRIM(WSGwDetail)
           END-IF.

       RetryOneMessage.
           PERFORM SplitMessage
           IF WSMsgState EQUAL TO "DELIVERED"
           OR WSMsgState EQUAL TO "EXPIRED"
           OR WSMsgId IS NOT NUMERIC
               ADD 1 TO WSIdx
               NEXT SENTENCE
           END-IF
           IF WSMsgState NOT EQUAL TO "FAILED"
               IF WSMsgLast(1:8) IS NOT NUMERIC
                   ADD 1 TO WSIdx
                   NEXT SENTENCE
               END-IF
               COMPUTE WSAgeMinutes =
                   (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WSNowDate))
                    - FUNCTION INTEGER-OF-DATE(
                        FUNCTION NUMVAL(WSMsgLast(1:8)))) * 1440
                   + FUNCTION NUMVAL(WSNowTime(1:2)) * 60
                   + FUNCTION NUMVAL(WSNowTime(3:2))
                   - FUNCTION NUMVAL(WSMsgLast(9:2)) * 60
                   - FUNCTION NUMVAL(WSMsgLast(11:2))
               IF WSAgeMinutes < WSRetryMinutes
                   ADD 1 TO WSIdx
                   NEXT SENTENCE
               END-IF
           END-IF
           MOVE SPACES TO WSMsgLast
           STRING WSNowDate WSNowTime(1:6)
               DELIMITED BY SIZE INTO WSMsgLast
           IF WSMsgAttemptNum < WSMaxTries
               ADD 1 TO WSMsgAttemptNum
               MOVE "RETRY" TO WSMsgState
               ADD 1 TO WSRetried
           ELSE
               MOVE "EXPIRED" TO WSMsgState
               ADD 1 TO WSExpired
               DISPLAY "MESSAGE " WSMsgId " TO "
                   FUNCTION TRIM(WSMsgRecipient) " EXPIRED AFTER "
                   WSMsgAttemptNum " ATTEMPT(S): " FUNCTION TRIM(WSMsgLink)
               MOVE "NOTIFYSWEEP" TO EVENT-PROGRAM
               MOVE "W" TO EVENT-SEVERITY
               MOVE "NOTIFEXP" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING WSMsgId " TO " FUNCTION TRIM(WSMsgRecipient)
                   " NEVER CONFIRMED: " FUNCTION TRIM(WSMsgLink)
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendOpsEvent
           END-IF
           PERFORM JoinMessage
           ADD 1 TO WSIdx.

       RewriteOutbox.
           OPEN OUTPUT OutboxFile
           IF WSOutboxStatus NOT EQUAL TO 0
               DISPLAY "CANNOT REWRITE THE NOTIFICATION OUTBOX: STATUS "
                   WSOutboxStatus
               MOVE 1 TO RETURN-CODE
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSMsgCount
               WRITE OutboxRecord FROM WSMsgLine(WSIdx)
               ADD 1 TO WSIdx
           END-PERFORM
           CLOSE OutboxFile.

      *> Every message the gateway never confirmed as delivered, with
      *> the link back to what raised it, then the outbox by status.
       ReportUnconfirmed.
           DISPLAY "=== NOTIFICATIONS NEVER CONFIRMED ==="
           IF WSMsgOverflow EQUAL TO 'Y'
               DISPLAY "(OUTBOX EXCEEDS THE 1000-MESSAGE TABLE: "
                   "SHOWING THE FIRST 1000 ONLY)"
           END-IF
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSMsgCount
               PERFORM SplitMessage
               IF WSMsgId IS NUMERIC
                   PERFORM CountOneMessage
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM
           IF WSUnconfirmed EQUAL TO 0
               DISPLAY "(NONE)"
           END-IF
           DISPLAY "--- OUTBOX BY STATUS ---"
           DISPLAY "PENDING   " WSCountPending
           DISPLAY "SENT      " WSCountSent
           DISPLAY "RETRY     " WSCountRetry
           DISPLAY "FAILED    " WSCountFailed
           DISPLAY "EXPIRED   " WSCountExpired
           DISPLAY "DELIVERED " WSCountDelivered
           MOVE WSUnconfirmed TO WSCountDisplay
           DISPLAY "=== " FUNCTION TRIM(WSCountDisplay, LEADING)
               " MESSAGE(S) NOT CONFIRMED ==="
           IF WSCountExpired > 0 AND RETURN-CODE EQUAL TO 0
               MOVE 2 TO RETURN-CODE
           END-IF.

       CountOneMessage.
           EVALUATE WSMsgState
               WHEN "PENDING" ADD 1 TO WSCountPending
               WHEN "SENT" ADD 1 TO WSCountSent
               WHEN "RETRY" ADD 1 TO WSCountRetry
               WHEN "FAILED" ADD 1 TO WSCountFailed
               WHEN "EXPIRED" ADD 1 TO WSCountExpired
               WHEN "DELIVERED" ADD 1 TO WSCountDelivered
           END-EVALUATE
           IF WSMsgState NOT EQUAL TO "DELIVERED"
               ADD 1 TO WSUnconfirmed
               DISPLAY WSMsgId " " WSMsgCreated " " WSMsgChannel " "
                   WSMsgRecipient " " WSMsgState " x" WSMsgAttempts
                   " " FUNCTION TRIM(WSMsgLink)
               DISPLAY "       " FUNCTION TRIM(WSMsgText)
           END-IF.

       COPY "eventAppend.cpy".
