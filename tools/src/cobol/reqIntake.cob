       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REQINTAKE.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RequestFile ASSIGN TO WSRequestFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRequestStatus.
           SELECT ReplyFile ASSIGN TO "results/run_request_replies"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReplyStatus.
           SELECT QueueFile ASSIGN TO "tools/data/job_queue"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSQueueStatus.
           SELECT AuthorityFile ASSIGN TO "tools/data/authority"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAuthStatus.
           SELECT RegistryFile ASSIGN TO "tools/data/day_registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT LockFile ASSIGN TO "results/output.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLockStatus.

       DATA DIVISION.
       FILE SECTION.
       FD RequestFile.
       01 RequestRecord PIC X(200).
       FD ReplyFile.
       01 ReplyRecord PIC X(200).
       FD QueueFile.
       01 QueueRecord PIC X(160).
       FD AuthorityFile.
       01 AuthorityRecord PIC X(60).
       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       FD LockFile.
       01 LockRecord PIC X(80).

       WORKING-STORAGE SECTION.
      *> Intake for reruns other systems ask for. They drop one line
      *> per request into tools/data/run_requests:
      *>   REQID|REQUESTER|YEAR|DD|P|INPUTREF|PRIORITY|REPLYTO
      *> (INPUTREF and PRIORITY optional - the installed input and
      *> priority 5), and every request gets exactly one answer in
      *> results/run_request_replies:
      *>   ACK|REQID|STAMP|ENTRY|AHEAD|REPLYTO
      *>   REJ|REQID|STAMP|CODE|REASON|REPLYTO
      *> ENTRY is the job_queue entry number the run was queued as
      *> (its Qnnnnn tag in spool and timing), AHEAD how many pending
      *> entries run before it. QUEUERUNNER adds, when the entry has
      *> run,
      *>   CMP|REQID|STAMP|ENTRY|RC|ANSWER|REPLYTO
      *> The reason codes on a REJ:
      *>   RQ01  a required field is missing or not numeric (a line
      *>         with no request id is answered as LINEnnnn)
      *>   RQ02  no program is registered for the year and day
      *>   RQ03  the part is not one the day's program supports
      *>   RQ04  the requester is not in the authority file
      *>   RQ05  priority outside 1-9, or 1-2 without SENIOR authority
      *>   RQ06  the input reference names a generation not kept
      *>   RQ07  the job queue is full
      *>   RQ08  the request id was already used by another request
      *> The drop file is never rewritten, so a system appending to it
      *> mid-intake loses nothing: a pass answers just the lines not
      *> answered before, the n-th line carrying an id being answered
      *> when fewer than n answers for that id exist. An authority
      *> file with no operators leaves requesters ungoverned, as
      *> AUTHCHECK does. The intake holds the shared output lock while
      *> it appends, so it never lands in the middle of a QUEUERUNNER
      *> drain that rewrites the queue.
       01 WSRequestFileName PIC X(80) VALUE "tools/data/run_requests".
       01 WSRequestStatus PIC 99.
       01 WSReplyStatus PIC 99.
       01 WSQueueStatus PIC 99.
       01 WSAuthStatus PIC 99.
       01 WSLockStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSStamp PIC X(14).
       01 WSOperator PIC X(20).
       01 WSLockLine PIC X(80).

       COPY "dayRegistry.cpy".
       COPY "genReference.cpy".

      *> The requesters the authority file knows, with their rank.
       01 WSAuthTable.
           05 WSAuthCount PIC 9(3) VALUE 0.
           05 WSAuthEntry OCCURS 200 TIMES.
               10 WSAuthName PIC X(20).
               10 WSAuthRank PIC 9.
       01 WSAuthIdx PIC 9(3).
       01 WSAuthHit PIC 9(3).
       01 WSAuthName1 PIC X(20).
       01 WSAuthRole1 PIC X(10).

      *> The queue as it stands: entry count and, per entry, what the
      *> AHEAD figure needs.
       01 WSQueueTable.
           05 WSQueueCount PIC 9(3) VALUE 0.
           05 WSQueueEntry OCCURS 100 TIMES.
               10 WSQStatus PIC X(8).
               10 WSQPrio PIC 9.
       01 WSQIdx PIC 9(3).
       01 WSQueueFull PIC A VALUE 'N'.
       01 WSAhead PIC 9(3).

      *> Request ids seen: answers already on file, and lines met so
      *> far in this pass.
       01 WSIdTable.
           05 WSIdCount PIC 9(4) VALUE 0.
           05 WSIdEntry OCCURS 2000 TIMES.
               10 WSIdName PIC X(12).
               10 WSIdAnswered PIC 9(4).
               10 WSIdAnsweredNow PIC 9(4).
               10 WSIdLines PIC 9(4).
       01 WSIdIdx PIC 9(4).
       01 WSIdHit PIC 9(4).
       01 WSIdOverflow PIC A VALUE 'N'.

       01 WSLine PIC X(200).
       01 WSLineNo PIC 9(4) VALUE 0.
       01 WSKindText PIC X(3).
       01 WSReqId PIC X(12).
       01 WSNoId PIC A.
       01 WSRequester PIC X(20).
       01 WSYearText PIC X(4).
       01 WSDayText PIC X(2).
       01 WSPartText PIC X(1).
       01 WSInputText PIC X(60).
       01 WSPrioText PIC X(2).
       01 WSReplyTo PIC X(60).
       01 WSYear PIC 9(4).
       01 WSDay PIC 99.
       01 WSPart PIC X.
       01 WSPrio PIC 9.
       01 WSPartDigit PIC X.
       01 WSRegIdx PIC 99.
       01 WSFoundIdx PIC 99.
       01 WSDayDisplay PIC Z9.
       01 WSDayWordTable.
           05 FILLER PIC X(10) VALUE "one".
           05 FILLER PIC X(10) VALUE "two".
           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSDayWordLookup REDEFINES WSDayWordTable.
           05 WSDayWord OCCURS 7 TIMES PIC X(10).

       01 WSRejectCode PIC X(4).
       01 WSRejectText PIC X(60).
       01 WSReplyLine PIC X(200).
       01 WSQueueLine PIC X(160).
       01 WSAckCount PIC 9(4) VALUE 0.
       01 WSRejCount PIC 9(4) VALUE 0.
       01 WSSkipCount PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           MOVE SPACES TO WSStamp
           STRING WSToday WSNowTime(1:6) DELIMITED BY SIZE INTO WSStamp
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF

           PERFORM LoadDayRegistry
           PERFORM LoadAuthority
           PERFORM LoadAnswers
           IF WSIdOverflow EQUAL TO 'Y'
               DISPLAY "REPLY FILE HOLDS MORE THAN 2000 REQUEST IDS: "
                   "INTAKE REFUSED SO NO REQUEST IS ANSWERED TWICE. "
                   "ROTATE results/run_request_replies."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT RequestFile
           IF WSRequestStatus NOT EQUAL TO 0
               DISPLAY "NO RUN REQUESTS ("
                   FUNCTION TRIM(WSRequestFileName) ")."
               STOP RUN
           END-IF
           PERFORM AcquireOutputLock
           PERFORM LoadQueue
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RequestFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM TakeOneRequest
               END-READ
           END-PERFORM
           CLOSE RequestFile
           PERFORM ReleaseOutputLock
           DISPLAY "=== " WSAckCount " REQUEST(S) QUEUED, " WSRejCount
               " REJECTED, " WSSkipCount " ALREADY ANSWERED ==="
           STOP RUN.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--requests"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSRequestFileName
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadAuthority.
           MOVE 'N' TO WSEOF
           OPEN INPUT AuthorityFile
           IF WSAuthStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ AuthorityFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreAuthorityLine
               END-READ
           END-PERFORM
           CLOSE AuthorityFile
           MOVE 'N' TO WSEOF.

       StoreAuthorityLine.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
           OR WSAuthCount >= 200
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSAuthName1
           MOVE SPACES TO WSAuthRole1
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSAuthName1 WSAuthRole1
           ADD 1 TO WSAuthCount
           MOVE WSAuthName1 TO WSAuthName(WSAuthCount)
           EVALUATE FUNCTION UPPER-CASE(WSAuthRole1)
               WHEN "RUNNER" MOVE 1 TO WSAuthRank(WSAuthCount)
               WHEN "SENIOR" MOVE 2 TO WSAuthRank(WSAuthCount)
               WHEN "SUPERVISOR" MOVE 3 TO WSAuthRank(WSAuthCount)
               WHEN OTHER MOVE 0 TO WSAuthRank(WSAuthCount)
           END-EVALUATE.

      *> Counts the ACK and REJ answers already given per request id.
       LoadAnswers.
           MOVE 'N' TO WSEOF
           OPEN INPUT ReplyFile
           IF WSReplyStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ ReplyFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE SPACES TO WSKindText
                       MOVE SPACES TO WSReqId
                       UNSTRING WSLine DELIMITED BY "|"
                           INTO WSKindText WSReqId
                       IF WSKindText EQUAL TO "ACK"
                       OR WSKindText EQUAL TO "REJ"
                           PERFORM FindRequestId
                           IF WSIdHit NOT EQUAL TO 0
                               ADD 1 TO WSIdAnswered(WSIdHit)
                               ADD 1 TO WSIdAnsweredNow(WSIdHit)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ReplyFile
           MOVE 'N' TO WSEOF.

      *> Finds WSReqId in the id table, adding it when new.
       FindRequestId.
           MOVE 0 TO WSIdHit
           MOVE 1 TO WSIdIdx
           PERFORM UNTIL WSIdIdx > WSIdCount
               IF WSIdName(WSIdIdx) EQUAL TO WSReqId
                   MOVE WSIdIdx TO WSIdHit
                   MOVE WSIdCount TO WSIdIdx
               END-IF
               ADD 1 TO WSIdIdx
           END-PERFORM
           IF WSIdHit EQUAL TO 0
               IF WSIdCount >= 2000
                   MOVE 'Y' TO WSIdOverflow
               ELSE
                   ADD 1 TO WSIdCount
                   MOVE WSIdCount TO WSIdHit
                   MOVE WSReqId TO WSIdName(WSIdHit)
                   MOVE 0 TO WSIdAnswered(WSIdHit)
                   MOVE 0 TO WSIdAnsweredNow(WSIdHit)
                   MOVE 0 TO WSIdLines(WSIdHit)
               END-IF
           END-IF.

       LoadQueue.
           MOVE 'N' TO WSEOF
           OPEN INPUT QueueFile
           IF WSQueueStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ QueueFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreQueueLine
               END-READ
           END-PERFORM
           CLOSE QueueFile
           MOVE 'N' TO WSEOF.

      *> Entries are numbered the way QUEUERUNNER numbers them:
      *> comments and blanks skipped.
       StoreQueueLine.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           IF WSQueueCount >= 100
               MOVE 'Y' TO WSQueueFull
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSQueueCount
           MOVE SPACES TO WSQStatus(WSQueueCount)
           MOVE SPACES TO WSPrioText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSQStatus(WSQueueCount) WSYearText WSDayText
                    WSPartText WSInputText WSKindText WSKindText
                    WSKindText WSKindText WSKindText WSPrioText
           IF WSPrioText(1:1) IS NUMERIC AND WSPrioText(1:1) NOT = '0'
               MOVE WSPrioText(1:1) TO WSQPrio(WSQueueCount)
           ELSE
               MOVE 5 TO WSQPrio(WSQueueCount)
           END-IF.

       TakeOneRequest.
           ADD 1 TO WSLineNo
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSReqId
           MOVE SPACES TO WSRequester
           MOVE SPACES TO WSYearText
           MOVE SPACES TO WSDayText
           MOVE SPACES TO WSPartText
           MOVE SPACES TO WSInputText
           MOVE SPACES TO WSPrioText
           MOVE SPACES TO WSReplyTo
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSReqId WSRequester WSYearText WSDayText
                    WSPartText WSInputText WSPrioText WSReplyTo
          *> A request with no id is still answered - refused, under
          *> its line number in the drop file.
           MOVE 'N' TO WSNoId
           IF WSReqId EQUAL TO SPACES
               MOVE 'Y' TO WSNoId
               STRING "LINE" WSLineNo DELIMITED BY SIZE INTO WSReqId
           END-IF
           PERFORM FindRequestId
           IF WSIdHit EQUAL TO 0
               DISPLAY "REQUEST " FUNCTION TRIM(WSReqId)
                   " NOT TAKEN: REQUEST ID TABLE FULL"
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSIdLines(WSIdHit)
           IF WSIdLines(WSIdHit) NOT GREATER THAN WSIdAnswered(WSIdHit)
               ADD 1 TO WSSkipCount
               NEXT SENTENCE
           END-IF
           PERFORM ValidateRequest
           IF WSRejectCode NOT EQUAL TO SPACES
               PERFORM RejectRequest
           ELSE
               PERFORM QueueRequest
           END-IF
           ADD 1 TO WSIdAnsweredNow(WSIdHit).

      *> Leaves WSRejectCode spaces for a request that may be queued,
      *> else the first reason it may not.
       ValidateRequest.
           MOVE SPACES TO WSRejectCode
           MOVE SPACES TO WSRejectText
           IF WSIdAnsweredNow(WSIdHit) > 0
               MOVE "RQ08" TO WSRejectCode
               MOVE "REQUEST ID ALREADY USED" TO WSRejectText
               NEXT SENTENCE
           END-IF
           IF WSNoId EQUAL TO 'Y'
           OR WSRequester EQUAL TO SPACES
           OR WSYearText IS NOT NUMERIC
           OR FUNCTION TRIM(WSDayText) EQUAL TO SPACES
           OR FUNCTION TEST-NUMVAL(WSDayText) NOT EQUAL TO 0
           OR WSPartText EQUAL TO SPACES
               MOVE "RQ01" TO WSRejectCode
               MOVE "REQUEST ID, REQUESTER, YEAR, DAY, PART REQUIRED"
                   TO WSRejectText
               NEXT SENTENCE
           END-IF
           MOVE WSYearText TO WSYear
           COMPUTE WSDay = FUNCTION NUMVAL(WSDayText)
           EVALUATE FUNCTION UPPER-CASE(WSPartText)
               WHEN 'A'
               WHEN '1'
                   MOVE 'A' TO WSPart
                   MOVE '1' TO WSPartDigit
               WHEN 'B'
               WHEN '2'
                   MOVE 'B' TO WSPart
                   MOVE '2' TO WSPartDigit
               WHEN OTHER
                   MOVE SPACE TO WSPart
           END-EVALUATE
           PERFORM FindRegistryEntry
           IF WSFoundIdx EQUAL TO 0
               MOVE "RQ02" TO WSRejectCode
               MOVE "NO PROGRAM REGISTERED FOR THE YEAR AND DAY"
                   TO WSRejectText
               NEXT SENTENCE
           END-IF
           IF WSPart EQUAL TO SPACE
           OR (WS-DayRegistryParts(WSFoundIdx)(1:1) NOT EQUAL TO
               WSPartDigit
               AND WS-DayRegistryParts(WSFoundIdx)(2:1) NOT EQUAL TO
               WSPartDigit)
               MOVE "RQ03" TO WSRejectCode
               MOVE "PART NOT SUPPORTED BY THE DAY'S PROGRAM"
                   TO WSRejectText
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSAuthHit
           MOVE 1 TO WSAuthIdx
           PERFORM UNTIL WSAuthIdx > WSAuthCount
               IF FUNCTION TRIM(WSAuthName(WSAuthIdx)) EQUAL TO
                   FUNCTION TRIM(WSRequester)
                   MOVE WSAuthIdx TO WSAuthHit
                   MOVE WSAuthCount TO WSAuthIdx
               END-IF
               ADD 1 TO WSAuthIdx
           END-PERFORM
           IF WSAuthCount > 0
               IF WSAuthHit EQUAL TO 0
                   MOVE "RQ04" TO WSRejectCode
                   MOVE "REQUESTER NOT IN THE AUTHORITY FILE"
                       TO WSRejectText
                   NEXT SENTENCE
               END-IF
               IF WSAuthRank(WSAuthHit) EQUAL TO 0
                   MOVE "RQ04" TO WSRejectCode
                   MOVE "REQUESTER HOLDS NO RECOGNISED ROLE"
                       TO WSRejectText
                   NEXT SENTENCE
               END-IF
           END-IF
           IF FUNCTION TRIM(WSPrioText) EQUAL TO SPACES
               MOVE 5 TO WSPrio
           ELSE
               IF WSPrioText(1:1) IS NOT NUMERIC
               OR WSPrioText(1:1) EQUAL TO '0'
               OR WSPrioText(2:1) NOT EQUAL TO SPACE
                   MOVE "RQ05" TO WSRejectCode
                   MOVE "PRIORITY MUST BE 1 TO 9" TO WSRejectText
                   NEXT SENTENCE
               END-IF
               MOVE WSPrioText(1:1) TO WSPrio
           END-IF
           IF WSPrio < 3 AND WSAuthCount > 0
               IF WSAuthRank(WSAuthHit) < 2
                   MOVE "RQ05" TO WSRejectCode
                   MOVE "PRIORITY 1-2 NEEDS SENIOR AUTHORITY"
                       TO WSRejectText
                   NEXT SENTENCE
               END-IF
           END-IF
           IF WSInputText NOT EQUAL TO SPACES
               PERFORM CheckInputReference
               IF GEN-NOT-FOUND
                   MOVE "RQ06" TO WSRejectCode
                   MOVE "NO SUCH GENERATION OF THE INPUT IS KEPT"
                       TO WSRejectText
                   NEXT SENTENCE
               END-IF
           END-IF
           IF WSQueueFull EQUAL TO 'Y' OR WSQueueCount >= 100
               MOVE "RQ07" TO WSRejectCode
               MOVE "JOB QUEUE FULL - RESUBMIT UNDER A NEW ID LATER"
                   TO WSRejectText
           END-IF.

      *> The same resolution QUEUERUNNER applies when the entry runs;
      *> asked now, so a reference to a generation no longer kept is
      *> refused at the door instead of failing in the night.
       CheckInputReference.
           MOVE SPACES TO GEN-BASE
           IF WSDay >= 1 AND WSDay <= 7
               STRING WSYear "/data/input_day_"
                   FUNCTION TRIM(WSDayWord(WSDay))
                   DELIMITED BY SIZE INTO GEN-BASE
           END-IF
           MOVE WSInputText TO GEN-REF
           CALL 'GENRESOLVE' USING GEN-REFERENCE
               ON EXCEPTION
                   MOVE GEN-REF TO GEN-PATH
                   SET GEN-PLAIN-PATH TO TRUE
           END-CALL
           MOVE 0 TO RETURN-CODE.

       FindRegistryEntry.
           MOVE 0 TO WSFoundIdx
           MOVE 1 TO WSRegIdx
           PERFORM UNTIL WSRegIdx > WS-DayRegistryCount
               IF WS-DayRegistryYear(WSRegIdx) EQUAL TO WSYear
               AND WS-DayRegistryDay(WSRegIdx) EQUAL TO WSDay
                   MOVE WSRegIdx TO WSFoundIdx
                   MOVE WS-DayRegistryCount TO WSRegIdx
               END-IF
               ADD 1 TO WSRegIdx
           END-PERFORM.

      *> Appends the request as a PENDING job_queue entry in the
      *> layout QUEUERUNNER --add writes, owned by the requester and
      *> carrying the request id as a fourteenth field so the runner
      *> can answer it on completion.
       QueueRequest.
           MOVE 0 TO WSAhead
           MOVE 1 TO WSQIdx
           PERFORM UNTIL WSQIdx > WSQueueCount
               IF WSQStatus(WSQIdx) EQUAL TO "PENDING"
               AND WSQPrio(WSQIdx) NOT GREATER THAN WSPrio
                   ADD 1 TO WSAhead
               END-IF
               ADD 1 TO WSQIdx
           END-PERFORM
           MOVE WSDay TO WSDayText
           MOVE SPACES TO WSQueueLine
           STRING "PENDING|" WSYear "|" WSDayText "|" WSPart "|"
               FUNCTION TRIM(WSInputText) "||||||" WSPrio "|000|"
               FUNCTION TRIM(WSRequester) "|" FUNCTION TRIM(WSReqId)
               DELIMITED BY SIZE INTO WSQueueLine
           OPEN EXTEND QueueFile
           IF WSQueueStatus NOT EQUAL TO 0
               OPEN OUTPUT QueueFile
           END-IF
           IF WSQueueStatus NOT EQUAL TO 0
               DISPLAY "Error " WSQueueStatus ": unable to append to "
                   "tools/data/job_queue. Exiting program."
               PERFORM ReleaseOutputLock
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           WRITE QueueRecord FROM WSQueueLine
           CLOSE QueueFile
           ADD 1 TO WSQueueCount
           MOVE "PENDING" TO WSQStatus(WSQueueCount)
           MOVE WSPrio TO WSQPrio(WSQueueCount)
           ADD 1 TO WSAckCount
           MOVE SPACES TO WSReplyLine
           STRING "ACK|" FUNCTION TRIM(WSReqId) "|" WSStamp "|"
               WSQueueCount "|" WSAhead "|" FUNCTION TRIM(WSReplyTo)
               DELIMITED BY SIZE INTO WSReplyLine
           PERFORM WriteReply
           MOVE WSDay TO WSDayDisplay
           DISPLAY "QUEUED " FUNCTION TRIM(WSReqId) " FOR "
               FUNCTION TRIM(WSRequester) ": YEAR " WSYear " DAY "
               FUNCTION TRIM(WSDayDisplay) " PART " WSPart " AS ENTRY "
               WSQueueCount ", " WSAhead " AHEAD".

       RejectRequest.
           ADD 1 TO WSRejCount
           MOVE SPACES TO WSReplyLine
           STRING "REJ|" FUNCTION TRIM(WSReqId) "|" WSStamp "|"
               WSRejectCode "|" FUNCTION TRIM(WSRejectText) "|"
               FUNCTION TRIM(WSReplyTo)
               DELIMITED BY SIZE INTO WSReplyLine
           PERFORM WriteReply
           DISPLAY "REJECTED " FUNCTION TRIM(WSReqId) ": " WSRejectCode
               " " FUNCTION TRIM(WSRejectText).

       WriteReply.
           OPEN EXTEND ReplyFile
           IF WSReplyStatus NOT EQUAL TO 0
               OPEN OUTPUT ReplyFile
           END-IF
           IF WSReplyStatus EQUAL TO 0
               WRITE ReplyRecord FROM WSReplyLine
               CLOSE ReplyFile
           END-IF.

      *> The shared output lock MAINCOB and QUEUERUNNER take; a drain
      *> in progress defers the intake to its next pass.
       AcquireOutputLock.
           OPEN INPUT LockFile
           IF WSLockStatus EQUAL TO 0
               MOVE SPACES TO WSLockLine
               READ LockFile INTO WSLockLine
                   AT END CONTINUE
               END-READ
               CLOSE LockFile
               CLOSE RequestFile
               DISPLAY "SHARED OUTPUTS LOCKED BY: "
                   FUNCTION TRIM(WSLockLine)
               DISPLAY "INTAKE DEFERRED: RERUN ONCE THE LOCK CLEARS."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LockFile
           IF WSLockStatus EQUAL TO 0
               MOVE SPACES TO WSLockLine
               STRING WSToday " " WSNowTime " OPERATOR "
                   FUNCTION TRIM(WSOperator) " PID UNKNOWN"
                   DELIMITED BY SIZE INTO WSLockLine
               WRITE LockRecord FROM WSLockLine
               CLOSE LockFile
           END-IF.

       ReleaseOutputLock.
           DELETE FILE LockFile.

       COPY "dayRegistryLoad.cpy".
