           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSEventStatus.
           SELECT SessionFile ASSIGN TO "results/sessions.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSessionStatus.
           SELECT ApprovalJournalFile
               ASSIGN TO "results/approval_journal.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSApprovalStatus.
           SELECT RunLogFile ASSIGN TO WSLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLogStatus.
       DATA DIVISION.
       FILE SECTION.
       FD RegisterFile.
       01 RegisterRecord PIC X(100).
       FD IntakeFile.
       01 IntakeRecord PIC X(160).
       FD EventFile.
       01 EventRecord PIC X(120).
       FD SessionFile.
       01 SessionRecord PIC X(100).
       FD ApprovalJournalFile.
       01 ApprovalJournalRecord PIC X(200).
       FD RunLogFile.
       01 RunLogRecord PIC X(180).

      *> (the RESUBMIT events) - folded into one timestamp-ordered
      *> timeline per operator. --who NAME narrows to one operator;
      *> --from/--to YYYYMMDD bound the date range.
      *> --sessions lists the signed-on operator sessions instead
      *> (results/sessions.log): each session's operator, terminal,
      *> front end, start and how it ended, then every action taken
      *> under it - the events and registered runs stamped with its
      *> session id - followed by the failed sign-ons in range.
      *> The four-eyes approval journal feeds the timeline too (each
      *> request raised, approved, rejected or carried out, under the
      *> operator who did it), and the timeline is followed by the
      *> approval turnaround: per request raised in range, how long
      *> it waited for its approval or rejection, or that it expired
      *> or is still pending.
       01 WSRegisterStatus PIC 99.
       01 WSIntakeStatus PIC 99.
       01 WSEventStatus PIC 99.
       01 WSWhoFilter PIC X(20) VALUE SPACES.
       01 WSFromDate PIC X(8) VALUE "00000000".
       01 WSToDate PIC X(8) VALUE "99999999".
       01 WSSessionMode PIC A VALUE 'N'.
       01 WSSessionStatus PIC 99.

      *> The merged activity timeline, insertion-sorted on the
      *> operator + timestamp key so the report groups and orders in
       01 WSFld5 PIC X(60).
       01 WSFld6 PIC X(60).
       01 WSCurWho PIC X(20).
       01 WSFld7 PIC X(60).

      *> Sessions in start order, as the journal recorded them; a
      *> session's later CLOSE or TIMEOUT record fills in its end.
       01 WSSesTable.
           05 WSSesCount PIC 9(3) VALUE 0.
           05 WSSesEntry OCCURS 200 TIMES.
               10 WSSesId PIC X(12).
               10 WSSesWho PIC X(20).
               10 WSSesTerminal PIC X(20).
               10 WSSesCaller PIC X(12).
               10 WSSesStart PIC X(14).
               10 WSSesEnd PIC X(14).
               10 WSSesHow PIC X(8).
       01 WSSesIdx PIC 9(3).
       01 WSSesFound PIC 9(3).
       01 WSFailCount PIC 9(4) VALUE 0.
       01 WSFailTable.
           05 WSFailEntry OCCURS 200 TIMES PIC X(70).
       01 WSFailIdx PIC 9(4).
       01 WSSesActions PIC 9(4).

      *> Worst-return-code lookup per run: the register is written at
      *> RUN START, before any code exists, so the figure comes off
       01 WSStageTally PIC 9(4).
       01 WSAckTally PIC 9(4).
       01 WSResubTally PIC 9(4).
       01 WSApprTally PIC 9(4).

      *> Approval turnaround, one entry per request id in the journal
      *> (STAMP|ID|EVENT|OPERATOR|ACTION|PROGRAM|DETAIL): the REQUEST
      *> record opens it, the first APPROVE, REJECT or EXPIRE closes
      *> it.
       01 WSApprovalStatus PIC 99.
       01 WSTurnTable.
           05 WSTurnCount PIC 9(3) VALUE 0.
           05 WSTurnEntry OCCURS 200 TIMES.
               10 WSTurnId PIC X(6).
               10 WSTurnAction PIC X(20).
               10 WSTurnRequester PIC X(20).
               10 WSTurnOpened PIC X(14).
               10 WSTurnClosed PIC X(14).
               10 WSTurnOutcome PIC X(8).
               10 WSTurnDecider PIC X(20).
       01 WSTurnIdx PIC 9(3).
       01 WSTurnFound PIC 9(3).
       01 WSTurnOverflow PIC A VALUE 'N'.
       01 WSTurnMinutes PIC 9(7).
       01 WSTurnFromMin PIC 9(9).
       01 WSTurnToMin PIC 9(9).
       01 WSTurnStamp PIC X(14).
       01 WSTurnStampMin PIC 9(9).
       01 WSTurnDecided PIC 9(3).
       01 WSTurnExpired PIC 9(3).
       01 WSTurnPending PIC 9(3).
       01 WSTurnTotal PIC 9(9).
       01 WSTurnLongest PIC 9(7).
       01 WSTurnAverage PIC 9(7).
       01 WSTurnWaitText PIC X(16).

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSSessionMode EQUAL TO 'Y'
               PERFORM ReportSessions
               GOBACK
           END-IF
           PERFORM LoadRuns
           PERFORM LoadIntakes
           PERFORM LoadAttributedEvents
           PERFORM LoadApprovalJournal
           IF WSOverflow EQUAL TO 'Y'
               DISPLAY "(ACTIVITY EXCEEDS THE 400-ENTRY TABLE: "
                   "NARROW THE DATE RANGE)"
           END-IF
           PERFORM ReportTimeline
           PERFORM ReportApprovalTurnaround
           GOBACK.

       ParseCommandLine.
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:8) TO WSToDate
                   WHEN "--sessions"
                       MOVE 'Y' TO WSSessionMode
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               NEXT SENTENCE
           END-IF
           IF WSWhoFilter NOT EQUAL TO SPACES
           AND WSSessionMode EQUAL TO 'N'
           AND FUNCTION TRIM(WSWorkWho) NOT EQUAL TO
               FUNCTION TRIM(WSWhoFilter)
               NEXT SENTENCE
           MOVE WSWorkKey TO WSActKey(WSActJdx)
           MOVE WSWorkText TO WSActText(WSActJdx).

      *> Run-register records: RUNID|DATE|TIME|YEAR|ARGS|OPERATOR
      *> (|SESSION on runs registered since sign-on sessions).
       LoadRuns.
           MOVE 'N' TO WSEOF
           OPEN INPUT RegisterFile
               MOVE 'Y' TO WSLogEOF
           END-IF.

      *> Intake provenance: STAMP|WHO|YEAR-DD|SOURCE|COUNT|TARGET|
      *> VERDICT; a feed held on its control totals carries a
      *> REJECTED: verdict and its holding file as TARGET.
       LoadIntakes.
           MOVE 'N' TO WSEOF
           OPEN INPUT IntakeFile
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld7
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5 WSFld6 WSFld7
           MOVE WSFld2(1:20) TO WSWorkWho
           MOVE WSFld1(1:14) TO WSWorkStamp
           MOVE SPACES TO WSWorkText
           IF WSFld7(1:9) EQUAL TO "REJECTED:"
               STRING "HELD " FUNCTION TRIM(WSFld3) " INPUT FROM "
                   FUNCTION TRIM(WSFld4) " - "
                   FUNCTION TRIM(WSFld7(10:))
                   DELIMITED BY SIZE INTO WSWorkText
           ELSE
               STRING "STAGED " FUNCTION TRIM(WSFld3) " INPUT FROM "
                   FUNCTION TRIM(WSFld4)
                   DELIMITED BY SIZE INTO WSWorkText
           END-IF
           PERFORM AddActivity.

      *> The attributed events: ALERTACK and RESUBMIT messages lead
           MOVE WSFld5(1:60) TO WSWorkText
           PERFORM AddActivity.

      *> The approval journal: every decision point goes on the
      *> timeline under the operator who acted, and every request id
      *> into the turnaround table.
       LoadApprovalJournal.
           MOVE 'N' TO WSEOF
           OPEN INPUT ApprovalJournalFile
           IF WSApprovalStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ ApprovalJournalFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldOneApproval
               END-READ
           END-PERFORM
           CLOSE ApprovalJournalFile
           MOVE 'N' TO WSEOF.

       FoldOneApproval.
           IF WSLine(1:8) IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld5
           MOVE SPACES TO WSFld6
           MOVE SPACES TO WSFld7
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5 WSFld6 WSFld7
           PERFORM TrackApprovalTurnaround
           IF WSFld3 NOT EQUAL TO "REQUEST"
           AND WSFld3 NOT EQUAL TO "APPROVE"
           AND WSFld3 NOT EQUAL TO "REJECT"
           AND WSFld3 NOT EQUAL TO "EXECUTE"
               NEXT SENTENCE
           END-IF
           MOVE WSFld4(1:20) TO WSWorkWho
           MOVE WSFld1(1:14) TO WSWorkStamp
           MOVE SPACES TO WSWorkText
          *> a request's subject and a rejection's reason say what it
          *> was; the other steps are the id and the action alone
           IF WSFld3 EQUAL TO "REQUEST" OR WSFld3 EQUAL TO "REJECT"
               STRING "APPROVAL " WSFld2(1:6) " " FUNCTION TRIM(WSFld3)
                   " " FUNCTION TRIM(WSFld5) " (" FUNCTION TRIM(WSFld6)
                   ") " FUNCTION TRIM(WSFld7)
                   DELIMITED BY SIZE INTO WSWorkText
           ELSE
               STRING "APPROVAL " WSFld2(1:6) " " FUNCTION TRIM(WSFld3)
                   " " FUNCTION TRIM(WSFld5) " (" FUNCTION TRIM(WSFld6)
                   ")"
                   DELIMITED BY SIZE INTO WSWorkText
           END-IF
           PERFORM AddActivity.

      *> A REQUEST raised in range opens a turnaround entry; the
      *> first closing record for that id after it closes it. A
      *> closing record for a request raised before the range finds
      *> no entry and is ignored.
       TrackApprovalTurnaround.
           MOVE 0 TO WSTurnFound
           PERFORM VARYING WSTurnIdx FROM 1 BY 1
               UNTIL WSTurnIdx > WSTurnCount OR WSTurnFound > 0
               IF WSTurnId(WSTurnIdx) EQUAL TO WSFld2(1:6)
                   MOVE WSTurnIdx TO WSTurnFound
               END-IF
           END-PERFORM
           EVALUATE WSFld3
               WHEN "REQUEST"
                   IF WSFld1(1:8) < WSFromDate
                   OR WSFld1(1:8) > WSToDate
                   OR WSTurnFound > 0
                       CONTINUE
                   ELSE
                       IF WSTurnCount >= 200
                           MOVE 'Y' TO WSTurnOverflow
                       ELSE
                           ADD 1 TO WSTurnCount
                           MOVE WSFld2(1:6) TO WSTurnId(WSTurnCount)
                           MOVE WSFld5(1:20)
                               TO WSTurnAction(WSTurnCount)
                           MOVE WSFld4(1:20)
                               TO WSTurnRequester(WSTurnCount)
                           MOVE WSFld1(1:14)
                               TO WSTurnOpened(WSTurnCount)
                           MOVE SPACES TO WSTurnClosed(WSTurnCount)
                           MOVE "PENDING" TO WSTurnOutcome(WSTurnCount)
                           MOVE SPACES TO WSTurnDecider(WSTurnCount)
                       END-IF
                   END-IF
               WHEN "APPROVE"
               WHEN "REJECT"
               WHEN "EXPIRE"
                   IF WSTurnFound > 0
                   AND WSTurnClosed(WSTurnFound) EQUAL TO SPACES
                       MOVE WSFld1(1:14) TO WSTurnClosed(WSTurnFound)
                       MOVE WSFld3(1:8) TO WSTurnOutcome(WSTurnFound)
                       IF WSFld3 NOT EQUAL TO "EXPIRE"
                           MOVE WSFld4(1:20)
                               TO WSTurnDecider(WSTurnFound)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The per-operator timeline with a tally line per operator:
      *> runs, stagings, acks, resubmissions, approval steps.
       ReportTimeline.
           DISPLAY "=== OPERATOR ACTIVITY " WSFromDate " - "
               WSToDate " ==="
               MOVE 0 TO WSStageTally
               MOVE 0 TO WSAckTally
               MOVE 0 TO WSResubTally
               MOVE 0 TO WSApprTally
           END-IF
           DISPLAY "  " WSActStamp(WSActIdx) " "
               FUNCTION TRIM(WSActText(WSActIdx))
                   ADD 1 TO WSRunTally
               WHEN "STAG"
                   ADD 1 TO WSStageTally
               WHEN "APPR"
                   ADD 1 TO WSApprTally
               WHEN OTHER
                   MOVE 0 TO WSActJdx
                   INSPECT WSActText(WSActIdx) TALLYING WSActJdx
       ReportOperatorTally.
           DISPLAY "  (" WSRunTally " RUN(S), " WSStageTally
               " INPUT(S) STAGED, " WSAckTally " ACK(S), "
               WSResubTally " RESUBMISSION(S), " WSApprTally
               " APPROVAL STEP(S))".

      *> Approval turnaround: minutes from request to decision, an
      *> expiry counted as never decided, an open request as pending
      *> so far. The summary averages the decided ones only.
       ReportApprovalTurnaround.
           DISPLAY "=== APPROVAL TURNAROUND " WSFromDate " - "
               WSToDate " ==="
           IF WSTurnCount EQUAL TO 0
               DISPLAY "(NO APPROVAL REQUESTS IN RANGE)"
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSTurnDecided
           MOVE 0 TO WSTurnExpired
           MOVE 0 TO WSTurnPending
           MOVE 0 TO WSTurnTotal
           MOVE 0 TO WSTurnLongest
           PERFORM VARYING WSTurnIdx FROM 1 BY 1
               UNTIL WSTurnIdx > WSTurnCount
               PERFORM ReportOneTurnaround
           END-PERFORM
           IF WSTurnOverflow EQUAL TO 'Y'
               DISPLAY "(REQUESTS EXCEED THE 200-ENTRY TABLE: "
                   "NARROW THE DATE RANGE)"
           END-IF
           IF WSTurnDecided > 0
               COMPUTE WSTurnAverage = WSTurnTotal / WSTurnDecided
           ELSE
               MOVE 0 TO WSTurnAverage
           END-IF
           DISPLAY "  (" WSTurnCount " REQUEST(S): " WSTurnDecided
               " DECIDED, AVERAGE " WSTurnAverage " MIN, LONGEST "
               WSTurnLongest " MIN; " WSTurnExpired " EXPIRED, "
               WSTurnPending " PENDING)".

       ReportOneTurnaround.
           MOVE SPACES TO WSTurnWaitText
           EVALUATE WSTurnOutcome(WSTurnIdx)
               WHEN "PENDING"
                   ADD 1 TO WSTurnPending
                   MOVE "STILL PENDING" TO WSTurnWaitText
               WHEN "EXPIRE"
                   ADD 1 TO WSTurnExpired
                   MOVE "EXPIRED" TO WSTurnWaitText
               WHEN OTHER
                   MOVE WSTurnOpened(WSTurnIdx) TO WSTurnStamp
                   PERFORM StampToMinutes
                   MOVE WSTurnStampMin TO WSTurnFromMin
                   MOVE WSTurnClosed(WSTurnIdx) TO WSTurnStamp
                   PERFORM StampToMinutes
                   MOVE WSTurnStampMin TO WSTurnToMin
                   IF WSTurnToMin > WSTurnFromMin
                       COMPUTE WSTurnMinutes =
                           WSTurnToMin - WSTurnFromMin
                   ELSE
                       MOVE 0 TO WSTurnMinutes
                   END-IF
                   ADD 1 TO WSTurnDecided
                   ADD WSTurnMinutes TO WSTurnTotal
                   IF WSTurnMinutes > WSTurnLongest
                       MOVE WSTurnMinutes TO WSTurnLongest
                   END-IF
                   STRING WSTurnMinutes " MIN"
                       DELIMITED BY SIZE INTO WSTurnWaitText
           END-EVALUATE
           DISPLAY "  " WSTurnId(WSTurnIdx) " "
               WSTurnAction(WSTurnIdx) " BY "
               WSTurnRequester(WSTurnIdx) " AT "
               WSTurnOpened(WSTurnIdx) " " WSTurnOutcome(WSTurnIdx)
               " " WSTurnWaitText " "
               FUNCTION TRIM(WSTurnDecider(WSTurnIdx)).

      *> YYYYMMDDhhmmss to minutes since the calendar's day one.
       StampToMinutes.
           IF WSTurnStamp(1:12) IS NOT NUMERIC
               MOVE 0 TO WSTurnStampMin
               NEXT SENTENCE
           END-IF
           COMPUTE WSTurnStampMin =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(WSTurnStamp(1:8))) * 1440
               + FUNCTION NUMVAL(WSTurnStamp(9:2)) * 60
               + FUNCTION NUMVAL(WSTurnStamp(11:2)).

      *> Sessions view: the journal, then the events and runs stamped
      *> with a journaled session id, keyed session id + timestamp so
      *> each session's actions come out together and in order.
       ReportSessions.
           PERFORM LoadSessions
           PERFORM LoadSessionEvents
           PERFORM LoadSessionRuns
           DISPLAY "=== OPERATOR SESSIONS " WSFromDate " - "
               WSToDate " ==="
           IF WSSesCount EQUAL TO 0
               DISPLAY "(NO SESSIONS IN RANGE)"
           END-IF
           PERFORM VARYING WSSesIdx FROM 1 BY 1
               UNTIL WSSesIdx > WSSesCount
               PERFORM ReportOneSession
           END-PERFORM
           IF WSOverflow EQUAL TO 'Y'
               DISPLAY "(ACTIVITY EXCEEDS THE 400-ENTRY TABLE: "
                   "NARROW THE DATE RANGE)"
           END-IF
           DISPLAY "--- FAILED SIGN-ONS ---"
           IF WSFailCount EQUAL TO 0
               DISPLAY "  (NONE)"
           END-IF
           PERFORM VARYING WSFailIdx FROM 1 BY 1
               UNTIL WSFailIdx > WSFailCount OR WSFailIdx > 200
               DISPLAY "  " FUNCTION TRIM(WSFailEntry(WSFailIdx))
           END-PERFORM.

      *> Journal: SESSIONID|EVENT|OPERATOR|TERMINAL|STAMP|CALLER.
       LoadSessions.
           MOVE 'N' TO WSEOF
           OPEN INPUT SessionFile
           IF WSSessionStatus NOT EQUAL TO 0
               DISPLAY "(NO SESSION JOURNAL: results/sessions.log)"
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SessionFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldOneSessionRecord
               END-READ
           END-PERFORM
           CLOSE SessionFile
           MOVE 'N' TO WSEOF.

       FoldOneSessionRecord.
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld5
           MOVE SPACES TO WSFld6
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5 WSFld6
           IF WSFld5(1:8) < WSFromDate OR WSFld5(1:8) > WSToDate
               NEXT SENTENCE
           END-IF
           IF WSWhoFilter NOT EQUAL TO SPACES
           AND FUNCTION TRIM(WSFld3) NOT EQUAL TO
               FUNCTION TRIM(WSWhoFilter)
               NEXT SENTENCE
           END-IF
           EVALUATE WSFld2(1:8)
               WHEN "OPEN"
                   IF WSSesCount < 200
                       ADD 1 TO WSSesCount
                       MOVE WSFld1(1:12) TO WSSesId(WSSesCount)
                       MOVE WSFld3(1:20) TO WSSesWho(WSSesCount)
                       MOVE WSFld4(1:20) TO WSSesTerminal(WSSesCount)
                       MOVE WSFld6(1:12) TO WSSesCaller(WSSesCount)
                       MOVE WSFld5(1:14) TO WSSesStart(WSSesCount)
                       MOVE SPACES TO WSSesEnd(WSSesCount)
                       MOVE "OPEN" TO WSSesHow(WSSesCount)
                   ELSE
                       MOVE 'Y' TO WSOverflow
                   END-IF
               WHEN "FAILED"
                   ADD 1 TO WSFailCount
                   IF WSFailCount <= 200
                       MOVE SPACES TO WSFailEntry(WSFailCount)
                       STRING WSFld5(1:14) " " FUNCTION TRIM(WSFld3)
                           " AT " FUNCTION TRIM(WSFld4) " ("
                           FUNCTION TRIM(WSFld6) ")"
                           DELIMITED BY SIZE
                           INTO WSFailEntry(WSFailCount)
                   END-IF
               WHEN OTHER
                   MOVE WSFld1(1:12) TO WSWorkWho
                   PERFORM FindSession
                   IF WSSesFound > 0
                       MOVE WSFld5(1:14) TO WSSesEnd(WSSesFound)
                       MOVE WSFld2(1:8) TO WSSesHow(WSSesFound)
                   END-IF
           END-EVALUATE.

       FindSession.
           MOVE 0 TO WSSesFound
           PERFORM VARYING WSSesIdx FROM 1 BY 1
               UNTIL WSSesIdx > WSSesCount OR WSSesFound > 0
               IF WSSesId(WSSesIdx) EQUAL TO WSWorkWho(1:12)
                   MOVE WSSesIdx TO WSSesFound
               END-IF
           END-PERFORM.

      *> Events carry the session id in their seventh field.
       LoadSessionEvents.
           MOVE 'N' TO WSEOF
           OPEN INPUT EventFile
           IF WSEventStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ EventFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldOneSessionEvent
               END-READ
           END-PERFORM
           CLOSE EventFile
           MOVE 'N' TO WSEOF.

       FoldOneSessionEvent.
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld5
           MOVE SPACES TO WSFld6
           MOVE SPACES TO WSFld7
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5 WSFld6 WSFld7
           MOVE WSFld7(1:12) TO WSWorkWho
           PERFORM FindSession
           IF WSSesFound EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE WSFld1(1:14) TO WSWorkStamp
           MOVE SPACES TO WSWorkText
           STRING FUNCTION TRIM(WSFld2) " " FUNCTION TRIM(WSFld4)
               ": " FUNCTION TRIM(WSFld5)
               DELIMITED BY SIZE INTO WSWorkText
           PERFORM AddActivity.

       LoadSessionRuns.
           MOVE 'N' TO WSEOF
           OPEN INPUT RegisterFile
           IF WSRegisterStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RegisterFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldOneSessionRun
               END-READ
           END-PERFORM
           CLOSE RegisterFile
           MOVE 'N' TO WSEOF.

       FoldOneSessionRun.
           IF WSLine(1:6) IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld5
           MOVE SPACES TO WSFld6
           MOVE SPACES TO WSFld7
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5 WSFld6 WSFld7
           MOVE WSFld7(1:12) TO WSWorkWho
           PERFORM FindSession
           IF WSSesFound EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSWorkStamp
           STRING WSFld2(1:8) WSFld3(1:6)
               DELIMITED BY SIZE INTO WSWorkStamp
           MOVE SPACES TO WSWorkText
           STRING "RUN " WSFld1(1:6) " STARTED (YEAR "
               FUNCTION TRIM(WSFld4) " " FUNCTION TRIM(WSFld5) ")"
               DELIMITED BY SIZE INTO WSWorkText
           PERFORM AddActivity.

       ReportOneSession.
           DISPLAY "--- SESSION " WSSesId(WSSesIdx) " "
               FUNCTION TRIM(WSSesWho(WSSesIdx)) " AT "
               FUNCTION TRIM(WSSesTerminal(WSSesIdx)) " ("
               FUNCTION TRIM(WSSesCaller(WSSesIdx)) ") ---"
           EVALUATE WSSesHow(WSSesIdx)
               WHEN "CLOSE"
                   DISPLAY "  FROM " WSSesStart(WSSesIdx) " TO "
                       WSSesEnd(WSSesIdx) " SIGNED OFF"
               WHEN "TIMEOUT"
                   DISPLAY "  FROM " WSSesStart(WSSesIdx) " TO "
                       WSSesEnd(WSSesIdx) " TIMED OUT"
               WHEN OTHER
                   DISPLAY "  FROM " WSSesStart(WSSesIdx)
                       " - NEVER CLOSED"
           END-EVALUATE
           MOVE 0 TO WSSesActions
           PERFORM VARYING WSActIdx FROM 1 BY 1
               UNTIL WSActIdx > WSActCount
               IF WSActWho(WSActIdx)(1:12) EQUAL TO WSSesId(WSSesIdx)
                   ADD 1 TO WSSesActions
                   DISPLAY "  " WSActStamp(WSActIdx) " "
                       FUNCTION TRIM(WSActText(WSActIdx))
               END-IF
           END-PERFORM
           DISPLAY "  (" WSSesActions " ACTION(S))".
