           SELECT RegisterFile ASSIGN TO "tools/data/intake_register"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRegisterStatus.
           SELECT SlaAttainFile ASSIGN TO "results/sla_attainment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSlaAttainStatus.
           SELECT CalendarFile ASSIGN TO "tools/data/business_calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCAL-STATUS.
           SELECT MsgCatalogFile ASSIGN TO "tools/data/msg_catalog"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSGC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 ArrivalsRecord PIC X(60).
       FD RegisterFile.
       01 RegisterRecord PIC X(160).
       FD SlaAttainFile.
       01 SlaAttainRecord PIC X(34).
       FD CalendarFile.
       01 CalendarRecord PIC X(80).
       FD MsgCatalogFile.
       01 MsgCatalogRecord PIC X(240).

       WORKING-STORAGE SECTION.
      *> The shift-change page: what ran today with its results, what
       01 WSTok1 PIC X(8).
       01 WSTok2 PIC X(14).

      *> Every failure and warning on the page carries what it means
      *> and what to do, out of the message catalog, so the incoming
      *> shift does not have to phone the outgoing one about codes.
       COPY "msgCatalog.cpy".
       01 WSMsgAck PIC X(1).
       01 WSMsgStamp PIC X(14).
       01 WSMsgProgram PIC X(12).
       01 WSMsgKey PIC X(9).
       01 WSMsgSeverity PIC X(1).
       01 WSMsgCode PIC X(8).

      *> Missed-feed check against the expected-arrivals calendar,
      *> the same test INTAKE --monitor makes: a DAILY feed past its
      *> cutoff with no intake record stamped today goes on the page.
      *> A BUSINESS feed is only due on the shop's business days.
       COPY "calendarFile.cpy".
       01 WSArrivalsStatus PIC 99.
       01 WSRegisterStatus PIC 99.
       01 WSNowTime PIC X(8).
       01 WSRegStamp PIC X(14).
       01 WSRegWho PIC X(20).
       01 WSRegFeed PIC X(7).
      *> A feed INTAKE held back on its control totals is registered
      *> with a REJECTED: verdict and has not arrived.
       01 WSRegSource PIC X(80).
       01 WSRegCount PIC X(12).
       01 WSRegTarget PIC X(80).
       01 WSRegVerdict PIC X(40).
       01 WSFeedSeen PIC A.
       01 WSMissedCount PIC 9(3) VALUE 0.

      *> SLAREPORT's month-to-date attainment feed: MONTH(6)
      *> ASOFDATE(8) ASOFTIME(4) MET(4) MISSED(4) ATRISK(3)
      *> PERCENT(5, two implied decimals).
       01 WSSlaAttainStatus PIC 99.
       01 WSSlaAttainLine PIC X(34).
       01 WSSlaAttainPct PIC 9(3)V99.
       01 WSSlaAttainDisplay PIC ZZ9.99.

      *> A queued entry held WAITING for its feed is listed with the
      *> feed it is blocked on and how that feed stands today.
       01 WSQueueField PIC X(60) OCCURS 15 TIMES.
       01 WSWaitCount PIC 9(4) VALUE 0.
       01 WSWaitNote PIC X(60).
       01 WSWaitShown PIC A.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WSToday FROM DATE YYYYMMDD
           DISPLAY "================================================"
           DISPLAY "SHIFT HANDOVER - " WSToday
           DISPLAY "================================================"
           PERFORM LoadMessageCatalog
           PERFORM ReportTodaysRuns
           PERFORM ReportOpenFailures
           PERFORM ReportTodaysWarnings
           PERFORM ReportMissedFeeds
           PERFORM ReportSlaAttainment
           PERFORM ReportQueuedWork
           DISPLAY "================================================"
           DISPLAY WSRunCount " RUN RESULT(S), " WSFailCount
                               IF WSShown < 20
                                   ADD 1 TO WSShown
                                   DISPLAY FUNCTION TRIM(WSLine(3:150))
                                   PERFORM ShowAlertResponse
                               END-IF
                           END-IF
                   END-READ
                               IF WSShown < 20
                                   ADD 1 TO WSShown
                                   DISPLAY FUNCTION TRIM(WSLine(1:120))
                                   PERFORM ShowEventResponse
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *> "ACK|STAMP|PROGRAM|KEY|CODE|..." - the alert's program and
      *> code key the catalog.
       ShowAlertResponse.
           MOVE SPACES TO WSMsgProgram
           MOVE SPACES TO WSMsgCode
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSMsgAck WSMsgStamp WSMsgProgram WSMsgKey WSMsgCode
           MOVE WSMsgProgram TO MSGC-KEY-PROGRAM
           MOVE WSMsgCode TO MSGC-KEY-CODE
           PERFORM ShowOperatorResponse.

      *> "STAMP|PROGRAM|SEVERITY|CODE|..." for an event.
       ShowEventResponse.
           MOVE SPACES TO WSMsgProgram
           MOVE SPACES TO WSMsgCode
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSMsgStamp WSMsgProgram WSMsgSeverity WSMsgCode
           MOVE WSMsgProgram TO MSGC-KEY-PROGRAM
           MOVE WSMsgCode TO MSGC-KEY-CODE
           PERFORM ShowOperatorResponse.

       ReportMissedFeeds.
           DISPLAY " "
           DISPLAY "--- MISSED FEEDS (PAST CUTOFF, NOT STAGED) ---"
           ACCEPT WSNowTime FROM TIME
           MOVE WSNowTime(1:4) TO WSNowHHMM
           PERFORM LoadBusinessCalendar
           COMPUTE BCAL-DATE = FUNCTION NUMVAL(WSToday)
           PERFORM CheckBusinessDay
           MOVE 'N' TO WSEOF
           OPEN INPUT ArrivalsFile
           IF WSArrivalsStatus NOT EQUAL TO 0
           MOVE SPACES TO WSArrCutoff
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSArrFeed WSArrFreq WSArrCutoff
           MOVE FUNCTION UPPER-CASE(WSArrFreq) TO WSArrFreq
           IF (WSArrFreq NOT EQUAL TO "DAILY"
               AND WSArrFreq NOT EQUAL TO "BUSINESS")
           OR (WSArrFreq EQUAL TO "BUSINESS" AND BCAL-CLOSED)
           OR WSNowHHMM < WSArrCutoff
               NEXT SENTENCE
           END-IF
                       MOVE SPACES TO WSRegStamp
                       MOVE SPACES TO WSRegWho
                       MOVE SPACES TO WSRegFeed
                       MOVE SPACES TO WSRegVerdict
                       UNSTRING WSLine DELIMITED BY "|"
                           INTO WSRegStamp WSRegWho WSRegFeed
                                WSRegSource WSRegCount WSRegTarget
                                WSRegVerdict
                       IF WSRegStamp(1:8) EQUAL TO WSToday
                       AND WSRegFeed EQUAL TO WSArrFeed
                       AND WSRegVerdict(1:9) NOT EQUAL TO "REJECTED:"
                           MOVE 'Y' TO WSFeedSeen
                           MOVE 'Y' TO WSRegEOF
                       END-IF
           END-PERFORM
           CLOSE RegisterFile.

      *> How the month's deadlines are going, off the feed SLAREPORT
      *> leaves behind: the next shift inherits the at-risk ones.
       ReportSlaAttainment.
           DISPLAY " "
           DISPLAY "--- SLA ATTAINMENT ---"
           MOVE SPACES TO WSSlaAttainLine
           OPEN INPUT SlaAttainFile
           IF WSSlaAttainStatus EQUAL TO 0
               READ SlaAttainFile INTO WSSlaAttainLine
                   AT END MOVE SPACES TO WSSlaAttainLine
               END-READ
               CLOSE SlaAttainFile
           END-IF
           IF WSSlaAttainLine(1:34) IS NOT NUMERIC
               DISPLAY "(NOT YET JUDGED - RUN SLAREPORT)"
               NEXT SENTENCE
           END-IF
           IF WSSlaAttainLine(19:8) EQUAL TO "00000000"
               DISPLAY WSSlaAttainLine(1:6) ": NO DEADLINE DUE YET "
                   "(AS OF " WSSlaAttainLine(7:8) " "
                   WSSlaAttainLine(15:4) ")"
           ELSE
               COMPUTE WSSlaAttainPct =
                   FUNCTION NUMVAL(WSSlaAttainLine(30:5)) / 100
               MOVE WSSlaAttainPct TO WSSlaAttainDisplay
               DISPLAY WSSlaAttainLine(1:6) " MONTH TO DATE: "
                   FUNCTION TRIM(WSSlaAttainDisplay) "% ("
                   WSSlaAttainLine(19:4) " MET, "
                   WSSlaAttainLine(23:4) " MISSED, AS OF "
                   WSSlaAttainLine(7:8) " " WSSlaAttainLine(15:4) ")"
           END-IF
           IF WSSlaAttainLine(27:3) NOT EQUAL TO "000"
               DISPLAY WSSlaAttainLine(27:3)
                   " DEADLINE(S) AT RISK - SEE SLAREPORT"
           END-IF.

       ReportQueuedWork.
           DISPLAY " "
           DISPLAY "--- WORK STILL QUEUED ---"
                           UNSTRING WSLine DELIMITED BY "|"
                               INTO WSTok1 WSTok2
                           IF WSTok1 EQUAL TO "PENDING"
                           OR WSTok1 EQUAL TO "WAITING"
                               ADD 1 TO WSPendCount
                               MOVE 'N' TO WSWaitShown
                               IF WSShown < 20
                                   ADD 1 TO WSShown
                                   MOVE 'Y' TO WSWaitShown
                                   DISPLAY FUNCTION TRIM(WSLine(1:100))
                               END-IF
                           END-IF
                           IF WSTok1 EQUAL TO "WAITING"
                               PERFORM ReportFeedWait
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QueueFile
               IF WSPendCount EQUAL TO 0
                   DISPLAY "(NONE)"
               END-IF
               IF WSWaitCount > 0
                   DISPLAY WSWaitCount " OF THEM WAITING FOR A FEED"
               END-IF
           END-IF.

      *> The feed a WAITING entry names (fifteenth field), whether it
      *> was staged today and, if not, its cutoff. The lookups reuse
      *> WSLine, so the queue line is taken apart first.
       ReportFeedWait.
           ADD 1 TO WSWaitCount
           MOVE SPACES TO WSQueueField(10)
           MOVE SPACES TO WSQueueField(15)
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSQueueField(1) WSQueueField(2) WSQueueField(3)
                    WSQueueField(4) WSQueueField(5) WSQueueField(6)
                    WSQueueField(7) WSQueueField(8) WSQueueField(9)
                    WSQueueField(10) WSQueueField(11)
                    WSQueueField(12) WSQueueField(13)
                    WSQueueField(14) WSQueueField(15)
           MOVE WSQueueField(15) TO WSArrFeed
           MOVE SPACES TO WSWaitNote
           PERFORM ScanRegisterForFeed
           EVALUATE TRUE
               WHEN WSFeedSeen EQUAL TO 'Y'
               AND WSQueueField(10)(1:8) EQUAL TO WSToday
                   MOVE "STAGED TODAY, ALREADY RUN ON IT" TO WSWaitNote
               WHEN WSFeedSeen EQUAL TO 'Y'
                   MOVE "STAGED TODAY, RELEASED ON THE NEXT QUEUE RUN"
                       TO WSWaitNote
               WHEN OTHER
                   PERFORM LookUpFeedCutoff
                   IF WSArrCutoff EQUAL TO SPACES
                       MOVE "NOT STAGED TODAY, NO CUTOFF ON FILE"
                           TO WSWaitNote
                   ELSE
                       STRING "NOT STAGED TODAY, CUTOFF " WSArrCutoff
                           DELIMITED BY SIZE INTO WSWaitNote
                   END-IF
           END-EVALUATE
           IF WSWaitShown EQUAL TO 'Y'
               DISPLAY "    BLOCKED ON FEED " WSArrFeed ": "
                   FUNCTION TRIM(WSWaitNote)
           END-IF.

       LookUpFeedCutoff.
           MOVE SPACES TO WSArrCutoff
           MOVE 'N' TO WSRegEOF
           OPEN INPUT ArrivalsFile
           IF WSArrivalsStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSRegEOF EQUAL TO 'Y'
               READ ArrivalsFile INTO WSLine
                   AT END MOVE 'Y' TO WSRegEOF
                   NOT AT END
                       MOVE SPACES TO WSTok2
                       MOVE SPACES TO WSTok1
                       UNSTRING WSLine DELIMITED BY "|"
                           INTO WSTok2 WSTok1 WSArrCutoff
                       IF WSLine(1:1) EQUAL TO '*'
                       OR WSTok2(1:7) NOT EQUAL TO WSArrFeed
                           MOVE SPACES TO WSArrCutoff
                       ELSE
                           MOVE 'Y' TO WSRegEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ArrivalsFile.

       COPY "calendarMath.cpy".

       COPY "msgCatalogLook.cpy".
