           SELECT RegistryFile ASSIGN TO "tools/data/day_registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT TimingFile ASSIGN TO "results/timing_history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSTimingStatus.
           SELECT CalendarFile ASSIGN TO "tools/data/business_calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCAL-STATUS.
           SELECT SpoolIndexFile ASSIGN TO SPOOL-INDEX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-INDEX-STATUS.
           SELECT SpoolStepFile ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STEP-STATUS.
           SELECT ReplyFile ASSIGN TO "results/run_request_replies"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReplyStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSEventStatus.
           SELECT ArrivalsFile ASSIGN TO "tools/data/expected_arrivals"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSArrivalsStatus.
           SELECT AlertFile ASSIGN TO "results/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       FD TimingFile.
       01 TimingRecord PIC X(50).
       FD CalendarFile.
       01 CalendarRecord PIC X(80).
       FD SpoolIndexFile.
       01 SpoolIndexRecord PIC X(160).
       FD SpoolStepFile.
       01 SpoolStepRecord PIC X(256).
       FD ReplyFile.
       01 ReplyRecord PIC X(200).
       FD EventFile.
       01 EventRecord PIC X(120).
       FD ArrivalsFile.
       01 ArrivalsRecord PIC X(60).
       FD AlertFile.
       01 AlertRecord PIC X(160).
       WORKING-STORAGE SECTION.
      *> Deferred-run queue: tools/data/job_queue holds one
      *> "STATUS|YEAR|DD|P|INPUT|RC|FROM|TO|RECUR|LASTRUN|PRIO|DEPENDS"
      *> job is safe to run. RECUR set to DAILY re-queues the entry as
      *> PENDING after each execution with LASTRUN stamped, so it runs
      *> at most once per calendar day, each day its window opens.
      *> RECUR set to BUSDAY does the same on business days only:
      *> on a weekend, holiday or shutdown day of the shop business
      *> calendar (tools/data/business_calendar) the entry is carried
      *> forward to the next business day instead of running.
      *> --window HHMM-HHMM, --daily and --busday set these from the
      *> command line when adding.
      *> OWNER, a thirteenth field, is the operator who queued the
      *> request (--add stamps USER). Each request run is timed into
      *> results/timing_history.log under the tag Qnnnnn, its entry
      *> number, so CHARGEBACK bills the work to the owner.
      *> Everything a request prints while it runs is spooled under
      *> that same Qnnnnn tag (class Q, see spoolFile.cpy) for
      *> SPOOLVIEW to page through after the drain.
      *> REQID, a fourteenth field, is set on entries REQINTAKE queued
      *> for another system's run request: when such an entry runs,
      *> a completion record (CMP, with the return code and answer)
      *> is appended to results/run_request_replies under the reply
      *> address its acknowledgement carried.
      *> FEED, a fifteenth field (YEAR-DD, as in the expected-arrivals
      *> calendar), holds the entry WAITING until that day's feed has
      *> landed: INTAKE posts a FEEDARRV event to results/events.log
      *> when the feed installs and passes its checks, and the next
      *> drain releases the entries waiting on it to PENDING, where
      *> the usual window, priority and dependency gates take over.
      *> An entry still waiting once the feed's CUTOFF has passed is
      *> alerted (code 0014). A recurring entry goes back to WAITING
      *> after its run, or when released but not run, so each day's
      *> run waits on that day's feed. --feed YEAR-DD sets this when
      *> adding; --list prints the queue with what each waiting entry
      *> is blocked on.
       01 WSQueueFileName PIC X(80) VALUE "tools/data/job_queue".
       01 WSQueueStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSAddRecur PIC X(8) VALUE SPACES.
       01 WSAddPrio PIC 9 VALUE 5.
       01 WSAddDepends PIC 9(3) VALUE 0.
       01 WSAddFeed PIC X(7) VALUE SPACES.
       01 WSListModeFlag PIC A VALUE 'N'.
           88 ListMode VALUE 'Y'.

      *> The day programs this tool drives append to the shared
      *> results.csv, so the run takes the same results/output.lock


       COPY "dayRegistry.cpy".
       COPY "genReference.cpy".
       COPY "calendarFile.cpy".
       01 WSTodayClosed PIC A VALUE 'N'.
       01 WSTodayReason PIC X(40).
       01 WSNextBusinessDay PIC 9(8).
       01 WSInputRefused PIC A VALUE 'N'.
           88 InputRefused VALUE 'Y'.
       COPY "spoolFile.cpy".

       01 WSQueueTable.
           05 WSQueueCount PIC 9(3) VALUE 0.
               10 WSQLastRun PIC X(8).
               10 WSQPrio PIC 9.
               10 WSQDepends PIC 9(3).
               10 WSQOwner PIC X(20).
               10 WSQReqId PIC X(12).
               10 WSQFeed PIC X(7).
      *> The execution order: entry numbers sorted by priority class,
      *> file order within a class.
       01 WSOrderTable.
           05 WSOrderIdx OCCURS 100 TIMES PIC 9(3).
       01 WSOrdIdx PIC 9(3).
       01 WSOrdCount PIC 9(3).
       01 WSOrdPrio PIC 99.
       01 WSOrderMoved PIC A.
       01 WSSweepCount PIC 9(3).
       01 WSDepPos PIC 9(3).
       01 WSLastRunText PIC X(8).
       01 WSPrioText PIC X(1).
       01 WSDependsText PIC X(3).
       01 WSOwnerText PIC X(20).
       01 WSReqIdText PIC X(12).
       01 WSFeedText PIC X(7).
       01 WSReplyStatus PIC 99.
       01 WSReplyLine PIC X(200).
       01 WSReplyKind PIC X(3).
       01 WSReplyId PIC X(12).
       01 WSReplyTo PIC X(60).
       01 WSReplyEOF PIC A.
       01 WSNowTime PIC X(8).
       01 WSNowHHMM PIC X(4).
       01 WSCarriedCount PIC 9(3) VALUE 0.

      *> The feeds the waiting entries name: each one's frequency and
      *> cutoff from the expected-arrivals calendar, and whether (and
      *> when) an arrival event for it was posted today.
       01 WSEventStatus PIC 99.
       01 WSArrivalsStatus PIC 99.
       01 WSFeedTable.
           05 WSFeedCount PIC 9(3) VALUE 0.
           05 WSFeedEntry OCCURS 100 TIMES.
               10 WSFdId PIC X(7).
               10 WSFdFreq PIC X(8).
               10 WSFdCutoff PIC X(4).
               10 WSFdArrived PIC A.
               10 WSFdArrivedAt PIC X(6).
       01 WSFdIdx PIC 9(3).
       01 WSFdFound PIC 9(3).
       01 WSFdEOF PIC A.
       01 WSFdLine PIC X(120).
       01 WSFdStamp PIC X(14).
       01 WSFdProgram PIC X(12).
       01 WSFdSeverity PIC X(1).
       01 WSFdCode PIC X(8).
       01 WSFdMessage PIC X(60).
       01 WSFdWord PIC X(8).
       01 WSFdFeed PIC X(7).
       01 WSFdFreqText PIC X(8).
       01 WSFdCutoffText PIC X(4).
       01 WSFdNote PIC X(50).
       01 WSWaitingCount PIC 9(3) VALUE 0.
       01 WSReleasedCount PIC 9(3) VALUE 0.
       COPY "alertFile.cpy".

       01 WSTimingStatus PIC 99.
       01 WSTimingLine PIC X(50).
       01 WSTimingCs PIC 9(9).
       01 WSCallStart PIC 9(8).
       01 WSCallStartX REDEFINES WSCallStart.
           05 WSCallStartHH PIC 99.
           05 WSCallStartMM PIC 99.
           05 WSCallStartSS PIC 99.
           05 WSCallStartCC PIC 99.
       01 WSCallEnd PIC 9(8).
       01 WSCallEndX REDEFINES WSCallEnd.
           05 WSCallEndHH PIC 99.
           05 WSCallEndMM PIC 99.
           05 WSCallEndSS PIC 99.
           05 WSCallEndCC PIC 99.
       01 WSCallCs PIC S9(9).

      *> The change-control gate the MAINCOBs apply, asked per request
      *> under its Qnnnnn tag; a refused request stays PENDING.
       01 WSChangeRequest.
           05 WSChangeYear PIC 9(4).
           05 WSChangeDay PIC 99.
           05 WSChangePart PIC X.
           05 WSChangeProgram PIC X(12).
           05 WSChangeRunId PIC X(6).
           05 WSChangeOk PIC X.
           05 WSChangeCrId PIC X(10).

       01 WSCallPart PIC X.
       01 WSCallResult PIC X(80).
       01 WSCallRc PIC S9(9) COMP-5.
           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSDayWordLookup REDEFINES WSDayWordTable.
           05 WSDayWord OCCURS 7 TIMES PIC X(10).
       01 WSDayDisplay PIC Z9.
       01 WSRanCount PIC 9(3) VALUE 0.
       01 WSFailedCount PIC 9(3) VALUE 0.
               PERFORM AppendQueueEntry
               GOBACK
           END-IF
           IF ListMode
               PERFORM LoadQueue
               PERFORM ListQueue
               GOBACK
           END-IF

           PERFORM LoadQueue
           IF WSQueueOverflow EQUAL TO 'Y'
           END-IF

           PERFORM AcquireOutputLock
           PERFORM CheckTodayOnCalendar
           PERFORM ReleaseFeedWaits
           PERFORM BuildRunOrder
           MOVE 1 TO WSOrdIdx
           PERFORM RunOneQueueEntry UNTIL WSOrdIdx > WSOrdCount
           PERFORM RearmFeedWaits
           PERFORM RewriteQueue
           PERFORM ReleaseOutputLock

           DISPLAY "=== " WSRanCount " REQUEST(S) RUN, "
               WSFailedCount " FAILED, " WSCarriedCount
               " CARRIED FORWARD, " WSBlockedCount " BLOCKED, "
               WSWaitingCount " WAITING FOR A FEED ==="
           IF WSFailedCount > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

      *> --queue overrides the path; --add flips to append mode, with
      *> the next positional values read as YEAR DD P [INPUT]; --list
      *> prints the queue without running it.
       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:9) TO WSAddWindow
                   WHEN WSArgValue EQUAL TO "--feed"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:7) TO WSAddFeed
                   WHEN WSArgValue EQUAL TO "--list"
                       SET ListMode TO TRUE
                   WHEN WSArgValue EQUAL TO "--daily"
                       MOVE "DAILY" TO WSAddRecur
                   WHEN WSArgValue EQUAL TO "--busday"
                       MOVE "BUSDAY" TO WSAddRecur
                   WHEN WSArgValue EQUAL TO "--prio"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
           IF WSYearText EQUAL TO SPACES OR WSDayText EQUAL TO SPACES
           OR WSPartText EQUAL TO SPACES
               DISPLAY "USAGE: QUEUERUNNER --add YEAR DD P [INPUTFILE] "
                   "[--window HHMM-HHMM] [--daily] [--feed YYYY-DD]"
               DISPLAY "       QUEUERUNNER --list"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WSAddFeed NOT EQUAL TO SPACES
           AND (WSAddFeed(1:4) IS NOT NUMERIC
               OR WSAddFeed(5:1) NOT EQUAL TO "-"
               OR WSAddFeed(6:2) IS NOT NUMERIC)
               DISPLAY "FEED " FUNCTION TRIM(WSAddFeed)
                   " IS NOT YEAR-DD (E.G. 2025-02): NOTHING QUEUED."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WSQueueStatus NOT EQUAL TO 0
               OPEN OUTPUT QueueFile
           END-IF
           ACCEPT WSOwnerText FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOwnerText
           END-ACCEPT
           IF WSOwnerText EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOwnerText
           END-IF
           MOVE "PENDING" TO WSStatusText
           IF WSAddFeed NOT EQUAL TO SPACES
               MOVE "WAITING" TO WSStatusText
           END-IF
           MOVE SPACES TO WSLine
           STRING FUNCTION TRIM(WSStatusText) "|" WSYearText "|"
               WSDayText "|" WSPartText
               "|" FUNCTION TRIM(WSInputText) "||"
               FUNCTION TRIM(WSFromText) "|"
               FUNCTION TRIM(WSToText) "|"
               FUNCTION TRIM(WSAddRecur) "||"
               WSAddPrio "|" WSAddDepends "|"
               FUNCTION TRIM(WSOwnerText)
               DELIMITED BY SIZE INTO WSLine
           IF WSAddFeed NOT EQUAL TO SPACES
               MOVE SPACES TO WSReplyLine
               STRING FUNCTION TRIM(WSLine) "||" WSAddFeed
                   DELIMITED BY SIZE INTO WSReplyLine
               MOVE WSReplyLine TO WSLine
           END-IF
           WRITE QueueRecord FROM WSLine
           CLOSE QueueFile
           DISPLAY "QUEUED: YEAR " WSYearText " DAY " WSDayText
               " PART " WSPartText
           IF WSAddFeed NOT EQUAL TO SPACES
               DISPLAY "WAITING FOR FEED " WSAddFeed
                   " - RELEASED WHEN INTAKE POSTS ITS ARRIVAL"
           END-IF.


      *> Takes the shared-output lock or aborts naming the holder,
           MOVE SPACES TO WSLastRunText
           MOVE SPACES TO WSPrioText
           MOVE SPACES TO WSDependsText
           MOVE SPACES TO WSOwnerText
           MOVE SPACES TO WSReqIdText
           MOVE SPACES TO WSFeedText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSStatusText WSYearText WSDayText WSPartText
                    WSInputText WSRcText WSFromText WSToText
                    WSRecurText WSLastRunText WSPrioText
                    WSDependsText WSOwnerText WSReqIdText
                    WSFeedText
           ADD 1 TO WSQueueCount
           MOVE WSStatusText TO WSQStatus(WSQueueCount)
           COMPUTE WSQYear(WSQueueCount) = FUNCTION NUMVAL(WSYearText)
           MOVE FUNCTION UPPER-CASE(WSRecurText)
               TO WSQRecur(WSQueueCount)
           MOVE WSLastRunText TO WSQLastRun(WSQueueCount)
           MOVE WSOwnerText TO WSQOwner(WSQueueCount)
           MOVE WSReqIdText TO WSQReqId(WSQueueCount)
           MOVE WSFeedText TO WSQFeed(WSQueueCount)
           IF WSPrioText EQUAL TO SPACES OR WSPrioText EQUAL TO '0'
               MOVE 5 TO WSQPrio(WSQueueCount)
           ELSE
                  *> A recurring prerequisite never stays DONE - it
                  *> goes straight back to PENDING when it completes -
                  *> so a clean run stamped today satisfies the gate.
                   WHEN (WSQRecur(WSDepIdx) EQUAL TO "DAILY"
                       OR WSQRecur(WSDepIdx) EQUAL TO "BUSDAY")
                   AND WSQLastRun(WSDepIdx) EQUAL TO WSLockDate
                   AND WSQRc(WSDepIdx) NOT EQUAL TO SPACES
                   AND FUNCTION NUMVAL(WSQRc(WSDepIdx)) EQUAL TO 0
          *> time of day.
           ACCEPT WSNowTime FROM TIME
           MOVE WSNowTime(1:4) TO WSNowHHMM
           IF (WSQRecur(WSQIdx) EQUAL TO "DAILY"
               OR WSQRecur(WSQIdx) EQUAL TO "BUSDAY")
           AND WSQLastRun(WSQIdx) EQUAL TO WSLockDate
               ADD 1 TO WSCarriedCount
               MOVE WSQDay(WSQIdx) TO WSDayDisplay
               ADD 1 TO WSOrdIdx
               NEXT SENTENCE
           END-IF
           IF WSQRecur(WSQIdx) EQUAL TO "BUSDAY"
           AND WSTodayClosed EQUAL TO 'Y'
               ADD 1 TO WSCarriedCount
               MOVE WSQDay(WSQIdx) TO WSDayDisplay
               DISPLAY "--- YEAR " WSQYear(WSQIdx) " DAY "
                   FUNCTION TRIM(WSDayDisplay) " PART " WSQPart(WSQIdx)
                   " NOT A BUSINESS DAY (" FUNCTION TRIM(WSTodayReason)
                   "), CARRIED FORWARD TO " WSNextBusinessDay " ---"
               ADD 1 TO WSOrdIdx
               NEXT SENTENCE
           END-IF
           IF (WSQFrom(WSQIdx) NOT EQUAL TO SPACES
               AND WSNowHHMM < WSQFrom(WSQIdx))
           OR (WSQTo(WSQIdx) NOT EQUAL TO SPACES
               ADD 1 TO WSOrdIdx
               NEXT SENTENCE
           END-IF
           PERFORM FindRegistryEntry
           IF WSFoundIdx NOT EQUAL TO 0
               MOVE WSQYear(WSQIdx) TO WSChangeYear
               MOVE WSQDay(WSQIdx) TO WSChangeDay
               MOVE WSQPart(WSQIdx) TO WSChangePart
               MOVE WS-DayRegistryProgramId(WSFoundIdx) TO WSChangeProgram
               MOVE SPACES TO WSChangeRunId
               STRING "Q00" WSQIdx DELIMITED BY SIZE INTO WSChangeRunId
               CALL 'CHANGECHECK' USING WSChangeRequest
               MOVE 0 TO RETURN-CODE
               IF WSChangeOk NOT EQUAL TO 'Y'
                   ADD 1 TO WSCarriedCount
                   DISPLAY "--- ENTRY " WSQIdx " REFUSED BY CHANGE "
                       "CONTROL, CARRIED FORWARD ---"
                   ADD 1 TO WSOrdIdx
                   NEXT SENTENCE
               END-IF
           END-IF
           ADD 1 TO WSRanCount
           MOVE WSQDay(WSQIdx) TO WSDayDisplay
           DISPLAY "--- RUNNING QUEUED YEAR " WSQYear(WSQIdx) " DAY "
               FUNCTION TRIM(WSDayDisplay) " PART " WSQPart(WSQIdx)
               " ---"

           MOVE SPACES TO SPOOL-RUNID
           STRING "Q00" WSQIdx DELIMITED BY SIZE INTO SPOOL-RUNID
           MOVE SPACES TO SPOOL-STEP
           MOVE WSQDay(WSQIdx) TO WSDayText
           STRING WSQYear(WSQIdx) "-" WSDayText "-" WSQPart(WSQIdx)
               DELIMITED BY SIZE INTO SPOOL-STEP
           SET SPOOL-CLASS-QUEUE TO TRUE
           MOVE "NONE" TO SPOOL-PROGRAM
           IF WSFoundIdx NOT EQUAL TO 0
               MOVE WS-DayRegistryProgramId(WSFoundIdx) TO SPOOL-PROGRAM
           END-IF
           PERFORM OpenSpoolStep
           MOVE 'N' TO WSInputRefused
           IF WSQInput(WSQIdx) NOT EQUAL TO SPACES
               PERFORM SetInputOverride
           END-IF

           MOVE SPACES TO WSCallResult
           MOVE SPACES TO WSCancelName
           MOVE 0 TO RETURN-CODE
           ACCEPT WSCallStart FROM TIME
           EVALUATE TRUE
               WHEN InputRefused
                   MOVE 1 TO RETURN-CODE
               WHEN WSFoundIdx EQUAL TO 0
                   DISPLAY "NO PROGRAM REGISTERED FOR THIS REQUEST"
                   MOVE 1 TO RETURN-CODE
                   MOVE WSCrossPath TO WSCancelName
                   CALL WSCrossPath USING WSCallPart WSCallResult
           END-EVALUATE
           ACCEPT WSCallEnd FROM TIME
           PERFORM CloseSpoolStep
           MOVE RETURN-CODE TO WSCallRc
           MOVE 0 TO RETURN-CODE
           IF WSFoundIdx NOT EQUAL TO 0
               PERFORM AppendQueueTiming
           END-IF
           IF WSCancelName NOT EQUAL TO SPACES
               CANCEL WSCancelName
           END-IF
               MOVE "FAILED" TO WSQStatus(WSQIdx)
               DISPLAY "FAILED WITH CODE " WSRcDisp
           END-IF
           IF WSQReqId(WSQIdx) NOT EQUAL TO SPACES
               PERFORM AnswerRunRequest
           END-IF
          *> A recurring entry goes straight back to PENDING with
          *> today's date stamped, so tomorrow's run inside the window
          *> picks it up again; the RC it just earned stays on record.
               MOVE WSLockDate TO WSQLastRun(WSQIdx)
               DISPLAY "RECURRING ENTRY RE-QUEUED FOR TOMORROW"
           END-IF
           IF WSQRecur(WSQIdx) EQUAL TO "BUSDAY"
               MOVE "PENDING" TO WSQStatus(WSQIdx)
               MOVE WSLockDate TO WSQLastRun(WSQIdx)
               DISPLAY "RECURRING ENTRY RE-QUEUED FOR "
                   WSNextBusinessDay
           END-IF
           ADD 1 TO WSOrdIdx.

      *> Whether today is a business day, and which one comes next,
      *> settled once for every BUSDAY entry in the run.
       CheckTodayOnCalendar.
           PERFORM LoadBusinessCalendar
           COMPUTE BCAL-DATE = FUNCTION NUMVAL(WSLockDate)
           PERFORM CheckBusinessDay
           MOVE 'N' TO WSTodayClosed
           IF BCAL-CLOSED
               MOVE 'Y' TO WSTodayClosed
           END-IF
           MOVE BCAL-REASON TO WSTodayReason
           PERFORM NextBusinessDay
           MOVE BCAL-DATE TO WSNextBusinessDay.

      *> Every WAITING entry whose feed arrived today is released to
      *> PENDING - unless it is a recurring entry that already ran
      *> today on that feed. One still waiting once its feed's cutoff
      *> has passed, on a day the feed is due, is alerted.
       ReleaseFeedWaits.
           PERFORM LoadFeedArrivals
           ACCEPT WSNowTime FROM TIME
           MOVE WSNowTime(1:4) TO WSNowHHMM
           MOVE 1 TO WSQIdx
           PERFORM CheckOneFeedWait UNTIL WSQIdx > WSQueueCount.

       CheckOneFeedWait.
           IF WSQStatus(WSQIdx) NOT EQUAL TO "WAITING"
               ADD 1 TO WSQIdx
               NEXT SENTENCE
           END-IF
           MOVE WSQFeed(WSQIdx) TO WSFdFeed
           PERFORM FindFeedEntry
           MOVE WSQDay(WSQIdx) TO WSDayDisplay
           IF WSFdFound NOT EQUAL TO 0
           AND WSFdArrived(WSFdFound) EQUAL TO 'Y'
           AND WSQLastRun(WSQIdx) NOT EQUAL TO WSLockDate
               MOVE "PENDING" TO WSQStatus(WSQIdx)
               ADD 1 TO WSReleasedCount
               DISPLAY "--- ENTRY " WSQIdx " RELEASED: FEED "
                   WSQFeed(WSQIdx) " ARRIVED AT "
                   WSFdArrivedAt(WSFdFound) " ---"
               ADD 1 TO WSQIdx
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSWaitingCount
           PERFORM DescribeFeedWait
           DISPLAY "--- YEAR " WSQYear(WSQIdx) " DAY "
               FUNCTION TRIM(WSDayDisplay) " PART " WSQPart(WSQIdx)
               " WAITING FOR FEED " WSQFeed(WSQIdx) " ("
               FUNCTION TRIM(WSFdNote) ") ---"
           IF WSFdNote(1:4) EQUAL TO "LATE"
               MOVE "QUEUERUNNER" TO ALERT-PROGRAM
               MOVE SPACES TO ALERT-KEY
               MOVE WSQDay(WSQIdx) TO WSDayText
               STRING WSQYear(WSQIdx) "-" WSDayText "-" WSQPart(WSQIdx)
                   DELIMITED BY SIZE INTO ALERT-KEY
               MOVE 14 TO ALERT-CODE
               MOVE SPACES TO ALERT-MESSAGE
               STRING "ENTRY " WSQIdx " STILL WAITING FOR FEED "
                   WSQFeed(WSQIdx) " AT CUTOFF "
                   WSFdCutoff(WSFdFound)
                   DELIMITED BY SIZE INTO ALERT-MESSAGE
               PERFORM AppendAlert
           END-IF
           ADD 1 TO WSQIdx.

      *> Why a waiting entry is still waiting, for the drain and the
      *> listing alike; the note starts LATE when the feed is due
      *> today and its cutoff has passed without an arrival.
       DescribeFeedWait.
           MOVE SPACES TO WSFdNote
           EVALUATE TRUE
               WHEN WSFdFound EQUAL TO 0
                   MOVE "NOT ARRIVED TODAY, NO CUTOFF ON FILE"
                       TO WSFdNote
               WHEN WSFdArrived(WSFdFound) EQUAL TO 'Y'
                   STRING "ARRIVED " WSFdArrivedAt(WSFdFound)
                       ", ALREADY RUN ON IT TODAY"
                       DELIMITED BY SIZE INTO WSFdNote
               WHEN WSFdCutoff(WSFdFound) EQUAL TO SPACES
                   MOVE "NOT ARRIVED TODAY, NO CUTOFF ON FILE"
                       TO WSFdNote
               WHEN WSFdFreq(WSFdFound) EQUAL TO "BUSINESS"
               AND WSTodayClosed EQUAL TO 'Y'
                   MOVE "NOT DUE TODAY, NOT A BUSINESS DAY" TO WSFdNote
               WHEN WSNowHHMM < WSFdCutoff(WSFdFound)
                   STRING "DUE BY CUTOFF " WSFdCutoff(WSFdFound)
                       DELIMITED BY SIZE INTO WSFdNote
               WHEN OTHER
                   STRING "LATE: NOT ARRIVED BY CUTOFF "
                       WSFdCutoff(WSFdFound)
                       DELIMITED BY SIZE INTO WSFdNote
           END-EVALUATE.

      *> A recurring entry with a feed never carries a release into
      *> tomorrow: run or not, it waits again for the next arrival.
       RearmFeedWaits.
           MOVE 1 TO WSQIdx
           PERFORM UNTIL WSQIdx > WSQueueCount
               IF WSQFeed(WSQIdx) NOT EQUAL TO SPACES
               AND WSQStatus(WSQIdx) EQUAL TO "PENDING"
               AND (WSQRecur(WSQIdx) EQUAL TO "DAILY"
                   OR WSQRecur(WSQIdx) EQUAL TO "BUSDAY")
                   MOVE "WAITING" TO WSQStatus(WSQIdx)
               END-IF
               ADD 1 TO WSQIdx
           END-PERFORM.

      *> The feed table: today's INTAKE arrival events first, then
      *> each feed's frequency and cutoff from the calendar.
       LoadFeedArrivals.
           ACCEPT WSLockDate FROM DATE YYYYMMDD
           MOVE 0 TO WSFeedCount
           MOVE 'N' TO WSFdEOF
           OPEN INPUT EventFile
           IF WSEventStatus EQUAL TO 0
               PERFORM UNTIL WSFdEOF EQUAL TO 'Y'
                   READ EventFile INTO WSFdLine
                       AT END MOVE 'Y' TO WSFdEOF
                       NOT AT END PERFORM StoreFeedArrival
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF
           MOVE 'N' TO WSFdEOF
           OPEN INPUT ArrivalsFile
           IF WSArrivalsStatus EQUAL TO 0
               PERFORM UNTIL WSFdEOF EQUAL TO 'Y'
                   READ ArrivalsFile INTO WSFdLine
                       AT END MOVE 'Y' TO WSFdEOF
                       NOT AT END PERFORM StoreFeedCutoff
                   END-READ
               END-PERFORM
               CLOSE ArrivalsFile
           END-IF.

       StoreFeedArrival.
           MOVE SPACES TO WSFdStamp
           MOVE SPACES TO WSFdProgram
           MOVE SPACES TO WSFdCode
           MOVE SPACES TO WSFdMessage
           UNSTRING WSFdLine DELIMITED BY "|"
               INTO WSFdStamp WSFdProgram WSFdSeverity WSFdCode
                    WSFdMessage
           IF WSFdStamp(1:8) NOT EQUAL TO WSLockDate
           OR WSFdProgram NOT EQUAL TO "INTAKE"
           OR WSFdCode NOT EQUAL TO "FEEDARRV"
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFdWord
           MOVE SPACES TO WSFdFeed
           UNSTRING WSFdMessage DELIMITED BY ALL SPACE
               INTO WSFdWord WSFdFeed
           PERFORM FindFeedEntry
           IF WSFdFound EQUAL TO 0
               PERFORM AddFeedEntry
           END-IF
           IF WSFdFound NOT EQUAL TO 0
               MOVE 'Y' TO WSFdArrived(WSFdFound)
               MOVE WSFdStamp(9:6) TO WSFdArrivedAt(WSFdFound)
           END-IF.

       StoreFeedCutoff.
           IF FUNCTION TRIM(WSFdLine) EQUAL TO SPACES
           OR WSFdLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFdFeed
           MOVE SPACES TO WSFdFreqText
           MOVE SPACES TO WSFdCutoffText
           UNSTRING WSFdLine DELIMITED BY "|"
               INTO WSFdFeed WSFdFreqText WSFdCutoffText
           PERFORM FindFeedEntry
           IF WSFdFound EQUAL TO 0
               PERFORM AddFeedEntry
           END-IF
           IF WSFdFound NOT EQUAL TO 0
               MOVE FUNCTION UPPER-CASE(WSFdFreqText)
                   TO WSFdFreq(WSFdFound)
               MOVE WSFdCutoffText TO WSFdCutoff(WSFdFound)
           END-IF.

      *> A feed past the table's hundred slots is simply not tracked:
      *> entries waiting on it stay waiting and say so.
       AddFeedEntry.
           IF WSFeedCount < 100
               ADD 1 TO WSFeedCount
               MOVE WSFeedCount TO WSFdFound
               MOVE WSFdFeed TO WSFdId(WSFdFound)
               MOVE SPACES TO WSFdFreq(WSFdFound)
               MOVE SPACES TO WSFdCutoff(WSFdFound)
               MOVE 'N' TO WSFdArrived(WSFdFound)
               MOVE SPACES TO WSFdArrivedAt(WSFdFound)
           END-IF.

       FindFeedEntry.
           MOVE 0 TO WSFdFound
           MOVE 1 TO WSFdIdx
           PERFORM UNTIL WSFdIdx > WSFeedCount
               IF WSFdId(WSFdIdx) EQUAL TO WSFdFeed
                   MOVE WSFdIdx TO WSFdFound
                   MOVE WSFeedCount TO WSFdIdx
               END-IF
               ADD 1 TO WSFdIdx
           END-PERFORM.

      *> The queue as it stands, one line per entry, with the feed
      *> each waiting entry is blocked on and why.
       ListQueue.
           PERFORM LoadFeedArrivals
           PERFORM CheckTodayOnCalendar
           ACCEPT WSNowTime FROM TIME
           MOVE WSNowTime(1:4) TO WSNowHHMM
           DISPLAY "=== JOB QUEUE " FUNCTION TRIM(WSQueueFileName)
               " AT " WSLockDate " " WSNowHHMM " ==="
           IF WSQueueCount EQUAL TO 0
               DISPLAY "(EMPTY)"
           END-IF
           MOVE 1 TO WSQIdx
           PERFORM ListOneQueueEntry UNTIL WSQIdx > WSQueueCount
           DISPLAY "=== " WSQueueCount " ENTRY(IES), " WSWaitingCount
               " WAITING FOR A FEED ===".

       ListOneQueueEntry.
           MOVE WSQDay(WSQIdx) TO WSDayText
           MOVE SPACES TO WSLine
           STRING WSQIdx " " WSQStatus(WSQIdx) " " WSQYear(WSQIdx)
               "-" WSDayText "-" WSQPart(WSQIdx) " PRIO "
               WSQPrio(WSQIdx) " OWNER " FUNCTION TRIM(WSQOwner(WSQIdx))
               DELIMITED BY SIZE INTO WSLine
           IF WSQDepends(WSQIdx) > 0
               MOVE SPACES TO WSReplyLine
               STRING FUNCTION TRIM(WSLine) " AFTER ENTRY "
                   WSQDepends(WSQIdx)
                   DELIMITED BY SIZE INTO WSReplyLine
               MOVE WSReplyLine TO WSLine
           END-IF
           IF WSQRecur(WSQIdx) NOT EQUAL TO SPACES
               MOVE SPACES TO WSReplyLine
               STRING FUNCTION TRIM(WSLine) " "
                   FUNCTION TRIM(WSQRecur(WSQIdx))
                   DELIMITED BY SIZE INTO WSReplyLine
               MOVE WSReplyLine TO WSLine
           END-IF
           DISPLAY FUNCTION TRIM(WSLine)
           IF WSQStatus(WSQIdx) EQUAL TO "WAITING"
               ADD 1 TO WSWaitingCount
               MOVE WSQFeed(WSQIdx) TO WSFdFeed
               PERFORM FindFeedEntry
               IF WSFdFound NOT EQUAL TO 0
               AND WSFdArrived(WSFdFound) EQUAL TO 'Y'
               AND WSQLastRun(WSQIdx) NOT EQUAL TO WSLockDate
                   MOVE SPACES TO WSFdNote
                   STRING "ARRIVED " WSFdArrivedAt(WSFdFound)
                       ", RELEASED ON THE NEXT DRAIN"
                       DELIMITED BY SIZE INTO WSFdNote
               ELSE
                   PERFORM DescribeFeedWait
               END-IF
               DISPLAY "    BLOCKED ON FEED " WSQFeed(WSQIdx) ": "
                   FUNCTION TRIM(WSFdNote)
           END-IF
           ADD 1 TO WSQIdx.

      *> The request's elapsed time, tagged with its entry number in
      *> place of a run id; no retries here, so the seventh field is 0.
       AppendQueueTiming.
           COMPUTE WSCallCs =
               (WSCallEndHH * 360000) + (WSCallEndMM * 6000)
               + (WSCallEndSS * 100) + WSCallEndCC
               - (WSCallStartHH * 360000) - (WSCallStartMM * 6000)
               - (WSCallStartSS * 100) - WSCallStartCC
           IF WSCallCs < 0
               ADD 8640000 TO WSCallCs
           END-IF
           MOVE WSCallCs TO WSTimingCs
           MOVE WSQDay(WSQIdx) TO WSDayText
           MOVE SPACES TO WSTimingLine
           STRING WSQYear(WSQIdx) "," WSDayText "," WSQPart(WSQIdx) ","
               WSLockDate "," WSTimingCs ",Q00" WSQIdx ",000000000"
               DELIMITED BY SIZE INTO WSTimingLine
           OPEN EXTEND TimingFile
           IF WSTimingStatus NOT EQUAL TO 0
               OPEN OUTPUT TimingFile
           END-IF
           IF WSTimingStatus EQUAL TO 0
               WRITE TimingRecord FROM WSTimingLine
               CLOSE TimingFile
           END-IF.

      *> Points the day's AOCyyyyDAYnINPUT override at the queued
      *> input file, the same variable the day program itself reads.
      *> The INPUT column may be a relative generation reference
      *> ("current", "minus one", "G0003"), resolved here against the
      *> generations INTAKE keeps each time the entry runs, so a DAILY
      *> entry on "current" follows each new install; one naming a
      *> generation no longer kept fails the entry rather than run it
      *> on the wrong file.
       SetInputOverride.
           MOVE WSQDay(WSQIdx) TO WSDayDisplay
           MOVE SPACES TO WSEnvName
           STRING "AOC" WSQYear(WSQIdx) "DAY"
               FUNCTION TRIM(WSDayDisplay, LEADING) "INPUT"
               DELIMITED BY SIZE INTO WSEnvName
           MOVE SPACES TO GEN-BASE
           IF WSQDay(WSQIdx) >= 1 AND WSQDay(WSQIdx) <= 7
               STRING WSQYear(WSQIdx) "/data/input_day_"
                   FUNCTION TRIM(WSDayWord(WSQDay(WSQIdx)))
                   DELIMITED BY SIZE INTO GEN-BASE
           END-IF
           MOVE WSQInput(WSQIdx) TO GEN-REF
           CALL 'GENRESOLVE' USING GEN-REFERENCE
               ON EXCEPTION
                   MOVE GEN-REF TO GEN-PATH
                   SET GEN-PLAIN-PATH TO TRUE
           END-CALL
           IF GEN-NOT-FOUND
               SET InputRefused TO TRUE
               DISPLAY "INPUT " FUNCTION TRIM(WSQInput(WSQIdx))
                   ": NO SUCH GENERATION OF " FUNCTION TRIM(GEN-BASE)
                   " IS KEPT"
               NEXT SENTENCE
           END-IF
           DISPLAY WSEnvName UPON ENVIRONMENT-NAME
           DISPLAY GEN-PATH UPON ENVIRONMENT-VALUE
           DISPLAY "INPUT OVERRIDE: " FUNCTION TRIM(WSEnvName) " = "
               FUNCTION TRIM(GEN-PATH).

      *> Puts the day's override variable back on its standard input
      *> path once the request is done, mirroring how GateDayValidation
      *> of its built-in default.
       ResetInputOverride.
           MOVE SPACES TO WSStdInput
           IF WSQDay(WSQIdx) >= 1 AND WSQDay(WSQIdx) <= 7
               STRING WSQYear(WSQIdx) "/data/input_day_"
                   FUNCTION TRIM(WSDayWord(WSQDay(WSQIdx)))
                   DELIMITED BY SIZE INTO WSStdInput
               FUNCTION TRIM(WSQTo(WSQIdx)) "|"
               FUNCTION TRIM(WSQRecur(WSQIdx)) "|"
               FUNCTION TRIM(WSQLastRun(WSQIdx)) "|"
               WSQPrio(WSQIdx) "|" WSQDepends(WSQIdx) "|"
               FUNCTION TRIM(WSQOwner(WSQIdx))
               DELIMITED BY SIZE INTO WSLine
           IF WSQReqId(WSQIdx) NOT EQUAL TO SPACES
           OR WSQFeed(WSQIdx) NOT EQUAL TO SPACES
               MOVE SPACES TO WSReplyLine
               STRING FUNCTION TRIM(WSLine) "|"
                   FUNCTION TRIM(WSQReqId(WSQIdx))
                   DELIMITED BY SIZE INTO WSReplyLine
               MOVE WSReplyLine TO WSLine
           END-IF
           IF WSQFeed(WSQIdx) NOT EQUAL TO SPACES
               MOVE SPACES TO WSReplyLine
               STRING FUNCTION TRIM(WSLine) "|" WSQFeed(WSQIdx)
                   DELIMITED BY SIZE INTO WSReplyLine
               MOVE WSReplyLine TO WSLine
           END-IF
           WRITE QueueRecord FROM WSLine
           ADD 1 TO WSQIdx.

      *> The completion answer for a request another system dropped,
      *> sent to the reply address on its acknowledgement.
       AnswerRunRequest.
           ACCEPT WSNowTime FROM TIME
           MOVE SPACES TO WSReplyTo
           MOVE 'N' TO WSReplyEOF
           OPEN INPUT ReplyFile
           IF WSReplyStatus EQUAL TO 0
               PERFORM UNTIL WSReplyEOF EQUAL TO 'Y'
                   READ ReplyFile INTO WSReplyLine
                       AT END MOVE 'Y' TO WSReplyEOF
                       NOT AT END
                           MOVE SPACES TO WSReplyKind
                           MOVE SPACES TO WSReplyId
                           UNSTRING WSReplyLine DELIMITED BY "|"
                               INTO WSReplyKind WSReplyId
                           IF WSReplyKind EQUAL TO "ACK"
                           AND WSReplyId EQUAL TO WSQReqId(WSQIdx)
                               MOVE SPACES TO WSReplyTo
                               UNSTRING WSReplyLine DELIMITED BY "|"
                                   INTO WSReplyKind WSReplyId WSRcText
                                        WSRcText WSRcText WSReplyTo
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ReplyFile
           END-IF
           MOVE SPACES TO WSReplyLine
           STRING "CMP|" FUNCTION TRIM(WSQReqId(WSQIdx)) "|"
               WSLockDate WSNowTime(1:6) "|" WSQIdx "|" WSRcDisp "|"
               FUNCTION TRIM(WSCallResult) "|" FUNCTION TRIM(WSReplyTo)
               DELIMITED BY SIZE INTO WSReplyLine
           OPEN EXTEND ReplyFile
           IF WSReplyStatus NOT EQUAL TO 0
               OPEN OUTPUT ReplyFile
           END-IF
           IF WSReplyStatus EQUAL TO 0
               WRITE ReplyRecord FROM WSReplyLine
               CLOSE ReplyFile
           END-IF.

       COPY "dayRegistryLoad.cpy".
       COPY "calendarMath.cpy".
       COPY "spoolCapture.cpy".
       COPY "alertAppend.cpy".
