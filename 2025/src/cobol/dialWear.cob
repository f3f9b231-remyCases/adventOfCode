       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIALWEAR.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MaintFile ASSIGN TO WSMaintFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSMaintStatus.
           SELECT WearLogFile ASSIGN TO WSWearLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSWearLogStatus.
           SELECT ServiceLogFile ASSIGN TO "2025/data/dial_service_log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSServiceLogStatus.
           SELECT ConfigFile ASSIGN TO "tools/data/runtime.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD MaintFile.
       01 MaintRecord PIC X(80).
       FD WearLogFile.
       01 WearLogRecord PIC X(80).
       FD ServiceLogFile.
       01 ServiceLogRecord PIC X(120).
       FD ConfigFile.
       01 ConfigRecord PIC X(80).

       WORKING-STORAGE SECTION.
      *> Service-interval report for the DAYONE (2025) dials. Every
      *> DAYONE part 1 / combined run appends the clicks, reversals
      *> and full revolutions each dial turned to the wear log; this
      *> weighs the totals logged since each dial's last service
      *> against its interval in tools/data/dial_maintenance:
      *>   (no option)              dials DUE or OVERDUE for service
      *>   --all                    every dial with wear or an interval
      *>   --service N              record a completed service on dial
      *>                            N (SUPERVISOR): its last-service
      *>                            stamp moves to now, which restarts
      *>                            its counters from zero
      *>   --interval N CLICKS      set or add dial N's interval
      *>                            (SUPERVISOR)
      *> A dial is DUE at DIALDUEPCT percent of its interval (runtime
      *> config, default 90) and OVERDUE at the interval itself. The
      *> projected service date divides the clicks still to go by the
      *> dial's click rate over the last 30 days (or since its
      *> service, if that is more recent). Every service lands in
      *> 2025/data/dial_service_log with operator, timestamp and the
      *> counters it cleared. RC 1 when any dial is OVERDUE.
       01 WSMaintFileName PIC X(80) VALUE "tools/data/dial_maintenance".
       01 WSWearLogName PIC X(60) VALUE "2025/data/dial_wear_log".
       01 WSMaintStatus PIC 99.
       01 WSWearLogStatus PIC 99.
       01 WSServiceLogStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSActionFlag PIC X VALUE SPACE.
           88 ReportAction VALUE SPACE.
           88 ServiceAction VALUE 'S'.
           88 IntervalAction VALUE 'I'.
       01 WSAllFlag PIC A VALUE 'N'.
           88 ListAllDials VALUE 'Y'.
       01 WSPosField PIC 9 VALUE 0.
       01 WSTargetText PIC X(10) VALUE SPACES.
       01 WSIntervalText PIC X(20) VALUE SPACES.
       01 WSTargetDial PIC 9 VALUE 0.
       01 WSNewInterval PIC 9(12) VALUE 0.

       01 WSDuePct PIC 9(3) VALUE 90.
       01 WSRateDays PIC 9(3) VALUE 30.

      *> The maintenance file rides through this table for the
      *> rewrite, comment lines included; a file deeper than the
      *> table refuses the change rather than dropping a line.
       01 WSMaintOverflow PIC A VALUE 'N'.
       01 WSMaintTable.
           05 WSMaintCount PIC 9(2) VALUE 0.
           05 WSMaintLine OCCURS 50 TIMES PIC X(80).
       01 WSIdx PIC 9(2).
       01 WSLine PIC X(80).
       01 WSLineDial PIC X(5).
       01 WSLineInterval PIC X(20).
       01 WSLineDate PIC X(8).
       01 WSLineTime PIC X(6).

      *> Per dial: the interval and last-service stamp on file (with
      *> the maintenance line holding them), and what the wear log
      *> says the dial has turned since.
       01 WSDialTable.
           05 WSDialEntry OCCURS 9 TIMES.
               10 WSDialHasEntryT PIC A VALUE 'N'.
               10 WSDialLineT PIC 9(2) VALUE 0.
               10 WSDialIntervalT PIC 9(12) VALUE 0.
               10 WSDialServiceStampT PIC X(14) VALUE ZEROES.
               10 WSDialClicksT PIC 9(12) VALUE 0.
               10 WSDialReversalsT PIC 9(10) VALUE 0.
               10 WSDialRevolutionsT PIC 9(12) VALUE 0.
               10 WSDialRecentT PIC 9(12) VALUE 0.
               10 WSDialRunsT PIC 9(6) VALUE 0.
       01 WSDialIdx PIC 99.

       01 WSWearLine PIC X(80).
       01 WSWearStamp PIC X(14).
       01 WSWearDialText PIC X(5).
       01 WSWearClicksText PIC X(20).
       01 WSWearRevText PIC X(20).
       01 WSWearTurnsText PIC X(20).
       01 WSWearRunId PIC X(10).
       01 WSWearDial PIC 9.
       01 WSWearSkipped PIC 9(6) VALUE 0.

       01 WSToday PIC X(8).
       01 WSTodayNum REDEFINES WSToday PIC 9(8).
       01 WSNowTime PIC X(8).
       01 WSNowStamp PIC X(14).
       01 WSOperator PIC X(20).
       01 WSTodayInt PIC 9(8).
       01 WSWindowStartInt PIC 9(8).
       01 WSWindowStart PIC 9(8).
       01 WSServiceInt PIC 9(8).
       01 WSServiceDate PIC 9(8).
       01 WSRateDaysUsed PIC 9(8).
       01 WSDailyRate PIC 9(12)V99.
       01 WSRemaining PIC S9(13).
       01 WSDaysToGo PIC 9(8).
       01 WSProjectedDate PIC 9(8).
       01 WSUsedPct PIC 9(5).
       01 WSStatusText PIC X(11).
       01 WSProjectedText PIC X(20).
       01 WSShownCount PIC 9(2) VALUE 0.
       01 WSOverdueCount PIC 9(2) VALUE 0.
       01 WSDueCount PIC 9(2) VALUE 0.
       01 WSNewLine PIC X(80).
       01 WSServiceLine PIC X(120).
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSClicksDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSIntervalDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSRevDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSTurnsDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSRateDisplay.
       01 WSPctDisplay PIC ZZZZ9.
       01 WSCountDisplay PIC Z9.
       01 WSCountDisplay2 PIC Z9.
       01 WSIntervalEdit PIC Z(11)9.

      *> Role gate on the service and interval paths: AUTHCHECK
      *> consults the operator authority dataset and logs refusals to
      *> events.log.
       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.

       COPY "configFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           MOVE 0 TO RETURN-CODE

           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           MOVE SPACES TO WSNowStamp
           STRING WSToday WSNowTime(1:6) DELIMITED BY SIZE
               INTO WSNowStamp
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF
           ACCEPT WSWearLogName FROM ENVIRONMENT "AOC2025DAY1WEARLOG"
               ON EXCEPTION
                   MOVE "2025/data/dial_wear_log" TO WSWearLogName
           END-ACCEPT
           IF WSWearLogName EQUAL TO SPACES
               MOVE "2025/data/dial_wear_log" TO WSWearLogName
           END-IF

           PERFORM LoadRuntimeConfig
           PERFORM LoadMaintenance
           PERFORM LoadWearLog

           EVALUATE TRUE
               WHEN ServiceAction
                   PERFORM RecordService
               WHEN IntervalAction
                   PERFORM SetInterval
               WHEN OTHER
                   PERFORM ReportDialWear
           END-EVALUATE
           STOP RUN.

       ShowUsage.
           DISPLAY "USAGE: DIALWEAR [--all]"
           DISPLAY "       DIALWEAR --service DIAL"
           DISPLAY "       DIALWEAR --interval DIAL CLICKS".

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE TRUE
                   WHEN WSArgValue EQUAL TO "--all"
                       SET ListAllDials TO TRUE
                   WHEN WSArgValue EQUAL TO "--service"
                       SET ServiceAction TO TRUE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--interval"
                       SET IntervalAction TO TRUE
                       MOVE 0 TO WSPosField
                   WHEN WSArgValue EQUAL TO "--file"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSMaintFileName
                   WHEN ServiceAction OR IntervalAction
                       ADD 1 TO WSPosField
                       EVALUATE WSPosField
                           WHEN 1 MOVE WSArgValue(1:10) TO WSTargetText
                           WHEN 2 MOVE WSArgValue(1:20) TO WSIntervalText
                       END-EVALUATE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadMaintenance.
           MOVE 'N' TO WSEOF
           OPEN INPUT MaintFile
           IF WSMaintStatus NOT EQUAL TO 0
               DISPLAY "NOTE: NO DIAL MAINTENANCE FILE ("
                   FUNCTION TRIM(WSMaintFileName) ") - NO INTERVALS ON FILE"
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ MaintFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSMaintCount < 50
                           ADD 1 TO WSMaintCount
                           MOVE WSLine TO WSMaintLine(WSMaintCount)
                           PERFORM ApplyMaintenanceLine
                       ELSE
                           MOVE 'Y' TO WSMaintOverflow
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MaintFile.

      *> A malformed line stays in the file untouched but names no
      *> dial; a later line for the same dial wins.
       ApplyMaintenanceLine.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           PERFORM SplitMaintenanceLine
           IF FUNCTION TRIM(WSLineDial) IS NOT NUMERIC
           OR FUNCTION TEST-NUMVAL(WSLineInterval) NOT EQUAL TO 0
               DISPLAY "DIAL MAINTENANCE LINE IGNORED: "
                   FUNCTION TRIM(WSLine)
               NEXT SENTENCE
           END-IF
           COMPUTE WSDialIdx = FUNCTION NUMVAL(WSLineDial)
           IF WSDialIdx < 1 OR WSDialIdx > 9
               DISPLAY "DIAL MAINTENANCE LINE IGNORED: "
                   FUNCTION TRIM(WSLine)
               NEXT SENTENCE
           END-IF
           MOVE 'Y' TO WSDialHasEntryT(WSDialIdx)
           MOVE WSMaintCount TO WSDialLineT(WSDialIdx)
           COMPUTE WSDialIntervalT(WSDialIdx) =
               FUNCTION NUMVAL(WSLineInterval)
           MOVE ZEROES TO WSDialServiceStampT(WSDialIdx)
           IF WSLineDate IS NUMERIC
               MOVE WSLineDate TO WSDialServiceStampT(WSDialIdx)(1:8)
               IF WSLineTime IS NUMERIC
                   MOVE WSLineTime TO WSDialServiceStampT(WSDialIdx)(9:6)
               END-IF
           END-IF.

       SplitMaintenanceLine.
           MOVE SPACES TO WSLineDial
           MOVE SPACES TO WSLineInterval
           MOVE SPACES TO WSLineDate
           MOVE SPACES TO WSLineTime
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSLineDial WSLineInterval WSLineDate WSLineTime.

      *> Sums each dial's wear records stamped after its last
      *> service; the ones inside the rate window also feed the
      *> recent click rate.
       LoadWearLog.
           COMPUTE WSTodayInt = FUNCTION INTEGER-OF-DATE(WSTodayNum)
           COMPUTE WSWindowStartInt = WSTodayInt - WSRateDays
           COMPUTE WSWindowStart =
               FUNCTION DATE-OF-INTEGER(WSWindowStartInt)
           MOVE 'N' TO WSEOF
           OPEN INPUT WearLogFile
           IF WSWearLogStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ WearLogFile INTO WSWearLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ApplyWearRecord
               END-READ
           END-PERFORM
           CLOSE WearLogFile
           IF WSWearSkipped > 0
               DISPLAY "NOTE: " WSWearSkipped
                   " MALFORMED WEAR RECORD(S) SKIPPED"
           END-IF.

       ApplyWearRecord.
           IF FUNCTION TRIM(WSWearLine) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSWearStamp
           MOVE SPACES TO WSWearDialText
           MOVE SPACES TO WSWearClicksText
           MOVE SPACES TO WSWearRevText
           MOVE SPACES TO WSWearTurnsText
           MOVE SPACES TO WSWearRunId
           UNSTRING WSWearLine DELIMITED BY "|"
               INTO WSWearStamp WSWearDialText WSWearClicksText
                    WSWearRevText WSWearTurnsText WSWearRunId
           IF WSWearStamp IS NOT NUMERIC
           OR FUNCTION TRIM(WSWearDialText) IS NOT NUMERIC
           OR FUNCTION TEST-NUMVAL(WSWearClicksText) NOT EQUAL TO 0
           OR FUNCTION TEST-NUMVAL(WSWearRevText) NOT EQUAL TO 0
           OR FUNCTION TEST-NUMVAL(WSWearTurnsText) NOT EQUAL TO 0
               ADD 1 TO WSWearSkipped
               NEXT SENTENCE
           END-IF
           COMPUTE WSWearDial = FUNCTION NUMVAL(WSWearDialText)
           IF WSWearDial EQUAL TO 0
               ADD 1 TO WSWearSkipped
               NEXT SENTENCE
           END-IF
           IF WSWearStamp NOT GREATER THAN
               WSDialServiceStampT(WSWearDial)
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSDialRunsT(WSWearDial)
           ADD FUNCTION NUMVAL(WSWearClicksText)
               TO WSDialClicksT(WSWearDial)
           ADD FUNCTION NUMVAL(WSWearRevText)
               TO WSDialReversalsT(WSWearDial)
           ADD FUNCTION NUMVAL(WSWearTurnsText)
               TO WSDialRevolutionsT(WSWearDial)
           IF WSWearStamp(1:8) > WSWindowStart
               ADD FUNCTION NUMVAL(WSWearClicksText)
                   TO WSDialRecentT(WSWearDial)
           END-IF.

       ReportDialWear.
           IF ListAllDials
               DISPLAY "=== DIAL WEAR: ALL DIALS ==="
           ELSE
               DISPLAY "=== DIAL WEAR: DIALS DUE FOR SERVICE ==="
           END-IF
           MOVE WSDuePct TO WSPctDisplay
           MOVE WSRateDays TO WSCountDisplay
           DISPLAY "(DUE AT " FUNCTION TRIM(WSPctDisplay, LEADING)
               "% OF THE SERVICE INTERVAL; RATE OVER THE LAST "
               FUNCTION TRIM(WSCountDisplay, LEADING) " DAYS)"
           PERFORM VARYING WSDialIdx FROM 1 BY 1 UNTIL WSDialIdx > 9
               PERFORM ReportOneDial
           END-PERFORM
           IF WSShownCount EQUAL TO 0
               DISPLAY "(NO DIALS DUE FOR SERVICE)"
           END-IF
           MOVE WSOverdueCount TO WSCountDisplay
           MOVE WSDueCount TO WSCountDisplay2
           DISPLAY "=== " FUNCTION TRIM(WSCountDisplay, LEADING)
               " OVERDUE, " FUNCTION TRIM(WSCountDisplay2, LEADING)
               " DUE ==="
           IF WSOverdueCount > 0
               MOVE 1 TO RETURN-CODE
           END-IF.

       ReportOneDial.
           IF WSDialHasEntryT(WSDialIdx) NOT EQUAL TO 'Y'
           AND WSDialRunsT(WSDialIdx) EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM ClassifyDial
           IF NOT ListAllDials
           AND WSStatusText NOT EQUAL TO "DUE"
           AND WSStatusText NOT EQUAL TO "OVERDUE"
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSShownCount
           MOVE WSDialClicksT(WSDialIdx) TO WSClicksDisplay
           MOVE WSDialIntervalT(WSDialIdx) TO WSIntervalDisplay
           MOVE WSDialReversalsT(WSDialIdx) TO WSRevDisplay
           MOVE WSDialRevolutionsT(WSDialIdx) TO WSTurnsDisplay
           MOVE WSDailyRate TO WSRateDisplay
           IF WSDialHasEntryT(WSDialIdx) EQUAL TO 'Y'
               MOVE WSUsedPct TO WSPctDisplay
               DISPLAY "DIAL " WSDialIdx(2:1) ": " FUNCTION TRIM(WSStatusText) " "
                   FUNCTION TRIM(WSClicksDisplay, LEADING) " OF "
                   FUNCTION TRIM(WSIntervalDisplay, LEADING)
                   " CLICK(S) ("
                   FUNCTION TRIM(WSPctDisplay, LEADING)
                   "%) SINCE SERVICE "
                   WSDialServiceStampT(WSDialIdx)(1:8)
           ELSE
               DISPLAY "DIAL " WSDialIdx(2:1) ": " FUNCTION TRIM(WSStatusText) " "
                   FUNCTION TRIM(WSClicksDisplay, LEADING)
                   " CLICK(S) LOGGED, NO SERVICE INTERVAL ON FILE"
           END-IF
           DISPLAY "        "
               FUNCTION TRIM(WSRevDisplay, LEADING) " REVERSAL(S), "
               FUNCTION TRIM(WSTurnsDisplay, LEADING)
               " REVOLUTION(S), "
               FUNCTION TRIM(WSRateDisplay, LEADING) " CLICK(S)/DAY, "
               "PROJECTED SERVICE: " FUNCTION TRIM(WSProjectedText).

      *> Status, percentage of interval used, recent daily rate and
      *> projected service date for WSDialIdx.
       ClassifyDial.
           MOVE 0 TO WSUsedPct
           MOVE 0 TO WSDailyRate
           MOVE SPACES TO WSProjectedText

           MOVE WSDialServiceStampT(WSDialIdx)(1:8) TO WSServiceDate
           MOVE WSWindowStartInt TO WSServiceInt
           IF WSServiceDate > WSWindowStart
           AND WSServiceDate NOT GREATER THAN WSTodayNum
               COMPUTE WSServiceInt =
                   FUNCTION INTEGER-OF-DATE(WSServiceDate)
           END-IF
           COMPUTE WSRateDaysUsed = WSTodayInt - WSServiceInt
           IF WSRateDaysUsed < 1
               MOVE 1 TO WSRateDaysUsed
           END-IF
           COMPUTE WSDailyRate ROUNDED =
               WSDialRecentT(WSDialIdx) / WSRateDaysUsed

           IF WSDialHasEntryT(WSDialIdx) NOT EQUAL TO 'Y'
           OR WSDialIntervalT(WSDialIdx) EQUAL TO 0
               MOVE "NO INTERVAL" TO WSStatusText
               MOVE "UNKNOWN" TO WSProjectedText
               NEXT SENTENCE
           END-IF

           COMPUTE WSUsedPct =
               WSDialClicksT(WSDialIdx) * 100 / WSDialIntervalT(WSDialIdx)
               ON SIZE ERROR MOVE 99999 TO WSUsedPct
           END-COMPUTE
           COMPUTE WSRemaining =
               WSDialIntervalT(WSDialIdx) - WSDialClicksT(WSDialIdx)
           EVALUATE TRUE
               WHEN WSRemaining NOT GREATER THAN 0
                   MOVE "OVERDUE" TO WSStatusText
                   ADD 1 TO WSOverdueCount
               WHEN WSUsedPct >= WSDuePct
                   MOVE "DUE" TO WSStatusText
                   ADD 1 TO WSDueCount
               WHEN OTHER
                   MOVE "OK" TO WSStatusText
           END-EVALUATE

           EVALUATE TRUE
               WHEN WSRemaining NOT GREATER THAN 0
                   MOVE "NOW" TO WSProjectedText
               WHEN WSDailyRate EQUAL TO 0
                   MOVE "NO RECENT USE" TO WSProjectedText
               WHEN OTHER
                   COMPUTE WSDaysToGo ROUNDED MODE IS AWAY-FROM-ZERO =
                       WSRemaining / WSDailyRate
                       ON SIZE ERROR MOVE 99999999 TO WSDaysToGo
                   END-COMPUTE
                   IF WSDaysToGo > 36500
                       MOVE "BEYOND 100 YEARS" TO WSProjectedText
                   ELSE
                       COMPUTE WSProjectedDate = FUNCTION DATE-OF-INTEGER
                           (WSTodayInt + WSDaysToGo)
                       MOVE WSProjectedDate TO WSProjectedText
                   END-IF
           END-EVALUATE.

      *> A completed service moves the dial's last-service stamp to
      *> now, so the next report counts its wear from zero; the
      *> counters it cleared are kept in the service log.
       RecordService.
           PERFORM ValidateTargetDial
           MOVE "DIAL SERVICE" TO WSAuthAction
           MOVE "SUPERVISOR" TO WSAuthRole
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSDialHasEntryT(WSTargetDial) NOT EQUAL TO 'Y'
               DISPLAY "NO SERVICE INTERVAL ON FILE FOR DIAL "
                   WSTargetDial ": SET ONE WITH --interval FIRST."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RefuseOnOverflow

           MOVE WSDialIntervalT(WSTargetDial) TO WSNewInterval
           PERFORM BuildMaintenanceLine
           MOVE WSNewLine TO WSMaintLine(WSDialLineT(WSTargetDial))
           PERFORM RewriteMaintenance

           MOVE SPACES TO WSServiceLine
           STRING WSNowStamp "|" WSTargetDial "|"
               FUNCTION TRIM(WSOperator) "|"
               WSDialClicksT(WSTargetDial) "|"
               WSDialReversalsT(WSTargetDial) "|"
               WSDialRevolutionsT(WSTargetDial)
               DELIMITED BY SIZE INTO WSServiceLine
           OPEN EXTEND ServiceLogFile
           IF WSServiceLogStatus NOT EQUAL TO 0
               OPEN OUTPUT ServiceLogFile
           END-IF
           IF WSServiceLogStatus EQUAL TO 0
               WRITE ServiceLogRecord FROM WSServiceLine
               CLOSE ServiceLogFile
           ELSE
               DISPLAY "WARNING: SERVICE NOT JOURNALED TO "
                   "2025/data/dial_service_log"
           END-IF

           MOVE WSDialClicksT(WSTargetDial) TO WSClicksDisplay
           DISPLAY "DIAL " WSTargetDial " SERVICED " WSToday " BY "
               FUNCTION TRIM(WSOperator) ": "
               FUNCTION TRIM(WSClicksDisplay, LEADING)
               " CLICK(S) CLEARED".

      *> Adds the dial's line if it has none (last service today, so
      *> the new interval starts counting now), else changes only the
      *> interval and keeps its service history.
       SetInterval.
           PERFORM ValidateTargetDial
           IF FUNCTION TRIM(WSIntervalText) EQUAL TO SPACES
           OR FUNCTION TEST-NUMVAL(WSIntervalText) NOT EQUAL TO 0
               DISPLAY "AN INTERVAL NEEDS A CLICK COUNT."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WSNewInterval = FUNCTION NUMVAL(WSIntervalText)
           IF WSNewInterval EQUAL TO 0
               DISPLAY "AN INTERVAL MUST BE AT LEAST ONE CLICK."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "DIAL INTERVAL" TO WSAuthAction
           MOVE "SUPERVISOR" TO WSAuthRole
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RefuseOnOverflow

           IF WSDialHasEntryT(WSTargetDial) EQUAL TO 'Y'
               MOVE WSDialServiceStampT(WSTargetDial) TO WSNowStamp
               PERFORM BuildMaintenanceLine
               MOVE WSNewLine TO WSMaintLine(WSDialLineT(WSTargetDial))
           ELSE
               IF WSMaintCount >= 50
                   DISPLAY "DIAL MAINTENANCE FILE FULL (50 LINES): "
                       "INTERVAL REFUSED."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM BuildMaintenanceLine
               ADD 1 TO WSMaintCount
               MOVE WSNewLine TO WSMaintLine(WSMaintCount)
           END-IF
           PERFORM RewriteMaintenance
           DISPLAY "DIAL INTERVAL SET: " FUNCTION TRIM(WSNewLine).

       ValidateTargetDial.
           IF FUNCTION TRIM(WSTargetText) IS NOT NUMERIC
           OR FUNCTION LENGTH(FUNCTION TRIM(WSTargetText)) NOT EQUAL TO 1
           OR WSTargetText(1:1) EQUAL TO '0'
               PERFORM ShowUsage
               DISPLAY "DIAL MUST BE 1-9."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WSTargetText(1:1) TO WSTargetDial.

       RefuseOnOverflow.
           IF WSMaintOverflow EQUAL TO 'Y'
               DISPLAY "DIAL MAINTENANCE FILE EXCEEDS THE 50-LINE "
                   "TABLE: CHANGE REFUSED SO NO LINE IS DROPPED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       BuildMaintenanceLine.
           MOVE WSNewInterval TO WSIntervalEdit
           MOVE SPACES TO WSNewLine
           STRING WSTargetDial "|"
               FUNCTION TRIM(WSIntervalEdit, LEADING) "|"
               WSNowStamp(1:8) "|" WSNowStamp(9:6)
               DELIMITED BY SIZE INTO WSNewLine.

       RewriteMaintenance.
           OPEN OUTPUT MaintFile
           IF WSMaintStatus NOT EQUAL TO 0
               DISPLAY "Error " WSMaintStatus ": unable to rewrite "
                   FUNCTION TRIM(WSMaintFileName) ". Exiting program."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSMaintCount
               WRITE MaintRecord FROM WSMaintLine(WSIdx)
               ADD 1 TO WSIdx
           END-PERFORM
           CLOSE MaintFile.

       ApplyConfigParameter.
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "DIALDUEPCT"
           AND CFG-VALUE > 0 AND CFG-VALUE <= 100
               MOVE CFG-VALUE TO WSDuePct
               DISPLAY "CONFIG OVERRIDE: DIALDUEPCT = "
                   FUNCTION TRIM(CFG-VALUE-TEXT)
           END-IF.

       COPY "configRead.cpy".
