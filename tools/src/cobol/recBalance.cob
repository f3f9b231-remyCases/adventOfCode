       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECBALANCE.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RunLogFile ASSIGN TO WSLogFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RegisterFile ASSIGN TO "tools/data/run_register"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRegisterStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RunLogFile.
       01 RunLogRecord PIC X(180).
       FD RegisterFile.
       01 RegisterRecord PIC X(100).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Input-side balance for the run logs, where RECONCILE balances
      *> the output side: MAINCOB writes, per feed, what INTAKE last
      *> staged into the file the run read ("COUNT YYYY-DD STAGED n"
      *> under RUN START), what the validation gate counted ("COUNT
      *> YYYY-DD LINES n ACCEPTED n REJECTED n QUARANTINED n") and
      *> what each day program read ("COUNT YYYY-DD PART p READ n").
      *> Every run is proved against
      *>     STAGED = ACCEPTED + QUARANTINED = READ
      *> as far as its records go: every rejected line must have
      *> reached the quarantine file, the validated lines must be the
      *> staged ones, and each part must have read every accepted
      *> line (or every staged one, where the run skipped validation).
      *> A run that fails any of it lost records on the way and is
      *> flagged, with an event, and RC 1. --run N balances one run
      *> out of the log its register entry dates; --file X every run
      *> in X; neither, today's log.
       01 WSLogFileName PIC X(80) VALUE SPACES.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSFileStatus PIC 99.
       01 WSRegisterStatus PIC 99.
       01 WSEOF PIC A VALUE 'N'.
       01 WSToday PIC X(8).
       01 WSWantRun PIC 9(6) VALUE 0.
       01 WSRunDate PIC X(8) VALUE SPACES.

       01 WSLine PIC X(180).
       01 WSTok1 PIC X(14).
       01 WSTok2 PIC X(14).
       01 WSTok3 PIC X(14).
       01 WSTok4 PIC X(14).
       01 WSTok5 PIC X(14).
       01 WSTok6 PIC X(14).
       01 WSTok7 PIC X(14).
       01 WSTok8 PIC X(14).
       01 WSTok9 PIC X(14).
       01 WSTok10 PIC X(14).
       01 WSScanPos PIC 9(3).

      *> The run being gathered: its id and date off the header, and
      *> one entry per feed its COUNT records name.
       01 WSInRunFlag PIC A VALUE 'N'.
           88 InRun VALUE 'Y'.
           88 NotInRun VALUE 'N'.
       01 WSRunId PIC 9(6).
       01 WSRunHeaderDate PIC X(8).
       01 WSFeedTable.
           05 WSFeedCount PIC 9(2) VALUE 0.
           05 WSFeedEntry OCCURS 20 TIMES.
               10 WSFdFeed PIC X(7).
               10 WSFdStagedFlag PIC X.
               10 WSFdStaged PIC 9(8).
               10 WSFdValidated PIC X.
               10 WSFdLines PIC 9(8).
               10 WSFdAccepted PIC 9(8).
               10 WSFdRejected PIC 9(8).
               10 WSFdQuarantined PIC 9(8).
               10 WSFdReadCount PIC 9.
               10 WSFdRead OCCURS 4 TIMES.
                   15 WSFdReadPart PIC X.
                   15 WSFdReadFlag PIC X.
                   15 WSFdReadValue PIC 9(8).
       01 WSFeedIdx PIC 9(2).
       01 WSReadIdx PIC 9.
       01 WSFeedOverflow PIC A VALUE 'N'.

      *> One feed's verdict while it is balanced.
       01 WSExpected PIC 9(8).
       01 WSExpectedWhat PIC X(8).
       01 WSHaveExpected PIC A.
       01 WSFeedOutFlag PIC A.
       01 WSFeedUnproven PIC A.
       01 WSDiff PIC S9(9).
       01 WSMissing PIC 9(9).
       01 WSRunMissing PIC 9(9).
       01 WSRunOutFeeds PIC 9(2).
       01 WSSummary PIC X(160).
       01 WSSumPtr PIC 9(3).
       01 WSNote PIC X(100).
       01 WSNum1 PIC Z(7)9.
       01 WSNum2 PIC Z(7)9.
       01 WSNum3 PIC Z(7)9.
       01 WSNum4 PIC Z(7)9.
       01 WSMissingDisplay PIC Z(8)9.

       01 WSRunsBalanced PIC 9(4) VALUE 0.
       01 WSRunsOut PIC 9(4) VALUE 0.
       01 WSRunsUncounted PIC 9(4) VALUE 0.
       01 WSRunsBalancedDisplay PIC Z(3)9.
       01 WSRunsOutDisplay PIC Z(3)9.
       01 WSRunsUncountedDisplay PIC Z(3)9.
       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           ACCEPT WSToday FROM DATE YYYYMMDD
           IF WSWantRun NOT EQUAL TO 0
               PERFORM FindRunInRegister
               IF WSRunDate EQUAL TO SPACES
                   DISPLAY "RUN " WSWantRun " IS NOT IN THE REGISTER."
                   MOVE 1 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WSLogFileName EQUAL TO SPACES
                   STRING "results/run_" WSRunDate ".log"
                       DELIMITED BY SIZE INTO WSLogFileName
               END-IF
           END-IF
           IF WSLogFileName EQUAL TO SPACES
               STRING "results/run_" WSToday ".log"
                   DELIMITED BY SIZE INTO WSLogFileName
           END-IF

           DISPLAY "=== RECORD-COUNT BALANCE: "
               FUNCTION TRIM(WSLogFileName) " ==="
           OPEN INPUT RunLogFile
           IF WSFileStatus NOT EQUAL TO 0
               DISPLAY "Error " WSFileStatus ": unable to open "
                   FUNCTION TRIM(WSLogFileName) ". Exiting program."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RunLogFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM CheckOneLine
               END-READ
           END-PERFORM
           CLOSE RunLogFile
           IF InRun
               PERFORM BalanceRun
           END-IF

           MOVE WSRunsBalanced TO WSRunsBalancedDisplay
           MOVE WSRunsOut TO WSRunsOutDisplay
           MOVE WSRunsUncounted TO WSRunsUncountedDisplay
           DISPLAY "=== " FUNCTION TRIM(WSRunsBalancedDisplay, LEADING)
               " RUN(S) IN BALANCE, "
               FUNCTION TRIM(WSRunsOutDisplay, LEADING)
               " OUT OF BALANCE, "
               FUNCTION TRIM(WSRunsUncountedDisplay, LEADING)
               " WITH NO COUNTS ==="
           IF WSRunsOut > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--file"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSLogFileName
                   WHEN "--run"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       COMPUTE WSWantRun = FUNCTION NUMVAL(WSArgValue)
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       FindRunInRegister.
           OPEN INPUT RegisterFile
           IF WSRegisterStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RegisterFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSLine(1:6) IS NUMERIC
                       AND FUNCTION NUMVAL(WSLine(1:6))
                           EQUAL TO WSWantRun
                           MOVE WSLine(8:8) TO WSRunDate
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RegisterFile
           MOVE 'N' TO WSEOF.

      *> A header opens a run (balancing the previous one if it never
      *> closed), a trailer balances it, and a COUNT record inside the
      *> bracket is taken into the run's feed table. With --run, only
      *> that run's bracket is gathered.
       CheckOneLine.
           EVALUATE TRUE
               WHEN WSLine(1:10) EQUAL TO "RUN START "
                   IF InRun
                       PERFORM BalanceRun
                   END-IF
                   PERFORM OpenRun
               WHEN WSLine(1:8) EQUAL TO "RUN END "
                   IF InRun
                       PERFORM BalanceRun
                   END-IF
               WHEN WSLine(1:6) EQUAL TO "COUNT "
                   IF InRun
                       PERFORM TakeCountRecord
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       OpenRun.
           MOVE 0 TO WSRunId
           PERFORM VARYING WSScanPos FROM 1 BY 1
               UNTIL WSScanPos > 169
               IF WSLine(WSScanPos:5) EQUAL TO " RUN "
               AND WSLine(WSScanPos + 5:6) IS NUMERIC
                   COMPUTE WSRunId =
                       FUNCTION NUMVAL(WSLine(WSScanPos + 5:6))
                   MOVE 170 TO WSScanPos
               END-IF
           END-PERFORM
           MOVE WSLine(11:8) TO WSRunHeaderDate
           IF WSWantRun NOT EQUAL TO 0 AND WSRunId NOT EQUAL TO WSWantRun
               SET NotInRun TO TRUE
           ELSE
               SET InRun TO TRUE
               MOVE 0 TO WSFeedCount
               MOVE 'N' TO WSFeedOverflow
           END-IF.

      *> "COUNT YYYY-DD STAGED n|NONE", "COUNT YYYY-DD LINES n
      *> ACCEPTED n REJECTED n QUARANTINED n" or "COUNT YYYY-DD PART p
      *> READ n|NONE".
       TakeCountRecord.
           MOVE SPACES TO WSTok1 WSTok2 WSTok3 WSTok4 WSTok5
                          WSTok6 WSTok7 WSTok8 WSTok9 WSTok10
           UNSTRING WSLine DELIMITED BY ALL ' '
               INTO WSTok1 WSTok2 WSTok3 WSTok4 WSTok5
                    WSTok6 WSTok7 WSTok8 WSTok9 WSTok10
           PERFORM FindFeedEntry
           IF WSFeedIdx EQUAL TO 0
               NEXT SENTENCE
           END-IF
           EVALUATE WSTok3
               WHEN "STAGED"
                   IF WSTok4 EQUAL TO "NONE"
                       MOVE 'N' TO WSFdStagedFlag(WSFeedIdx)
                   ELSE
                       MOVE 'Y' TO WSFdStagedFlag(WSFeedIdx)
                       COMPUTE WSFdStaged(WSFeedIdx) = FUNCTION NUMVAL(WSTok4)
                   END-IF
               WHEN "LINES"
                   MOVE 'Y' TO WSFdValidated(WSFeedIdx)
                   COMPUTE WSFdLines(WSFeedIdx) = FUNCTION NUMVAL(WSTok4)
                   COMPUTE WSFdAccepted(WSFeedIdx) = FUNCTION NUMVAL(WSTok6)
                   COMPUTE WSFdRejected(WSFeedIdx) = FUNCTION NUMVAL(WSTok8)
                   COMPUTE WSFdQuarantined(WSFeedIdx) =
                       FUNCTION NUMVAL(WSTok10)
               WHEN "PART"
                   IF WSFdReadCount(WSFeedIdx) < 4
                       ADD 1 TO WSFdReadCount(WSFeedIdx)
                       MOVE WSFdReadCount(WSFeedIdx) TO WSReadIdx
                       MOVE WSTok4(1:1) TO WSFdReadPart(WSFeedIdx, WSReadIdx)
                       IF WSTok6 EQUAL TO "NONE"
                           MOVE 'N' TO WSFdReadFlag(WSFeedIdx, WSReadIdx)
                           MOVE 0 TO WSFdReadValue(WSFeedIdx, WSReadIdx)
                       ELSE
                           MOVE 'Y' TO WSFdReadFlag(WSFeedIdx, WSReadIdx)
                           COMPUTE WSFdReadValue(WSFeedIdx, WSReadIdx) =
                               FUNCTION NUMVAL(WSTok6)
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       FindFeedEntry.
           MOVE 0 TO WSFeedIdx
           PERFORM VARYING WSScanPos FROM 1 BY 1
               UNTIL WSScanPos > WSFeedCount
               IF WSFdFeed(WSScanPos) EQUAL TO WSTok2(1:7)
                   MOVE WSScanPos TO WSFeedIdx
               END-IF
           END-PERFORM
           IF WSFeedIdx NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF WSFeedCount >= 20
               MOVE 'Y' TO WSFeedOverflow
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSFeedCount
           MOVE WSFeedCount TO WSFeedIdx
           MOVE WSTok2(1:7) TO WSFdFeed(WSFeedIdx)
           MOVE SPACE TO WSFdStagedFlag(WSFeedIdx)
           MOVE 0 TO WSFdStaged(WSFeedIdx)
           MOVE 'N' TO WSFdValidated(WSFeedIdx)
           MOVE 0 TO WSFdLines(WSFeedIdx)
           MOVE 0 TO WSFdAccepted(WSFeedIdx)
           MOVE 0 TO WSFdRejected(WSFeedIdx)
           MOVE 0 TO WSFdQuarantined(WSFeedIdx)
           MOVE 0 TO WSFdReadCount(WSFeedIdx).

      *> Balances every feed the run counted and closes the run. A run
      *> with no COUNT records predates the capture and is only
      *> tallied.
       BalanceRun.
           SET NotInRun TO TRUE
           IF WSFeedCount EQUAL TO 0
               ADD 1 TO WSRunsUncounted
               DISPLAY "RUN " WSRunId " OF " WSRunHeaderDate
                   ": NO RECORD COUNTS ON FILE"
               NEXT SENTENCE
           END-IF
           DISPLAY "RUN " WSRunId " OF " WSRunHeaderDate ":"
           MOVE 0 TO WSRunMissing
           MOVE 0 TO WSRunOutFeeds
           PERFORM VARYING WSFeedIdx FROM 1 BY 1
               UNTIL WSFeedIdx > WSFeedCount
               PERFORM BalanceOneFeed
           END-PERFORM
           IF WSFeedOverflow EQUAL TO 'Y'
               DISPLAY "  MORE THAN 20 FEEDS: THE REST WERE NOT BALANCED"
           END-IF
           IF WSRunOutFeeds EQUAL TO 0
               ADD 1 TO WSRunsBalanced
           ELSE
               ADD 1 TO WSRunsOut
               MOVE WSRunMissing TO WSMissingDisplay
               MOVE "RECBALANCE" TO EVENT-PROGRAM
               MOVE "W" TO EVENT-SEVERITY
               MOVE "RECMISS" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING "RUN " WSRunId " OUT OF BALANCE: "
                   FUNCTION TRIM(WSMissingDisplay, LEADING)
                   " RECORD(S) UNACCOUNTED FOR"
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
      *> Stamped with the balanced run's id, not this job's, so the
      *> event sits in that run's trail for RUNPULL to gather.
               DISPLAY "AOCRUNID" UPON ENVIRONMENT-NAME
               DISPLAY WSRunId UPON ENVIRONMENT-VALUE
               PERFORM AppendOpsEvent
               DISPLAY "AOCRUNID" UPON ENVIRONMENT-NAME
               DISPLAY " " UPON ENVIRONMENT-VALUE
           END-IF.

      *> One feed: the summary line, then a line per break in the
      *> chain. The figure each part's read is held to is ACCEPTED
      *> where the run validated the feed, else STAGED; with neither
      *> on file the reads stand unproven rather than flagged.
       BalanceOneFeed.
           MOVE 'N' TO WSFeedOutFlag
           MOVE 'N' TO WSFeedUnproven
           MOVE 'N' TO WSHaveExpected
           MOVE SPACES TO WSSummary
           MOVE 1 TO WSSumPtr
           STRING "  " WSFdFeed(WSFeedIdx) " STAGED "
               DELIMITED BY SIZE INTO WSSummary WITH POINTER WSSumPtr
           EVALUATE WSFdStagedFlag(WSFeedIdx)
               WHEN 'Y'
                   MOVE WSFdStaged(WSFeedIdx) TO WSNum1
                   STRING FUNCTION TRIM(WSNum1, LEADING)
                       DELIMITED BY SIZE INTO WSSummary WITH POINTER WSSumPtr
               WHEN 'N'
                   STRING "NONE"
                       DELIMITED BY SIZE INTO WSSummary WITH POINTER WSSumPtr
               WHEN OTHER
                   STRING "NOT RECORDED"
                       DELIMITED BY SIZE INTO WSSummary WITH POINTER WSSumPtr
           END-EVALUATE
           IF WSFdValidated(WSFeedIdx) EQUAL TO 'Y'
               MOVE WSFdAccepted(WSFeedIdx) TO WSNum1
               MOVE WSFdQuarantined(WSFeedIdx) TO WSNum2
               MOVE WSFdRejected(WSFeedIdx) TO WSNum3
               STRING ", ACCEPTED " FUNCTION TRIM(WSNum1, LEADING)
                   " + QUARANTINED " FUNCTION TRIM(WSNum2, LEADING)
                   " (REJECTED " FUNCTION TRIM(WSNum3, LEADING) ")"
                   DELIMITED BY SIZE INTO WSSummary WITH POINTER WSSumPtr
               MOVE WSFdAccepted(WSFeedIdx) TO WSExpected
               MOVE "ACCEPTED" TO WSExpectedWhat
               MOVE 'Y' TO WSHaveExpected
           ELSE
               STRING ", NOT VALIDATED"
                   DELIMITED BY SIZE INTO WSSummary WITH POINTER WSSumPtr
               IF WSFdStagedFlag(WSFeedIdx) EQUAL TO 'Y'
                   MOVE WSFdStaged(WSFeedIdx) TO WSExpected
                   MOVE "STAGED" TO WSExpectedWhat
                   MOVE 'Y' TO WSHaveExpected
               END-IF
           END-IF
           PERFORM VARYING WSReadIdx FROM 1 BY 1
               UNTIL WSReadIdx > WSFdReadCount(WSFeedIdx)
               STRING ", PART " WSFdReadPart(WSFeedIdx, WSReadIdx) " READ "
                   DELIMITED BY SIZE INTO WSSummary WITH POINTER WSSumPtr
               IF WSFdReadFlag(WSFeedIdx, WSReadIdx) EQUAL TO 'Y'
                   MOVE WSFdReadValue(WSFeedIdx, WSReadIdx) TO WSNum1
                   STRING FUNCTION TRIM(WSNum1, LEADING)
                       DELIMITED BY SIZE INTO WSSummary WITH POINTER WSSumPtr
               ELSE
                   STRING "NONE"
                       DELIMITED BY SIZE INTO WSSummary WITH POINTER WSSumPtr
               END-IF
           END-PERFORM
           DISPLAY FUNCTION TRIM(WSSummary, TRAILING)

           IF WSFdValidated(WSFeedIdx) EQUAL TO 'Y'
               PERFORM CheckValidatedCounts
           END-IF
           PERFORM VARYING WSReadIdx FROM 1 BY 1
               UNTIL WSReadIdx > WSFdReadCount(WSFeedIdx)
               PERFORM CheckOneRead
           END-PERFORM

           EVALUATE TRUE
               WHEN WSFeedOutFlag EQUAL TO 'Y'
                   ADD 1 TO WSRunOutFeeds
                   DISPLAY "      OUT OF BALANCE"
               WHEN WSFeedUnproven EQUAL TO 'Y'
                   DISPLAY "      UNPROVEN: NOTHING STAGED OR VALIDATED "
                       "TO HOLD THE READS TO"
               WHEN OTHER
                   DISPLAY "      IN BALANCE"
           END-EVALUATE.

      *> Every rejected line quarantined, and the validated lines
      *> exactly the staged ones.
       CheckValidatedCounts.
           IF WSFdQuarantined(WSFeedIdx) < WSFdRejected(WSFeedIdx)
               COMPUTE WSMissing = WSFdRejected(WSFeedIdx)
                   - WSFdQuarantined(WSFeedIdx)
               MOVE WSMissing TO WSMissingDisplay
               DISPLAY "      " FUNCTION TRIM(WSMissingDisplay, LEADING)
                   " REJECTED LINE(S) NEVER REACHED THE QUARANTINE FILE"
               ADD WSMissing TO WSRunMissing
               MOVE 'Y' TO WSFeedOutFlag
           END-IF
           IF WSFdStagedFlag(WSFeedIdx) EQUAL TO 'Y'
               COMPUTE WSDiff = WSFdStaged(WSFeedIdx)
                   - WSFdAccepted(WSFeedIdx) - WSFdRejected(WSFeedIdx)
               IF WSDiff NOT EQUAL TO 0
                   MOVE WSFdStaged(WSFeedIdx) TO WSNum1
                   MOVE WSFdLines(WSFeedIdx) TO WSNum2
                   DISPLAY "      STAGED " FUNCTION TRIM(WSNum1, LEADING)
                       " BUT VALIDATION SAW " FUNCTION TRIM(WSNum2, LEADING)
                   PERFORM TallyDifference
               END-IF
           END-IF.

      *> One part's read against the figure it is held to.
       CheckOneRead.
           IF WSFdReadFlag(WSFeedIdx, WSReadIdx) NOT EQUAL TO 'Y'
               DISPLAY "      PART " WSFdReadPart(WSFeedIdx, WSReadIdx)
                   " REPORTED NO READ COUNT"
               MOVE 'Y' TO WSFeedUnproven
               NEXT SENTENCE
           END-IF
           IF WSHaveExpected NOT EQUAL TO 'Y'
               MOVE 'Y' TO WSFeedUnproven
               NEXT SENTENCE
           END-IF
           COMPUTE WSDiff = WSExpected
               - WSFdReadValue(WSFeedIdx, WSReadIdx)
           IF WSDiff NOT EQUAL TO 0
               MOVE WSFdReadValue(WSFeedIdx, WSReadIdx) TO WSNum1
               MOVE WSExpected TO WSNum2
               DISPLAY "      PART " WSFdReadPart(WSFeedIdx, WSReadIdx)
                   " READ " FUNCTION TRIM(WSNum1, LEADING) " OF "
                   FUNCTION TRIM(WSNum2, LEADING) " "
                   FUNCTION TRIM(WSExpectedWhat)
               PERFORM TallyDifference
           END-IF.

      *> Short is records missing; over is records from nowhere, as
      *> far out of balance and counted the same.
       TallyDifference.
           IF WSDiff < 0
               COMPUTE WSMissing = 0 - WSDiff
               MOVE WSMissing TO WSMissingDisplay
               DISPLAY "      " FUNCTION TRIM(WSMissingDisplay, LEADING)
                   " RECORD(S) MORE THAN WERE HANDED ON"
           ELSE
               MOVE WSDiff TO WSMissing
               MOVE WSMissing TO WSMissingDisplay
               DISPLAY "      " FUNCTION TRIM(WSMissingDisplay, LEADING)
                   " RECORD(S) MISSING"
           END-IF
           ADD WSMissing TO WSRunMissing
           MOVE 'Y' TO WSFeedOutFlag.

       COPY "eventAppend.cpy".
