           SELECT DataFile ASSIGN TO WSDataFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL.
           SELECT CheckpointFile ASSIGN TO WSCkFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSCheckpointStatus.
           SELECT DiagFile ASSIGN TO WSDiagFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIAG-STATUS.
           SELECT ConfigFile ASSIGN TO CFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.
           SELECT WearLogFile ASSIGN TO WSWearLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSWearLogStatus.
           SELECT AnomalyRuleFile ASSIGN TO WSAnomRuleName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAnomRuleStatus.
           SELECT AnomalyFile ASSIGN TO WSAnomLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAnomLogStatus.
           SELECT AlertFile ASSIGN TO WSAlertPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 DiagRecord PIC X(120).
       FD ConfigFile.
       01 ConfigRecord PIC X(80).
       FD WearLogFile.
       01 WearLogRecord PIC X(80).
       FD AnomalyRuleFile.
       01 AnomalyRuleRecord PIC X(80).
       FD AnomalyFile.
       01 AnomalyRecord PIC X(120).
       FD AlertFile.
       01 AlertRecord PIC X(160).

       WORKING-STORAGE SECTION.

               10 WSDialAtZero2T PIC 9(8) VALUE 0.
               10 WSDialAtStart2T PIC 9(8) VALUE 0.
               10 WSDialUsedT PIC A VALUE 'N'.
               10 WSDialClicksT PIC 9(12) VALUE 0.
               10 WSDialReversalsT PIC 9(8) VALUE 0.
               10 WSDialLastOrientT PIC X VALUE SPACE.
       01 WSCurDial PIC 9 VALUE 1.
       *> One digit wider than a dial id so the 1-9 walk can terminate.
       01 WSDialIdx PIC 99.

       01 WSDialMax PIC 9(8) VALUE 100.

      *> Dial wear: alongside the zero/start counters each dial slot
      *> above banks the clicks it was turned, and how often it
      *> reversed direction, over the production pass (never the sweep
      *> or compaction replays). Part 1 and combined runs append one
      *> "STAMP|DIAL|CLICKS|REVERSALS|REVOLUTIONS|RUNID" record per
      *> dial to the wear log (AOC2025DAY1WEARLOG, default below) -
      *> part 2 replays the very same turns, so it adds nothing - and
      *> DIALWEAR weighs the totals since each dial's last service
      *> against its service interval in tools/data/dial_maintenance.
       01 WSWearLogName PIC X(60) VALUE "2025/data/dial_wear_log".
       01 WSWearLogStatus PIC 99.
       01 WSWearLine PIC X(80).
       01 WSWearStamp PIC X(14).
       01 WSWearRevolutions PIC 9(10).
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSWearClicksDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSWearRevDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSWearTurnsDisplay.

      *> Dial anomaly windows: the rule dataset (AOC2025DAY1ANOMALYRULES,
      *> default tools/data/dial_anomaly_rules) holds up to ten
      *> "RULE|KIND|WINDOW|THRESHOLD|MAXCLICKS" records. Each rule slides
      *> a window of WINDOW instructions over every dial separately and
      *> fires when the dial's events inside the window reach THRESHOLD:
      *>     ZEROSWEEP - an event per time the dial swept past or landed
      *>                 on zero (full revolutions included), so a dial
      *>                 spun round and round in a short burst shows;
      *>     JITTER    - an event per turn of at most MAXCLICKS clicks
      *>                 that reverses the dial's previous direction, so
      *>                 a long run of tiny back-and-forth nudges shows.
      *> Each hit appends "STAMP|DIAL|FIRST|LAST|RULE|KIND|EVENTS|WINDOW|
      *> THRESHOLD|RUNID" (FIRST and LAST the instruction numbers the
      *> window spans) to the anomaly log (AOC2025DAY1ANOMALYLOG,
      *> default below) and raises an alert; that dial's window for the
      *> rule then starts afresh, so one burst is one hit. Detection
      *> runs in the production pass of part 1 and combined runs only,
      *> as the wear counters do, and only watches: the positions and
      *> counters behind the answers are read, never moved.
       01 WSAnomRuleName PIC X(60) VALUE "tools/data/dial_anomaly_rules".
       01 WSAnomRuleStatus PIC 99.
       01 WSAnomRuleLine PIC X(80).
       01 WSAnomRuleEOF PIC A.
       01 WSAnomRuleFields.
           05 WSAnomFRule PIC X(8).
           05 WSAnomFKind PIC X(10).
           05 WSAnomFWindow PIC X(8).
           05 WSAnomFThreshold PIC X(8).
           05 WSAnomFMaxClicks PIC X(8).
       01 WSAnomRuleCount PIC 99 VALUE 0.
       01 WSAnomRuleTable.
           05 WSAnomRule OCCURS 10 TIMES.
               10 WSAnomRuleId PIC X(8).
               10 WSAnomRuleKind PIC X(10).
               10 WSAnomRuleWindow PIC 99.
               10 WSAnomRuleThreshold PIC 9(6).
               10 WSAnomRuleMaxClicks PIC 9(8).
               10 WSAnomRuleHits PIC 9(6).
       01 WSAnomWindows.
           05 WSAnomRuleWin OCCURS 10 TIMES.
               10 WSAnomDialWin OCCURS 9 TIMES.
                   15 WSAnomWinSum PIC 9(11).
                   15 WSAnomWinFill PIC 99.
                   15 WSAnomWinNext PIC 99.
                   15 WSAnomWinSlot OCCURS 99 TIMES.
                       20 WSAnomSlotEvents PIC 9(8).
                       20 WSAnomSlotInstr PIC 9(8).
       01 WSAnomRuleIdx PIC 99.
       01 WSAnomSlotIdx PIC 99.
       01 WSAnomInstr PIC 9(8).
       01 WSAnomFirst PIC 9(8).
       01 WSAnomEvents PIC 9(11).
       01 WSAnomSweeps PIC 9(8).
       01 WSAnomJitter PIC 9.
       01 WSAnomPrior PIC 9(8).
       01 WSAnomTotalHits PIC 9(6) VALUE 0.
       01 WSAnomLogName PIC X(60) VALUE "2025/data/dial_anomalies".
       01 WSAnomLogStatus PIC 99.
       01 WSAnomLine PIC X(120).
       01 WSAnomStamp PIC X(14).
       01 WSAnomRunId PIC X(6).
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSAnomFirstDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSAnomInstrDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSAnomEventsDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSAnomHitsDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSAnomThresholdDisplay.
       01 WSAnomWindowDisplay PIC Z9.
       *> Sandbox redirection: when AOCSANDBOXDIR names a parallel
       *> directory, the anomaly alerts land there, never in results/.
       01 WSAlertPathName PIC X(60) VALUE "results/alerts.log".
       01 WSSandboxDir PIC X(40).

      *> Start-position sweep, switched on by AOC2025DAY1SWEEP=Y: the
      *> simulation assumes every dial starts at 50, and one supplier
      *> disputes exactly that. The sweep replays the same instruction
       *> per dial slot), so the multi-dial feeds - exactly our
       *> largest - restart too instead of losing hours to a reboot.
       *> A checkpoint left by the old single-dial layout still loads.
       *> AOC2025DAY1CKPTFILE moves the checkpoint elsewhere, so a trial
       *> run of the day against another config can neither resume from
       *> nor overwrite the real run's restart point.
       01 WSCheckpointStatus PIC XX.
       01 WSCkFileName PIC X(60) VALUE "2025/data/checkpoint_day_one".
       01 WSProcessedCount PIC 9(8) VALUE 0.
       01 WSSkipCount PIC 9(8) VALUE 0.
       01 WSCheckpointLine PIC X(80).
           05 WSCkDZero2 PIC 9(8).
           05 WSCkDStart2 PIC 9(8).
           05 WSCkDUsed PIC A.
           05 WSCkDClicks PIC 9(12).
           05 WSCkDReversals PIC 9(8).
           05 WSCkDLastOrient PIC X.

       *> CSV export row (day,part,input file,result,timestamp) appended
       *> to the shared spreadsheet-ready results log.
       *> Sixth CSV column: the active run id (AOCRUNID, exported by
       *> the driver), 000000 outside a driven run.
       01 WSCsvRunId PIC X(6).
       *> Seventh CSV column: this build's version identifier,
       *> the same one a driver's part-0 version query returns.
       COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
       *> Part number written to the CSV row: distinct from LPart so
       *> combined mode (LPart 3) can export one row per part instead of
       *> only the last-written LResult.
       01 WSCsvPart PIC 9.

       COPY "csvQuoteData.cpy".
       COPY "chainHash.cpy".
      *> Diagnostics capture: when AOCDIAGCAPTURE names a file, the
      *> detail trace this program prints also appends there, so a
      *> failure handler can re-run the failing day/part once and hand
       01 DIAG-LINE PIC X(120).
       01 DIAG-CAPTURE PIC A VALUE 'N'.
       COPY "configFile.cpy".
       COPY "alertFile.cpy".

       LINKAGE SECTION.
       01 LPart PIC 9 VALUE 1.

       PROCEDURE DIVISION USING LPart LResult.
       Main.
           COPY "versionQuery.cpy" REPLACING PART-FIELD BY LPart
               RESULT-FIELD BY LResult.
           COPY "validatePart.cpy" REPLACING PART-FIELD BY LPart
               RESULT-FIELD BY LResult.

               SET VerifyMode TO TRUE
           END-IF

           ACCEPT WSWearLogName FROM ENVIRONMENT "AOC2025DAY1WEARLOG"
               ON EXCEPTION
                   MOVE "2025/data/dial_wear_log" TO WSWearLogName
           END-ACCEPT
           IF WSWearLogName EQUAL TO SPACES
               MOVE "2025/data/dial_wear_log" TO WSWearLogName
           END-IF

           MOVE 0 TO WSAnomRuleCount
           IF LPart EQUAL TO 1 OR LPart EQUAL TO 3
               PERFORM LoadAnomalyRules
           END-IF

           ACCEPT WSCkFileName FROM ENVIRONMENT "AOC2025DAY1CKPTFILE"
               ON EXCEPTION
                   MOVE "2025/data/checkpoint_day_one" TO WSCkFileName
           END-ACCEPT
           IF WSCkFileName EQUAL TO SPACES
               MOVE "2025/data/checkpoint_day_one" TO WSCkFileName
           END-IF

           PERFORM LoadCheckpoint

           MOVE 'N' TO WSEOF
           OPEN INPUT DataFile.
               PERFORM SkipProcessedRecords
               PERFORM UNTIL WSEOF='Y'
                               PERFORM BankVerifyRecord
                           END-IF
                           PERFORM ParseData
                           IF WSAnomRuleCount > 0
                               PERFORM EvaluateDialAnomalies
                           END-IF
                           PERFORM AccumulateDialWear
                           ADD 1 TO WSProcessedCount
                           PERFORM SaveCheckpoint
                           PERFORM DisplayDialTrace
                   END-READ
               END-PERFORM
           CLOSE DataFile
           COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WSProcessedCount.

           PERFORM ComputeDialTotals

           END-IF

           PERFORM ReportDwellHistogram
           PERFORM ReportDialWear
           IF LPart EQUAL TO 1 OR LPart EQUAL TO 3
               PERFORM WriteDialWearLog
               PERFORM ReportDialAnomalies
           END-IF

           IF VerifyMode
               PERFORM ReverseReplayVerify
               MOVE 0 TO WSDialAtZero2T(WSDialIdx)
               MOVE 0 TO WSDialAtStart2T(WSDialIdx)
               MOVE 'N' TO WSDialUsedT(WSDialIdx)
               MOVE 0 TO WSDialClicksT(WSDialIdx)
               MOVE 0 TO WSDialReversalsT(WSDialIdx)
               MOVE SPACE TO WSDialLastOrientT(WSDialIdx)
           END-PERFORM.

      *> Appends one captured trace line to the diagnostics file.
           ACCEPT WSCsvDate FROM DATE YYYYMMDD
           ACCEPT WSCsvTime FROM TIME
           STRING "1" "," WSCsvPart "," "2025/data/input_day_one" ","
               FUNCTION TRIM(CSV-QUOTED, TRAILING) "," WSCsvDate WSCsvTime "," WSCsvRunId "," PROGRAM-VERSION
               DELIMITED BY SIZE INTO WSCsvLine
           ACCEPT WSCsvFileName FROM ENVIRONMENT "AOCCSVFILE"
               ON EXCEPTION
           IF WSCsvFileName EQUAL TO SPACES
               MOVE "results/results.csv" TO WSCsvFileName
           END-IF
           SET CHAIN-CSV TO TRUE
           PERFORM ReadCsvChainTail
           MOVE WSCsvLine TO CHAIN-TEXT
           PERFORM AttachChainHash
           MOVE CHAIN-RECORD TO WSCsvLine
           OPEN EXTEND CsvFile
           IF CSV-STATUS NOT EQUAL TO 0
               OPEN OUTPUT CsvFile
               IF CSV-STATUS EQUAL TO 0
                   WRITE CsvRecord FROM
                       "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"
               END-IF
           END-IF
           WRITE CsvRecord FROM WSCsvLine
                       MOVE WSCkDZero2 TO WSDialAtZero2T(WSCkDDial)
                       MOVE WSCkDStart2 TO WSDialAtStart2T(WSCkDDial)
                       MOVE WSCkDUsed TO WSDialUsedT(WSCkDDial)
                      *> A checkpoint saved before the wear fields
                      *> existed leaves them blank.
                       IF WSCkDClicks IS NUMERIC
                       AND WSCkDReversals IS NUMERIC
                           MOVE WSCkDClicks TO WSDialClicksT(WSCkDDial)
                           MOVE WSCkDReversals
                               TO WSDialReversalsT(WSCkDDial)
                           MOVE WSCkDLastOrient
                               TO WSDialLastOrientT(WSCkDDial)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
               MOVE WSDialAtZero2T(WSDialIdx) TO WSCkDZero2
               MOVE WSDialAtStart2T(WSDialIdx) TO WSCkDStart2
               MOVE WSDialUsedT(WSDialIdx) TO WSCkDUsed
               MOVE WSDialClicksT(WSDialIdx) TO WSCkDClicks
               MOVE WSDialReversalsT(WSDialIdx) TO WSCkDReversals
               MOVE WSDialLastOrientT(WSDialIdx) TO WSCkDLastOrient
               MOVE WSCkDialFields TO WSCheckpointLine
               WRITE FCheckpointRecord FROM WSCheckpointLine
           END-PERFORM
           CLOSE CheckpointFile.

      *> Wear bookkeeping for the instruction just simulated: its
      *> length in clicks, and a reversal whenever the dial turns the
      *> other way from its own previous instruction.
       AccumulateDialWear.
           ADD WSLength TO WSDialClicksT(WSDialId)
           IF WSOrientation EQUAL TO 'R' OR WSOrientation EQUAL TO 'L'
               IF WSDialLastOrientT(WSDialId) NOT EQUAL TO SPACE
               AND WSDialLastOrientT(WSDialId) NOT EQUAL TO WSOrientation
                   ADD 1 TO WSDialReversalsT(WSDialId)
               END-IF
               MOVE WSOrientation TO WSDialLastOrientT(WSDialId)
           END-IF.

       ReportDialWear.
           DISPLAY "--- DIAL WEAR ---"
           PERFORM VARYING WSDialIdx FROM 1 BY 1 UNTIL WSDialIdx > 9
               IF WSDialUsedT(WSDialIdx) EQUAL TO 'Y'
                   COMPUTE WSWearRevolutions =
                       WSDialClicksT(WSDialIdx) / WSDialMax
                   MOVE WSDialClicksT(WSDialIdx) TO WSWearClicksDisplay
                   MOVE WSDialReversalsT(WSDialIdx) TO WSWearRevDisplay
                   MOVE WSWearRevolutions TO WSWearTurnsDisplay
                   DISPLAY "DIAL " WSDialIdx(2:1) ": "
                       FUNCTION TRIM(WSWearClicksDisplay, LEADING)
                       " CLICK(S), "
                       FUNCTION TRIM(WSWearRevDisplay, LEADING)
                       " REVERSAL(S), "
                       FUNCTION TRIM(WSWearTurnsDisplay, LEADING)
                       " FULL REVOLUTION(S)"
               END-IF
           END-PERFORM.

      *> One wear record per dial the run turned, for DIALWEAR.
       WriteDialWearLog.
           ACCEPT WSCsvDate FROM DATE YYYYMMDD
           ACCEPT WSCsvTime FROM TIME
           MOVE SPACES TO WSWearStamp
           STRING WSCsvDate WSCsvTime(1:6) DELIMITED BY SIZE
               INTO WSWearStamp
           ACCEPT WSCsvRunId FROM ENVIRONMENT "AOCRUNID"
               ON EXCEPTION
                   MOVE SPACES TO WSCsvRunId
           END-ACCEPT
           IF WSCsvRunId EQUAL TO SPACES
               MOVE "000000" TO WSCsvRunId
           END-IF
           OPEN EXTEND WearLogFile
           IF WSWearLogStatus NOT EQUAL TO 0
               OPEN OUTPUT WearLogFile
           END-IF
           IF WSWearLogStatus NOT EQUAL TO 0
               DISPLAY "WARNING: UNABLE TO APPEND DIAL WEAR TO "
                   FUNCTION TRIM(WSWearLogName)
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSDialIdx FROM 1 BY 1 UNTIL WSDialIdx > 9
               IF WSDialUsedT(WSDialIdx) EQUAL TO 'Y'
               AND WSDialClicksT(WSDialIdx) > 0
                   COMPUTE WSWearRevolutions =
                       WSDialClicksT(WSDialIdx) / WSDialMax
                   MOVE SPACES TO WSWearLine
                   STRING WSWearStamp "|" WSDialIdx(2:1) "|"
                       WSDialClicksT(WSDialIdx) "|"
                       WSDialReversalsT(WSDialIdx) "|"
                       WSWearRevolutions "|" WSCsvRunId
                       DELIMITED BY SIZE INTO WSWearLine
                   WRITE WearLogRecord FROM WSWearLine
               END-IF
           END-PERFORM
           CLOSE WearLogFile.

      *> Rule dataset, anomaly log and alert path for this run. With no
      *> rule dataset nothing is watched; a record that does not make a
      *> usable rule is reported and left out.
       LoadAnomalyRules.
           ACCEPT WSAnomRuleName FROM ENVIRONMENT "AOC2025DAY1ANOMALYRULES"
               ON EXCEPTION
                   MOVE SPACES TO WSAnomRuleName
           END-ACCEPT
           IF WSAnomRuleName EQUAL TO SPACES
               MOVE "tools/data/dial_anomaly_rules" TO WSAnomRuleName
           END-IF
           ACCEPT WSAnomLogName FROM ENVIRONMENT "AOC2025DAY1ANOMALYLOG"
               ON EXCEPTION
                   MOVE SPACES TO WSAnomLogName
           END-ACCEPT
           IF WSAnomLogName EQUAL TO SPACES
               MOVE "2025/data/dial_anomalies" TO WSAnomLogName
           END-IF
           ACCEPT WSSandboxDir FROM ENVIRONMENT "AOCSANDBOXDIR"
               ON EXCEPTION
                   MOVE SPACES TO WSSandboxDir
           END-ACCEPT
           IF WSSandboxDir NOT EQUAL TO SPACES
               MOVE SPACES TO WSAlertPathName
               STRING FUNCTION TRIM(WSSandboxDir) "/alerts.log"
                   DELIMITED BY SIZE INTO WSAlertPathName
           END-IF
           ACCEPT WSAnomRunId FROM ENVIRONMENT "AOCRUNID"
               ON EXCEPTION
                   MOVE SPACES TO WSAnomRunId
           END-ACCEPT
           IF WSAnomRunId EQUAL TO SPACES
               MOVE "000000" TO WSAnomRunId
           END-IF
           MOVE 0 TO WSAnomRuleCount
           MOVE 0 TO WSAnomTotalHits
           INITIALIZE WSAnomWindows
           OPEN INPUT AnomalyRuleFile
           IF WSAnomRuleStatus NOT EQUAL TO 0
               DISPLAY "NO DIAL ANOMALY RULES IN "
                   FUNCTION TRIM(WSAnomRuleName)
                   ": ANOMALY DETECTION OFF"
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSAnomRuleEOF
           PERFORM UNTIL WSAnomRuleEOF EQUAL TO 'Y'
               READ AnomalyRuleFile INTO WSAnomRuleLine
                   AT END MOVE 'Y' TO WSAnomRuleEOF
                   NOT AT END
                       IF WSAnomRuleLine(1:1) NOT EQUAL TO '*'
                       AND WSAnomRuleLine NOT EQUAL TO SPACES
                           PERFORM AddAnomalyRule
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AnomalyRuleFile.

      *> A rule needs a known kind, a window of 1-99 instructions and a
      *> threshold of at least one event; JITTER also needs the size of
      *> turn it counts as tiny.
       AddAnomalyRule.
           MOVE SPACES TO WSAnomRuleFields
           UNSTRING WSAnomRuleLine DELIMITED BY '|'
               INTO WSAnomFRule WSAnomFKind WSAnomFWindow
                    WSAnomFThreshold WSAnomFMaxClicks
           END-UNSTRING
           IF WSAnomFMaxClicks EQUAL TO SPACES
               MOVE "0" TO WSAnomFMaxClicks
           END-IF
           IF WSAnomRuleCount >= 10
               DISPLAY "ANOMALY RULE TABLE FULL, RULE SKIPPED: "
                   FUNCTION TRIM(WSAnomRuleLine)
               NEXT SENTENCE
           END-IF
           IF WSAnomFRule EQUAL TO SPACES
           OR (WSAnomFKind NOT EQUAL TO "ZEROSWEEP"
               AND WSAnomFKind NOT EQUAL TO "JITTER")
           OR FUNCTION TEST-NUMVAL(WSAnomFWindow) NOT EQUAL TO 0
           OR FUNCTION TEST-NUMVAL(WSAnomFThreshold) NOT EQUAL TO 0
           OR FUNCTION TEST-NUMVAL(WSAnomFMaxClicks) NOT EQUAL TO 0
               DISPLAY "ANOMALY RULE SKIPPED: " FUNCTION TRIM(WSAnomRuleLine)
               NEXT SENTENCE
           END-IF
           IF FUNCTION NUMVAL(WSAnomFWindow) < 1
           OR FUNCTION NUMVAL(WSAnomFWindow) > 99
           OR FUNCTION NUMVAL(WSAnomFThreshold) < 1
           OR FUNCTION NUMVAL(WSAnomFThreshold) > 999999
           OR FUNCTION NUMVAL(WSAnomFMaxClicks) < 0
           OR FUNCTION NUMVAL(WSAnomFMaxClicks) > 99999999
           OR (WSAnomFKind EQUAL TO "JITTER"
               AND FUNCTION NUMVAL(WSAnomFMaxClicks) < 1)
               DISPLAY "ANOMALY RULE SKIPPED: " FUNCTION TRIM(WSAnomRuleLine)
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSAnomRuleCount
           MOVE WSAnomFRule TO WSAnomRuleId(WSAnomRuleCount)
           MOVE WSAnomFKind TO WSAnomRuleKind(WSAnomRuleCount)
           COMPUTE WSAnomRuleWindow(WSAnomRuleCount) =
               FUNCTION NUMVAL(WSAnomFWindow)
           COMPUTE WSAnomRuleThreshold(WSAnomRuleCount) =
               FUNCTION NUMVAL(WSAnomFThreshold)
           COMPUTE WSAnomRuleMaxClicks(WSAnomRuleCount) =
               FUNCTION NUMVAL(WSAnomFMaxClicks)
           MOVE 0 TO WSAnomRuleHits(WSAnomRuleCount).

      *> Called straight after ParseData, while WSDial holds where this
      *> instruction left its dial and the dial's last direction has
      *> not yet been replaced by this one. The dial's starting
      *> position is worked back from where it landed, so a run resumed
      *> from a checkpoint still sees the true sweeps.
       EvaluateDialAnomalies.
           COMPUTE WSAnomInstr = WSProcessedCount + 1
           MOVE WSCycles TO WSAnomSweeps
           EVALUATE WSOrientation
               WHEN 'R'
                   COMPUTE WSAnomPrior =
                       FUNCTION MOD(WSDial + WSDialMax - WSIncr, WSDialMax)
                   IF WSIncr > 0 AND WSAnomPrior + WSIncr >= WSDialMax
                       ADD 1 TO WSAnomSweeps
                   END-IF
               WHEN 'L'
                   COMPUTE WSAnomPrior =
                       FUNCTION MOD(WSDial + WSIncr, WSDialMax)
                   IF WSIncr > 0 AND WSAnomPrior NOT EQUAL TO 0
                   AND WSIncr >= WSAnomPrior
                       ADD 1 TO WSAnomSweeps
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           MOVE 0 TO WSAnomJitter
           IF (WSOrientation EQUAL TO 'R' OR WSOrientation EQUAL TO 'L')
           AND WSLength > 0
           AND WSDialLastOrientT(WSDialId) NOT EQUAL TO SPACE
           AND WSDialLastOrientT(WSDialId) NOT EQUAL TO WSOrientation
               MOVE 1 TO WSAnomJitter
           END-IF
           PERFORM VARYING WSAnomRuleIdx FROM 1 BY 1
               UNTIL WSAnomRuleIdx > WSAnomRuleCount
               PERFORM ApplyAnomalyRule
           END-PERFORM.

      *> Slides this dial's window for one rule on by this instruction:
      *> once the window is full the oldest instruction's events drop
      *> out as the newest come in.
       ApplyAnomalyRule.
           IF WSAnomRuleKind(WSAnomRuleIdx) EQUAL TO "ZEROSWEEP"
               MOVE WSAnomSweeps TO WSAnomEvents
           ELSE
               MOVE 0 TO WSAnomEvents
               IF WSAnomJitter EQUAL TO 1
               AND WSLength <= WSAnomRuleMaxClicks(WSAnomRuleIdx)
                   MOVE 1 TO WSAnomEvents
               END-IF
           END-IF
           IF WSAnomWinNext(WSAnomRuleIdx, WSDialId) EQUAL TO 0
               MOVE 1 TO WSAnomWinNext(WSAnomRuleIdx, WSDialId)
           END-IF
           MOVE WSAnomWinNext(WSAnomRuleIdx, WSDialId) TO WSAnomSlotIdx
           IF WSAnomWinFill(WSAnomRuleIdx, WSDialId)
               >= WSAnomRuleWindow(WSAnomRuleIdx)
               SUBTRACT WSAnomSlotEvents(WSAnomRuleIdx, WSDialId,
                   WSAnomSlotIdx) FROM WSAnomWinSum(WSAnomRuleIdx, WSDialId)
           ELSE
               ADD 1 TO WSAnomWinFill(WSAnomRuleIdx, WSDialId)
           END-IF
           MOVE WSAnomEvents
               TO WSAnomSlotEvents(WSAnomRuleIdx, WSDialId, WSAnomSlotIdx)
           MOVE WSAnomInstr
               TO WSAnomSlotInstr(WSAnomRuleIdx, WSDialId, WSAnomSlotIdx)
           ADD WSAnomEvents TO WSAnomWinSum(WSAnomRuleIdx, WSDialId)
           IF WSAnomSlotIdx >= WSAnomRuleWindow(WSAnomRuleIdx)
               MOVE 1 TO WSAnomWinNext(WSAnomRuleIdx, WSDialId)
           ELSE
               COMPUTE WSAnomWinNext(WSAnomRuleIdx, WSDialId) =
                   WSAnomSlotIdx + 1
           END-IF
           IF WSAnomWinSum(WSAnomRuleIdx, WSDialId)
               >= WSAnomRuleThreshold(WSAnomRuleIdx)
               PERFORM RecordDialAnomaly
           END-IF.

      *> One hit: reported, logged and alerted, then the dial's window
      *> for the rule is emptied so the same burst is not counted
      *> again on the next instruction.
       RecordDialAnomaly.
           IF WSAnomWinFill(WSAnomRuleIdx, WSDialId)
               < WSAnomRuleWindow(WSAnomRuleIdx)
               MOVE WSAnomSlotInstr(WSAnomRuleIdx, WSDialId, 1)
                   TO WSAnomFirst
           ELSE
               MOVE WSAnomSlotInstr(WSAnomRuleIdx, WSDialId,
                   WSAnomWinNext(WSAnomRuleIdx, WSDialId)) TO WSAnomFirst
           END-IF
           MOVE WSAnomWinSum(WSAnomRuleIdx, WSDialId) TO WSAnomEvents
           ADD 1 TO WSAnomRuleHits(WSAnomRuleIdx)
           ADD 1 TO WSAnomTotalHits
           MOVE WSAnomFirst TO WSAnomFirstDisplay
           MOVE WSAnomInstr TO WSAnomInstrDisplay
           MOVE WSAnomEvents TO WSAnomEventsDisplay
           DISPLAY "DIAL ANOMALY: DIAL " WSDialId " RULE "
               FUNCTION TRIM(WSAnomRuleId(WSAnomRuleIdx)) " ("
               FUNCTION TRIM(WSAnomRuleKind(WSAnomRuleIdx)) "), "
               FUNCTION TRIM(WSAnomEventsDisplay, LEADING)
               " EVENT(S) IN INSTRUCTIONS "
               FUNCTION TRIM(WSAnomFirstDisplay, LEADING) "-"
               FUNCTION TRIM(WSAnomInstrDisplay, LEADING)
           PERFORM WriteAnomalyRecord
           MOVE "DAYONE" TO ALERT-PROGRAM
           MOVE SPACES TO ALERT-KEY
           STRING "2025-01-" LPart DELIMITED BY SIZE INTO ALERT-KEY
           MOVE 15 TO ALERT-CODE
           MOVE SPACES TO ALERT-MESSAGE
           STRING "DIAL " WSDialId " RULE "
               FUNCTION TRIM(WSAnomRuleId(WSAnomRuleIdx)) " INSTR "
               FUNCTION TRIM(WSAnomFirstDisplay, LEADING) "-"
               FUNCTION TRIM(WSAnomInstrDisplay, LEADING) " EVENTS "
               FUNCTION TRIM(WSAnomEventsDisplay, LEADING)
               DELIMITED BY SIZE INTO ALERT-MESSAGE
           PERFORM AppendAlert
           MOVE 0 TO WSAnomWinSum(WSAnomRuleIdx, WSDialId)
           MOVE 0 TO WSAnomWinFill(WSAnomRuleIdx, WSDialId)
           MOVE 1 TO WSAnomWinNext(WSAnomRuleIdx, WSDialId).

       WriteAnomalyRecord.
           ACCEPT WSCsvDate FROM DATE YYYYMMDD
           ACCEPT WSCsvTime FROM TIME
           MOVE SPACES TO WSAnomStamp
           STRING WSCsvDate WSCsvTime(1:6) DELIMITED BY SIZE
               INTO WSAnomStamp
           MOVE SPACES TO WSAnomLine
           STRING WSAnomStamp "|" WSDialId "|" WSAnomFirst "|"
               WSAnomInstr "|"
               FUNCTION TRIM(WSAnomRuleId(WSAnomRuleIdx)) "|"
               FUNCTION TRIM(WSAnomRuleKind(WSAnomRuleIdx)) "|"
               WSAnomEvents "|" WSAnomRuleWindow(WSAnomRuleIdx) "|"
               WSAnomRuleThreshold(WSAnomRuleIdx) "|" WSAnomRunId
               DELIMITED BY SIZE INTO WSAnomLine
           OPEN EXTEND AnomalyFile
           IF WSAnomLogStatus NOT EQUAL TO 0
               OPEN OUTPUT AnomalyFile
           END-IF
           IF WSAnomLogStatus NOT EQUAL TO 0
               DISPLAY "WARNING: UNABLE TO APPEND DIAL ANOMALY TO "
                   FUNCTION TRIM(WSAnomLogName)
               NEXT SENTENCE
           END-IF
           WRITE AnomalyRecord FROM WSAnomLine
           CLOSE AnomalyFile.

      *> End-of-run count of hits per rule, beside the wear figures.
       ReportDialAnomalies.
           IF WSAnomRuleCount EQUAL TO 0
               NEXT SENTENCE
           END-IF
           DISPLAY "--- DIAL ANOMALIES ---"
           PERFORM VARYING WSAnomRuleIdx FROM 1 BY 1
               UNTIL WSAnomRuleIdx > WSAnomRuleCount
               MOVE WSAnomRuleHits(WSAnomRuleIdx) TO WSAnomHitsDisplay
               MOVE WSAnomRuleThreshold(WSAnomRuleIdx)
                   TO WSAnomThresholdDisplay
               MOVE WSAnomRuleWindow(WSAnomRuleIdx) TO WSAnomWindowDisplay
               DISPLAY "RULE " FUNCTION TRIM(WSAnomRuleId(WSAnomRuleIdx)) " ("
                   FUNCTION TRIM(WSAnomRuleKind(WSAnomRuleIdx)) " "
                   FUNCTION TRIM(WSAnomThresholdDisplay, LEADING)
                   " IN " FUNCTION TRIM(WSAnomWindowDisplay, LEADING)
                   " INSTRUCTIONS): "
                   FUNCTION TRIM(WSAnomHitsDisplay, LEADING) " HIT(S)"
           END-PERFORM
           IF WSAnomTotalHits > 0
               DISPLAY "ANOMALIES LOGGED TO " FUNCTION TRIM(WSAnomLogName)
           END-IF.

       *> One line per instruction showing the dial position it left
       *> behind, so the full path the dial took can be replayed.
       DisplayDialTrace.
           END-IF.

       COPY "csvQuote.cpy".
       COPY "chainLink.cpy".
       COPY "alertAppend.cpy".

       ParseData.
           PERFORM ExtractInstruction
