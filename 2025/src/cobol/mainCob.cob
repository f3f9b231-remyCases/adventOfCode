           SELECT DiagHeaderFile ASSIGN TO WSDiagName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDiagStatus.
           SELECT SpoolIndexFile ASSIGN TO SPOOL-INDEX-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-INDEX-STATUS.
           SELECT SpoolStepFile ASSIGN TO SPOOL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPOOL-STEP-STATUS.
           SELECT AlertFile ASSIGN TO WSAlertPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.
           SELECT RealCsvFile ASSIGN TO WSRealCsvName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRealCsvStatus.
           SELECT IntakeRegFile ASSIGN TO "tools/data/intake_register"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSIntakeStatus.
           SELECT RegistryFile ASSIGN TO "tools/data/day_registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
       FD FpFile.
       01 FpRecord PIC X(200).
       FD RunRegFile.
       01 RunRegRecord PIC X(100).
       FD StageCsvFile.
       01 StageCsvRecord PIC X(200).
       FD RealLogFile.
       01 LockRecord PIC X(80).
       FD DiagHeaderFile.
       01 DiagHeaderRecord PIC X(120).
       FD SpoolIndexFile.
       01 SpoolIndexRecord PIC X(160).
       FD SpoolStepFile.
       01 SpoolStepRecord PIC X(256).
       FD AlertFile.
       01 AlertRecord PIC X(160).
       FD EventFile.
       01 EventRecord PIC X(120).

       FD IntakeRegFile.
       01 IntakeRegRecord PIC X(160).
       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       WORKING-STORAGE SECTION.
       01 WSRunPartIdx PIC 9.
       01 WSRunPart PIC A.
       01 WSProgramName PIC X(8).
       *> A day program is CANCELed after every CALL so the next part
       *> starts from fresh WORKING-STORAGE; its return code is held
       *> across the CANCEL for the caller.
       01 WSDispatchRc PIC S9(9) COMP-5 VALUE 0.
       *> Highest 2025 day the registry carries; bounds RunAll/RunYear.
       01 WSRegIdx PIC 9(3).
       01 WSBatchMaxDay PIC 99.

       *> Dated audit trail of every result this program reports.
      *> Two-phase commit: the run writes its log lines and the day
       COPY "dayRegistry.cpy".
       01 WSMenuEntryIdx PIC 9(3).
       01 WSMenuDayDisplay PIC Z9.
      *> The menu is used under a signed-on operator session (SIGNON):
      *> signed on before the menu shows, idle-checked before the pick
      *> is confirmed, and signed off when the run closes. The session
      *> id (AOCSESSION, zeros outside a session) is the seventh field
      *> of the run register record, and the session's operator is the
      *> run's operator.
       COPY "signOnSession.cpy".
       01 WSSessionId PIC X(12) VALUE "000000000000".

       *> Cross-check mode (--check): runs both parts of a day known to
       *> have a part1/part2 containment invariant and warns if the
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.
      *> Change-control gate ahead of every day/part CALL: CHANGECHECK
      *> refuses a program changed during a freeze window without an
      *> approved change request, and ties each run to the request
      *> governing its program.
       01 WSChangeRequest.
           05 WSChangeYear PIC 9(4).
           05 WSChangeDay PIC 99.
           05 WSChangePart PIC X.
           05 WSChangeProgram PIC X(12).
           05 WSChangeRunId PIC X(6).
           05 WSChangeOk PIC X.
           05 WSChangeCrId PIC X(10).
      *> Version identifier of the day program about to run, asked of
      *> the program itself (its part-0 version query) at dispatch
      *> time and stamped into the run header and ahead of its result.
       01 WSVersionLine PIC X(80).
       01 WSProgVersion PIC X(18) VALUE SPACES.
       01 WSVersionProgram PIC X(12) VALUE SPACES.
       01 WSVerStamp PIC X(24) VALUE SPACES.
       *> Clearing a finished batch must not destroy another batch's
       *> restart point: the records whose mode (and, cross-year, year)
       *> don't match the batch being cleared are carried through the
           VALUE "tools/data/run_register".
       01 WSRunRegStatus PIC 99.
       01 WSRunRegEOF PIC A.
       01 WSRunRegLine PIC X(100).
       01 WSRunIdText PIC X(6).
       01 WSRunId PIC 9(6) VALUE 0.

       01 WSFpDayWordLookup REDEFINES WSFpDayWordTable.
           05 WSFpDayWord OCCURS 5 TIMES PIC X(10).

      *> Relative input references: --input REF (or the day's
      *> AOCyyyyDAYnINPUT) may name a plain path or a generation INTAKE
      *> kept - "current", "minus one", "G0003". Each is resolved once,
      *> before the run starts, through GENRESOLVE; the day programs
      *> then see the absolute file in their AOCyyyyDAYnINPUT, the
      *> fingerprint covers the files actually read, and the header
      *> records the absolute generation of each ("GEN n" for one day,
      *> "GEN n,n,..." by day for a batch, 0 where none is on record).
      *> A reference to a generation no longer kept stops the run
      *> before anything is written.
       01 WSInputRef PIC X(60) VALUE SPACES.
       01 WSGenEnvName PIC X(20).
       01 WSGenDayIdx PIC 9.
       01 WSGenDayDisplay PIC Z9.
       01 WSGenNumberDisplay PIC Z(3)9.
       01 WSGenStamp PIC X(40) VALUE SPACES.
       01 WSGenInputTable.
           05 WSGenInputPath OCCURS 5 TIMES PIC X(80).
           05 WSGenInputNumber OCCURS 5 TIMES PIC 9(4).
       COPY "genReference.cpy".

      *> Record-count balance: the run log carries, per feed, what
      *> INTAKE last staged into the file this run reads (in the
      *> header block, straight under RUN START), what VALIDATEINPUT
      *> counted, accepted, rejected and quarantined (RunYear's
      *> validation gate) and what each day program read (after each
      *> result), as "COUNT YYYY-DD ..." records RECBALANCE proves
      *> against each other and RUNPULL shows for any past run. The
      *> COUNT prefix keeps them out of the result-line readers and
      *> the trailer's count, the same way PROGRAM and RETRY do.
       01 WSIntakeStatus PIC 99.
       01 WSIntakeEOF PIC A.
       01 WSIntakeLine PIC X(160).
       01 WSIntakeFields.
           05 WSIntakeStamp PIC X(14).
           05 WSIntakeWho PIC X(20).
           05 WSIntakeFeed PIC X(7).
           05 WSIntakeSource PIC X(80).
           05 WSIntakeCount PIC X(14).
           05 WSIntakeTarget PIC X(80).
           05 WSIntakeVerdict PIC X(30).
       01 WSStagedTable.
           05 WSStagedFound OCCURS 5 TIMES PIC X.
           05 WSStagedLines OCCURS 5 TIMES PIC 9(8).
       01 WSCountDay PIC 99.
       01 WSCountValue PIC X(80).


      *> Operator hold list: tools/data/holdlist carries one
      *> "YYYY,DD,P,REASON[,EXPIRES]" entry per day/part under repair
       *> each attempt logged distinctly so the results log reads
       *> "failed, retried, succeeded" rather than a bare failure.
       *> Failure diagnostics capture: when a RunYear day/part fails,
       *> a dated per-incident file records the failing attempt and
       *> points at its job output spool entry, which already holds
       *> every line the day program printed - everything a developer
       *> needs, collected at the moment of failure.
       01 WSDiagName PIC X(60).
       01 WSDiagStatus PIC 99.
       01 WSDiagLine PIC X(120).
           05 FILLER PIC X(10) VALUE "five".
       01 WSDiagDayWordLookup REDEFINES WSDiagDayWordTable.
           05 WSDiagDayWord OCCURS 5 TIMES PIC X(10).
       *> Job output spool: each day/part this driver dispatches is
       *> spooled under the run's register number and step (class S
       *> for a single day/part, B inside a batch), see spoolFile.cpy.
       COPY "spoolFile.cpy".

       01 WSRetryLimit PIC 9 VALUE 2.
       01 WSRetryLimitEnv PIC X(2).
       01 WSRetryAttempt PIC 9.
       01 WSAttemptRc PIC S9(9) COMP-5.
      *> Time of day the final attempt started: everything before it
      *> in the day/part's elapsed time went to the shop's own
      *> retries, which the timing history carries as a seventh
      *> field so CHARGEBACK does not bill them.
       01 WSRetryFrom PIC 9(8).
       01 WSRetryFromX REDEFINES WSRetryFrom.
           05 WSRetryFromHH PIC 99.
           05 WSRetryFromMM PIC 99.
           05 WSRetryFromSS PIC 99.
           05 WSRetryFromCC PIC 99.
       01 WSRetryCs PIC S9(9) VALUE 0.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSBudgetDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSBudgetActualDisplay.

       01 WSTimingStatus PIC 99.
       01 WSTimingLine PIC X(50).
       01 WSTimingCs PIC 9(9).
       01 WSRetryTimingCs PIC 9(9).

       PROCEDURE DIVISION.
       Main.

           ACCEPT WSCurrentDate FROM DATE YYYYMMDD
           PERFORM ResolveSandboxPaths
           PERFORM ResolveInputReferences
           PERFORM AcquireOutputLock
           PERFORM OpenResultsFile

               SET CorrectDay TO TRUE
           END-IF

          *> A single day/part passes the change-control gate before
          *> its CALL; a refusal ends the run the way --check does.
           IF WSDay NOT EQUAL TO 0 AND WSDay NOT EQUAL TO 99 THEN
               MOVE WSDay TO WSRunDay
               MOVE WSPart TO WSRunPart
               PERFORM SelectProgramName
               IF WSProgramName NOT EQUAL TO SPACES
                   PERFORM CheckChangeControl
                   IF WSChangeOk NOT EQUAL TO 'Y'
                       PERFORM LogFreezeSkip
                       PERFORM CloseResultsFile
                       PERFORM ReleaseOutputLock
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF

           IF WSDay EQUAL TO 1 THEN
               MOVE SPACES TO WSResult
               SET SPOOL-CLASS-SINGLE TO TRUE
               PERFORM OpenRunSpool
               ACCEPT WSTimeStart FROM TIME
               CALL 'DAYONE' USING WSPart WSResult
               ACCEPT WSTimeEnd FROM TIME
               PERFORM CloseSpoolStep
               PERFORM CheckCallReturnCode
               PERFORM ComputeElapsedTime
               MOVE WSDay TO WSLogDay

           IF WSDay EQUAL TO 2 THEN
               MOVE SPACES TO WSResult
               SET SPOOL-CLASS-SINGLE TO TRUE
               PERFORM OpenRunSpool
               ACCEPT WSTimeStart FROM TIME
               CALL 'DAYTWO' USING WSPart WSResult
               ACCEPT WSTimeEnd FROM TIME
               PERFORM CloseSpoolStep
               PERFORM CheckCallReturnCode
               PERFORM ComputeElapsedTime
               MOVE WSDay TO WSLogDay

           IF WSDay EQUAL TO 3 THEN
               MOVE SPACES TO WSResult
               SET SPOOL-CLASS-SINGLE TO TRUE
               PERFORM OpenRunSpool
               ACCEPT WSTimeStart FROM TIME
               CALL 'DAYTHREE' USING WSPart WSResult
               ACCEPT WSTimeEnd FROM TIME
               PERFORM CloseSpoolStep
               PERFORM CheckCallReturnCode
               PERFORM ComputeElapsedTime
               MOVE WSDay TO WSLogDay
               MOVE WSPart TO WSLogPart
               PERFORM LogResult
               SET CorrectDay TO TRUE
           END-IF

           IF WSDay EQUAL TO 4 THEN
               MOVE SPACES TO WSResult
               SET SPOOL-CLASS-SINGLE TO TRUE
               PERFORM OpenRunSpool
               ACCEPT WSTimeStart FROM TIME
               CALL 'DAYFOUR' USING WSPart WSResult
               ACCEPT WSTimeEnd FROM TIME
               PERFORM CloseSpoolStep
               PERFORM CheckCallReturnCode
               PERFORM ComputeElapsedTime
               MOVE WSDay TO WSLogDay
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF
           PERFORM ResolveSessionOperator
           EVALUATE WSDay
               WHEN 0
                   MOVE "RUNALL" TO WSRunArgs
                   MOVE WSDay TO WSDayDisplay
                   STRING "DAY " FUNCTION TRIM(WSDayDisplay, LEADING)
                       " PART " WSPart DELIMITED BY SIZE INTO WSRunArgs
                   MOVE WSDay TO WSRunDay
                   PERFORM SelectProgramName
                   IF WSProgramName NOT EQUAL TO SPACES
                       PERFORM CaptureProgramVersion
                   END-IF
           END-EVALUATE
          *> The SANDBOX mark leads the ARGS text, so no reader of
          *> the header can mistake a training run for production.
           PERFORM ComputeConfigStamp
           PERFORM ComputeInputFingerprint
           PERFORM IssueRunNumber
          *> A single day/part names its program's build in the header;
          *> a batch header cannot, so each result carries its own.
           MOVE SPACES TO WSVerStamp
           IF WSProgVersion NOT EQUAL TO SPACES
               STRING "VER " WSProgVersion DELIMITED BY SIZE
                   INTO WSVerStamp
           END-IF
           MOVE SPACES TO ResultsRecord
           IF WSRunLabel EQUAL TO SPACES
               STRING "RUN START " WSCurrentDate " " WSHeaderTime
                   " RUN " WSRunId " ARGS " FUNCTION TRIM(WSRunArgs) " OPERATOR "
                   FUNCTION TRIM(WSOperator) " "
                   FUNCTION TRIM(WSCfgStamp) " "
                   FUNCTION TRIM(WSFpStamp) " "
                   FUNCTION TRIM(WSVerStamp) " "
                   FUNCTION TRIM(WSGenStamp)
                   DELIMITED BY SIZE INTO ResultsRecord
           ELSE
               STRING "RUN START " WSCurrentDate " " WSHeaderTime
                   FUNCTION TRIM(WSOperator) " LABEL "
                   FUNCTION TRIM(WSRunLabel) " "
                   FUNCTION TRIM(WSCfgStamp) " "
                   FUNCTION TRIM(WSFpStamp) " "
                   FUNCTION TRIM(WSVerStamp) " "
                   FUNCTION TRIM(WSGenStamp)
                   DELIMITED BY SIZE INTO ResultsRecord
           END-IF
           WRITE ResultsRecord
           PERFORM WriteStagedCounts.

      *> Checksums the live runtime.cfg (hash x 31 + byte per
      *> character, + 10 per line, mod 10^8 - the same sum CFGMAINT
           MOVE 0 TO WSFpChecksum
           PERFORM VARYING WSFpDayIdx FROM 1 BY 1
               UNTIL WSFpDayIdx > 5
               MOVE WSGenInputPath(WSFpDayIdx) TO WSFpName
               PERFORM FingerprintOneFile
           END-PERFORM
           MOVE SPACES TO WSFpStamp
           MOVE SPACES TO WSRunRegLine
           STRING WSRunId "|" WSCurrentDate "|" WSHeaderTime "|"
               "2025|" FUNCTION TRIM(WSRunArgs) "|"
               FUNCTION TRIM(WSOperator) "|" WSSessionId
               DELIMITED BY SIZE INTO WSRunRegLine
           OPEN EXTEND RunRegFile
           IF WSRunRegStatus NOT EQUAL TO 0
           DISPLAY "AOCCSVFILE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOCRUNID" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           IF InteractiveMode AND SIGNON-ID NOT EQUAL TO SPACES
               MOVE "SIGNOFF" TO SIGNON-ACTION
               CALL 'SIGNON' USING SIGNON-SESSION
           END-IF.

      *> The commit point: with the trailer safely in the stage, the
      *> staged log lines and CSV rows move to the real audit pair in
           MOVE 'N' TO WSStageEOF
           OPEN INPUT ResultsFile
           IF WSResultsStatus EQUAL TO 0
               SET CHAIN-RUNLOG TO TRUE
               PERFORM ReadLogChainTail
               OPEN EXTEND RealLogFile
               IF WSRealLogStatus NOT EQUAL TO 0
                   OPEN OUTPUT RealLogFile
                   READ ResultsFile INTO WSPromoteLine
                       AT END MOVE 'Y' TO WSStageEOF
                       NOT AT END
                           MOVE WSPromoteLine(1:180) TO CHAIN-TEXT
                           PERFORM AttachChainHash
                           WRITE RealLogRecord FROM CHAIN-RECORD(1:180)
                   END-READ
               END-PERFORM
               CLOSE RealLogFile
           MOVE 'N' TO WSStageEOF
           OPEN INPUT StageCsvFile
           IF WSStageCsvStatus EQUAL TO 0
               SET CHAIN-CSV TO TRUE
               PERFORM ReadCsvChainTail
               OPEN EXTEND RealCsvFile
               IF WSRealCsvStatus NOT EQUAL TO 0
                   OPEN OUTPUT RealCsvFile
                   IF WSRealCsvStatus EQUAL TO 0
                       WRITE RealCsvRecord FROM
                           "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"
                   END-IF
               END-IF
               PERFORM UNTIL WSStageEOF EQUAL TO 'Y'
                   READ StageCsvFile INTO WSPromoteLine
                       AT END MOVE 'Y' TO WSStageEOF
                       NOT AT END PERFORM PromoteOneCsvRow
                   END-READ
               END-PERFORM
               CLOSE RealCsvFile
           DELETE FILE ResultsFile
           DELETE FILE StageCsvFile.

      *> A staged row carries the chain of the stage it was written
      *> to; promoted, it is chained again onto the real results.csv.
       PromoteOneCsvRow.
           MOVE WSPromoteLine TO CHAIN-RECORD
           PERFORM SplitChainedRecord
           PERFORM AttachChainHash
           WRITE RealCsvRecord FROM CHAIN-RECORD(1:200).

      *> The last hash on the real run log and results.csv: the links
      *> the promoted records chain from (chainLink.cpy).
       ReadLogChainTail.
           MOVE 0 TO CHAIN-PREV
           MOVE 'N' TO CHAIN-EOF
           OPEN INPUT RealLogFile
           IF WSRealLogStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL CHAIN-EOF EQUAL TO 'Y'
               READ RealLogFile INTO CHAIN-RECORD
                   AT END MOVE 'Y' TO CHAIN-EOF
                   NOT AT END PERFORM TakeChainLink
               END-READ
           END-PERFORM
           CLOSE RealLogFile.

       ReadCsvChainTail.
           MOVE 0 TO CHAIN-PREV
           MOVE 'N' TO CHAIN-EOF
           OPEN INPUT RealCsvFile
           IF WSRealCsvStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL CHAIN-EOF EQUAL TO 'Y'
               READ RealCsvFile INTO CHAIN-RECORD
                   AT END MOVE 'Y' TO CHAIN-EOF
                   NOT AT END PERFORM TakeChainLink
               END-READ
           END-PERFORM
           CLOSE RealCsvFile.

       *> Appends the last CALL'd program's result line to the results log,
       *> tagged with the day/part it came from so a later comparison
       *> utility can match up the same day/part across two run logs.
       LogResult.
          *> The PROGRAM prefix keeps the build line out of the
          *> result-line readers and the trailer's count; RUNHISTORY
          *> and RESULTDIFF take it as the version of the result that
          *> follows.
           IF WSProgVersion NOT EQUAL TO SPACES
               MOVE SPACES TO ResultsRecord
               STRING "PROGRAM " FUNCTION TRIM(WSVersionProgram)
                   " VERSION " WSProgVersion
                   DELIMITED BY SIZE INTO ResultsRecord
               WRITE ResultsRecord
           END-IF
           MOVE WSLogDay TO WSLogDayDisplay
           STRING "YEAR 2025 DAY "
               FUNCTION TRIM(WSLogDayDisplay, LEADING)
               DELIMITED BY SIZE INTO ResultsRecord
           WRITE ResultsRecord
           ADD 1 TO WSLogLineCount
           PERFORM WriteReadCount
           PERFORM AppendTimingHistory
           PERFORM CheckRuntimeBudget.

      *> The header block's staged counts: one COUNT record per feed
      *> the run may read, "STAGED n" or "STAGED NONE" where no INTAKE
      *> install of that feed into that very file is on record.
       WriteStagedCounts.
           DISPLAY "AOCRECORDSREAD" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           PERFORM LoadStagedCounts
           IF WSDay EQUAL TO 0 OR WSDay EQUAL TO 99
               PERFORM ComputeBatchMaxDay
               PERFORM VARYING WSCountDay FROM 1 BY 1
                   UNTIL WSCountDay > WSBatchMaxDay OR WSCountDay > 5
                   PERFORM WriteOneStagedCount
               END-PERFORM
           ELSE
               IF WSDay >= 1 AND WSDay <= 5
                   MOVE WSDay TO WSCountDay
                   PERFORM WriteOneStagedCount
               END-IF
           END-IF.

       WriteOneStagedCount.
           MOVE SPACES TO ResultsRecord
           IF WSStagedFound(WSCountDay) EQUAL TO 'Y'
               STRING "COUNT 2025-" WSCountDay " STAGED "
                   WSStagedLines(WSCountDay)
                   DELIMITED BY SIZE INTO ResultsRecord
           ELSE
               STRING "COUNT 2025-" WSCountDay " STAGED NONE"
                   DELIMITED BY SIZE INTO ResultsRecord
           END-IF
           WRITE ResultsRecord.

      *> The latest INTAKE install of each day's feed into the file
      *> this run resolved for that day. A held feed is no install; a
      *> run reading a kept generation or a hand-placed file finds none.
       LoadStagedCounts.
           PERFORM VARYING WSCountDay FROM 1 BY 1 UNTIL WSCountDay > 5
               MOVE 'N' TO WSStagedFound(WSCountDay)
               MOVE 0 TO WSStagedLines(WSCountDay)
           END-PERFORM
           MOVE 'N' TO WSIntakeEOF
           OPEN INPUT IntakeRegFile
           IF WSIntakeStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSIntakeEOF EQUAL TO 'Y'
               READ IntakeRegFile INTO WSIntakeLine
                   AT END MOVE 'Y' TO WSIntakeEOF
                   NOT AT END PERFORM TakeStagedCount
               END-READ
           END-PERFORM
           CLOSE IntakeRegFile.

       TakeStagedCount.
           IF WSIntakeLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSIntakeFields
           UNSTRING WSIntakeLine DELIMITED BY '|'
               INTO WSIntakeStamp WSIntakeWho WSIntakeFeed WSIntakeSource
                    WSIntakeCount WSIntakeTarget WSIntakeVerdict
           IF WSIntakeFeed(1:4) NOT EQUAL TO "2025"
           OR WSIntakeFeed(6:2) IS NOT NUMERIC
           OR WSIntakeVerdict(1:8) EQUAL TO "REJECTED"
               NEXT SENTENCE
           END-IF
           MOVE WSIntakeFeed(6:2) TO WSCountDay
           IF WSCountDay < 1 OR WSCountDay > 5
               NEXT SENTENCE
           END-IF
           IF WSIntakeTarget EQUAL TO WSGenInputPath(WSCountDay)
               MOVE 'Y' TO WSStagedFound(WSCountDay)
               COMPUTE WSStagedLines(WSCountDay) =
                   FUNCTION NUMVAL-C(WSIntakeCount)
           END-IF.

      *> What the validation gate just counted for the day - "LINES n
      *> ACCEPTED n REJECTED n QUARANTINED n", as VALIDATEINPUT left
      *> it in AOCVALIDATECOUNTS - into the run log under the feed.
       WriteValidateCount.
           MOVE SPACES TO WSCountValue
           ACCEPT WSCountValue FROM ENVIRONMENT "AOCVALIDATECOUNTS"
               ON EXCEPTION
                   MOVE SPACES TO WSCountValue
           END-ACCEPT
           IF WSCountValue NOT EQUAL TO SPACES
               MOVE SPACES TO ResultsRecord
               STRING "COUNT 2025-" WSRunDay " "
                   FUNCTION TRIM(WSCountValue)
                   DELIMITED BY SIZE INTO ResultsRecord
               WRITE ResultsRecord
           END-IF
           DISPLAY "AOCVALIDATECOUNTS" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE.

      *> What the day program just read, as it left it in
      *> AOCRECORDSREAD; "READ NONE" where it reported nothing (an
      *> input that never opened, or a mode that reads no input).
       WriteReadCount.
           MOVE SPACES TO WSCountValue
           ACCEPT WSCountValue FROM ENVIRONMENT "AOCRECORDSREAD"
               ON EXCEPTION
                   MOVE SPACES TO WSCountValue
           END-ACCEPT
           MOVE SPACES TO ResultsRecord
           IF WSCountValue EQUAL TO SPACES
               STRING "COUNT 2025-" WSLogDay " PART " WSLogPart
                   " READ NONE"
                   DELIMITED BY SIZE INTO ResultsRecord
           ELSE
               STRING "COUNT 2025-" WSLogDay " PART " WSLogPart
                   " READ " FUNCTION TRIM(WSCountValue)
                   DELIMITED BY SIZE INTO ResultsRecord
           END-IF
           WRITE ResultsRecord
           DISPLAY "AOCRECORDSREAD" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE.

      *> Appends the elapsed time ComputeElapsedTime just measured for
      *> this day/part to the persistent timing-history file, creating
      *> it on first use.
       AppendTimingHistory.
           MOVE WSElapsedCs TO WSTimingCs
           MOVE WSRetryCs TO WSRetryTimingCs
           MOVE 0 TO WSRetryCs
           STRING "2025," WSLogDay "," WSLogPart "," WSCurrentDate ","
               WSTimingCs "," WSRunId "," WSRetryTimingCs
               DELIMITED BY SIZE INTO WSTimingLine
           OPEN EXTEND TimingFile
           IF WSTimingStatus NOT EQUAL TO 0
               COMPUTE WSRetryLimit = FUNCTION NUMVAL(WSRetryLimitEnv)
           END-IF
           PERFORM LoadHoldList
           PERFORM ComputeBatchMaxDay
           IF WSBatchMaxDay EQUAL TO 0
               DISPLAY "NO DAYS REGISTERED FOR YEAR 2025 - NOTHING TO RUN"
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE 'A' TO WSProgressMode
           PERFORM LoadBatchProgress
           MOVE 1 TO WSRunDay
           PERFORM UNTIL WSRunDay > WSBatchMaxDay
               PERFORM SelectProgramName
               MOVE WSRunDay TO WSRunDayDisplay
               MOVE 1 TO WSRunPartIdx
                   ELSE
                   IF WSHoldFoundIdx NOT EQUAL TO 0
                       PERFORM LogHoldSkip
                   ELSE
                   PERFORM CheckChangeControl
                   IF WSChangeOk NOT EQUAL TO 'Y'
                       PERFORM LogFreezeSkip
                       ADD 1 TO WSRunFailures
                   ELSE
                       DISPLAY "--- DAY " FUNCTION TRIM(WSRunDayDisplay)
                           " PART " WSRunPart " ---"
                       PERFORM CaptureProgramVersion
                       SET SPOOL-CLASS-BATCH TO TRUE
                       PERFORM OpenRunSpool
                       ACCEPT WSTimeStart FROM TIME
                       PERFORM RunAttemptWithRetry
                       ACCEPT WSTimeEnd FROM TIME
                       PERFORM CloseSpoolStep
                       PERFORM CheckRunCallReturnCode
                       PERFORM ComputeElapsedTime
                       MOVE WSRunDay TO WSLogDay
                       PERFORM RecordBatchProgress
                   END-IF
                   END-IF
                   END-IF
                   ADD 1 TO WSRunPartIdx
               END-PERFORM
               ADD 1 TO WSRunDay
           DISPLAY "=== RUNNING YEAR IN ORDER ==="
           SET NoYearStop TO TRUE
           PERFORM LoadHoldList
           PERFORM ComputeBatchMaxDay
           IF WSBatchMaxDay EQUAL TO 0
               DISPLAY "NO DAYS REGISTERED FOR YEAR 2025 - NOTHING TO RUN"
               MOVE 1 TO RETURN-CODE
           END-IF
           MOVE 'Y' TO WSProgressMode
           PERFORM LoadBatchProgress
           MOVE 1 TO WSRunDay
           PERFORM UNTIL WSRunDay > WSBatchMaxDay OR YearStopped
               PERFORM SelectProgramName
               MOVE WSRunDay TO WSRunDayDisplay
               MOVE 1 TO WSRunPartIdx
                   IF WSHoldFoundIdx NOT EQUAL TO 0
                       PERFORM LogHoldSkip
                       ADD 1 TO WSRunPartIdx
                   ELSE
                   PERFORM CheckChangeControl
                   IF WSChangeOk NOT EQUAL TO 'Y'
                       PERFORM LogFreezeSkip
                       MOVE 1 TO RETURN-CODE
                       SET YearStopped TO TRUE
                   ELSE
                       DISPLAY "--- DAY " FUNCTION TRIM(WSRunDayDisplay)
                           " PART " WSRunPart " ---"
                       PERFORM CaptureProgramVersion
                       MOVE SPACES TO WSResult
                       MOVE 0 TO WSValidateRc
                       SET SPOOL-CLASS-BATCH TO TRUE
                       PERFORM OpenRunSpool
                       IF WSRunPartIdx EQUAL TO 1
                           PERFORM GateDayValidation
                       END-IF
                       ACCEPT WSTimeStart FROM TIME
                       IF WSValidateRc EQUAL TO 0
                           CALL WSProgramName USING WSRunPart WSResult
                           MOVE RETURN-CODE TO WSDispatchRc
                           CANCEL WSProgramName
                           MOVE WSDispatchRc TO RETURN-CODE
                       END-IF
                       ACCEPT WSTimeEnd FROM TIME
                       PERFORM CloseSpoolStep
                       MOVE RETURN-CODE TO WSCallReturnCode
                       IF WSValidateRc NOT EQUAL TO 0
                           MOVE WSValidateRc TO WSCallReturnCode
                       END-IF
                   END-IF
                   END-IF
                   END-IF
               END-PERFORM
               IF NOT YearStopped
                   ADD 1 TO WSRunDay
               DELIMITED BY SIZE INTO ResultsRecord
           WRITE ResultsRecord.

      *> Puts the day/part about to run through CHANGECHECK, which
      *> leaves its verdict in WSChangeOk and, when a change request
      *> governs the program, files this run against it.
       CheckChangeControl.
           MOVE 2025 TO WSChangeYear
           MOVE WSRunDay TO WSChangeDay
           MOVE WSRunPart TO WSChangePart
           PERFORM SelectProgramName
           MOVE WSProgramName TO WSChangeProgram
           MOVE WSRunId TO WSChangeRunId
           CALL 'CHANGECHECK' USING WSChangeRequest
           MOVE 0 TO RETURN-CODE.

      *> Echoes a change-control refusal into the results log, as a
      *> hold is, so the gap in the run carries its reason.
       LogFreezeSkip.
           MOVE WSRunDay TO WSRunDayDisplay
           DISPLAY "--- DAY " FUNCTION TRIM(WSRunDayDisplay)
               " PART " WSRunPart " REFUSED BY CHANGE CONTROL ---"
           MOVE WSRunDay TO WSLogDayDisplay
          *> The FREEZE prefix keeps this audit line out of the
          *> result-line readers the same way HOLD does.
           MOVE SPACES TO ResultsRecord
           STRING "FREEZE YEAR " "2025" " DAY "
               FUNCTION TRIM(WSLogDayDisplay, LEADING)
               " PART " WSRunPart " REFUSED - CHANGED DURING A FREEZE"
               " WITHOUT AN APPROVED CR"
               DELIMITED BY SIZE INTO ResultsRecord
           WRITE ResultsRecord
           IF WSWorstRc < 1
               MOVE 1 TO WSWorstRc
           END-IF.

      *> Runs the matching day's input validation ahead of the day's
      *> first CALL of a RunYear pass. The pieces existed - this is the
      *> wiring: VALIDATEINPUT takes the day as a filter, and a failed
           DISPLAY "AOCVALIDATEDAY" UPON ENVIRONMENT-NAME
           DISPLAY "0" UPON ENVIRONMENT-VALUE
           MOVE RETURN-CODE TO WSValidateRc
           PERFORM WriteValidateCount
           IF WSValidateRc NOT EQUAL TO 0
               DISPLAY "DAY " FUNCTION TRIM(WSRunDayDisplay)
                   " INPUT FAILED VALIDATION. NOT CALLING ITS PROGRAM."
           DISPLAY "ELAPSED: " FUNCTION TRIM(WSElapsedDisplay, LEADING)
               " CENTISECONDS".

      *> Asks the day program about to be dispatched which build it
      *> is: part 0 is every day program's version query, answered
      *> ahead of its part guard without touching its data. The
      *> identifier rides into the run header (single day/part) and
      *> onto the PROGRAM line LogResult writes ahead of each result.
       CaptureProgramVersion.
           PERFORM SelectProgramName
           MOVE WSProgramName TO WSVersionProgram
           MOVE SPACES TO WSVersionLine
           CALL WSProgramName USING '0' WSVersionLine
           MOVE 0 TO RETURN-CODE
           IF WSVersionLine(1:8) EQUAL TO "VERSION "
               MOVE WSVersionLine(9:18) TO WSProgVersion
           ELSE
               MOVE "UNKNOWN" TO WSProgVersion
           END-IF.

       SelectProgramName.
           EVALUATE WSRunDay
               WHEN 1 MOVE "DAYONE" TO WSProgramName
               WHEN 2 MOVE "DAYTWO" TO WSProgramName
               WHEN 3 MOVE "DAYTHREE" TO WSProgramName
               WHEN 4 MOVE "DAYFOUR" TO WSProgramName
               WHEN OTHER MOVE SPACES TO WSProgramName
           END-EVALUATE.

      *> Highest day number the registry carries for 2025, bounding the
      *> RunAll/RunYear loops so a newly registered day joins the batch
      *> without another edit here.
       ComputeBatchMaxDay.
           MOVE 0 TO WSBatchMaxDay
           MOVE 1 TO WSRegIdx
           PERFORM UNTIL WSRegIdx > WS-DayRegistryCount
               IF WS-DayRegistryYear(WSRegIdx) EQUAL TO 2025
               AND WS-DayRegistryDay(WSRegIdx) > WSBatchMaxDay
                   MOVE WS-DayRegistryDay(WSRegIdx) TO WSBatchMaxDay
               END-IF
               ADD 1 TO WSRegIdx
           END-PERFORM.

      *> Casual-exploration fallback for when MAINCOB is started with no
      *> command-line arguments at all: lists every day registered for
      *> 2025 in WS-DayRegistryTable, prompts for a day and part, confirms,
      *> then falls through into the same WSDay/WSPart dispatch Main
      *> already uses for a flag-driven run.
       RunInteractiveMenu.
           MOVE "MAINCOB" TO SIGNON-CALLER
           MOVE "SIGNON" TO SIGNON-ACTION
           CALL 'SIGNON' USING SIGNON-SESSION
           IF NOT SIGNON-OPEN
               DISPLAY "CANCELLED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "=== AOC 2025 INTERACTIVE MENU ==="
           MOVE 1 TO WSMenuEntryIdx
           PERFORM UNTIL WSMenuEntryIdx > WS-DayRegistryCount
               " PART " WSPart "? (Y/N): "
           ACCEPT WSMenuConfirm
           IF WSMenuConfirm NOT EQUAL TO 'Y' AND WSMenuConfirm NOT EQUAL TO 'y'
               MOVE "SIGNOFF" TO SIGNON-ACTION
               CALL 'SIGNON' USING SIGNON-SESSION
               DISPLAY "CANCELLED."
               STOP RUN
           END-IF
      *> Left at the prompt past the idle limit: sign on again before
      *> the run goes ahead.
           MOVE "CHECK" TO SIGNON-ACTION
           CALL 'SIGNON' USING SIGNON-SESSION
           IF SIGNON-TIMED-OUT
               MOVE "SIGNON" TO SIGNON-ACTION
               CALL 'SIGNON' USING SIGNON-SESSION
               IF NOT SIGNON-OPEN
                   DISPLAY "CANCELLED."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

      *> A run made under a signed-on session - this menu's, or one
      *> inherited from the front end that started this run - is the
      *> session operator's, whatever USER says.
       ResolveSessionOperator.
           ACCEPT WSSessionId FROM ENVIRONMENT "AOCSESSION"
               ON EXCEPTION
                   MOVE SPACES TO WSSessionId
           END-ACCEPT
           IF WSSessionId EQUAL TO SPACES
               MOVE "000000000000" TO WSSessionId
           END-IF
           IF WSSessionId NOT EQUAL TO "000000000000"
               ACCEPT WSOperator FROM ENVIRONMENT "AOCOPERATOR"
                   ON EXCEPTION
                       CONTINUE
               END-ACCEPT
               IF WSOperator EQUAL TO SPACES
                   MOVE "UNKNOWN" TO WSOperator
               END-IF
           END-IF.

       COPY "alertAppend.cpy".
               IF WSOperator EQUAL TO SPACES
                   MOVE "UNKNOWN" TO WSOperator
               END-IF
               PERFORM ResolveSessionOperator
               MOVE SPACES TO WSLockLine
               STRING WSCurrentDate " " WSHeaderTime " OPERATOR "
                   FUNCTION TRIM(WSOperator) " PID UNKNOWN"
           MOVE 0 TO RETURN-CODE
           CALL WSProgramName USING WSRunPart WSResult
           MOVE RETURN-CODE TO WSAttemptRc
           CANCEL WSProgramName
           PERFORM UNTIL WSAttemptRc NOT EQUAL TO 9
           OR WSRetryAttempt >= WSRetryLimit
               ADD 1 TO WSRetryAttempt
               WRITE ResultsRecord
               MOVE SPACES TO WSResult
               MOVE 0 TO RETURN-CODE
               ACCEPT WSRetryFrom FROM TIME
               CALL WSProgramName USING WSRunPart WSResult
               MOVE RETURN-CODE TO WSAttemptRc
               CANCEL WSProgramName
           END-PERFORM
           IF WSRetryAttempt > 0
               COMPUTE WSRetryCs =
                   (WSRetryFromHH * 360000) + (WSRetryFromMM * 6000)
                   + (WSRetryFromSS * 100) + WSRetryFromCC
                   - (WSStartHH * 360000) - (WSStartMM * 6000)
                   - (WSStartSS * 100) - WSStartCC
               IF WSRetryCs < 0
                   ADD 8640000 TO WSRetryCs
               END-IF
               MOVE WSRunDay TO WSLogDayDisplay
               MOVE SPACES TO ResultsRecord
               IF WSAttemptRc EQUAL TO 0


      *> Builds the per-incident diagnostics file - header with the
      *> day/part, return code, elapsed time and input of the failing
      *> attempt - pointing at the step's spool entry for the full
      *> output rather than re-running the program for a partial
      *> trace of its own.
       CaptureFailureDiagnostics.
           ACCEPT WSHeaderTime FROM TIME
           MOVE SPACES TO WSDiagName
           STRING "INPUT FILE " FUNCTION TRIM(WSDiagInput)
               DELIMITED BY SIZE INTO WSDiagLine
           WRITE DiagHeaderRecord FROM WSDiagLine
           MOVE SPACES TO WSDiagLine
           STRING "SPOOL ENTRY RUN " SPOOL-RUNID " STEP " SPOOL-STEP
               " (SPOOLVIEW --run " SPOOL-RUNID ")"
               DELIMITED BY SIZE INTO WSDiagLine
           WRITE DiagHeaderRecord FROM WSDiagLine
           MOVE SPACES TO WSDiagLine
           STRING "SPOOL FILE " FUNCTION TRIM(SPOOL-FILE-NAME)
               DELIMITED BY SIZE INTO WSDiagLine
           WRITE DiagHeaderRecord FROM WSDiagLine
           CLOSE DiagHeaderFile
           DISPLAY "DIAGNOSTICS CAPTURED IN "
               FUNCTION TRIM(WSDiagName).

      *> Keys the spool entry for WSRunDay/WSRunPart - this run's
      *> register number and the 2025-DD-P step - and opens it; the
      *> caller has already set the class.
       OpenRunSpool.
           MOVE WSOutDir TO SPOOL-DIR
           MOVE WSRunId TO SPOOL-RUNID
           MOVE SPACES TO SPOOL-STEP
           STRING "2025-" WSRunDay "-" WSRunPart
               DELIMITED BY SIZE INTO SPOOL-STEP
           PERFORM SelectProgramName
           MOVE WSProgramName TO SPOOL-PROGRAM
           PERFORM OpenSpoolStep.

       COPY "spoolCapture.cpy".


      *> The effective input of the failing day/part: the bundle must
      *> name the exact file the failing run read, so the day's
               END-IF
           END-IF.

      *> Resolves every day's input reference ahead of the lock, so a
      *> stale "minus n" is refused before any output is touched.
      *> --input names the one day being run; a batch takes its
      *> references from each day's AOCyyyyDAYnINPUT instead.
       ResolveInputReferences.
           IF WSInputRef NOT EQUAL TO SPACES
               IF WSDay EQUAL TO 0 OR WSDay EQUAL TO 99
                   DISPLAY "--input NAMES ONE DAY'S INPUT: GIVE --day "
                       "WITH IT, OR SET AOC2025DAYnINPUT PER DAY."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WSDay TO WSGenDayDisplay
               MOVE SPACES TO WSGenEnvName
               STRING "AOC2025DAY"
                   FUNCTION TRIM(WSGenDayDisplay, LEADING) "INPUT"
                   DELIMITED BY SIZE INTO WSGenEnvName
               DISPLAY WSGenEnvName UPON ENVIRONMENT-NAME
               DISPLAY WSInputRef UPON ENVIRONMENT-VALUE
           END-IF
           PERFORM VARYING WSGenDayIdx FROM 1 BY 1
               UNTIL WSGenDayIdx > 5
               PERFORM ResolveOneInputReference
           END-PERFORM
           MOVE SPACES TO WSGenStamp
           IF WSDay EQUAL TO 0 OR WSDay EQUAL TO 99
               MOVE "GEN" TO WSGenStamp
               PERFORM VARYING WSGenDayIdx FROM 1 BY 1
                   UNTIL WSGenDayIdx > 5
                   MOVE WSGenInputNumber(WSGenDayIdx) TO WSGenNumberDisplay
                   IF WSGenDayIdx EQUAL TO 1
                       STRING FUNCTION TRIM(WSGenStamp) " "
                           FUNCTION TRIM(WSGenNumberDisplay, LEADING)
                           DELIMITED BY SIZE INTO WSGenStamp
                   ELSE
                       STRING FUNCTION TRIM(WSGenStamp) ","
                           FUNCTION TRIM(WSGenNumberDisplay, LEADING)
                           DELIMITED BY SIZE INTO WSGenStamp
                   END-IF
               END-PERFORM
           ELSE
               IF WSDay >= 1 AND WSDay <= 5
                   MOVE WSGenInputNumber(WSDay) TO WSGenNumberDisplay
                   STRING "GEN " FUNCTION TRIM(WSGenNumberDisplay, LEADING)
                       DELIMITED BY SIZE INTO WSGenStamp
               END-IF
           END-IF.

      *> One day: the standard path, or whatever its AOCyyyyDAYnINPUT
      *> resolves to, which is then put back for the day program.
       ResolveOneInputReference.
           MOVE SPACES TO GEN-BASE
           STRING "2025/data/input_day_"
               FUNCTION TRIM(WSFpDayWord(WSGenDayIdx))
               DELIMITED BY SIZE INTO GEN-BASE
           MOVE SPACES TO WSGenEnvName
           STRING "AOC2025DAY" WSGenDayIdx "INPUT"
               DELIMITED BY SIZE INTO WSGenEnvName
           DISPLAY WSGenEnvName UPON ENVIRONMENT-NAME
           MOVE SPACES TO GEN-REF
           ACCEPT GEN-REF FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO GEN-REF
           END-ACCEPT
           CALL 'GENRESOLVE' USING GEN-REFERENCE
               ON EXCEPTION
                   MOVE GEN-BASE TO GEN-PATH
                   IF GEN-REF NOT EQUAL TO SPACES
                       MOVE GEN-REF TO GEN-PATH
                   END-IF
                   MOVE 0 TO GEN-NUMBER
                   SET GEN-PLAIN-PATH TO TRUE
           END-CALL
           IF GEN-NOT-FOUND
               DISPLAY "DAY " WSGenDayIdx " INPUT " FUNCTION TRIM(GEN-REF)
                   ": NO SUCH GENERATION OF " FUNCTION TRIM(GEN-BASE)
                   " IS KEPT. RUN NOT STARTED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE GEN-PATH TO WSGenInputPath(WSGenDayIdx)
           MOVE GEN-NUMBER TO WSGenInputNumber(WSGenDayIdx)
           IF GEN-REF NOT EQUAL TO SPACES
               DISPLAY WSGenEnvName UPON ENVIRONMENT-NAME
               DISPLAY GEN-PATH UPON ENVIRONMENT-VALUE
           END-IF.

      *> Reads --day N --part X style command-line flags into WSDay/WSPart.
       *> A space-separated positional pair ("1 A") is accepted as well:
       *> whichever argument looks like a bare letter is taken as the part.
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSRunLabel
                   WHEN "--input"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSInputRef FROM ARGUMENT-VALUE
                   WHEN "--check"
                       SET CheckMode TO TRUE
                   WHEN "--sandbox"
