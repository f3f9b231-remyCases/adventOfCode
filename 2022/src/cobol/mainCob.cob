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
           SELECT ProcFile ASSIGN TO "tools/data/procedures"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSProcStatus.
           SELECT ProcLogFile ASSIGN TO WSProcLogPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSProcLogStatus.

       DATA DIVISION.
       FILE SECTION.
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
       FD TimingInFile.
       01 TimingInRecord PIC X(40).

       FD IntakeRegFile.
       01 IntakeRegRecord PIC X(160).
       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       FD ProcFile.
       01 ProcRecord PIC X(200).
       FD ProcLogFile.
       01 ProcLogRecord PIC X(120).
       WORKING-STORAGE SECTION.
       01 WSDay PIC 99.
       01 WSPart PIC A.
       01 WSRegIdx PIC 9(3).
       01 WSCrossPath PIC X(40).
       01 WSBatchMaxDay PIC 99.
       *> A day program is CANCELed after every CALL so the next part
       *> starts from fresh WORKING-STORAGE; its return code is held
       *> across the CANCEL for the caller.
       01 WSDispatchRc PIC S9(9) COMP-5 VALUE 0.

       *> Dated audit trail of every result this program reports
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
       *> written, worst RETURN-CODE seen) on close, so LOGVERIFY can
       *> tell a finished run from one that was killed mid-way.
       01 WSResultsStatus PIC 99.
       01 WSRunArgs PIC X(40).
       01 WSOperator PIC X(20).
       01 WSHeaderTime PIC X(8).
       01 WSLogLineCount PIC 9(4) VALUE 0.
           VALUE "tools/data/run_register".
       01 WSRunRegStatus PIC 99.
       01 WSRunRegEOF PIC A.
       01 WSRunRegLine PIC X(100).
       01 WSRunIdText PIC X(6).
       01 WSRunId PIC 9(6) VALUE 0.

           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSFpDayWordLookup REDEFINES WSFpDayWordTable.
           05 WSFpDayWord OCCURS 7 TIMES PIC X(10).

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
           05 WSGenInputPath OCCURS 7 TIMES PIC X(80).
           05 WSGenInputNumber OCCURS 7 TIMES PIC 9(4).
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
           05 WSStagedFound OCCURS 7 TIMES PIC X.
           05 WSStagedLines OCCURS 7 TIMES PIC 9(8).
       01 WSCountDay PIC 99.
       01 WSCountValue PIC X(80).
       01 WSWorstRc PIC S9(9) COMP-5 VALUE 0.
       01 WSWorstRcDisp PIC 9(4).

       01 WSHoldIdx PIC 9(2).
       01 WSHoldFoundIdx PIC 9(2).

      *> Step procedures (--proc NAME [--restart STEP]): a named list
      *> of day/part steps kept in tools/data/procedures, one
      *> "PROC|STEP|YEAR|DAY|PART|INPUT|CONDITION" record per step, run
      *> in order through the same dispatch RunAll uses - hold list,
      *> change control, retry, spool and result logging included. A
      *> step may override its input (a path or a generation, as
      *> --input) and carry one condition on an earlier step's return
      *> code, JCL-fashion: "RUNIF step op n" runs it only when the
      *> test holds, "BYPASSIF step op n" bypasses it when it does
      *> (op GT GE LT LE EQ NE). A step that did not run has no code,
      *> so no test on it holds. Each step's outcome goes to the run
      *> log as a PROC record and to proc_log, from which --restart
      *> takes back the codes of the steps it does not re-run.
       01 WSProcFlag PIC A VALUE 'N'.
           88 ProcMode VALUE 'Y'.
           88 NoProcMode VALUE 'N'.
       01 WSProcName PIC X(12) VALUE SPACES.
       01 WSProcRestart PIC X(8) VALUE SPACES.
       01 WSProcStatus PIC 99.
       01 WSProcEOF PIC A.
       01 WSProcLine PIC X(200).
       01 WSProcFields.
           05 WSPfName PIC X(12).
           05 WSPfStep PIC X(8).
           05 WSPfYear PIC X(4).
           05 WSPfDay PIC X(2).
           05 WSPfPart PIC X(1).
           05 WSPfInput PIC X(60).
           05 WSPfCond PIC X(40).
       01 WSProcTable.
           05 WSProcCount PIC 99 VALUE 0.
           05 WSProcEntry OCCURS 50 TIMES.
               10 WSPsStep PIC X(8).
               10 WSPsYear PIC 9(4).
               10 WSPsDay PIC 99.
               10 WSPsPart PIC A.
               10 WSPsInput PIC X(80).
               10 WSPsCondKind PIC X(8).
               10 WSPsCondStep PIC X(8).
               10 WSPsCondOp PIC XX.
               10 WSPsCondValue PIC 9(4).
               10 WSPsCondIdx PIC 99.
              *> RAN, BYPASSED, HELD or FROZEN once the step is
              *> reached this run; a step before the restart point
              *> carries whatever proc_log last recorded for it.
               10 WSPsState PIC X(8).
               10 WSPsHasRc PIC A.
               10 WSPsRc PIC 9(4).
       01 WSProcIdx PIC 99.
       01 WSProcScanIdx PIC 99.
       01 WSProcStartIdx PIC 99.
       01 WSProcErrors PIC 99.
       01 WSProcHomeYear PIC 9(4).
       01 WSProcDayText PIC X(2).
       01 WSProcCondText PIC X(40).
       01 WSProcValueText PIC X(8).
       01 WSProcExtra PIC X(8).
       01 WSProcNumCheck PIC 9(4).
       01 WSProcCondMet PIC A.
       01 WSProcRunStep PIC A.
       01 WSProcStepRc PIC 9(4).
       01 WSProcWorstRc PIC 9(4) VALUE 0.
       01 WSProcRanCount PIC 99 VALUE 0.
       01 WSProcBypassCount PIC 99 VALUE 0.
       01 WSProcSkipCount PIC 99 VALUE 0.
       01 WSProcEnvSaved PIC X(80).
       01 WSProcLogPathName PIC X(60) VALUE "results/proc_log".
       01 WSProcLogStatus PIC 99.
       01 WSProcLogLine PIC X(120).
       01 WSProcLogFields.
           05 WSPlStamp PIC X(14).
           05 WSPlRunId PIC X(6).
           05 WSPlProc PIC X(12).
           05 WSPlStep PIC X(8).
           05 WSPlYear PIC X(4).
           05 WSPlDay PIC X(2).
           05 WSPlPart PIC X(1).
           05 WSPlState PIC X(8).
           05 WSPlRc PIC X(4).
       01 WSProcRcText PIC X(4).
       01 WSProcTime PIC X(8).

       *> Batch forecast (--forecast): instead of CALLing the day
       *> programs, counts the records in each day's input file, pulls
       *> each day/part's recent elapsed times from the timing history,
           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSFcDayWordLookup REDEFINES WSFcDayWordTable.
           05 WSFcDayWord OCCURS 7 TIMES PIC X(10).
       01 WSFcYearText PIC X(4).
       01 WSFcDayText PIC X(2).
       01 WSFcPartText PIC X(1).
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
           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSDiagDayWordLookup REDEFINES WSDiagDayWordTable.
           05 WSDiagDayWord OCCURS 7 TIMES PIC X(10).
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
               STOP RUN
           END-IF

          *> A procedure is proved whole before the run is opened, so a
          *> bad step never leaves half a run in the log.
           IF ProcMode
               PERFORM LoadProcedure
           END-IF

           ACCEPT WSCurrentDate FROM DATE YYYYMMDD
           PERFORM ResolveSandboxPaths
           PERFORM ResolveInputReferences
           PERFORM AcquireOutputLock
           PERFORM OpenResultsFile

               STOP RUN
           END-IF

           IF ProcMode
               PERFORM RunProcedure
               PERFORM CloseResultsFile
               PERFORM ReleaseOutputLock
               MOVE WSProcWorstRc TO RETURN-CODE
               STOP RUN
           END-IF

           IF WSDay EQUAL TO 0 THEN
               PERFORM RunAll
               SET CorrectDay TO TRUE
               MOVE WSPart TO WSRunPart
               PERFORM FindDispatchEntry
               IF WSDispatchIdx NOT EQUAL TO 0
                   PERFORM CheckChangeControl
                   IF WSChangeOk NOT EQUAL TO 'Y'
                       PERFORM LogFreezeSkip
                       PERFORM CloseResultsFile
                       PERFORM ReleaseOutputLock
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE SPACES TO WSResult
                   SET SPOOL-CLASS-SINGLE TO TRUE
                   PERFORM OpenRunSpool
                   ACCEPT WSTimeStart FROM TIME
                   PERFORM DispatchDayCall
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
                   PERFORM FindDispatchEntry
                   IF WSDispatchIdx NOT EQUAL TO 0
                       PERFORM CaptureProgramVersion
                   END-IF
           END-EVALUATE
          *> A procedure runs with no --day, so the EVALUATE above took
          *> it for RUNALL; the header names the procedure instead.
           IF ProcMode
               MOVE SPACES TO WSRunArgs
               IF WSProcRestart EQUAL TO SPACES
                   STRING "PROC " FUNCTION TRIM(WSProcName)
                       DELIMITED BY SIZE INTO WSRunArgs
               ELSE
                   STRING "PROC " FUNCTION TRIM(WSProcName) " FROM "
                       FUNCTION TRIM(WSProcRestart)
                       DELIMITED BY SIZE INTO WSRunArgs
               END-IF
           END-IF
          *> The SANDBOX mark leads the ARGS text, so no reader of
          *> the header can mistake a training run for production.
           IF SandboxMode
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
                   FUNCTION TRIM(WSRunArgs) " OPERATOR "
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
       ComputeInputFingerprint.
           MOVE 0 TO WSFpChecksum
           PERFORM VARYING WSFpDayIdx FROM 1 BY 1
               UNTIL WSFpDayIdx > 7
               MOVE WSGenInputPath(WSFpDayIdx) TO WSFpName
               PERFORM FingerprintOneFile
           END-PERFORM
           MOVE SPACES TO WSFpStamp
           MOVE SPACES TO WSRunRegLine
           STRING WSRunId "|" WSCurrentDate "|" WSHeaderTime "|"
               WSYear "|" FUNCTION TRIM(WSRunArgs) "|"
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
           STRING "YEAR " WSYear " DAY "
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
                   UNTIL WSCountDay > WSBatchMaxDay OR WSCountDay > 7
                   PERFORM WriteOneStagedCount
               END-PERFORM
           ELSE
               IF WSDay >= 1 AND WSDay <= 7
                   MOVE WSDay TO WSCountDay
                   PERFORM WriteOneStagedCount
               END-IF
           END-IF.

       WriteOneStagedCount.
           MOVE SPACES TO ResultsRecord
           IF WSStagedFound(WSCountDay) EQUAL TO 'Y'
               STRING "COUNT " WSYear "-" WSCountDay " STAGED "
                   WSStagedLines(WSCountDay)
                   DELIMITED BY SIZE INTO ResultsRecord
           ELSE
               STRING "COUNT " WSYear "-" WSCountDay " STAGED NONE"
                   DELIMITED BY SIZE INTO ResultsRecord
           END-IF
           WRITE ResultsRecord.

      *> The latest INTAKE install of each day's feed into the file
      *> this run resolved for that day. A held feed is no install; a
      *> run reading a kept generation or a hand-placed file finds none.
       LoadStagedCounts.
           PERFORM VARYING WSCountDay FROM 1 BY 1 UNTIL WSCountDay > 7
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
           IF WSIntakeFeed(1:4) NOT EQUAL TO WSYear
           OR WSIntakeFeed(6:2) IS NOT NUMERIC
           OR WSIntakeVerdict(1:8) EQUAL TO "REJECTED"
               NEXT SENTENCE
           END-IF
           MOVE WSIntakeFeed(6:2) TO WSCountDay
           IF WSCountDay < 1 OR WSCountDay > 7
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
               STRING "COUNT " WSYear "-" WSRunDay " "
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
               STRING "COUNT " WSYear "-" WSLogDay " PART " WSLogPart
                   " READ NONE"
                   DELIMITED BY SIZE INTO ResultsRecord
           ELSE
               STRING "COUNT " WSYear "-" WSLogDay " PART " WSLogPart
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
           STRING WSYear "," WSLogDay "," WSLogPart "," WSCurrentDate
               "," WSTimingCs "," WSRunId "," WSRetryTimingCs
               DELIMITED BY SIZE INTO WSTimingLine
           OPEN EXTEND TimingFile
           IF WSTimingStatus NOT EQUAL TO 0
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
                           PERFORM DispatchDayCall
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
               DISPLAY "=== YEAR RUN COMPLETE ==="
           END-IF.

      *> Loads the named procedure from tools/data/procedures and
      *> proves every step before anything is written: a unique step
      *> name, a registered year/day, a part that day offers, an input
      *> override that resolves the way --input does, and a condition
      *> naming an earlier step, a known operator and a numeric code.
      *> A restart step must be one of the procedure's own. Any fault
      *> stops the procedure before the run is opened.
       LoadProcedure.
           MOVE WSYear TO WSProcHomeYear
           MOVE 0 TO WSProcCount
           MOVE 0 TO WSProcErrors
           MOVE 'N' TO WSProcEOF
           OPEN INPUT ProcFile
           IF WSProcStatus NOT EQUAL TO 0
               DISPLAY "NO PROCEDURE DATASET tools/data/procedures"
               ADD 1 TO WSProcErrors
           ELSE
               PERFORM UNTIL WSProcEOF EQUAL TO 'Y'
                   READ ProcFile INTO WSProcLine
                       AT END MOVE 'Y' TO WSProcEOF
                       NOT AT END PERFORM StoreProcedureStep
                   END-READ
               END-PERFORM
               CLOSE ProcFile
               IF WSProcCount EQUAL TO 0
                   DISPLAY "NO PROCEDURE " FUNCTION TRIM(WSProcName)
                       " IN tools/data/procedures"
                   ADD 1 TO WSProcErrors
               END-IF
           END-IF
           MOVE 1 TO WSProcStartIdx
           IF WSProcRestart NOT EQUAL TO SPACES
               MOVE 0 TO WSProcStartIdx
               PERFORM VARYING WSProcScanIdx FROM 1 BY 1
                   UNTIL WSProcScanIdx > WSProcCount
                   IF WSPsStep(WSProcScanIdx) EQUAL TO WSProcRestart
                       MOVE WSProcScanIdx TO WSProcStartIdx
                   END-IF
               END-PERFORM
               IF WSProcStartIdx EQUAL TO 0
                   DISPLAY "RESTART STEP " FUNCTION TRIM(WSProcRestart)
                       " IS NOT A STEP OF PROCEDURE "
                       FUNCTION TRIM(WSProcName)
                   ADD 1 TO WSProcErrors
               END-IF
           END-IF
           MOVE WSProcHomeYear TO WSYear
           IF WSProcErrors NOT EQUAL TO 0
               DISPLAY "=== PROCEDURE " FUNCTION TRIM(WSProcName)
                   " NOT STARTED: " WSProcErrors " ERROR(S) ==="
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       StoreProcedureStep.
           IF FUNCTION TRIM(WSProcLine) EQUAL TO SPACES
           OR WSProcLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSProcFields
           UNSTRING WSProcLine DELIMITED BY "|"
               INTO WSPfName WSPfStep WSPfYear WSPfDay WSPfPart
                    WSPfInput WSPfCond
           IF FUNCTION UPPER-CASE(WSPfName) NOT EQUAL TO WSProcName
               NEXT SENTENCE
           END-IF
           IF WSProcCount >= 50
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPfStep)
                   ": MORE THAN 50 STEPS"
               ADD 1 TO WSProcErrors
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSProcCount
           MOVE WSProcCount TO WSProcIdx
           MOVE FUNCTION UPPER-CASE(WSPfStep) TO WSPsStep(WSProcIdx)
           MOVE SPACES TO WSPsState(WSProcIdx)
           MOVE 'N' TO WSPsHasRc(WSProcIdx)
           MOVE 0 TO WSPsRc(WSProcIdx)
           PERFORM CheckProcedureStep.

       CheckProcedureStep.
           IF WSPsStep(WSProcIdx) EQUAL TO SPACES
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " WSProcIdx ": NO STEP NAME"
               ADD 1 TO WSProcErrors
           END-IF
           PERFORM VARYING WSProcScanIdx FROM 1 BY 1
               UNTIL WSProcScanIdx >= WSProcIdx
               IF WSPsStep(WSProcScanIdx) EQUAL TO WSPsStep(WSProcIdx)
               AND WSPsStep(WSProcIdx) NOT EQUAL TO SPACES
                   DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                       " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                       ": STEP NAME USED TWICE"
                   ADD 1 TO WSProcErrors
               END-IF
           END-PERFORM
           MOVE 0 TO WSPsYear(WSProcIdx)
           MOVE 0 TO WSPsDay(WSProcIdx)
           COMPUTE WSProcNumCheck = FUNCTION TEST-NUMVAL(WSPfYear)
           IF WSPfYear EQUAL TO SPACES OR WSProcNumCheck NOT EQUAL TO 0
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": YEAR " FUNCTION TRIM(WSPfYear) " IS NOT NUMERIC"
               ADD 1 TO WSProcErrors
           ELSE
               COMPUTE WSPsYear(WSProcIdx) = FUNCTION NUMVAL(WSPfYear)
           END-IF
           COMPUTE WSProcNumCheck = FUNCTION TEST-NUMVAL(WSPfDay)
           IF WSPfDay EQUAL TO SPACES OR WSProcNumCheck NOT EQUAL TO 0
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": DAY " FUNCTION TRIM(WSPfDay) " IS NOT NUMERIC"
               ADD 1 TO WSProcErrors
           ELSE
               COMPUTE WSPsDay(WSProcIdx) = FUNCTION NUMVAL(WSPfDay)
           END-IF
           MOVE FUNCTION UPPER-CASE(WSPfPart) TO WSPsPart(WSProcIdx)
           MOVE WSPsYear(WSProcIdx) TO WSYear
           MOVE WSPsDay(WSProcIdx) TO WSRunDay
           PERFORM FindDispatchEntry
           IF WSDispatchIdx EQUAL TO 0
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": YEAR " WSYear " DAY " WSRunDay
                   " IS NOT REGISTERED"
               ADD 1 TO WSProcErrors
           ELSE
               PERFORM CheckProcedurePart
           END-IF
           IF WSPfInput EQUAL TO SPACES
               MOVE SPACES TO WSPsInput(WSProcIdx)
           ELSE
               PERFORM ResolveStepInput
           END-IF
           PERFORM ParseStepCondition.

      *> Part A needs a "1" in the registry's parts, part B a "2".
       CheckProcedurePart.
           IF WSPsPart(WSProcIdx) NOT EQUAL TO 'A'
           AND WSPsPart(WSProcIdx) NOT EQUAL TO 'B'
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": PART MUST BE A OR B"
               ADD 1 TO WSProcErrors
               NEXT SENTENCE
           END-IF
           IF (WSPsPart(WSProcIdx) EQUAL TO 'A'
               AND WS-DayRegistryParts(WSDispatchIdx)(1:1)
                   NOT EQUAL TO '1')
           OR (WSPsPart(WSProcIdx) EQUAL TO 'B'
               AND WS-DayRegistryParts(WSDispatchIdx) NOT EQUAL TO "12"
               AND WS-DayRegistryParts(WSDispatchIdx)(1:1)
                   NOT EQUAL TO '2')
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": YEAR " WSYear " DAY " WSRunDay
                   " HAS NO PART " WSPsPart(WSProcIdx)
               ADD 1 TO WSProcErrors
           END-IF.

      *> A step's input override resolves through GENRESOLVE once, at
      *> load time, exactly as --input does for a single day; only the
      *> standard-input days (1-7) take one.
       ResolveStepInput.
           MOVE SPACES TO WSPsInput(WSProcIdx)
           IF WSPsDay(WSProcIdx) < 1 OR WSPsDay(WSProcIdx) > 7
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": AN INPUT OVERRIDE IS TAKEN FOR DAYS 1-7 ONLY"
               ADD 1 TO WSProcErrors
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO GEN-BASE
           STRING WSPsYear(WSProcIdx) "/data/input_day_"
               FUNCTION TRIM(WSFpDayWord(WSPsDay(WSProcIdx)))
               DELIMITED BY SIZE INTO GEN-BASE
           MOVE WSPfInput TO GEN-REF
           CALL 'GENRESOLVE' USING GEN-REFERENCE
               ON EXCEPTION
                   MOVE GEN-REF TO GEN-PATH
                   MOVE 0 TO GEN-NUMBER
                   SET GEN-PLAIN-PATH TO TRUE
           END-CALL
           IF GEN-NOT-FOUND
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": INPUT " FUNCTION TRIM(GEN-REF)
                   ": NO SUCH GENERATION OF " FUNCTION TRIM(GEN-BASE)
                   " IS KEPT"
               ADD 1 TO WSProcErrors
           ELSE
               MOVE GEN-PATH TO WSPsInput(WSProcIdx)
           END-IF.

      *> "RUNIF step op n" / "BYPASSIF step op n", the step named being
      *> an earlier one of the same procedure.
       ParseStepCondition.
           MOVE SPACES TO WSPsCondKind(WSProcIdx)
           MOVE SPACES TO WSPsCondStep(WSProcIdx)
           MOVE SPACES TO WSPsCondOp(WSProcIdx)
           MOVE 0 TO WSPsCondValue(WSProcIdx)
           MOVE 0 TO WSPsCondIdx(WSProcIdx)
           IF WSPfCond EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WSPfCond))
               TO WSProcCondText
           MOVE SPACES TO WSProcValueText
           MOVE SPACES TO WSProcExtra
           UNSTRING WSProcCondText DELIMITED BY ALL SPACE
               INTO WSPsCondKind(WSProcIdx) WSPsCondStep(WSProcIdx)
                    WSPsCondOp(WSProcIdx) WSProcValueText WSProcExtra
           IF WSPsCondKind(WSProcIdx) NOT EQUAL TO "RUNIF"
           AND WSPsCondKind(WSProcIdx) NOT EQUAL TO "BYPASSIF"
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": CONDITION MUST START RUNIF OR BYPASSIF"
               ADD 1 TO WSProcErrors
           END-IF
           IF WSPsCondOp(WSProcIdx) NOT EQUAL TO "GT"
           AND WSPsCondOp(WSProcIdx) NOT EQUAL TO "GE"
           AND WSPsCondOp(WSProcIdx) NOT EQUAL TO "LT"
           AND WSPsCondOp(WSProcIdx) NOT EQUAL TO "LE"
           AND WSPsCondOp(WSProcIdx) NOT EQUAL TO "EQ"
           AND WSPsCondOp(WSProcIdx) NOT EQUAL TO "NE"
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": CONDITION OPERATOR MUST BE GT GE LT LE EQ OR NE"
               ADD 1 TO WSProcErrors
           END-IF
           COMPUTE WSProcNumCheck = FUNCTION TEST-NUMVAL(WSProcValueText)
           IF WSProcValueText EQUAL TO SPACES
           OR WSProcNumCheck NOT EQUAL TO 0
           OR WSProcExtra NOT EQUAL TO SPACES
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": CONDITION MUST END WITH A RETURN CODE"
               ADD 1 TO WSProcErrors
           ELSE
               COMPUTE WSPsCondValue(WSProcIdx) =
                   FUNCTION NUMVAL(WSProcValueText)
           END-IF
           PERFORM VARYING WSProcScanIdx FROM 1 BY 1
               UNTIL WSProcScanIdx >= WSProcIdx
               IF WSPsStep(WSProcScanIdx) EQUAL TO WSPsCondStep(WSProcIdx)
                   MOVE WSProcScanIdx TO WSPsCondIdx(WSProcIdx)
               END-IF
           END-PERFORM
           IF WSPsCondIdx(WSProcIdx) EQUAL TO 0
               DISPLAY "PROCEDURE " FUNCTION TRIM(WSProcName)
                   " STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   ": CONDITION NAMES NO EARLIER STEP "
                   FUNCTION TRIM(WSPsCondStep(WSProcIdx))
               ADD 1 TO WSProcErrors
           END-IF.

      *> Runs the loaded procedure in step order. Steps ahead of a
      *> restart point are not run again; their codes come back from
      *> proc_log so a later condition still tests what they returned.
      *> The procedure's own exit code is the highest step code, as a
      *> job's is; a step refused by change control counts as 1.
       RunProcedure.
           DISPLAY "=== RUNNING PROCEDURE " FUNCTION TRIM(WSProcName)
               " ==="
           ACCEPT WSRetryLimitEnv FROM ENVIRONMENT "AOCRETRYLIMIT"
               ON EXCEPTION
                   MOVE SPACES TO WSRetryLimitEnv
           END-ACCEPT
           IF WSRetryLimitEnv NOT EQUAL TO SPACES
               COMPUTE WSRetryLimit = FUNCTION NUMVAL(WSRetryLimitEnv)
           END-IF
           PERFORM LoadHoldList
           MOVE 0 TO WSProcWorstRc
           IF WSProcStartIdx > 1
               PERFORM LoadPriorStepCodes
           END-IF
           PERFORM VARYING WSProcIdx FROM WSProcStartIdx BY 1
               UNTIL WSProcIdx > WSProcCount
               PERFORM RunProcedureStep
           END-PERFORM
           MOVE WSProcHomeYear TO WSYear
           DISPLAY "=== END OF PROCEDURE " FUNCTION TRIM(WSProcName)
               ": " WSProcRanCount " RAN, " WSProcBypassCount
               " BYPASSED, " WSProcSkipCount " HELD/REFUSED, HIGHEST RC "
               WSProcWorstRc " ===".

       RunProcedureStep.
           MOVE WSPsYear(WSProcIdx) TO WSYear
           MOVE WSPsDay(WSProcIdx) TO WSRunDay
           MOVE WSRunDay TO WSRunDayDisplay
           MOVE WSPsPart(WSProcIdx) TO WSRunPart
           MOVE 'N' TO WSPsHasRc(WSProcIdx)
           MOVE 0 TO WSPsRc(WSProcIdx)
           PERFORM TestStepCondition
           IF WSProcRunStep NOT EQUAL TO 'Y'
               DISPLAY "--- STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                   " BYPASSED: " FUNCTION TRIM(WSPsCondKind(WSProcIdx))
                   " " FUNCTION TRIM(WSPsCondStep(WSProcIdx)) " "
                   WSPsCondOp(WSProcIdx) " " WSPsCondValue(WSProcIdx)
                   " ---"
               MOVE "BYPASSED" TO WSPsState(WSProcIdx)
               ADD 1 TO WSProcBypassCount
               PERFORM LogProcedureStep
               NEXT SENTENCE
           END-IF
           PERFORM CheckHoldList
           IF WSHoldFoundIdx NOT EQUAL TO 0
               PERFORM LogHoldSkip
               MOVE "HELD" TO WSPsState(WSProcIdx)
               ADD 1 TO WSProcSkipCount
               PERFORM LogProcedureStep
               NEXT SENTENCE
           END-IF
           PERFORM CheckChangeControl
           IF WSChangeOk NOT EQUAL TO 'Y'
               PERFORM LogFreezeSkip
               ADD 1 TO WSRunFailures
               MOVE "FROZEN" TO WSPsState(WSProcIdx)
               ADD 1 TO WSProcSkipCount
               IF WSProcWorstRc < 1
                   MOVE 1 TO WSProcWorstRc
               END-IF
               PERFORM LogProcedureStep
               NEXT SENTENCE
           END-IF
           DISPLAY "--- STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
               ": YEAR " WSYear " DAY " FUNCTION TRIM(WSRunDayDisplay)
               " PART " WSRunPart " ---"
           PERFORM SetStepInput
           PERFORM CaptureProgramVersion
           SET SPOOL-CLASS-BATCH TO TRUE
           PERFORM OpenRunSpool
           ACCEPT WSTimeStart FROM TIME
           PERFORM RunAttemptWithRetry
           ACCEPT WSTimeEnd FROM TIME
           PERFORM CloseSpoolStep
           PERFORM CheckRunCallReturnCode
          *> A step that reports nothing has not succeeded, whatever
          *> code it left; later conditions must see it as a failure.
           IF WSResult EQUAL TO SPACES AND WSCallReturnCode EQUAL TO 0
               DISPLAY "DAY " FUNCTION TRIM(WSRunDayDisplay) " PART "
                   WSRunPart " FAILED TO REPORT A RESULT"
               MOVE 1 TO WSCallReturnCode
               ADD 1 TO WSRunFailures
               IF WSWorstRc < 1
                   MOVE 1 TO WSWorstRc
               END-IF
           END-IF
           PERFORM ComputeElapsedTime
           MOVE WSRunDay TO WSLogDay
           MOVE WSRunPart TO WSLogPart
           PERFORM LogResult
           PERFORM RestoreStepInput
           MOVE WSCallReturnCode TO WSProcStepRc
           MOVE WSProcStepRc TO WSPsRc(WSProcIdx)
           MOVE 'Y' TO WSPsHasRc(WSProcIdx)
           MOVE "RAN" TO WSPsState(WSProcIdx)
           ADD 1 TO WSProcRanCount
           IF WSProcStepRc > WSProcWorstRc
               MOVE WSProcStepRc TO WSProcWorstRc
           END-IF
           PERFORM LogProcedureStep.

      *> Leaves 'Y' in WSProcRunStep when the step's condition lets it
      *> run. A test on a step with no code (bypassed, held, refused,
      *> or never recorded) does not hold.
       TestStepCondition.
           MOVE 'Y' TO WSProcRunStep
           IF WSPsCondKind(WSProcIdx) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE WSPsCondIdx(WSProcIdx) TO WSProcScanIdx
           MOVE 'N' TO WSProcCondMet
           IF WSPsHasRc(WSProcScanIdx) EQUAL TO 'Y'
               EVALUATE WSPsCondOp(WSProcIdx)
                   WHEN "GT"
                       IF WSPsRc(WSProcScanIdx) > WSPsCondValue(WSProcIdx)
                           MOVE 'Y' TO WSProcCondMet
                       END-IF
                   WHEN "GE"
                       IF WSPsRc(WSProcScanIdx) >= WSPsCondValue(WSProcIdx)
                           MOVE 'Y' TO WSProcCondMet
                       END-IF
                   WHEN "LT"
                       IF WSPsRc(WSProcScanIdx) < WSPsCondValue(WSProcIdx)
                           MOVE 'Y' TO WSProcCondMet
                       END-IF
                   WHEN "LE"
                       IF WSPsRc(WSProcScanIdx) <= WSPsCondValue(WSProcIdx)
                           MOVE 'Y' TO WSProcCondMet
                       END-IF
                   WHEN "EQ"
                       IF WSPsRc(WSProcScanIdx) = WSPsCondValue(WSProcIdx)
                           MOVE 'Y' TO WSProcCondMet
                       END-IF
                   WHEN "NE"
                       IF WSPsRc(WSProcScanIdx) NOT = WSPsCondValue(WSProcIdx)
                           MOVE 'Y' TO WSProcCondMet
                       END-IF
               END-EVALUATE
           END-IF
           IF WSPsCondKind(WSProcIdx) EQUAL TO "RUNIF"
               MOVE WSProcCondMet TO WSProcRunStep
           ELSE
               IF WSProcCondMet EQUAL TO 'Y'
                   MOVE 'N' TO WSProcRunStep
               END-IF
           END-IF.

      *> Points the day's AOCyyyyDAYnINPUT at the step's resolved
      *> input for the length of the step, keeping what was there.
       SetStepInput.
           MOVE WSRunDay TO WSGenDayDisplay
           MOVE SPACES TO WSGenEnvName
           STRING "AOC" WSYear "DAY"
               FUNCTION TRIM(WSGenDayDisplay, LEADING) "INPUT"
               DELIMITED BY SIZE INTO WSGenEnvName
           IF WSPsInput(WSProcIdx) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSProcEnvSaved
           DISPLAY WSGenEnvName UPON ENVIRONMENT-NAME
           ACCEPT WSProcEnvSaved FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WSProcEnvSaved
           END-ACCEPT
           DISPLAY WSGenEnvName UPON ENVIRONMENT-NAME
           DISPLAY WSPsInput(WSProcIdx) UPON ENVIRONMENT-VALUE.

      *> Puts the day's input back after an overridden step. With
      *> nothing there before, the standard path goes back rather
      *> than a blank, which the day programs would take for a name.
       RestoreStepInput.
           IF WSPsInput(WSProcIdx) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           IF WSProcEnvSaved EQUAL TO SPACES
               STRING WSYear "/data/input_day_"
                   FUNCTION TRIM(WSFpDayWord(WSRunDay))
                   DELIMITED BY SIZE INTO WSProcEnvSaved
           END-IF
           DISPLAY WSGenEnvName UPON ENVIRONMENT-NAME
           DISPLAY WSProcEnvSaved UPON ENVIRONMENT-VALUE.

      *> One PROC record in the run log and one proc_log record per
      *> step reached: STAMP|RUNID|PROC|STEP|YEAR|DAY|PART|STATE|RC,
      *> the code blank for a step that did not run. The PROC prefix
      *> keeps the run-log line out of the result-line readers and the
      *> trailer's count.
       LogProcedureStep.
           MOVE SPACES TO WSProcRcText
           IF WSPsHasRc(WSProcIdx) EQUAL TO 'Y'
               MOVE WSPsRc(WSProcIdx) TO WSProcRcText
           END-IF
           MOVE WSRunDay TO WSLogDayDisplay
           MOVE SPACES TO ResultsRecord
           STRING "PROC " FUNCTION TRIM(WSProcName) " STEP "
               FUNCTION TRIM(WSPsStep(WSProcIdx)) " YEAR " WSYear
               " DAY " FUNCTION TRIM(WSLogDayDisplay, LEADING)
               " PART " WSRunPart " " FUNCTION TRIM(WSPsState(WSProcIdx))
               DELIMITED BY SIZE INTO ResultsRecord
           IF WSProcRcText NOT EQUAL TO SPACES
               MOVE ResultsRecord TO WSPromoteLine
               MOVE SPACES TO ResultsRecord
               STRING FUNCTION TRIM(WSPromoteLine) " RC " WSProcRcText
                   DELIMITED BY SIZE INTO ResultsRecord
           END-IF
           WRITE ResultsRecord
           ACCEPT WSProcTime FROM TIME
           MOVE SPACES TO WSProcLogLine
           STRING WSCurrentDate WSProcTime(1:6) "|" WSRunId "|"
               FUNCTION TRIM(WSProcName) "|"
               FUNCTION TRIM(WSPsStep(WSProcIdx)) "|" WSYear "|"
               WSRunDay "|" WSRunPart "|"
               FUNCTION TRIM(WSPsState(WSProcIdx)) "|" WSProcRcText
               DELIMITED BY SIZE INTO WSProcLogLine
           OPEN EXTEND ProcLogFile
           IF WSProcLogStatus NOT EQUAL TO 0
               OPEN OUTPUT ProcLogFile
           END-IF
           IF WSProcLogStatus EQUAL TO 0
               WRITE ProcLogRecord FROM WSProcLogLine
               CLOSE ProcLogFile
           END-IF.

      *> Restart: the latest proc_log record of each step ahead of the
      *> restart point gives it back its state and code, and the run
      *> log says which steps were not re-run and what they stand at.
       LoadPriorStepCodes.
           PERFORM ReadProcedureLog
           PERFORM VARYING WSProcIdx FROM 1 BY 1
               UNTIL WSProcIdx >= WSProcStartIdx
               IF WSPsHasRc(WSProcIdx) EQUAL TO 'Y'
                   DISPLAY "--- STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                       " NOT RE-RUN (RESTART): LAST RC "
                       WSPsRc(WSProcIdx) " ---"
                   MOVE WSPsRc(WSProcIdx) TO WSProcRcText
               ELSE
                   DISPLAY "--- STEP " FUNCTION TRIM(WSPsStep(WSProcIdx))
                       " NOT RE-RUN (RESTART): NO RC ON RECORD ---"
                   MOVE SPACES TO WSProcRcText
               END-IF
               MOVE SPACES TO ResultsRecord
               STRING "PROC " FUNCTION TRIM(WSProcName) " STEP "
                   FUNCTION TRIM(WSPsStep(WSProcIdx))
                   " NOT RE-RUN RC " WSProcRcText
                   DELIMITED BY SIZE INTO ResultsRecord
               IF WSProcRcText EQUAL TO SPACES
                   MOVE SPACES TO ResultsRecord
                   STRING "PROC " FUNCTION TRIM(WSProcName) " STEP "
                       FUNCTION TRIM(WSPsStep(WSProcIdx))
                       " NOT RE-RUN NO RC"
                       DELIMITED BY SIZE INTO ResultsRecord
               END-IF
               WRITE ResultsRecord
           END-PERFORM.

       ReadProcedureLog.
           MOVE 'N' TO WSProcEOF
           OPEN INPUT ProcLogFile
           IF WSProcLogStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSProcEOF EQUAL TO 'Y'
               READ ProcLogFile INTO WSProcLogLine
                   AT END MOVE 'Y' TO WSProcEOF
                   NOT AT END PERFORM TakePriorStepCode
               END-READ
           END-PERFORM
           CLOSE ProcLogFile.

       TakePriorStepCode.
           MOVE SPACES TO WSProcLogFields
           UNSTRING WSProcLogLine DELIMITED BY "|"
               INTO WSPlStamp WSPlRunId WSPlProc WSPlStep WSPlYear
                    WSPlDay WSPlPart WSPlState WSPlRc
           IF WSPlProc NOT EQUAL TO WSProcName
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSProcScanIdx FROM 1 BY 1
               UNTIL WSProcScanIdx >= WSProcStartIdx
               IF WSPsStep(WSProcScanIdx) EQUAL TO WSPlStep
                   MOVE WSPlState TO WSPsState(WSProcScanIdx)
                   IF WSPlState EQUAL TO "RAN"
                   AND WSPlRc IS NUMERIC
                       MOVE 'Y' TO WSPsHasRc(WSProcScanIdx)
                       MOVE WSPlRc TO WSPsRc(WSProcScanIdx)
                   ELSE
                       MOVE 'N' TO WSPsHasRc(WSProcScanIdx)
                       MOVE 0 TO WSPsRc(WSProcScanIdx)
                   END-IF
               END-IF
           END-PERFORM.

      *> Reads back the RETURN-CODE the just-CALLed day/part set before
      *> anything else has a chance to overwrite the special register,
      *> and, if it reported failure, warns and propagates the same code
               DELIMITED BY SIZE INTO ResultsRecord
           WRITE ResultsRecord.

      *> Puts the day/part about to run through CHANGECHECK, which
      *> leaves its verdict in WSChangeOk and, when a change request
      *> governs the program, files this run against it.
       CheckChangeControl.
           MOVE WSYear TO WSChangeYear
           MOVE WSRunDay TO WSChangeDay
           MOVE WSRunPart TO WSChangePart
           PERFORM FindDispatchEntry
           IF WSDispatchIdx NOT EQUAL TO 0
               MOVE WS-DayRegistryProgramId(WSDispatchIdx)
                   TO WSChangeProgram
           ELSE
               PERFORM SelectProgramName
               MOVE WSProgramName TO WSChangeProgram
           END-IF
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
           STRING "FREEZE YEAR " WSYear " DAY "
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
           MOVE SPACES TO WSVersionLine
           MOVE SPACES TO WSVersionProgram
           IF WSYear EQUAL TO 2022
               IF WSRunDay EQUAL TO 5
                   MOVE "DAYFIVE" TO WSVersionProgram
                   MOVE "0" TO WSWordingOption
                   CALL 'build/2022/lib/DAYFIVE'
                       USING WSWordingOption WSVersionLine
               ELSE
                   PERFORM SelectProgramName
                   MOVE WSProgramName TO WSVersionProgram
                   IF WSProgramName NOT EQUAL TO SPACES
                       CALL WSProgramName USING '0' WSVersionLine
                   END-IF
               END-IF
           ELSE
               PERFORM FindDispatchEntry
               IF WSDispatchIdx NOT EQUAL TO 0
                   MOVE WS-DayRegistryProgramId(WSDispatchIdx)
                       TO WSVersionProgram
                   MOVE SPACES TO WSCrossPath
                   STRING "build/" WSYear "/lib/"
                       FUNCTION TRIM(WS-DayRegistryProgramId(WSDispatchIdx))
                       DELIMITED BY SIZE INTO WSCrossPath
                   CALL WSCrossPath USING '0' WSVersionLine
               END-IF
           END-IF
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
               WHEN 6 MOVE "DAYSIX" TO WSProgramName
               WHEN 7 MOVE "DAYSEVEN" TO WSProgramName
               WHEN OTHER MOVE SPACES TO WSProgramName
           END-EVALUATE.

                   MOVE "9GTRW GCHPMSVW CLTSGM JHDMWRF PQLHSWFJ PJDNFMS ZBDFGCSJ RTB HNWLC" TO TMP
                   STRING WSRunPart TMP INTO WSWordingOption
                   CALL 'build/2022/lib/DAYFIVE' USING WSWordingOption WSResult
                   MOVE RETURN-CODE TO WSDispatchRc
                   CANCEL 'build/2022/lib/DAYFIVE'
                   MOVE WSDispatchRc TO RETURN-CODE
               ELSE
                   PERFORM SelectProgramName
                   CALL WSProgramName USING WSRunPart WSResult
                   MOVE RETURN-CODE TO WSDispatchRc
                   CANCEL WSProgramName
                   MOVE WSDispatchRc TO RETURN-CODE
               END-IF
           ELSE
               PERFORM FindDispatchEntry
                       FUNCTION TRIM(WS-DayRegistryProgramId(WSDispatchIdx))
                       DELIMITED BY SIZE INTO WSCrossPath
                   CALL WSCrossPath USING WSRunPart WSResult
                   MOVE RETURN-CODE TO WSDispatchRc
                   CANCEL WSCrossPath
                   MOVE WSDispatchRc TO RETURN-CODE
               END-IF
           END-IF.

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
           DISPLAY "=== AOC 2022 INTERACTIVE MENU ==="
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
      *> (or a day past the word table) just counts zero.
       CountForecastRecords.
           MOVE 0 TO WSFcRecCount
           IF WSRunDay > 7
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFcInputName
           MOVE SPACES TO WSStageCsvName
           STRING FUNCTION TRIM(WSSandboxDir) "/stage_results_2022.csv"
               DELIMITED BY SIZE INTO WSStageCsvName
           MOVE SPACES TO WSProcLogPathName
           STRING FUNCTION TRIM(WSSandboxDir) "/proc_log"
               DELIMITED BY SIZE INTO WSProcLogPathName
           DISPLAY "AOCSANDBOXDIR" UPON ENVIRONMENT-NAME
           DISPLAY WSSandboxDir UPON ENVIRONMENT-VALUE
           DISPLAY "=== SANDBOX RUN: SHARED OUTPUTS UNDER "
               IF WSOperator EQUAL TO SPACES
                   MOVE "UNKNOWN" TO WSOperator
               END-IF
               PERFORM ResolveSessionOperator
               MOVE SPACES TO WSLockLine
               STRING WSCurrentDate " " WSHeaderTime " OPERATOR "
                   FUNCTION TRIM(WSOperator) " PID UNKNOWN"
               WRITE ResultsRecord
               MOVE SPACES TO WSResult
               MOVE 0 TO RETURN-CODE
               ACCEPT WSRetryFrom FROM TIME
               PERFORM DispatchDayCall
               MOVE RETURN-CODE TO WSAttemptRc
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
      *> register number and the YYYY-DD-P step - and opens it; the
      *> caller has already set the class.
       OpenRunSpool.
           MOVE WSOutDir TO SPOOL-DIR
           MOVE WSRunId TO SPOOL-RUNID
           MOVE SPACES TO SPOOL-STEP
           STRING WSYear "-" WSRunDay "-" WSRunPart
               DELIMITED BY SIZE INTO SPOOL-STEP
           PERFORM FindDispatchEntry
           IF WSDispatchIdx NOT EQUAL TO 0
               MOVE WS-DayRegistryProgramId(WSDispatchIdx)
                   TO SPOOL-PROGRAM
           ELSE
               PERFORM SelectProgramName
               MOVE WSProgramName TO SPOOL-PROGRAM
           END-IF
           PERFORM OpenSpoolStep.

       COPY "spoolCapture.cpy".


      *> The effective input of the failing day/part: the bundle must
                   MOVE SPACES TO WSDiagInput
           END-ACCEPT
           IF WSDiagInput EQUAL TO SPACES
               IF WSRunDay >= 1 AND WSRunDay <= 7
                   STRING WSYear "/data/input_day_"
                       FUNCTION TRIM(WSDiagDayWord(WSRunDay))
                       DELIMITED BY SIZE INTO WSDiagInput
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
                       "WITH IT, OR SET AOC" WSYear "DAYnINPUT PER DAY."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WSDay TO WSGenDayDisplay
               MOVE SPACES TO WSGenEnvName
               STRING "AOC" WSYear "DAY"
                   FUNCTION TRIM(WSGenDayDisplay, LEADING) "INPUT"
                   DELIMITED BY SIZE INTO WSGenEnvName
               DISPLAY WSGenEnvName UPON ENVIRONMENT-NAME
               DISPLAY WSInputRef UPON ENVIRONMENT-VALUE
           END-IF
           PERFORM VARYING WSGenDayIdx FROM 1 BY 1
               UNTIL WSGenDayIdx > 7
               PERFORM ResolveOneInputReference
           END-PERFORM
           MOVE SPACES TO WSGenStamp
           IF WSDay EQUAL TO 0 OR WSDay EQUAL TO 99
               MOVE "GEN" TO WSGenStamp
               PERFORM VARYING WSGenDayIdx FROM 1 BY 1
                   UNTIL WSGenDayIdx > 7
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
               IF WSDay >= 1 AND WSDay <= 7
                   MOVE WSGenInputNumber(WSDay) TO WSGenNumberDisplay
                   STRING "GEN " FUNCTION TRIM(WSGenNumberDisplay, LEADING)
                       DELIMITED BY SIZE INTO WSGenStamp
               END-IF
           END-IF.

      *> One day: the standard path, or whatever its AOCyyyyDAYnINPUT
      *> resolves to, which is then put back for the day program.
       ResolveOneInputReference.
           MOVE SPACES TO GEN-BASE
           STRING WSYear "/data/input_day_"
               FUNCTION TRIM(WSFpDayWord(WSGenDayIdx))
               DELIMITED BY SIZE INTO GEN-BASE
           MOVE SPACES TO WSGenEnvName
           STRING "AOC" WSYear "DAY" WSGenDayIdx "INPUT"
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
       *> WSDay = 00 runs every day/part (RunAll); WSDay = 99 runs the year
       *> in order, stopping at the first failure (RunYear). --proc NAME
       *> runs a step procedure instead (RunProcedure), --restart STEP
       *> picking it up at a named step.
       ParseCommandLine.
           MOVE 0 TO WSDay
           MOVE SPACE TO WSPart
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
                       SET SandboxMode TO TRUE
                   WHEN "--forecast"
                       SET ForecastMode TO TRUE
                   WHEN "--proc"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE FUNCTION UPPER-CASE(WSArgValue) TO WSProcName
                       SET ProcMode TO TRUE
                   WHEN "--restart"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE FUNCTION UPPER-CASE(WSArgValue)
                           TO WSProcRestart
                   WHEN OTHER
                       IF WSArgValue(1:1) IS ALPHABETIC
                           MOVE WSArgValue(1:1) TO WSPart
