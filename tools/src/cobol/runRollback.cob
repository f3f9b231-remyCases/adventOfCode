       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNROLLBACK.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegisterFile ASSIGN TO "tools/data/run_register"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRegisterStatus.
           SELECT RunLogFile ASSIGN TO WSRunLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRunLogStatus.
           SELECT CsvFile ASSIGN TO "results/results.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCsvStatus.
           SELECT TimingFile ASSIGN TO "results/timing_history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSTimingStatus.
           SELECT AlertFile ASSIGN TO "results/alerts.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAlertStatus.
           SELECT MasterFile ASSIGN TO "results/run_history.idx"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.
           SELECT BaselineFile ASSIGN TO "tools/data/baseline.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSBaselineStatus.
           SELECT PreviewFile ASSIGN TO WSPreviewName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPreviewStatus.
           SELECT JournalFile ASSIGN TO "tools/data/rollback_journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJournalStatus.
           SELECT LockFile ASSIGN TO "results/output.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLockStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RegisterFile.
       01 RegisterRecord PIC X(120).
       FD RunLogFile.
       01 RunLogRecord PIC X(180).
       FD CsvFile.
       01 CsvRecord PIC X(200).
       FD TimingFile.
       01 TimingRecord PIC X(80).
       FD AlertFile.
       01 AlertRecord PIC X(160).
       FD MasterFile.
       01 RH-Record.
           05 RH-Key.
               10 RH-Year PIC 9(4).
               10 RH-Day PIC 99.
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).
       FD BaselineFile.
       01 BaselineRecord PIC X(80).
       FD PreviewFile.
       01 PreviewRecord PIC X(240).
       FD JournalFile.
       01 JournalRecord PIC X(280).
       FD LockFile.
       01 LockRecord PIC X(80).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Takes back everything one run contributed to the shared
      *> outputs, for the run found afterwards to have used the wrong
      *> input:
      *>   RUNROLLBACK --run N            preview only
      *>   RUNROLLBACK --run N --apply    reverse, SUPERVISOR only
      *> The run's records are found the way RUNPULL finds them: its
      *> bracketed section of the dated run log, the results.csv rows
      *> and timing_history.log rows carrying its id. The preview
      *> (results/rollback_NNNNNN.preview, also displayed) lists each
      *> one with what will happen to it, plus what run_history.idx
      *> and baseline.csv will go back to:
      *>   - a master record the run wrote is restored to the value an
      *>     earlier run the same day left, or deleted so the prior
      *>     run date's record is the latest again;
      *>   - a baseline row that took the run's answer goes back to
      *>     that prior value (left for review when there is none).
      *> The preview ends in a signature over its lines; --apply
      *> recomputes it and refuses unless the reviewed preview still
      *> describes the files exactly, so the supervisor approves what
      *> will actually happen. The apply holds the shared output lock,
      *> removes the records (the run log and results.csv are
      *> re-chained from the first removal on, after the chain up to
      *> there is proved intact - a rollback must never launder an
      *> edit), journals every record it removed or restored to
      *> tools/data/rollback_journal, and marks the run ROLLEDBACK in
      *> the run register, which RUNREGISTER and RECONCILE honour.
      *> The run's events and alerts stay as the history of what
      *> happened; the preview counts them.
       01 WSRegisterStatus PIC 99.
       01 WSRunLogStatus PIC 99.
       01 WSCsvStatus PIC 99.
       01 WSTimingStatus PIC 99.
       01 WSAlertStatus PIC 99.
       01 WSMasterStatus PIC 99.
       01 WSBaselineStatus PIC 99.
       01 WSPreviewStatus PIC 99.
       01 WSJournalStatus PIC 99.
       01 WSLockStatus PIC 99.
       01 WSRunLogName PIC X(80).
       01 WSPreviewName PIC X(80).
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSRunId PIC 9(6) VALUE 0.
       01 WSApplyFlag PIC A VALUE 'N'.
           88 ApplyMode VALUE 'Y'.
       01 WSRunDate PIC X(8) VALUE SPACES.
       01 WSRunYear PIC 9(4) VALUE 0.
       01 WSRunYearText PIC X(4).
       01 WSRolledBackOn PIC X(8) VALUE SPACES.
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSOperator PIC X(20).

      *> Every file that is rewritten rides through a table; a file
      *> deeper than its table is previewed as far as it goes and the
      *> apply is refused, never a truncated rewrite.
       01 WSOverflow PIC A VALUE 'N'.
       01 WSOverflowNote PIC X(60) VALUE SPACES.
       01 WSRegisterTable.
           05 WSRegCount PIC 9(4) VALUE 0.
           05 WSRegLine OCCURS 2000 TIMES PIC X(120).
       01 WSRegIdx PIC 9(4).
       01 WSRegHit PIC 9(4) VALUE 0.
       01 WSLogTable.
           05 WSLogCount PIC 9(4) VALUE 0.
           05 WSLogEntry OCCURS 1500 TIMES.
               10 WSLogLine PIC X(180).
               10 WSLogRun PIC 9(6).
       01 WSLogIdx PIC 9(4).
       01 WSCsvTable.
           05 WSCsvCount PIC 9(4) VALUE 0.
           05 WSCsvEntry OCCURS 3000 TIMES.
               10 WSCsvLine PIC X(200).
               10 WSCsvDrop PIC A.
       01 WSCsvIdx PIC 9(4).
       01 WSTimingTable.
           05 WSTimingCount PIC 9(4) VALUE 0.
           05 WSTimingEntry OCCURS 3000 TIMES.
               10 WSTimingLine PIC X(80).
               10 WSTimingDrop PIC A.
       01 WSTimingIdx PIC 9(4).
       01 WSBaseTable.
           05 WSBaseCount PIC 9(3) VALUE 0.
           05 WSBaseLine OCCURS 200 TIMES PIC X(80).
       01 WSBaseIdx PIC 9(3).

      *> One slot per year/day/part the run logged a result for, with
      *> what the master and the baseline go back to.
       01 WSKeyTable.
           05 WSKeyCount PIC 9(3) VALUE 0.
           05 WSKeyEntry OCCURS 100 TIMES.
               10 WSKeyYear PIC 9(4).
               10 WSKeyDay PIC 99.
               10 WSKeyPart PIC X.
               10 WSKeyValue PIC X(80).
               10 WSKeyRemain PIC A.
               10 WSKeyRemainValue PIC X(80).
               10 WSKeyRemainVersion PIC X(18).
               10 WSKeyRemainRun PIC 9(6).
               10 WSKeyMasterState PIC A.
                   88 MasterPresent VALUE 'P'.
                   88 MasterAbsent VALUE 'A'.
                   88 MasterUnavailable VALUE 'U'.
               10 WSKeyMasterValue PIC X(80).
               10 WSKeyPriorDate PIC X(8).
               10 WSKeyPriorValue PIC X(80).
               10 WSKeyAction PIC A.
                   88 MasterDelete VALUE 'D'.
                   88 MasterRestore VALUE 'R'.
                   88 MasterLeave VALUE 'N'.
               10 WSKeyBaseIdx PIC 9(3).
               10 WSKeyBaseValue PIC X(40).
               10 WSKeyBaseNote PIC A.
       01 WSKeyIdx PIC 9(3).
       01 WSKeyHit PIC 9(3).

      *> A run-log result line split the way RUNHISTORY sweeps it.
       01 WSLine PIC X(200).
       01 WSIsResult PIC A.
       01 WSResYear PIC 9(4).
       01 WSResDay PIC 99.
       01 WSResPart PIC X.
       01 WSResValue PIC X(80).
       01 WSCurVersion PIC X(18).
       01 WSCurRun PIC 9(6).
       01 WSKeyText PIC X(30).
       01 WSPtr PIC 9(3).
       01 WSTok1 PIC X(12).
       01 WSTok2 PIC X(12).
       01 WSTok3 PIC X(12).
       01 WSTok4 PIC X(12).
       01 WSTok5 PIC X(12).
       01 WSTok6 PIC X(12).
       01 WSScanPos PIC 9(3).
       01 WSLineId PIC 9(6).

      *> CSV sixth-column walk, as RUNPULL does it.
       01 WSCommaField PIC 9(2).
       01 WSCharIdx PIC 9(3).
       01 WSInQuotes PIC A.
       01 WSLineLen PIC 9(3).
       01 WSFieldStart PIC 9(3).
       01 WSFld1 PIC X(20).
       01 WSFld2 PIC X(20).
       01 WSFld3 PIC X(20).
       01 WSFld4 PIC X(20).
       01 WSFld5 PIC X(20).
       01 WSFld6 PIC X(20).
       01 WSFld7 PIC X(20).
       01 WSFld8 PIC X(20).
       01 WSFld9 PIC X(20).
       01 WSFld10 PIC X(20).

      *> Values compare on what follows the final colon with grouping
      *> commas dropped, the same reduction RECONCILE applies.
       01 WSNormIn PIC X(80).
       01 WSNormOut PIC X(40).
       01 WSNormWork PIC X(80).
       01 WSNormIdx PIC 9(3).
       01 WSNormPos PIC 9(3).
       01 WSNormColon PIC 9(3).
       01 WSRunNorm PIC X(40).
       01 WSBaseNorm PIC X(40).
       01 WSBaseYearText PIC X(4).
       01 WSBaseDayText PIC X(2).
       01 WSBasePartText PIC X(1).
       01 WSBaseExpected PIC X(60).
       01 WSBaseNewLine PIC X(80).

      *> Chain proof and re-chain state for the two chained files.
       01 WSChainAnchor PIC A.
           88 ChainAnchorTaken VALUE 'Y'.
           88 ChainOnTrust VALUE 'T'.
       01 WSChainBroken PIC A VALUE 'N'.
       01 WSChainNote PIC X(60) VALUE SPACES.
       01 WSChainLineNo PIC 9(4).
       01 WSRechain PIC A.

       01 WSEventCount PIC 9(5) VALUE 0.
       01 WSAlertCount PIC 9(5) VALUE 0.
       01 WSLogDropCount PIC 9(4) VALUE 0.
       01 WSCsvDropCount PIC 9(4) VALUE 0.
       01 WSTimingDropCount PIC 9(4) VALUE 0.
       01 WSMasterChangeCount PIC 9(3) VALUE 0.
       01 WSBaseChangeCount PIC 9(3) VALUE 0.
       01 WSActionCount PIC 9(5) VALUE 0.

      *> Preview lines and the signature folded over them (the chain
      *> hash, chainLink.cpy, seeded from zero).
       01 WSPreviewLine PIC X(240).
       01 WSPreviewWrite PIC A VALUE 'N'.
       01 WSSignature PIC 9(8) VALUE 0.
       01 WSStoredSignature PIC X(8) VALUE SPACES.
       01 WSPreviewText PIC X(240).
       01 WSDayDisplay PIC 99.

       01 WSJournalAction PIC X(16).
       01 WSJournalEntry PIC X(200).
       01 WSJournalLine PIC X(280).
       01 WSLockLine PIC X(80).

      *> Role gate on the apply: AUTHCHECK consults the operator
      *> authority dataset and logs refusals to events.log.
       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.

       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSRunId EQUAL TO 0
               DISPLAY "USAGE: RUNROLLBACK --run N [--apply]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF

           PERFORM LoadRegister
           IF WSRegHit EQUAL TO 0
               DISPLAY "RUN " WSRunId " IS NOT IN THE REGISTER."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSRolledBackOn NOT EQUAL TO SPACES
               DISPLAY "RUN " WSRunId " WAS ALREADY ROLLED BACK ON "
                   WSRolledBackOn "."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WSRunLogName
           STRING "results/run_" WSRunDate ".log"
               DELIMITED BY SIZE INTO WSRunLogName
           MOVE SPACES TO WSPreviewName
           STRING "results/rollback_" WSRunId ".preview"
               DELIMITED BY SIZE INTO WSPreviewName

           PERFORM LoadRunLog
           PERFORM CollectRunKeys
           PERFORM CollectRemainingValues
           PERFORM LoadCsv
           PERFORM LoadTimings
           PERFORM CountHistoryRecords
           PERFORM ResolveMasterRecords
           PERFORM LoadBaseline
           PERFORM ResolveBaselineRows

           IF NOT ApplyMode
               MOVE 'Y' TO WSPreviewWrite
               OPEN OUTPUT PreviewFile
               IF WSPreviewStatus NOT EQUAL TO 0
                   DISPLAY "Error " WSPreviewStatus ": unable to write "
                       FUNCTION TRIM(WSPreviewName) ". Exiting program."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM EmitPreview
               MOVE SPACES TO WSPreviewLine
               STRING "SIGNATURE " WSSignature " PREPARED " WSToday " "
                   WSNowTime(1:6) " BY " FUNCTION TRIM(WSOperator)
                   DELIMITED BY SIZE INTO WSPreviewLine
               WRITE PreviewRecord FROM WSPreviewLine
               CLOSE PreviewFile
               DISPLAY "PREVIEW SAVED TO " FUNCTION TRIM(WSPreviewName)
               IF WSActionCount > 0 AND WSOverflow EQUAL TO 'N'
               AND WSChainBroken EQUAL TO 'N'
                   DISPLAY "AFTER SUPERVISOR REVIEW APPLY WITH: "
                       "RUNROLLBACK --run " WSRunId " --apply"
               END-IF
               STOP RUN
           END-IF

           PERFORM EmitPreview
           PERFORM CheckApproval
           PERFORM AcquireOutputLock
           PERFORM ApplyRollback
           PERFORM ReleaseOutputLock
           STOP RUN.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--run"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       COMPUTE WSRunId = FUNCTION NUMVAL(WSArgValue)
                   WHEN "--apply"
                       SET ApplyMode TO TRUE
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

      *> "RUNID|DATE|TIME|YEAR|ARGS|OPERATOR|SESSION[|ROLLEDBACK
      *> YYYYMMDD]"; the whole register is held for the mark.
       LoadRegister.
           MOVE 'N' TO WSEOF
           OPEN INPUT RegisterFile
           IF WSRegisterStatus NOT EQUAL TO 0
               DISPLAY "NO RUN REGISTER (tools/data/run_register)."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RegisterFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreRegisterLine
               END-READ
           END-PERFORM
           CLOSE RegisterFile.

       StoreRegisterLine.
           IF WSRegCount >= 2000
               MOVE 'Y' TO WSOverflow
               MOVE "RUN REGISTER DEEPER THAN 2000 LINES" TO WSOverflowNote
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSRegCount
           MOVE WSLine TO WSRegLine(WSRegCount)
           IF WSLine(1:1) EQUAL TO '*'
           OR WSLine(1:6) IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           IF FUNCTION NUMVAL(WSLine(1:6)) NOT EQUAL TO WSRunId
               NEXT SENTENCE
           END-IF
           MOVE WSRegCount TO WSRegHit
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld8
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5 WSFld6 WSFld7
                    WSFld8
           MOVE WSFld2(1:8) TO WSRunDate
           MOVE WSFld4(1:4) TO WSRunYearText
           IF WSRunYearText IS NUMERIC
               MOVE WSRunYearText TO WSRunYear
           END-IF
           IF WSFld8(1:11) EQUAL TO "ROLLEDBACK "
               MOVE WSFld8(12:8) TO WSRolledBackOn
           END-IF.

      *> The dated log whole, each line tagged with the run whose
      *> RUN START ... RUN END bracket it sits in (zero outside any).
      *> The chain is proved on the way in.
       LoadRunLog.
           MOVE 'N' TO WSEOF
           MOVE 0 TO WSCurRun
           SET CHAIN-RUNLOG TO TRUE
           PERFORM StartChainProof
           OPEN INPUT RunLogFile
           IF WSRunLogStatus NOT EQUAL TO 0
               DISPLAY "NOTE: " FUNCTION TRIM(WSRunLogName)
                   " NOT READABLE - WAS THE DAY ARCHIVED? "
                   "(ARCHIVEPULL CAN REBUILD IT)"
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RunLogFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreRunLogLine
               END-READ
           END-PERFORM
           CLOSE RunLogFile.

       StoreRunLogLine.
           IF WSLogCount >= 1500
               MOVE 'Y' TO WSOverflow
               MOVE "RUN LOG DEEPER THAN 1500 LINES" TO WSOverflowNote
               NEXT SENTENCE
           END-IF
           IF WSLine(1:10) EQUAL TO "RUN START "
               PERFORM ExtractRunStamp
               MOVE WSLineId TO WSCurRun
           END-IF
           ADD 1 TO WSLogCount
           MOVE WSLine TO WSLogLine(WSLogCount)
           MOVE WSCurRun TO WSLogRun(WSLogCount)
           IF WSCurRun EQUAL TO WSRunId
               ADD 1 TO WSLogDropCount
           END-IF
           IF WSLine(1:8) EQUAL TO "RUN END "
               MOVE 0 TO WSCurRun
           END-IF
           MOVE WSLogCount TO WSChainLineNo
           MOVE WSLine TO CHAIN-RECORD
           PERFORM ProveChainStep.

       ExtractRunStamp.
           MOVE 0 TO WSLineId
           PERFORM VARYING WSScanPos FROM 1 BY 1
               UNTIL WSScanPos > 160
               IF WSLine(WSScanPos:5) EQUAL TO " RUN "
               AND WSLine(WSScanPos + 5:6) IS NUMERIC
                   COMPUTE WSLineId =
                       FUNCTION NUMVAL(WSLine(WSScanPos + 5:6))
                   MOVE 161 TO WSScanPos
               END-IF
           END-PERFORM.

      *> The run's own results, key by key (a key logged twice keeps
      *> its last value, as the sweep would).
       CollectRunKeys.
           MOVE SPACES TO WSCurVersion
           MOVE 1 TO WSLogIdx
           PERFORM UNTIL WSLogIdx > WSLogCount
               MOVE WSLogLine(WSLogIdx) TO WSLine
               PERFORM SplitLogResult
               IF WSIsResult EQUAL TO 'Y'
               AND WSLogRun(WSLogIdx) EQUAL TO WSRunId
                   PERFORM FindResultKey
                   IF WSKeyHit EQUAL TO 0 AND WSKeyCount < 100
                       ADD 1 TO WSKeyCount
                       MOVE WSKeyCount TO WSKeyHit
                       MOVE WSResYear TO WSKeyYear(WSKeyHit)
                       MOVE WSResDay TO WSKeyDay(WSKeyHit)
                       MOVE WSResPart TO WSKeyPart(WSKeyHit)
                       MOVE 'N' TO WSKeyRemain(WSKeyHit)
                       MOVE SPACES TO WSKeyRemainValue(WSKeyHit)
                       MOVE SPACES TO WSKeyRemainVersion(WSKeyHit)
                       MOVE 0 TO WSKeyRemainRun(WSKeyHit)
                       MOVE 'U' TO WSKeyMasterState(WSKeyHit)
                       MOVE SPACES TO WSKeyMasterValue(WSKeyHit)
                       MOVE SPACES TO WSKeyPriorDate(WSKeyHit)
                       MOVE SPACES TO WSKeyPriorValue(WSKeyHit)
                       MOVE 'N' TO WSKeyAction(WSKeyHit)
                       MOVE 0 TO WSKeyBaseIdx(WSKeyHit)
                       MOVE SPACES TO WSKeyBaseValue(WSKeyHit)
                       MOVE SPACES TO WSKeyBaseNote(WSKeyHit)
                   END-IF
                   IF WSKeyHit NOT EQUAL TO 0
                       MOVE WSResValue TO WSKeyValue(WSKeyHit)
                   END-IF
               END-IF
               ADD 1 TO WSLogIdx
           END-PERFORM.

      *> What a re-sweep of the log without this run would leave for
      *> each of its keys: the last value any other run that day
      *> logged, with the build and the run it came from.
       CollectRemainingValues.
           MOVE SPACES TO WSCurVersion
           MOVE 1 TO WSLogIdx
           PERFORM UNTIL WSLogIdx > WSLogCount
               MOVE WSLogLine(WSLogIdx) TO WSLine
               PERFORM SplitLogResult
               IF WSIsResult EQUAL TO 'Y'
               AND WSLogRun(WSLogIdx) NOT EQUAL TO WSRunId
                   PERFORM FindResultKey
                   IF WSKeyHit NOT EQUAL TO 0
                       MOVE 'Y' TO WSKeyRemain(WSKeyHit)
                       MOVE WSResValue TO WSKeyRemainValue(WSKeyHit)
                       MOVE WSCurVersion TO WSKeyRemainVersion(WSKeyHit)
                       MOVE WSLogRun(WSLogIdx) TO WSKeyRemainRun(WSKeyHit)
                   END-IF
               END-IF
               ADD 1 TO WSLogIdx
           END-PERFORM.

      *> RUNHISTORY's reading of a log line: version stamps are
      *> tracked, "YEAR YYYY DAY NN PART X: value" and the older
      *> "DAY NN PART X: value" are results (the latter in the run's
      *> register year), anything else is not.
       SplitLogResult.
           MOVE 'N' TO WSIsResult
           IF WSLine(1:10) EQUAL TO "RUN START "
               MOVE SPACES TO WSCurVersion
               PERFORM VARYING WSScanPos FROM 1 BY 1
                   UNTIL WSScanPos > 158
                   IF WSLine(WSScanPos:5) EQUAL TO " VER "
                       MOVE WSLine(WSScanPos + 5:18) TO WSCurVersion
                       MOVE 159 TO WSScanPos
                   END-IF
               END-PERFORM
               NEXT SENTENCE
           END-IF
           IF WSLine(1:8) EQUAL TO "PROGRAM "
               MOVE SPACES TO WSKeyText
               MOVE SPACES TO WSCurVersion
               UNSTRING WSLine DELIMITED BY " VERSION "
                   INTO WSKeyText WSCurVersion
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSKeyText
           MOVE 1 TO WSPtr
           UNSTRING WSLine DELIMITED BY ":"
               INTO WSKeyText
               WITH POINTER WSPtr
           MOVE SPACES TO WSTok1
           MOVE SPACES TO WSTok2
           MOVE SPACES TO WSTok3
           MOVE SPACES TO WSTok4
           MOVE SPACES TO WSTok5
           MOVE SPACES TO WSTok6
           UNSTRING WSKeyText DELIMITED BY ALL ' '
               INTO WSTok1 WSTok2 WSTok3 WSTok4 WSTok5 WSTok6
           IF WSTok1 EQUAL TO "YEAR" AND WSTok3 EQUAL TO "DAY"
           AND WSTok5 EQUAL TO "PART"
               COMPUTE WSResYear = FUNCTION NUMVAL(WSTok2)
               COMPUTE WSResDay = FUNCTION NUMVAL(WSTok4)
               MOVE WSTok6(1:1) TO WSResPart
               MOVE 'Y' TO WSIsResult
           ELSE
               IF WSTok1 EQUAL TO "DAY" AND WSTok3 EQUAL TO "PART"
                   MOVE WSRunYear TO WSResYear
                   COMPUTE WSResDay = FUNCTION NUMVAL(WSTok2)
                   MOVE WSTok4(1:1) TO WSResPart
                   MOVE 'Y' TO WSIsResult
               END-IF
           END-IF
           IF WSIsResult EQUAL TO 'Y'
               MOVE FUNCTION TRIM(WSLine(WSPtr:), LEADING) TO WSResValue
           END-IF.

       FindResultKey.
           MOVE 0 TO WSKeyHit
           MOVE 1 TO WSKeyIdx
           PERFORM UNTIL WSKeyIdx > WSKeyCount
               IF WSKeyYear(WSKeyIdx) EQUAL TO WSResYear
               AND WSKeyDay(WSKeyIdx) EQUAL TO WSResDay
               AND WSKeyPart(WSKeyIdx) EQUAL TO WSResPart
                   MOVE WSKeyIdx TO WSKeyHit
                   MOVE WSKeyCount TO WSKeyIdx
               END-IF
               ADD 1 TO WSKeyIdx
           END-PERFORM.

       LoadCsv.
           MOVE 'N' TO WSEOF
           SET CHAIN-CSV TO TRUE
           PERFORM StartChainProof
           OPEN INPUT CsvFile
           IF WSCsvStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ CsvFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreCsvLine
               END-READ
           END-PERFORM
           CLOSE CsvFile.

       StoreCsvLine.
           IF WSCsvCount >= 3000
               MOVE 'Y' TO WSOverflow
               MOVE "RESULTS.CSV DEEPER THAN 3000 ROWS" TO WSOverflowNote
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSCsvCount
           MOVE WSLine TO WSCsvLine(WSCsvCount)
           MOVE 'N' TO WSCsvDrop(WSCsvCount)
           MOVE WSCsvCount TO WSChainLineNo
           MOVE WSLine TO CHAIN-RECORD
           PERFORM ProveChainStep
           IF WSLine(1:4) EQUAL TO "DAY,"
           OR FUNCTION TRIM(WSLine) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
          *> walk to the start of the sixth unquoted-comma field
           COMPUTE WSLineLen =
               FUNCTION LENGTH(FUNCTION TRIM(WSLine, TRAILING))
           MOVE 1 TO WSCommaField
           MOVE 0 TO WSFieldStart
           MOVE 'N' TO WSInQuotes
           PERFORM VARYING WSCharIdx FROM 1 BY 1
               UNTIL WSCharIdx > WSLineLen
               EVALUATE TRUE
                   WHEN WSLine(WSCharIdx:1) EQUAL TO '"'
                       IF WSInQuotes EQUAL TO 'Y'
                           MOVE 'N' TO WSInQuotes
                       ELSE
                           MOVE 'Y' TO WSInQuotes
                       END-IF
                   WHEN WSLine(WSCharIdx:1) EQUAL TO ','
                   AND WSInQuotes EQUAL TO 'N'
                       ADD 1 TO WSCommaField
                       IF WSCommaField EQUAL TO 6
                           COMPUTE WSFieldStart = WSCharIdx + 1
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM
           IF WSFieldStart > 0
           AND WSLine(WSFieldStart:6) IS NUMERIC
               IF FUNCTION NUMVAL(WSLine(WSFieldStart:6))
                   EQUAL TO WSRunId
                   MOVE 'Y' TO WSCsvDrop(WSCsvCount)
                   ADD 1 TO WSCsvDropCount
               END-IF
           END-IF.

      *> Timing rows: "YEAR,DD,P,DATE,CS,RUNID[,RETRYCS]".
       LoadTimings.
           MOVE 'N' TO WSEOF
           OPEN INPUT TimingFile
           IF WSTimingStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ TimingFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreTimingLine
               END-READ
           END-PERFORM
           CLOSE TimingFile.

       StoreTimingLine.
           IF WSTimingCount >= 3000
               MOVE 'Y' TO WSOverflow
               MOVE "TIMING HISTORY DEEPER THAN 3000 ROWS"
                   TO WSOverflowNote
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSTimingCount
           MOVE WSLine TO WSTimingLine(WSTimingCount)
           MOVE 'N' TO WSTimingDrop(WSTimingCount)
           MOVE SPACES TO WSFld6
           UNSTRING WSLine DELIMITED BY ","
               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5 WSFld6
           IF WSFld6(1:6) IS NUMERIC
           AND FUNCTION NUMVAL(WSFld6(1:6)) EQUAL TO WSRunId
               MOVE 'Y' TO WSTimingDrop(WSTimingCount)
               ADD 1 TO WSTimingDropCount
           END-IF.

      *> The run's events (sixth field) and alerts (tenth) are kept;
      *> the preview only counts them.
       CountHistoryRecords.
           MOVE 'N' TO WSEOF
           OPEN INPUT EventFile
           IF EVENT-STATUS EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ EventFile INTO WSLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE SPACES TO WSFld6
                           UNSTRING WSLine DELIMITED BY "|"
                               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5
                                    WSFld6
                           IF WSFld6(1:6) IS NUMERIC
                           AND FUNCTION NUMVAL(WSFld6(1:6))
                               EQUAL TO WSRunId
                               ADD 1 TO WSEventCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EventFile
           END-IF
           MOVE 'N' TO WSEOF
           OPEN INPUT AlertFile
           IF WSAlertStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ AlertFile INTO WSLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE SPACES TO WSFld10
                           UNSTRING WSLine DELIMITED BY "|"
                               INTO WSFld1 WSFld2 WSFld3 WSFld4 WSFld5
                                    WSFld6 WSFld7 WSFld8 WSFld9 WSFld10
                           IF WSFld10(1:6) IS NUMERIC
                           AND FUNCTION NUMVAL(WSFld10(1:6))
                               EQUAL TO WSRunId
                               ADD 1 TO WSAlertCount
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AlertFile
           END-IF.

      *> Per key: the master record under the run's date, the latest
      *> record from an earlier date (the prior master record), and
      *> from those what the rollback does.
       ResolveMasterRecords.
           OPEN INPUT MasterFile
           IF WSMasterStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSKeyIdx
           PERFORM ResolveOneMasterKey UNTIL WSKeyIdx > WSKeyCount
           CLOSE MasterFile.

       ResolveOneMasterKey.
           MOVE WSKeyYear(WSKeyIdx) TO RH-Year
           MOVE WSKeyDay(WSKeyIdx) TO RH-Day
           MOVE WSKeyPart(WSKeyIdx) TO RH-Part
           MOVE WSRunDate TO RH-RunDate
           READ MasterFile
               INVALID KEY
                   MOVE 'A' TO WSKeyMasterState(WSKeyIdx)
               NOT INVALID KEY
                   MOVE 'P' TO WSKeyMasterState(WSKeyIdx)
                   MOVE RH-Result TO WSKeyMasterValue(WSKeyIdx)
           END-READ
           MOVE WSKeyYear(WSKeyIdx) TO RH-Year
           MOVE WSKeyDay(WSKeyIdx) TO RH-Day
           MOVE WSKeyPart(WSKeyIdx) TO RH-Part
           MOVE LOW-VALUES TO RH-RunDate
           MOVE 'N' TO WSEOF
           START MasterFile KEY IS NOT LESS THAN RH-Key
               INVALID KEY MOVE 'Y' TO WSEOF
           END-START
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ MasterFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF RH-Year NOT EQUAL TO WSKeyYear(WSKeyIdx)
                       OR RH-Day NOT EQUAL TO WSKeyDay(WSKeyIdx)
                       OR RH-Part NOT EQUAL TO WSKeyPart(WSKeyIdx)
                       OR RH-RunDate NOT LESS THAN WSRunDate
                           MOVE 'Y' TO WSEOF
                       ELSE
                           MOVE RH-RunDate TO WSKeyPriorDate(WSKeyIdx)
                           MOVE RH-Result TO WSKeyPriorValue(WSKeyIdx)
                       END-IF
               END-READ
           END-PERFORM
           EVALUATE TRUE
               WHEN NOT MasterPresent(WSKeyIdx)
                   MOVE 'N' TO WSKeyAction(WSKeyIdx)
               WHEN WSKeyRemain(WSKeyIdx) EQUAL TO 'Y'
                   IF WSKeyMasterValue(WSKeyIdx) NOT EQUAL TO
                       WSKeyRemainValue(WSKeyIdx)
                       MOVE 'R' TO WSKeyAction(WSKeyIdx)
                       ADD 1 TO WSMasterChangeCount
                   END-IF
               WHEN OTHER
                   MOVE 'D' TO WSKeyAction(WSKeyIdx)
                   ADD 1 TO WSMasterChangeCount
           END-EVALUATE
           ADD 1 TO WSKeyIdx.

       LoadBaseline.
           MOVE 'N' TO WSEOF
           OPEN INPUT BaselineFile
           IF WSBaselineStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ BaselineFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSBaseCount < 200
                           ADD 1 TO WSBaseCount
                           MOVE WSLine TO WSBaseLine(WSBaseCount)
                       ELSE
                           MOVE 'Y' TO WSOverflow
                           MOVE "BASELINE DEEPER THAN 200 LINES"
                               TO WSOverflowNote
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BaselineFile.

      *> A baseline row is only touched when it holds this run's
      *> answer: it goes back to what the day had before - the value
      *> another run that day left, else the prior master record's.
      *> With neither, it is left and flagged for review.
       ResolveBaselineRows.
           MOVE 1 TO WSKeyIdx
           PERFORM UNTIL WSKeyIdx > WSKeyCount
               MOVE WSKeyValue(WSKeyIdx) TO WSNormIn
               PERFORM NormalizeValue
               MOVE WSNormOut TO WSRunNorm
               MOVE 1 TO WSBaseIdx
               PERFORM ResolveOneBaselineRow UNTIL WSBaseIdx > WSBaseCount
               ADD 1 TO WSKeyIdx
           END-PERFORM.

       ResolveOneBaselineRow.
           MOVE WSBaseLine(WSBaseIdx) TO WSLine
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
               ADD 1 TO WSBaseIdx
               NEXT SENTENCE
           END-IF
           PERFORM SplitBaselineRow
           IF FUNCTION NUMVAL(WSBaseYearText) NOT EQUAL TO
               WSKeyYear(WSKeyIdx)
           OR FUNCTION NUMVAL(WSBaseDayText) NOT EQUAL TO
               WSKeyDay(WSKeyIdx)
           OR WSBasePartText NOT EQUAL TO WSKeyPart(WSKeyIdx)
               ADD 1 TO WSBaseIdx
               NEXT SENTENCE
           END-IF
           MOVE WSBaseExpected TO WSNormIn
           PERFORM NormalizeValue
           MOVE WSNormOut TO WSBaseNorm
           IF WSBaseNorm EQUAL TO SPACES
           OR WSBaseNorm NOT EQUAL TO WSRunNorm
               ADD 1 TO WSBaseIdx
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSNormOut
           IF WSKeyRemain(WSKeyIdx) EQUAL TO 'Y'
               MOVE WSKeyRemainValue(WSKeyIdx) TO WSNormIn
               PERFORM NormalizeValue
           ELSE
               IF WSKeyPriorDate(WSKeyIdx) NOT EQUAL TO SPACES
                   MOVE WSKeyPriorValue(WSKeyIdx) TO WSNormIn
                   PERFORM NormalizeValue
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN WSNormOut EQUAL TO SPACES
                   MOVE 'H' TO WSKeyBaseNote(WSKeyIdx)
               WHEN WSNormOut EQUAL TO WSBaseNorm
                   CONTINUE
               WHEN OTHER
                   MOVE WSBaseIdx TO WSKeyBaseIdx(WSKeyIdx)
                   MOVE WSNormOut TO WSKeyBaseValue(WSKeyIdx)
                   ADD 1 TO WSBaseChangeCount
           END-EVALUATE
           MOVE WSBaseCount TO WSBaseIdx
           ADD 1 TO WSBaseIdx.

       SplitBaselineRow.
           MOVE SPACES TO WSBaseYearText
           MOVE SPACES TO WSBaseDayText
           MOVE SPACES TO WSBasePartText
           MOVE SPACES TO WSBaseExpected
           UNSTRING WSLine DELIMITED BY ","
               INTO WSBaseYearText WSBaseDayText WSBasePartText
                    WSBaseExpected.

       NormalizeValue.
           MOVE 0 TO WSNormColon
           PERFORM VARYING WSNormIdx FROM 1 BY 1 UNTIL WSNormIdx > 80
               IF WSNormIn(WSNormIdx:1) EQUAL TO ':'
                   MOVE WSNormIdx TO WSNormColon
               END-IF
           END-PERFORM
           IF WSNormColon EQUAL TO 0
               MOVE FUNCTION TRIM(WSNormIn) TO WSNormWork
           ELSE
               MOVE FUNCTION TRIM(WSNormIn(WSNormColon + 1:)) TO WSNormWork
           END-IF
           MOVE SPACES TO WSNormOut
           MOVE 0 TO WSNormPos
           PERFORM VARYING WSNormIdx FROM 1 BY 1 UNTIL WSNormIdx > 40
               IF WSNormWork(WSNormIdx:1) NOT EQUAL TO ','
                   ADD 1 TO WSNormPos
                   MOVE WSNormWork(WSNormIdx:1) TO WSNormOut(WSNormPos:1)
               END-IF
           END-PERFORM.

      *> The chain proof CHAINVERIFY runs, one record at a time: the
      *> first chained record is taken on trust, every later one must
      *> follow from the one before it, a "DAY," header restarts from
      *> zero.
       StartChainProof.
           MOVE 'T' TO WSChainAnchor
           MOVE 0 TO CHAIN-PREV.

       ProveChainStep.
           IF CHAIN-RECORD EQUAL TO SPACES OR WSChainBroken EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           IF CHAIN-CSV AND CHAIN-RECORD(1:4) EQUAL TO "DAY,"
               MOVE 'Z' TO WSChainAnchor
               MOVE 0 TO CHAIN-PREV
               NEXT SENTENCE
           END-IF
           PERFORM SplitChainedRecord
           IF NOT CHAIN-PRESENT
               IF ChainAnchorTaken
                   PERFORM NoteChainBroken
               END-IF
               NEXT SENTENCE
           END-IF
           IF NOT ChainOnTrust
               PERFORM ComputeChainHash
               IF CHAIN-HASH NOT EQUAL TO CHAIN-STORED
                   PERFORM NoteChainBroken
                   NEXT SENTENCE
               END-IF
           END-IF
           MOVE 'Y' TO WSChainAnchor
           MOVE CHAIN-STORED TO CHAIN-PREV.

       NoteChainBroken.
           MOVE 'Y' TO WSChainBroken
           MOVE SPACES TO WSChainNote
           IF CHAIN-RUNLOG
               STRING FUNCTION TRIM(WSRunLogName) " LINE " WSChainLineNo
                   DELIMITED BY SIZE INTO WSChainNote
           ELSE
               STRING "results/results.csv LINE " WSChainLineNo
                   DELIMITED BY SIZE INTO WSChainNote
           END-IF.

      *> Every line of the preview goes through EmitPreviewLine, which
      *> folds it into the signature; only the preview pass writes
      *> and shows it, the apply pass recomputes it.
       EmitPreview.
           MOVE 0 TO WSSignature
           MOVE 0 TO WSActionCount
           MOVE SPACES TO WSPreviewText
           STRING "=== ROLLBACK PREVIEW: RUN " WSRunId " OF " WSRunDate
               " (YEAR " WSRunYear ") ==="
               DELIMITED BY SIZE INTO WSPreviewText
           PERFORM EmitPreviewLine

           MOVE SPACES TO WSPreviewText
           STRING "--- RUN LOG " FUNCTION TRIM(WSRunLogName)
               ": REMOVE " WSLogDropCount " LINE(S) ---"
               DELIMITED BY SIZE INTO WSPreviewText
           PERFORM EmitPreviewLine
           MOVE 1 TO WSLogIdx
           PERFORM UNTIL WSLogIdx > WSLogCount
               IF WSLogRun(WSLogIdx) EQUAL TO WSRunId
                   MOVE SPACES TO WSPreviewText
                   STRING "REMOVE " WSLogLine(WSLogIdx)(1:170)
                       DELIMITED BY SIZE INTO WSPreviewText
                   PERFORM EmitPreviewAction
               END-IF
               ADD 1 TO WSLogIdx
           END-PERFORM

           MOVE SPACES TO WSPreviewText
           STRING "--- RESULTS.CSV: REMOVE " WSCsvDropCount " ROW(S) ---"
               DELIMITED BY SIZE INTO WSPreviewText
           PERFORM EmitPreviewLine
           MOVE 1 TO WSCsvIdx
           PERFORM UNTIL WSCsvIdx > WSCsvCount
               IF WSCsvDrop(WSCsvIdx) EQUAL TO 'Y'
                   MOVE SPACES TO WSPreviewText
                   STRING "REMOVE " WSCsvLine(WSCsvIdx)
                       DELIMITED BY SIZE INTO WSPreviewText
                   PERFORM EmitPreviewAction
               END-IF
               ADD 1 TO WSCsvIdx
           END-PERFORM

           MOVE SPACES TO WSPreviewText
           STRING "--- TIMING HISTORY: REMOVE " WSTimingDropCount
               " ROW(S) ---"
               DELIMITED BY SIZE INTO WSPreviewText
           PERFORM EmitPreviewLine
           MOVE 1 TO WSTimingIdx
           PERFORM UNTIL WSTimingIdx > WSTimingCount
               IF WSTimingDrop(WSTimingIdx) EQUAL TO 'Y'
                   MOVE SPACES TO WSPreviewText
                   STRING "REMOVE " WSTimingLine(WSTimingIdx)
                       DELIMITED BY SIZE INTO WSPreviewText
                   PERFORM EmitPreviewAction
               END-IF
               ADD 1 TO WSTimingIdx
           END-PERFORM

           MOVE SPACES TO WSPreviewText
           STRING "--- RUN_HISTORY.IDX: " WSMasterChangeCount
               " RECORD(S) TO DELETE OR RESTORE ---"
               DELIMITED BY SIZE INTO WSPreviewText
           PERFORM EmitPreviewLine
           MOVE 1 TO WSKeyIdx
           PERFORM EmitOneMasterKey UNTIL WSKeyIdx > WSKeyCount

           MOVE SPACES TO WSPreviewText
           STRING "--- BASELINE.CSV: " WSBaseChangeCount
               " ROW(S) TO RESTORE ---"
               DELIMITED BY SIZE INTO WSPreviewText
           PERFORM EmitPreviewLine
           MOVE 1 TO WSKeyIdx
           PERFORM EmitOneBaselineKey UNTIL WSKeyIdx > WSKeyCount

           MOVE SPACES TO WSPreviewText
           STRING "--- KEPT AS HISTORY: " WSEventCount " EVENT(S), "
               WSAlertCount " ALERT(S) OF THIS RUN ---"
               DELIMITED BY SIZE INTO WSPreviewText
           PERFORM EmitPreviewLine
           IF WSOverflow EQUAL TO 'Y'
               MOVE SPACES TO WSPreviewText
               STRING "CANNOT APPLY: " FUNCTION TRIM(WSOverflowNote)
                   DELIMITED BY SIZE INTO WSPreviewText
               PERFORM EmitPreviewLine
           END-IF
           IF WSChainBroken EQUAL TO 'Y'
               MOVE SPACES TO WSPreviewText
               STRING "CANNOT APPLY: HASH CHAIN ALREADY BROKEN AT "
                   FUNCTION TRIM(WSChainNote) " - RUN CHAINVERIFY"
                   DELIMITED BY SIZE INTO WSPreviewText
               PERFORM EmitPreviewLine
           END-IF
           MOVE SPACES TO WSPreviewText
           STRING "=== " WSActionCount " CHANGE(S) ==="
               DELIMITED BY SIZE INTO WSPreviewText
           PERFORM EmitPreviewLine.

       EmitOneMasterKey.
           MOVE WSKeyDay(WSKeyIdx) TO WSDayDisplay
           MOVE SPACES TO WSPreviewText
           EVALUATE TRUE
               WHEN MasterUnavailable(WSKeyIdx)
                   STRING "UNAVAILABLE " WSKeyYear(WSKeyIdx) "-"
                       WSDayDisplay "-" WSKeyPart(WSKeyIdx) " "
                       WSRunDate ": MASTER NOT OPEN, RE-SWEEP THE LOG "
                       "AFTER THE ROLLBACK"
                       DELIMITED BY SIZE INTO WSPreviewText
                   PERFORM EmitPreviewLine
               WHEN MasterAbsent(WSKeyIdx)
                   STRING "NOT SWEPT " WSKeyYear(WSKeyIdx) "-"
                       WSDayDisplay "-" WSKeyPart(WSKeyIdx) " "
                       WSRunDate ": NOTHING IN THE MASTER"
                       DELIMITED BY SIZE INTO WSPreviewText
                   PERFORM EmitPreviewLine
               WHEN MasterDelete(WSKeyIdx)
                   IF WSKeyPriorDate(WSKeyIdx) EQUAL TO SPACES
                       STRING "DELETE " WSKeyYear(WSKeyIdx) "-"
                           WSDayDisplay "-" WSKeyPart(WSKeyIdx) " "
                           WSRunDate ": "
                           FUNCTION TRIM(WSKeyMasterValue(WSKeyIdx))
                           " (NO PRIOR RECORD)"
                           DELIMITED BY SIZE INTO WSPreviewText
                   ELSE
                       STRING "DELETE " WSKeyYear(WSKeyIdx) "-"
                           WSDayDisplay "-" WSKeyPart(WSKeyIdx) " "
                           WSRunDate ": "
                           FUNCTION TRIM(WSKeyMasterValue(WSKeyIdx))
                           " (PRIOR " WSKeyPriorDate(WSKeyIdx) ": "
                           FUNCTION TRIM(WSKeyPriorValue(WSKeyIdx)) ")"
                           DELIMITED BY SIZE INTO WSPreviewText
                   END-IF
                   PERFORM EmitPreviewAction
               WHEN MasterRestore(WSKeyIdx)
                   STRING "RESTORE " WSKeyYear(WSKeyIdx) "-"
                       WSDayDisplay "-" WSKeyPart(WSKeyIdx) " "
                       WSRunDate ": "
                       FUNCTION TRIM(WSKeyMasterValue(WSKeyIdx)) " -> "
                       FUNCTION TRIM(WSKeyRemainValue(WSKeyIdx))
                       " (EARLIER RUN THE SAME DAY)"
                       DELIMITED BY SIZE INTO WSPreviewText
                   PERFORM EmitPreviewAction
               WHEN OTHER
                   STRING "KEEP " WSKeyYear(WSKeyIdx) "-"
                       WSDayDisplay "-" WSKeyPart(WSKeyIdx) " "
                       WSRunDate ": "
                       FUNCTION TRIM(WSKeyMasterValue(WSKeyIdx))
                       " (ANOTHER RUN'S VALUE)"
                       DELIMITED BY SIZE INTO WSPreviewText
                   PERFORM EmitPreviewLine
           END-EVALUATE
           ADD 1 TO WSKeyIdx.

       EmitOneBaselineKey.
           MOVE WSKeyDay(WSKeyIdx) TO WSDayDisplay
           MOVE SPACES TO WSPreviewText
           IF WSKeyBaseIdx(WSKeyIdx) NOT EQUAL TO 0
               STRING "RESTORE " WSKeyYear(WSKeyIdx) "-" WSDayDisplay
                   "-" WSKeyPart(WSKeyIdx) ": "
                   FUNCTION TRIM(WSBaseLine(WSKeyBaseIdx(WSKeyIdx)))
                   " -> " FUNCTION TRIM(WSKeyBaseValue(WSKeyIdx))
                   DELIMITED BY SIZE INTO WSPreviewText
               PERFORM EmitPreviewAction
           END-IF
           IF WSKeyBaseNote(WSKeyIdx) EQUAL TO 'H'
               STRING "REVIEW " WSKeyYear(WSKeyIdx) "-" WSDayDisplay
                   "-" WSKeyPart(WSKeyIdx) ": BASELINE HOLDS THIS "
                   "RUN'S ANSWER AND NO PRIOR VALUE EXISTS - LEFT AS IS"
                   DELIMITED BY SIZE INTO WSPreviewText
               PERFORM EmitPreviewLine
           END-IF
           ADD 1 TO WSKeyIdx.

       EmitPreviewAction.
           ADD 1 TO WSActionCount
           PERFORM EmitPreviewLine.

       EmitPreviewLine.
           MOVE WSSignature TO CHAIN-PREV
           MOVE WSPreviewText TO CHAIN-TEXT
           MOVE 0 TO CHAIN-LEN
           IF CHAIN-TEXT NOT EQUAL TO SPACES
               COMPUTE CHAIN-LEN =
                   FUNCTION LENGTH(FUNCTION TRIM(CHAIN-TEXT, TRAILING))
           END-IF
           PERFORM ComputeChainHash
           MOVE CHAIN-HASH TO WSSignature
           IF WSPreviewWrite EQUAL TO 'Y'
               DISPLAY FUNCTION TRIM(WSPreviewText, TRAILING)
               WRITE PreviewRecord FROM WSPreviewText
           END-IF.

      *> The apply goes ahead only on a preview that still matches,
      *> nothing in the way, and SUPERVISOR authority.
       CheckApproval.
           IF WSActionCount EQUAL TO 0
               DISPLAY "RUN " WSRunId " LEFT NOTHING TO ROLL BACK."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSOverflow EQUAL TO 'Y'
               DISPLAY "ROLLBACK REFUSED: " FUNCTION TRIM(WSOverflowNote)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSChainBroken EQUAL TO 'Y'
               DISPLAY "ROLLBACK REFUSED: HASH CHAIN ALREADY BROKEN AT "
                   FUNCTION TRIM(WSChainNote) " - RUN CHAINVERIFY."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WSStoredSignature
           MOVE 'N' TO WSEOF
           OPEN INPUT PreviewFile
           IF WSPreviewStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ PreviewFile INTO WSPreviewLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF WSPreviewLine(1:10) EQUAL TO "SIGNATURE "
                               MOVE WSPreviewLine(11:8)
                                   TO WSStoredSignature
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PreviewFile
           END-IF
           IF WSStoredSignature EQUAL TO SPACES
               DISPLAY "NO PREVIEW FOR RUN " WSRunId
                   ": RUN RUNROLLBACK --run " WSRunId
                   " AND HAVE IT REVIEWED FIRST."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSStoredSignature NOT EQUAL TO WSSignature
               DISPLAY "THE FILES HAVE CHANGED SINCE "
                   FUNCTION TRIM(WSPreviewName)
                   " WAS PREPARED: PREVIEW AGAIN AND HAVE IT REVIEWED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "RUN ROLLBACK" TO WSAuthAction
           MOVE "SUPERVISOR" TO WSAuthRole
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> The same output lock MAINCOB and BASELINECHECK take: no run
      *> may append to the files while they are rewritten.
       AcquireOutputLock.
           OPEN INPUT LockFile
           IF WSLockStatus EQUAL TO 0
               MOVE SPACES TO WSLockLine
               READ LockFile INTO WSLockLine
                   AT END CONTINUE
               END-READ
               CLOSE LockFile
               DISPLAY "SHARED OUTPUTS LOCKED BY: "
                   FUNCTION TRIM(WSLockLine)
               DISPLAY "ABORTING: RERUN ONCE THE LOCK CLEARS."
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

       ApplyRollback.
           IF WSLogDropCount > 0
               PERFORM RewriteRunLog
           END-IF
           IF WSCsvDropCount > 0
               PERFORM RewriteCsv
           END-IF
           IF WSTimingDropCount > 0
               PERFORM RewriteTimings
           END-IF
           IF WSMasterChangeCount > 0
               PERFORM ApplyMasterChanges
           END-IF
           IF WSBaseChangeCount > 0
               PERFORM RewriteBaseline
           END-IF
           PERFORM MarkRegister
           MOVE "RUNROLLBACK" TO EVENT-PROGRAM
           MOVE "W" TO EVENT-SEVERITY
           MOVE "RUNROLLB" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING "RUN " WSRunId " OF " WSRunDate " ROLLED BACK BY "
               FUNCTION TRIM(WSOperator)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent
           DISPLAY "=== RUN " WSRunId " ROLLED BACK: " WSActionCount
               " CHANGE(S), JOURNALED TO tools/data/rollback_journal ==="
           IF WSMasterChangeCount > 0 OR WSLogDropCount > 0
               DISPLAY "RERUN THE DAY WITH THE RIGHT INPUT; ITS NEXT "
                   "SWEEP REFILLS THE MASTER."
           END-IF.

      *> Kept lines are copied as they stand up to the first removed
      *> one; from there each chained line is re-chained from the kept
      *> line before it.
       RewriteRunLog.
           SET CHAIN-RUNLOG TO TRUE
           MOVE 0 TO CHAIN-PREV
           MOVE 'N' TO WSRechain
           OPEN OUTPUT RunLogFile
           IF WSRunLogStatus NOT EQUAL TO 0
               DISPLAY "Error " WSRunLogStatus ": unable to rewrite "
                   FUNCTION TRIM(WSRunLogName) ". Exiting program."
               PERFORM ReleaseOutputLock
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WSLogIdx
           PERFORM UNTIL WSLogIdx > WSLogCount
               MOVE WSLogLine(WSLogIdx) TO CHAIN-RECORD
               IF WSLogRun(WSLogIdx) EQUAL TO WSRunId
                   MOVE 'Y' TO WSRechain
                   MOVE "REMOVE RUNLOG" TO WSJournalAction
                   MOVE WSLogLine(WSLogIdx)(1:170) TO WSJournalEntry
                   PERFORM JournalAction
               ELSE
                   PERFORM RechainKeptRecord
                   WRITE RunLogRecord FROM CHAIN-RECORD(1:180)
               END-IF
               ADD 1 TO WSLogIdx
           END-PERFORM
           CLOSE RunLogFile.

       RewriteCsv.
           SET CHAIN-CSV TO TRUE
           MOVE 0 TO CHAIN-PREV
           MOVE 'N' TO WSRechain
           OPEN OUTPUT CsvFile
           IF WSCsvStatus NOT EQUAL TO 0
               DISPLAY "Error " WSCsvStatus ": unable to rewrite "
                   "results/results.csv. Exiting program."
               PERFORM ReleaseOutputLock
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WSCsvIdx
           PERFORM UNTIL WSCsvIdx > WSCsvCount
               MOVE WSCsvLine(WSCsvIdx) TO CHAIN-RECORD
               IF WSCsvDrop(WSCsvIdx) EQUAL TO 'Y'
                   MOVE 'Y' TO WSRechain
                   MOVE "REMOVE CSV" TO WSJournalAction
                   MOVE WSCsvLine(WSCsvIdx) TO WSJournalEntry
                   PERFORM JournalAction
               ELSE
                   PERFORM RechainKeptRecord
                   WRITE CsvRecord FROM CHAIN-RECORD(1:200)
               END-IF
               ADD 1 TO WSCsvIdx
           END-PERFORM
           CLOSE CsvFile.

       RechainKeptRecord.
           IF WSRechain EQUAL TO 'N'
               PERFORM TakeChainLink
               NEXT SENTENCE
           END-IF
           IF CHAIN-CSV AND CHAIN-RECORD(1:4) EQUAL TO "DAY,"
               MOVE 0 TO CHAIN-PREV
               NEXT SENTENCE
           END-IF
           PERFORM SplitChainedRecord
           IF CHAIN-PRESENT
               PERFORM AttachChainHash
           END-IF.

       RewriteTimings.
           OPEN OUTPUT TimingFile
           IF WSTimingStatus NOT EQUAL TO 0
               DISPLAY "Error " WSTimingStatus ": unable to rewrite "
                   "results/timing_history.log. Exiting program."
               PERFORM ReleaseOutputLock
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO WSTimingIdx
           PERFORM UNTIL WSTimingIdx > WSTimingCount
               IF WSTimingDrop(WSTimingIdx) EQUAL TO 'Y'
                   MOVE "REMOVE TIMING" TO WSJournalAction
                   MOVE WSTimingLine(WSTimingIdx) TO WSJournalEntry
                   PERFORM JournalAction
               ELSE
                   WRITE TimingRecord FROM WSTimingLine(WSTimingIdx)
               END-IF
               ADD 1 TO WSTimingIdx
           END-PERFORM
           CLOSE TimingFile.

       ApplyMasterChanges.
           OPEN I-O MasterFile
           IF WSMasterStatus NOT EQUAL TO 0
               DISPLAY "Error " WSMasterStatus ": unable to update "
                   "results/run_history.idx - RE-SWEEP THE LOG."
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSKeyIdx
           PERFORM ApplyOneMasterKey UNTIL WSKeyIdx > WSKeyCount
           CLOSE MasterFile.

       ApplyOneMasterKey.
           MOVE WSKeyYear(WSKeyIdx) TO RH-Year
           MOVE WSKeyDay(WSKeyIdx) TO RH-Day
           MOVE WSKeyPart(WSKeyIdx) TO RH-Part
           MOVE WSRunDate TO RH-RunDate
           MOVE SPACES TO WSJournalEntry
           STRING RH-Year "|" RH-Day "|" RH-Part "|" RH-RunDate "|"
               FUNCTION TRIM(WSKeyMasterValue(WSKeyIdx))
               DELIMITED BY SIZE INTO WSJournalEntry
           EVALUATE TRUE
               WHEN MasterDelete(WSKeyIdx)
                   DELETE MasterFile RECORD
                       INVALID KEY
                           DISPLAY "MASTER RECORD " WSJournalEntry(1:24)
                               " ALREADY GONE"
                       NOT INVALID KEY
                           MOVE "MASTER DELETE" TO WSJournalAction
                           PERFORM JournalAction
                   END-DELETE
               WHEN MasterRestore(WSKeyIdx)
                   READ MasterFile
                       INVALID KEY
                           DISPLAY "MASTER RECORD " WSJournalEntry(1:24)
                               " ALREADY GONE"
                       NOT INVALID KEY
                           MOVE WSKeyRemainValue(WSKeyIdx) TO RH-Result
                           MOVE WSKeyRemainVersion(WSKeyIdx)
                               TO RH-Version
                           MOVE WSKeyRemainRun(WSKeyIdx) TO RH-RunId
                           REWRITE RH-Record
                           MOVE "MASTER RESTORE" TO WSJournalAction
                           PERFORM JournalAction
                   END-READ
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           ADD 1 TO WSKeyIdx.

       RewriteBaseline.
           MOVE 1 TO WSKeyIdx
           PERFORM UNTIL WSKeyIdx > WSKeyCount
               IF WSKeyBaseIdx(WSKeyIdx) NOT EQUAL TO 0
                   MOVE WSBaseLine(WSKeyBaseIdx(WSKeyIdx)) TO WSLine
                   MOVE "BASELINE RESTORE" TO WSJournalAction
                   MOVE WSLine TO WSJournalEntry
                   PERFORM JournalAction
                   PERFORM SplitBaselineRow
                   MOVE SPACES TO WSBaseNewLine
                   STRING FUNCTION TRIM(WSBaseYearText) ","
                       FUNCTION TRIM(WSBaseDayText) ","
                       FUNCTION TRIM(WSBasePartText) ","
                       FUNCTION TRIM(WSKeyBaseValue(WSKeyIdx))
                       DELIMITED BY SIZE INTO WSBaseNewLine
                   MOVE WSBaseNewLine TO WSBaseLine(WSKeyBaseIdx(WSKeyIdx))
               END-IF
               ADD 1 TO WSKeyIdx
           END-PERFORM
           OPEN OUTPUT BaselineFile
           IF WSBaselineStatus NOT EQUAL TO 0
               DISPLAY "Error " WSBaselineStatus ": unable to rewrite "
                   "tools/data/baseline.csv."
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSBaseIdx
           PERFORM UNTIL WSBaseIdx > WSBaseCount
               WRITE BaselineRecord FROM WSBaseLine(WSBaseIdx)
               ADD 1 TO WSBaseIdx
           END-PERFORM
           CLOSE BaselineFile.

      *> The run's register record gains an eighth field, so the run
      *> still counts as issued but is known to be undone.
       MarkRegister.
           MOVE SPACES TO WSLine
           STRING FUNCTION TRIM(WSRegLine(WSRegHit)) "|ROLLEDBACK "
               WSToday DELIMITED BY SIZE INTO WSLine
           MOVE WSLine TO WSRegLine(WSRegHit)
           OPEN OUTPUT RegisterFile
           IF WSRegisterStatus NOT EQUAL TO 0
               DISPLAY "Error " WSRegisterStatus ": unable to mark the "
                   "run in tools/data/run_register."
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSRegIdx
           PERFORM UNTIL WSRegIdx > WSRegCount
               WRITE RegisterRecord FROM WSRegLine(WSRegIdx)
               ADD 1 TO WSRegIdx
           END-PERFORM
           CLOSE RegisterFile
           MOVE "REGISTER MARK" TO WSJournalAction
           MOVE WSRegLine(WSRegHit) TO WSJournalEntry
           PERFORM JournalAction.

      *> One journal record per record removed or restored: timestamp,
      *> operator, run, action, and the record as it stood.
       JournalAction.
           MOVE SPACES TO WSJournalLine
           STRING WSToday WSNowTime(1:6) "|"
               FUNCTION TRIM(WSOperator) "|" WSRunId "|"
               FUNCTION TRIM(WSJournalAction) "|"
               FUNCTION TRIM(WSJournalEntry)
               DELIMITED BY SIZE INTO WSJournalLine
           OPEN EXTEND JournalFile
           IF WSJournalStatus NOT EQUAL TO 0
               OPEN OUTPUT JournalFile
           END-IF
           IF WSJournalStatus EQUAL TO 0
               WRITE JournalRecord FROM WSJournalLine
               CLOSE JournalFile
           END-IF.

       COPY "eventAppend.cpy".
