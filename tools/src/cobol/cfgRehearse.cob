       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFGREHEARSE.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JournalFile ASSIGN TO "tools/data/config_journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJournalStatus.
           SELECT LiveFile ASSIGN TO "tools/data/runtime.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLiveStatus.
           SELECT ProposedFile ASSIGN TO WSProposedName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSProposedStatus.
           SELECT RehearsalFile ASSIGN TO "tools/data/config_rehearsals"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRehearsalStatus.
           SELECT RegistryFile ASSIGN TO "tools/data/day_registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD JournalFile.
       01 JournalRecord PIC X(120).
       FD LiveFile.
       01 LiveRecord PIC X(80).
       FD ProposedFile.
       01 ProposedRecord PIC X(80).
       FD RehearsalFile.
       01 RehearsalRecord PIC X(120).
       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Config-change rehearsal: a proposed runtime.cfg version
      *> (journaled by CFGMAINT --propose) is tried out before it goes
      *> live instead of by going live. --version N writes version N's
      *> content out under the rehearsal sandbox, diffs it against the
      *> live runtime.cfg, and maps each changed parameter to the days
      *> that read it. Every part of every affected day is then CALLed
      *> twice through the registry dispatch QUEUERUNNER uses - once
      *> under the active config, once with AOCCONFIGFILE pointing at
      *> the proposed file - in sandbox mode (AOCSANDBOXDIR), so no
      *> rehearsal row reaches the shared results. The report shows,
      *> per year/day/part, both answers and both runtimes and whether
      *> the answer would change. One
      *>     "VERSION|STAMP|WHO|LIVESUM|PROPOSEDSUM|PARTS n|CHANGED n|VERDICT"
      *> record per rehearsal lands in tools/data/config_rehearsals,
      *> which CFGMAINT --activate requires (REHEARSED, against the
      *> config that is still live) before it will switch versions.
      *> A part that fails under either config makes the verdict
      *> FAILED and the return code 1.
       01 WSJournalStatus PIC 99.
       01 WSLiveStatus PIC 99.
       01 WSProposedStatus PIC 99.
       01 WSRehearsalStatus PIC 99.
       01 WSProposedName PIC X(80) VALUE SPACES.
       01 WSSandboxDir PIC X(40) VALUE "sandbox/rehearsal".
       01 WSSandboxPath PIC X(80).
       01 WSTrialCkptName PIC X(80).
       01 WSCkptDeleteRc PIC S9(9) COMP-5.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(120).
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSWho PIC X(20) VALUE SPACES.

       01 WSVersion PIC 9(3) VALUE 0.
       01 WSVersionFound PIC A VALUE 'N'.
       01 WSVerText PIC X(3).
       01 WSCfgPos PIC 9(3).
       01 WSStampText PIC X(14).
       01 WSWhoText PIC X(20).
       01 WSSumText PIC X(8).

      *> The same rolling checksum CFGMAINT and the drivers stamp:
      *> hash times 31 plus each byte of each trimmed line, plus 10
      *> per line, mod 10^8.
       01 WSChecksum PIC 9(8) VALUE 0.
       01 WSLiveSum PIC 9(8) VALUE 0.
       01 WSProposedSum PIC 9(8) VALUE 0.
       01 WSCheckText PIC X(80).
       01 WSCheckIdx PIC 9(3).
       01 WSCheckLen PIC 9(3).
       01 WSCheckByte PIC 9(3).

      *> Both configs parsed to NAME/VALUE pairs, then the names whose
      *> value differs (or that only one side sets).
       01 WSParseText PIC X(80).
       01 WSParseName PIC X(20).
       01 WSParseValue PIC X(20).
       01 WSLiveTable.
           05 WSLiveCount PIC 9(2) VALUE 0.
           05 WSLiveEntry OCCURS 60 TIMES.
               10 WSLiveName PIC X(20).
               10 WSLiveValue PIC X(20).
       01 WSPropTable.
           05 WSPropCount PIC 9(2) VALUE 0.
           05 WSPropEntry OCCURS 60 TIMES.
               10 WSPropName PIC X(20).
               10 WSPropValue PIC X(20).
       01 WSChangeTable.
           05 WSChangeCount PIC 9(2) VALUE 0.
           05 WSChangeEntry OCCURS 60 TIMES.
               10 WSChangeName PIC X(20).
               10 WSChangeOld PIC X(20).
               10 WSChangeNew PIC X(20).
       01 WSTblIdx PIC 9(2).
       01 WSTblJdx PIC 9(2).
       01 WSPropIdx PIC 9(2).
       01 WSMatchIdx PIC 9(2).

      *> Which day program reads which runtime parameter, per the
      *> ApplyConfigParameter each one supplies. A parameter not
      *> listed here (SLARISKMINUTES, SESSIONIDLEMIN, ...) is read
      *> only by utilities and changes no answer.
       01 WSKeyTable.
           05 FILLER PIC X(20) VALUE "DIALMAX".
           05 FILLER PIC X(6) VALUE "202501".
           05 FILLER PIC X(20) VALUE "FOUNDIDLIMIT".
           05 FILLER PIC X(6) VALUE "202502".
           05 FILLER PIC X(20) VALUE "TOPNDEFAULT".
           05 FILLER PIC X(6) VALUE "202201".
           05 FILLER PIC X(20) VALUE "STACKLIMIT".
           05 FILLER PIC X(6) VALUE "202205".
           05 FILLER PIC X(20) VALUE "STACKLIMIT".
           05 FILLER PIC X(6) VALUE "202503".
           05 FILLER PIC X(20) VALUE "NODEPOOL".
           05 FILLER PIC X(6) VALUE "202205".
           05 FILLER PIC X(20) VALUE "NODEPOOL".
           05 FILLER PIC X(6) VALUE "202503".
           05 FILLER PIC X(20) VALUE "RUCKSACKLIMIT".
           05 FILLER PIC X(6) VALUE "202203".
           05 FILLER PIC X(20) VALUE "RACKDEFER".
           05 FILLER PIC X(6) VALUE "202503".
           05 FILLER PIC X(20) VALUE "SMALLDIRLIMIT".
           05 FILLER PIC X(6) VALUE "202207".
           05 FILLER PIC X(20) VALUE "DISKSIZE".
           05 FILLER PIC X(6) VALUE "202207".
           05 FILLER PIC X(20) VALUE "DISKNEEDED".
           05 FILLER PIC X(6) VALUE "202207".
           05 FILLER PIC X(20) VALUE "ADJACENTLIMIT".
           05 FILLER PIC X(6) VALUE "202504".
       01 WSKeyLookup REDEFINES WSKeyTable.
           05 WSKeyEntry OCCURS 13 TIMES.
               10 WSKeyName PIC X(20).
               10 WSKeyYear PIC 9(4).
               10 WSKeyDay PIC 99.
       01 WSKeyIdx PIC 99.
       01 WSKeyHits PIC 99.

       01 WSDayTable.
           05 WSDayCount PIC 99 VALUE 0.
           05 WSDayEntry OCCURS 13 TIMES.
               10 WSDayYear PIC 9(4).
               10 WSDayDay PIC 99.
       01 WSDayIdx PIC 99.

       COPY "dayRegistry.cpy".
       01 WSRegIdx PIC 9(3).
       01 WSFoundIdx PIC 9(3).
       01 WSYear PIC 9(4).
       01 WSDay PIC 99.
       01 WSPart PIC X.
       01 WSPartLetter PIC X.
       01 WSCallPart PIC X.
       01 WSCallResult PIC X(80).
       01 WSCancelName PIC X(40).
       01 WSCrossPath PIC X(40).
       01 WSCallRc PIC S9(9) COMP-5.
       01 WSDayFiveOption.
           05 WSDayFivePart PIC 9.
           05 WSDayFiveNLinked PIC 9 VALUE 0.
           05 WSDayFiveInput PIC X(80) VALUE SPACES.

       01 WSTimeStart PIC 9(8).
       01 WSTimeStartX REDEFINES WSTimeStart.
           05 WSStartHH PIC 99.
           05 WSStartMM PIC 99.
           05 WSStartSS PIC 99.
           05 WSStartCC PIC 99.
       01 WSTimeEnd PIC 9(8).
       01 WSTimeEndX REDEFINES WSTimeEnd.
           05 WSEndHH PIC 99.
           05 WSEndMM PIC 99.
           05 WSEndSS PIC 99.
           05 WSEndCC PIC 99.
       01 WSElapsedCs PIC S9(9).

      *> One part's two trials.
       01 WSActiveResult PIC X(80).
       01 WSActiveCs PIC 9(9).
       01 WSActiveRc PIC S9(9) COMP-5.
       01 WSProposedResult PIC X(80).
       01 WSProposedCs PIC 9(9).
       01 WSProposedRc PIC S9(9) COMP-5.
       01 WSDeltaCs PIC S9(9).
       01 WSDeltaDisplay PIC -(8)9.
       01 WSCsDisplay PIC Z(8)9.
       01 WSRcDisplay PIC -(8)9.
       01 WSVerdictText PIC X(32).

       01 WSPartsRun PIC 9(3) VALUE 0.
       01 WSPartsChanged PIC 9(3) VALUE 0.
       01 WSPartsFailed PIC 9(3) VALUE 0.
       01 WSVerdict PIC X(9).
       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSVersion EQUAL TO 0
               DISPLAY "USAGE: CFGREHEARSE --version N [--who NAME]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadDayRegistry
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           IF WSWho EQUAL TO SPACES
               ACCEPT WSWho FROM ENVIRONMENT "USER"
                   ON EXCEPTION
                       MOVE "UNKNOWN" TO WSWho
               END-ACCEPT
           END-IF
           IF WSWho EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSWho
           END-IF

           PERFORM PrepareSandbox
           PERFORM ExtractProposedVersion
           IF WSVersionFound NOT EQUAL TO 'Y'
               DISPLAY "VERSION " WSVersion
                   " IS NOT IN tools/data/config_journal."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadLiveConfig
           PERFORM LoadProposedConfig
           PERFORM DiffConfigs

           DISPLAY "=== REHEARSAL OF CONFIG VERSION " WSVersion
               " (CHECKSUM " WSProposedSum ") AGAINST LIVE runtime.cfg"
               " (CHECKSUM " WSLiveSum ") ==="
           IF WSChangeCount EQUAL TO 0
               DISPLAY "NO PARAMETER DIFFERS FROM THE LIVE CONFIG."
           END-IF
           MOVE 1 TO WSTblIdx
           PERFORM MapOneChange UNTIL WSTblIdx > WSChangeCount

           IF WSDayCount EQUAL TO 0
               DISPLAY "NO DAY PROGRAM READS A CHANGED PARAMETER: "
                   "NO ANSWER CAN CHANGE."
           ELSE
               PERFORM SetRehearsalEnvironment
               MOVE 1 TO WSDayIdx
               PERFORM RehearseOneDay UNTIL WSDayIdx > WSDayCount
               PERFORM ClearRehearsalEnvironment
           END-IF

           IF WSPartsFailed > 0
               MOVE "FAILED" TO WSVerdict
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE "REHEARSED" TO WSVerdict
           END-IF
           PERFORM WriteRehearsalRecord
           PERFORM RecordRehearsalEvent
           DISPLAY "=== " WSPartsRun " DAY/PART(S) REHEARSED, "
               WSPartsChanged " WOULD CHANGE, " WSPartsFailed
               " FAILED: " FUNCTION TRIM(WSVerdict) " ==="
           STOP RUN.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--version"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       COMPUTE WSVersion = FUNCTION NUMVAL(WSArgValue)
                   WHEN "--who"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSWho
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       PrepareSandbox.
           CALL "CBL_CREATE_DIR" USING "sandbox"
           CALL "CBL_CREATE_DIR" USING WSSandboxDir
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WSProposedName
           STRING FUNCTION TRIM(WSSandboxDir) "/runtime.cfg"
               DELIMITED BY SIZE INTO WSProposedName.

      *> Version N's "C|NNN|line" records written back out as a
      *> config file the day programs can be pointed at, its checksum
      *> taken from its "V|" header.
       ExtractProposedVersion.
           MOVE 'N' TO WSVersionFound
           MOVE 'N' TO WSEOF
           OPEN INPUT JournalFile
           IF WSJournalStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           OPEN OUTPUT ProposedFile
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ JournalFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM TakeJournalLine
               END-READ
           END-PERFORM
           CLOSE ProposedFile
           CLOSE JournalFile
           MOVE 'N' TO WSEOF.

       TakeJournalLine.
           IF WSLine(1:2) NOT EQUAL TO "V|" AND WSLine(1:2) NOT EQUAL TO "C|"
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSVerText
           MOVE 1 TO WSCfgPos
           UNSTRING WSLine(3:) DELIMITED BY "|"
               INTO WSVerText
               WITH POINTER WSCfgPos
           IF FUNCTION NUMVAL(WSVerText) NOT EQUAL TO WSVersion
               NEXT SENTENCE
           END-IF
           IF WSLine(1:2) EQUAL TO "V|"
               MOVE 'Y' TO WSVersionFound
               MOVE SPACES TO WSSumText
               UNSTRING WSLine(3:) DELIMITED BY "|"
                   INTO WSVerText WSStampText WSWhoText WSSumText
               COMPUTE WSProposedSum = FUNCTION NUMVAL(WSSumText)
           ELSE
               MOVE SPACES TO ProposedRecord
               MOVE WSLine(WSCfgPos + 2:) TO ProposedRecord
               WRITE ProposedRecord
           END-IF.

       LoadLiveConfig.
           MOVE 0 TO WSChecksum
           MOVE 'N' TO WSEOF
           OPEN INPUT LiveFile
           IF WSLiveStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ LiveFile INTO WSParseText
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE WSParseText TO WSCheckText
                           PERFORM ChecksumOneLine
                           PERFORM ParseConfigText
                           IF WSParseName NOT EQUAL TO SPACES
                           AND WSLiveCount < 60
                               ADD 1 TO WSLiveCount
                               MOVE WSParseName TO WSLiveName(WSLiveCount)
                               MOVE WSParseValue TO WSLiveValue(WSLiveCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LiveFile
           END-IF
           MOVE WSChecksum TO WSLiveSum
           MOVE 'N' TO WSEOF.

       LoadProposedConfig.
           MOVE 'N' TO WSEOF
           OPEN INPUT ProposedFile
           IF WSProposedStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ ProposedFile INTO WSParseText
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           PERFORM ParseConfigText
                           IF WSParseName NOT EQUAL TO SPACES
                           AND WSPropCount < 60
                               ADD 1 TO WSPropCount
                               MOVE WSParseName TO WSPropName(WSPropCount)
                               MOVE WSParseValue TO WSPropValue(WSPropCount)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ProposedFile
           END-IF
           MOVE 'N' TO WSEOF.

      *> The NAME=VALUE split configRead.cpy applies; comments and
      *> blank lines yield no name. A name set twice keeps the last
      *> value, as the day programs would.
       ParseConfigText.
           MOVE SPACES TO WSParseName
           MOVE SPACES TO WSParseValue
           IF FUNCTION TRIM(WSParseText) EQUAL TO SPACES
           OR WSParseText(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           UNSTRING WSParseText DELIMITED BY '='
               INTO WSParseName WSParseValue
           MOVE FUNCTION TRIM(WSParseName) TO WSParseName
           MOVE FUNCTION TRIM(WSParseValue) TO WSParseValue.

       ChecksumOneLine.
           COMPUTE WSCheckLen =
               FUNCTION LENGTH(FUNCTION TRIM(WSCheckText, TRAILING))
           IF FUNCTION TRIM(WSCheckText) EQUAL TO SPACES
               MOVE 0 TO WSCheckLen
           END-IF
           PERFORM VARYING WSCheckIdx FROM 1 BY 1
               UNTIL WSCheckIdx > WSCheckLen
               COMPUTE WSCheckByte =
                   FUNCTION ORD(WSCheckText(WSCheckIdx:1))
               COMPUTE WSChecksum = FUNCTION MOD(
                   WSChecksum * 31 + WSCheckByte, 100000000)
           END-PERFORM
           COMPUTE WSChecksum =
               FUNCTION MOD(WSChecksum + 10, 100000000).

      *> Effective value per name on each side (the last setting
      *> wins), compared both ways.
       DiffConfigs.
           MOVE 0 TO WSChangeCount
           PERFORM VARYING WSTblIdx FROM 1 BY 1
               UNTIL WSTblIdx > WSLiveCount
               PERFORM FindLastLiveSetting
               IF WSMatchIdx EQUAL TO WSTblIdx
                   PERFORM FindProposedSetting
                   IF WSMatchIdx EQUAL TO 0
                       PERFORM AddChange
                       MOVE WSLiveValue(WSTblIdx)
                           TO WSChangeOld(WSChangeCount)
                       MOVE "(NOT SET)" TO WSChangeNew(WSChangeCount)
                   ELSE
                       IF WSPropValue(WSMatchIdx)
                           NOT EQUAL TO WSLiveValue(WSTblIdx)
                           PERFORM AddChange
                           MOVE WSLiveValue(WSTblIdx)
                               TO WSChangeOld(WSChangeCount)
                           MOVE WSPropValue(WSMatchIdx)
                               TO WSChangeNew(WSChangeCount)
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING WSPropIdx FROM 1 BY 1
               UNTIL WSPropIdx > WSPropCount
               MOVE 0 TO WSMatchIdx
               PERFORM VARYING WSTblIdx FROM 1 BY 1
                   UNTIL WSTblIdx > WSLiveCount
                   IF WSLiveName(WSTblIdx) EQUAL TO WSPropName(WSPropIdx)
                       MOVE WSTblIdx TO WSMatchIdx
                   END-IF
               END-PERFORM
               IF WSMatchIdx EQUAL TO 0
                   MOVE WSPropName(WSPropIdx) TO WSParseName
                   PERFORM FindChange
                   IF WSMatchIdx EQUAL TO 0
                       PERFORM AddChange
                       MOVE "(NOT SET)" TO WSChangeOld(WSChangeCount)
                       PERFORM FindProposedSetting
                       MOVE WSPropValue(WSMatchIdx)
                           TO WSChangeNew(WSChangeCount)
                   END-IF
               END-IF
           END-PERFORM.

      *> WSMatchIdx: the last live entry setting WSLiveName(WSTblIdx),
      *> so a repeated name is compared once, at its effective value.
       FindLastLiveSetting.
           MOVE 0 TO WSMatchIdx
           PERFORM VARYING WSTblJdx FROM 1 BY 1
               UNTIL WSTblJdx > WSLiveCount
               IF WSLiveName(WSTblJdx) EQUAL TO WSLiveName(WSTblIdx)
                   MOVE WSTblJdx TO WSMatchIdx
               END-IF
           END-PERFORM
           MOVE WSLiveName(WSTblIdx) TO WSParseName.

      *> WSMatchIdx: the last proposed entry setting WSParseName.
       FindProposedSetting.
           MOVE 0 TO WSMatchIdx
           PERFORM VARYING WSTblJdx FROM 1 BY 1
               UNTIL WSTblJdx > WSPropCount
               IF WSPropName(WSTblJdx) EQUAL TO WSParseName
                   MOVE WSTblJdx TO WSMatchIdx
               END-IF
           END-PERFORM.

       FindChange.
           MOVE 0 TO WSMatchIdx
           PERFORM VARYING WSTblJdx FROM 1 BY 1
               UNTIL WSTblJdx > WSChangeCount
               IF WSChangeName(WSTblJdx) EQUAL TO WSParseName
                   MOVE WSTblJdx TO WSMatchIdx
               END-IF
           END-PERFORM.

       AddChange.
           IF WSChangeCount < 60
               ADD 1 TO WSChangeCount
           END-IF
           MOVE WSParseName TO WSChangeName(WSChangeCount).

      *> One changed parameter: echoed, and every day that reads it
      *> queued for rehearsal once.
       MapOneChange.
           DISPLAY "CHANGED: " FUNCTION TRIM(WSChangeName(WSTblIdx))
               " " FUNCTION TRIM(WSChangeOld(WSTblIdx)) " -> "
               FUNCTION TRIM(WSChangeNew(WSTblIdx))
           MOVE 0 TO WSKeyHits
           PERFORM VARYING WSKeyIdx FROM 1 BY 1 UNTIL WSKeyIdx > 13
               IF WSKeyName(WSKeyIdx) EQUAL TO WSChangeName(WSTblIdx)
                   ADD 1 TO WSKeyHits
                   PERFORM QueueAffectedDay
               END-IF
           END-PERFORM
           IF WSKeyHits EQUAL TO 0
               DISPLAY "    READ BY NO DAY PROGRAM"
           END-IF
           ADD 1 TO WSTblIdx.

       QueueAffectedDay.
           DISPLAY "    READ BY " WSKeyYear(WSKeyIdx) " DAY "
               WSKeyDay(WSKeyIdx)
           MOVE 0 TO WSMatchIdx
           PERFORM VARYING WSTblJdx FROM 1 BY 1
               UNTIL WSTblJdx > WSDayCount
               IF WSDayYear(WSTblJdx) EQUAL TO WSKeyYear(WSKeyIdx)
               AND WSDayDay(WSTblJdx) EQUAL TO WSKeyDay(WSKeyIdx)
                   MOVE WSTblJdx TO WSMatchIdx
               END-IF
           END-PERFORM
           IF WSMatchIdx EQUAL TO 0 AND WSDayCount < 13
               ADD 1 TO WSDayCount
               MOVE WSKeyYear(WSKeyIdx) TO WSDayYear(WSDayCount)
               MOVE WSKeyDay(WSKeyIdx) TO WSDayDay(WSDayCount)
           END-IF.

      *> Sandbox mode for every trial: the day programs' shared
      *> outputs (results rows, alerts, events) land under the
      *> rehearsal directory, never in results/. DAYONE 2025's restart
      *> point moves there too, or the second trial would resume from
      *> the first instead of reprocessing under the proposed config.
       SetRehearsalEnvironment.
           DISPLAY "AOCSANDBOXDIR" UPON ENVIRONMENT-NAME
           DISPLAY WSSandboxDir UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WSSandboxPath
           STRING FUNCTION TRIM(WSSandboxDir) "/results.csv"
               DELIMITED BY SIZE INTO WSSandboxPath
           DISPLAY "AOCCSVFILE" UPON ENVIRONMENT-NAME
           DISPLAY WSSandboxPath UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WSSandboxPath
           STRING FUNCTION TRIM(WSSandboxDir) "/dial_wear_log"
               DELIMITED BY SIZE INTO WSSandboxPath
           DISPLAY "AOC2025DAY1WEARLOG" UPON ENVIRONMENT-NAME
           DISPLAY WSSandboxPath UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WSSandboxPath
           STRING FUNCTION TRIM(WSSandboxDir) "/dial_anomalies"
               DELIMITED BY SIZE INTO WSSandboxPath
           DISPLAY "AOC2025DAY1ANOMALYLOG" UPON ENVIRONMENT-NAME
           DISPLAY WSSandboxPath UPON ENVIRONMENT-VALUE
           MOVE SPACES TO WSTrialCkptName
           STRING FUNCTION TRIM(WSSandboxDir) "/checkpoint_day_one"
               DELIMITED BY SIZE INTO WSTrialCkptName
           DISPLAY "AOC2025DAY1CKPTFILE" UPON ENVIRONMENT-NAME
           DISPLAY WSTrialCkptName UPON ENVIRONMENT-VALUE.

       ClearRehearsalEnvironment.
           DISPLAY "AOCSANDBOXDIR" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOCCSVFILE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOC2025DAY1WEARLOG" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOC2025DAY1ANOMALYLOG" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOC2025DAY1CKPTFILE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE
           DISPLAY "AOCCONFIGFILE" UPON ENVIRONMENT-NAME
           DISPLAY " " UPON ENVIRONMENT-VALUE.

       RehearseOneDay.
           MOVE WSDayYear(WSDayIdx) TO WSYear
           MOVE WSDayDay(WSDayIdx) TO WSDay
           PERFORM FindRegistryEntry
           IF WSFoundIdx EQUAL TO 0
               DISPLAY "--- " WSYear "-" WSDay
                   " IS NOT IN THE DAY REGISTRY: NOT REHEARSED ---"
           ELSE
               DISPLAY "--- " WSYear "-" WSDay " ("
                   FUNCTION TRIM(WS-DayRegistryProgramId(WSFoundIdx))
                   ") ---"
               IF WS-DayRegistryParts(WSFoundIdx) NOT EQUAL TO "2"
                   MOVE '1' TO WSPart
                   MOVE 'A' TO WSPartLetter
                   PERFORM RehearseOnePart
               END-IF
               IF WS-DayRegistryParts(WSFoundIdx) NOT EQUAL TO "1"
                   MOVE '2' TO WSPart
                   MOVE 'B' TO WSPartLetter
                   PERFORM RehearseOnePart
               END-IF
           END-IF
           ADD 1 TO WSDayIdx.

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

      *> The part under the live config, then under the proposed one,
      *> and the comparison.
       RehearseOnePart.
           DISPLAY "AOCCONFIGFILE" UPON ENVIRONMENT-NAME
           DISPLAY "tools/data/runtime.cfg" UPON ENVIRONMENT-VALUE
           PERFORM TimedDayCall
           MOVE WSCallResult TO WSActiveResult
           MOVE WSElapsedCs TO WSActiveCs
           MOVE WSCallRc TO WSActiveRc

           DISPLAY "AOCCONFIGFILE" UPON ENVIRONMENT-NAME
           DISPLAY WSProposedName UPON ENVIRONMENT-VALUE
           PERFORM TimedDayCall
           MOVE WSCallResult TO WSProposedResult
           MOVE WSElapsedCs TO WSProposedCs
           MOVE WSCallRc TO WSProposedRc

           ADD 1 TO WSPartsRun
           EVALUATE TRUE
               WHEN WSActiveRc NOT EQUAL TO 0
               OR WSProposedRc NOT EQUAL TO 0
                   ADD 1 TO WSPartsFailed
                   MOVE "FAILED" TO WSVerdictText
               WHEN WSActiveResult NOT EQUAL TO WSProposedResult
                   ADD 1 TO WSPartsChanged
                   MOVE "ANSWER WOULD CHANGE" TO WSVerdictText
               WHEN OTHER
                   MOVE "ANSWER UNCHANGED" TO WSVerdictText
           END-EVALUATE
           DISPLAY WSYear "-" WSDay "-" WSPartLetter ": "
               FUNCTION TRIM(WSVerdictText)
           MOVE WSActiveCs TO WSCsDisplay
           MOVE WSActiveRc TO WSRcDisplay
           DISPLAY "    ACTIVE   RC " FUNCTION TRIM(WSRcDisplay, LEADING) " "
               FUNCTION TRIM(WSCsDisplay, LEADING) " CS: "
               FUNCTION TRIM(WSActiveResult)
           MOVE WSProposedCs TO WSCsDisplay
           MOVE WSProposedRc TO WSRcDisplay
           DISPLAY "    PROPOSED RC " FUNCTION TRIM(WSRcDisplay, LEADING) " "
               FUNCTION TRIM(WSCsDisplay, LEADING) " CS: "
               FUNCTION TRIM(WSProposedResult)
           COMPUTE WSDeltaCs = WSProposedCs - WSActiveCs
           MOVE WSDeltaCs TO WSDeltaDisplay
           DISPLAY "    RUNTIME CHANGE: "
               FUNCTION TRIM(WSDeltaDisplay, LEADING) " CS".

      *> One timed CALL through the registry dispatch QUEUERUNNER
      *> uses, CANCELled afterwards so the next trial starts from
      *> fresh WORKING-STORAGE and re-reads its config.
       TimedDayCall.
           CALL "CBL_DELETE_FILE" USING WSTrialCkptName
               RETURNING WSCkptDeleteRc
           END-CALL
           MOVE SPACES TO WSCallResult
           MOVE SPACES TO WSCancelName
           MOVE 0 TO RETURN-CODE
           ACCEPT WSTimeStart FROM TIME
           EVALUATE TRUE
               WHEN WSYear EQUAL TO 2022 AND WSDay EQUAL TO 5
                   IF WSPart EQUAL TO '1'
                       MOVE 1 TO WSDayFivePart
                   ELSE
                       MOVE 2 TO WSDayFivePart
                   END-IF
                   MOVE "build/2022/lib/DAYFIVE" TO WSCancelName
                   CALL 'build/2022/lib/DAYFIVE'
                       USING WSDayFiveOption WSCallResult
               WHEN WSYear EQUAL TO 2022
                   MOVE WSPart TO WSCallPart
                   MOVE WS-DayRegistryProgramId(WSFoundIdx)
                       TO WSCancelName
                   CALL WS-DayRegistryProgramId(WSFoundIdx)
                       USING WSCallPart WSCallResult
               WHEN OTHER
                   MOVE SPACES TO WSCrossPath
                   STRING "build/" WSYear "/lib/"
                       FUNCTION TRIM(WS-DayRegistryProgramId(WSFoundIdx))
                       DELIMITED BY SIZE INTO WSCrossPath
                   MOVE WSPart TO WSCallPart
                   MOVE WSCrossPath TO WSCancelName
                   CALL WSCrossPath USING WSCallPart WSCallResult
           END-EVALUATE
           ACCEPT WSTimeEnd FROM TIME
           MOVE RETURN-CODE TO WSCallRc
           MOVE 0 TO RETURN-CODE
           CANCEL WSCancelName
           COMPUTE WSElapsedCs =
               (WSEndHH * 360000) + (WSEndMM * 6000)
               + (WSEndSS * 100) + WSEndCC
               - (WSStartHH * 360000) - (WSStartMM * 6000)
               - (WSStartSS * 100) - WSStartCC
           IF WSElapsedCs < 0
               ADD 8640000 TO WSElapsedCs
           END-IF.

       WriteRehearsalRecord.
           OPEN EXTEND RehearsalFile
           IF WSRehearsalStatus NOT EQUAL TO 0
               OPEN OUTPUT RehearsalFile
           END-IF
           MOVE SPACES TO WSLine
           STRING WSVersion "|" WSToday WSNowTime(1:6) "|"
               FUNCTION TRIM(WSWho) "|" WSLiveSum "|" WSProposedSum
               "|PARTS " WSPartsRun "|CHANGED " WSPartsChanged "|"
               FUNCTION TRIM(WSVerdict)
               DELIMITED BY SIZE INTO WSLine
           WRITE RehearsalRecord FROM WSLine
           CLOSE RehearsalFile.

       RecordRehearsalEvent.
           MOVE "CFGREHEARSE" TO EVENT-PROGRAM
           MOVE "CFGREHRS" TO EVENT-CODE
           IF WSPartsFailed > 0
               MOVE "W" TO EVENT-SEVERITY
           ELSE
               MOVE "I" TO EVENT-SEVERITY
           END-IF
           MOVE SPACES TO EVENT-MESSAGE
           STRING "CONFIG VERSION " WSVersion " " FUNCTION TRIM(WSVerdict)
               ": " WSPartsChanged " OF " WSPartsRun " PART(S) CHANGE"
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent.

       COPY "dayRegistryLoad.cpy".
       COPY "eventAppend.cpy".
