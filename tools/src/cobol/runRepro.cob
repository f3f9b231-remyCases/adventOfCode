       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNREPRO.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RegisterFile ASSIGN TO "tools/data/run_register"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRegisterStatus.
           SELECT LogFile ASSIGN TO WSLogName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLogStatus.
           SELECT JournalFile ASSIGN TO "tools/data/config_journal"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSJournalStatus.
           SELECT LiveFile ASSIGN TO "tools/data/runtime.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLiveStatus.
           SELECT RestoredFile ASSIGN TO WSRestoredName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRestoredStatus.
           SELECT GenerationFile ASSIGN TO "tools/data/generations"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSGenStatus.
           SELECT FpFile ASSIGN TO WSFpName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFpStatus.
           SELECT CertFile ASSIGN TO WSCertName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCertStatus.
           SELECT RegistryFile ASSIGN TO "tools/data/day_registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RegisterFile.
       01 RegisterRecord PIC X(100).
       FD LogFile.
       01 LogRecord PIC X(200).
       FD JournalFile.
       01 JournalRecord PIC X(120).
       FD LiveFile.
       01 LiveRecord PIC X(80).
       FD RestoredFile.
       01 RestoredRecord PIC X(80).
       FD GenerationFile.
       01 GenerationRecord PIC X(160).
       FD FpFile.
       01 FpRecord PIC X(200).
       FD CertFile.
       01 CertRecord PIC X(132).
       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Reproduction of a past run, for the auditor who asks us to
      *> prove an answer. --run N takes the run's date, year and
      *> arguments from tools/data/run_register and its ingredients
      *> from the RUN START header of its section of the dated run
      *> log: the config stamp ("CFG v sum", "CFG EDITED sum" or
      *> "CFG NONE sum"), the input fingerprint ("FP n") and the
      *> input generations ("GEN n" or "GEN n,n,..."). Every answer
      *> the section logged is then re-executed under those same
      *> ingredients in sandbox mode (sandbox/reproduce), so nothing
      *> reaches the shared results:
      *>   - the config version is written back out of
      *>     tools/data/config_journal and must checksum to the
      *>     stamp; an EDITED or NONE stamp is matched by checksum
      *>     against every journaled version and the live file;
      *>   - the inputs are the generations the header names, proved
      *>     by recomputing the run's combined fingerprint (the sum
      *>     the drivers stamp); failing that, every generation INTAKE
      *>     recorded for each day is tried in its place until one
      *>     reproduces the fingerprint;
      *>   - each day/part is CALLed through the registry dispatch
      *>     CFGREHEARSE uses, and the program's build is asked for
      *>     its version so a rebuilt program shows beside its answer.
      *> The certificate, results/reproduce_NNNNNN.log, sets the
      *> original and reproduced answers side by side. An ingredient
      *> that cannot be recovered is named instead and nothing is
      *> re-executed - an answer run under the wrong config or input
      *> proves nothing. Anything short of REPRODUCED returns 1.
       01 WSRegisterStatus PIC 99.
       01 WSLogStatus PIC 99.
       01 WSJournalStatus PIC 99.
       01 WSLiveStatus PIC 99.
       01 WSRestoredStatus PIC 99.
       01 WSGenStatus PIC 99.
       01 WSFpStatus PIC 99.
       01 WSCertStatus PIC 99.
       01 WSLogName PIC X(80).
       01 WSRestoredName PIC X(80).
       01 WSFpName PIC X(80).
       01 WSCertName PIC X(80).
       01 WSSandboxDir PIC X(40) VALUE "sandbox/reproduce".
       01 WSSandboxPath PIC X(80).
       01 WSTrialCkptName PIC X(80).
       01 WSCkptDeleteRc PIC S9(9) COMP-5.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(200).
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSWho PIC X(20) VALUE SPACES.
       01 WSCertLine PIC X(132).

      *> The run as the register recorded it:
      *>   RUNID|DATE|TIME|YEAR|ARGS|OPERATOR|SESSION[|ROLLEDBACK DATE]
       01 WSRunId PIC 9(6) VALUE 0.
       01 WSRunFound PIC A VALUE 'N'.
       01 WSRegFields.
           05 WSRgId PIC X(6).
           05 WSRgDate PIC X(8).
           05 WSRgTime PIC X(8).
           05 WSRgYear PIC X(4).
           05 WSRgArgs PIC X(40).
           05 WSRgOperator PIC X(20).
           05 WSRgSession PIC X(12).
           05 WSRgRolled PIC X(30).
       01 WSYear PIC 9(4) VALUE 0.
       01 WSArgDay PIC 99 VALUE 0.
       01 WSArgWord1 PIC X(10).
       01 WSArgWord2 PIC X(10).

      *> The run's header stamps, as found in its log section.
       01 WSHeaderFound PIC A VALUE 'N'.
       01 WSInRun PIC A VALUE 'N'.
       01 WSLineId PIC 9(6).
       01 WSScanPos PIC 9(3).
       01 WSCfgVerText PIC X(8) VALUE SPACES.
       01 WSCfgSumText PIC X(8) VALUE SPACES.
       01 WSFpText PIC X(8) VALUE SPACES.
       01 WSGenText PIC X(40) VALUE SPACES.
       01 WSCurVer PIC X(18) VALUE SPACES.
       01 WSVerPos PIC 9(3).

      *> Every answer the run logged, in log order; a day/part logged
      *> twice (a retried step) keeps its last answer, as the run's
      *> own readers do.
       01 WSResultTable.
           05 WSResultCount PIC 99 VALUE 0.
           05 WSResultEntry OCCURS 50 TIMES.
               10 WSRsYear PIC 9(4).
               10 WSRsDay PIC 99.
               10 WSRsPart PIC X.
               10 WSRsOriginal PIC X(80).
               10 WSRsOrigVer PIC X(18).
               10 WSRsReproduced PIC X(80).
               10 WSRsNowVer PIC X(18).
               10 WSRsRc PIC S9(9) COMP-5.
               10 WSRsVerdict PIC X(12).
       01 WSResIdx PIC 99.
       01 WSMatchIdx PIC 99.
       01 WSKey PIC X(30).
       01 WSValue PIC X(80).
       01 WSPtr PIC 9(3).
       01 WSKw1 PIC X(6).
       01 WSKw2 PIC X(6).
       01 WSKw3 PIC X(6).
       01 WSKw4 PIC X(6).
       01 WSKw5 PIC X(6).
       01 WSKw6 PIC X(6).
       01 WSKeyYear PIC 9(4).
       01 WSKeyDay PIC 99.
       01 WSKeyPart PIC X.

      *> Ingredients that could not be recovered, one line each.
       01 WSLostTable.
           05 WSLostCount PIC 99 VALUE 0.
           05 WSLostLine OCCURS 10 TIMES PIC X(120).
       01 WSLostIdx PIC 99.
       01 WSLostText PIC X(120).

      *> Config: every journaled version's checksum, and the one
      *> chosen to restore.
       01 WSJrnTable.
           05 WSJrnCount PIC 9(3) VALUE 0.
           05 WSJrnEntry OCCURS 300 TIMES.
               10 WSJrnVersion PIC 9(3).
               10 WSJrnSum PIC X(8).
       01 WSJrnIdx PIC 9(3).
       01 WSJrnVerText PIC X(3).
       01 WSJrnStampText PIC X(14).
       01 WSJrnWhoText PIC X(20).
       01 WSJrnSumText PIC X(8).
       01 WSJrnPos PIC 9(3).
       01 WSCfgWanted PIC 9(3) VALUE 0.
       01 WSCfgSource PIC X(40) VALUE SPACES.
       01 WSCfgOk PIC A VALUE 'N'.

      *> The same rolling checksum CFGMAINT commits and the drivers
      *> stamp for both config and inputs: hash times 31 plus each
      *> byte of each trimmed line, plus 10 per line, mod 10^8.
       01 WSChecksum PIC 9(8) VALUE 0.
       01 WSCheckText PIC X(200).
       01 WSCheckIdx PIC 9(3).
       01 WSCheckLen PIC 9(3).
       01 WSCheckByte PIC 9(3).
       01 WSWantedSum PIC 9(8) VALUE 0.

      *> Input: one path per day of the run's year, the generations
      *> INTAKE recorded for each, and the fingerprint search.
       01 WSDayWordTable.
           05 FILLER PIC X(10) VALUE "one".
           05 FILLER PIC X(10) VALUE "two".
           05 FILLER PIC X(10) VALUE "three".
           05 FILLER PIC X(10) VALUE "four".
           05 FILLER PIC X(10) VALUE "five".
           05 FILLER PIC X(10) VALUE "six".
           05 FILLER PIC X(10) VALUE "seven".
       01 WSDayWordLookup REDEFINES WSDayWordTable.
           05 WSDayWord OCCURS 7 TIMES PIC X(10).
       01 WSInputTable.
           05 WSInBase OCCURS 7 TIMES PIC X(60).
           05 WSInGen OCCURS 7 TIMES PIC 9(4).
           05 WSInPath OCCURS 7 TIMES PIC X(80).
           05 WSInMissing OCCURS 7 TIMES PIC A.
       01 WSDayIdx PIC 9.
       01 WSFpDayIdx PIC 9.
       01 WSGenWords.
           05 WSGenWord OCCURS 7 TIMES PIC X(5).
       01 WSGenDisplay PIC 9(4).
       01 WSGenShort PIC Z(3)9.
       01 WSGenTable.
           05 WSGenCount PIC 9(3) VALUE 0.
           05 WSGenEntry OCCURS 300 TIMES.
               10 WSGnDay PIC 9.
               10 WSGnNumber PIC 9(4).
       01 WSGenIdx PIC 9(3).
       01 WSRecBase PIC X(60).
       01 WSRecGenText PIC X(6).
       01 WSFpWanted PIC 9(8) VALUE 0.
       01 WSFpOk PIC A VALUE 'N'.
       01 WSFpHow PIC X(60) VALUE SPACES.
       01 WSSavePath PIC X(80).
       01 WSSaveGen PIC 9(4).
       01 WSEnvName PIC X(20).

      *> The re-execution: one CALL per logged answer.
       COPY "dayRegistry.cpy".
       01 WSRegIdx PIC 9(3).
       01 WSFoundIdx PIC 9(3).
       01 WSCallPart PIC X.
       01 WSCallResult PIC X(80).
       01 WSCancelName PIC X(40).
       01 WSCrossPath PIC X(40).
       01 WSCallRc PIC S9(9) COMP-5.
       01 WSDayFiveOption.
           05 WSDayFivePart PIC 9.
           05 WSDayFiveNLinked PIC 9 VALUE 0.
           05 WSDayFiveInput PIC X(80) VALUE SPACES.
       01 WSRcDisplay PIC -(8)9.

       01 WSMatched PIC 99 VALUE 0.
       01 WSDiffered PIC 99 VALUE 0.
       01 WSVerdict PIC X(16) VALUE SPACES.
       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSRunId EQUAL TO 0
               DISPLAY "USAGE: RUNREPRO --run N [--who NAME]"
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

           PERFORM FindRunInRegister
           IF WSRunFound NOT EQUAL TO 'Y'
               DISPLAY "RUN " WSRunId " IS NOT IN THE REGISTER."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM PrepareSandbox
           PERFORM ReadRunSection
           IF WSHeaderFound EQUAL TO 'Y'
               PERFORM RestoreConfig
               PERFORM MatchInputs
           END-IF

           PERFORM OpenCertificate
           PERFORM WriteCertificateHeader
           IF WSLostCount EQUAL TO 0
               PERFORM SetReproduceEnvironment
               PERFORM VARYING WSResIdx FROM 1 BY 1
                   UNTIL WSResIdx > WSResultCount
                   PERFORM ReproduceOneAnswer
               END-PERFORM
               PERFORM WriteAnswerSection
               IF WSDiffered EQUAL TO 0
                   MOVE "REPRODUCED" TO WSVerdict
               ELSE
                   MOVE "NOT REPRODUCED" TO WSVerdict
               END-IF
           ELSE
               PERFORM WriteLostSection
               MOVE "NOT RECOVERABLE" TO WSVerdict
           END-IF
           MOVE SPACES TO WSCertLine
           STRING "=== RUN " WSRunId ": " FUNCTION TRIM(WSVerdict)
               " - " WSMatched " OF " WSResultCount
               " ANSWER(S) MATCH ==="
               DELIMITED BY SIZE INTO WSCertLine
           PERFORM WriteCertLine
           IF WSCertStatus EQUAL TO 0
               CLOSE CertFile
               DISPLAY "CERTIFICATE WRITTEN TO " FUNCTION TRIM(WSCertName)
           END-IF
           PERFORM RecordReproduceEvent
           IF WSVerdict NOT EQUAL TO "REPRODUCED"
               MOVE 1 TO RETURN-CODE
           END-IF
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
                       IF FUNCTION TEST-NUMVAL(WSArgValue) EQUAL TO 0
                           COMPUTE WSRunId = FUNCTION NUMVAL(WSArgValue)
                       END-IF
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

       FindRunInRegister.
           MOVE 'N' TO WSRunFound
           MOVE 'N' TO WSEOF
           OPEN INPUT RegisterFile
           IF WSRegisterStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RegisterFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSLine(1:6) IS NUMERIC
                       AND FUNCTION NUMVAL(WSLine(1:6)) EQUAL TO WSRunId
                           PERFORM TakeRegisterLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RegisterFile
           MOVE 'N' TO WSEOF.

      *> The arguments say which day a single "GEN n" stamp belongs
      *> to ("DAY d PART p"); a batch or procedure stamps all seven.
       TakeRegisterLine.
           MOVE 'Y' TO WSRunFound
           MOVE SPACES TO WSRegFields
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSRgId WSRgDate WSRgTime WSRgYear WSRgArgs
                    WSRgOperator WSRgSession WSRgRolled
           MOVE 0 TO WSYear
           IF WSRgYear IS NUMERIC
               MOVE WSRgYear TO WSYear
           END-IF
           MOVE 0 TO WSArgDay
           MOVE SPACES TO WSArgWord1 WSArgWord2
           UNSTRING WSRgArgs DELIMITED BY ALL SPACE
               INTO WSArgWord1 WSArgWord2
           IF WSArgWord1 EQUAL TO "DAY"
           AND FUNCTION TEST-NUMVAL(WSArgWord2) EQUAL TO 0
               COMPUTE WSArgDay = FUNCTION NUMVAL(WSArgWord2)
           END-IF.

       PrepareSandbox.
           CALL "CBL_CREATE_DIR" USING "sandbox"
           CALL "CBL_CREATE_DIR" USING WSSandboxDir
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO WSRestoredName
           STRING FUNCTION TRIM(WSSandboxDir) "/runtime.cfg"
               DELIMITED BY SIZE INTO WSRestoredName.

      *> The run's bracketed section of its dated log: the header's
      *> stamps, the program versions, and every answer.
       ReadRunSection.
           MOVE SPACES TO WSLogName
           STRING "results/run_" WSRgDate ".log"
               DELIMITED BY SIZE INTO WSLogName
           MOVE 'N' TO WSEOF
           MOVE 'N' TO WSInRun
           OPEN INPUT LogFile
           IF WSLogStatus NOT EQUAL TO 0
               MOVE SPACES TO WSLostText
               STRING "RUN LOG: " FUNCTION TRIM(WSLogName)
                   " IS NOT READABLE - WAS THE DAY ARCHIVED? "
                   "(ARCHIVEPULL CAN REBUILD IT)"
                   DELIMITED BY SIZE INTO WSLostText
               PERFORM AddLostIngredient
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ LogFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM TakeSectionLine
               END-READ
           END-PERFORM
           CLOSE LogFile
           MOVE 'N' TO WSEOF
           IF WSHeaderFound NOT EQUAL TO 'Y'
               MOVE SPACES TO WSLostText
               STRING "RUN LOG: NO RUN START FOR RUN " WSRunId " IN "
                   FUNCTION TRIM(WSLogName)
                   DELIMITED BY SIZE INTO WSLostText
               PERFORM AddLostIngredient
               NEXT SENTENCE
           END-IF
           IF WSResultCount EQUAL TO 0
               MOVE "RUN LOG: THE RUN LOGGED NO ANSWER TO REPRODUCE"
                   TO WSLostText
               PERFORM AddLostIngredient
           END-IF.

       TakeSectionLine.
           IF WSLine(1:10) EQUAL TO "RUN START "
               PERFORM ExtractRunStamp
               IF WSLineId EQUAL TO WSRunId
                   MOVE 'Y' TO WSInRun
                   MOVE 'Y' TO WSHeaderFound
                   PERFORM ExtractHeaderStamps
               ELSE
                   MOVE 'N' TO WSInRun
               END-IF
           END-IF
           IF WSInRun NOT EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           IF WSLine(1:8) EQUAL TO "RUN END "
               MOVE 'N' TO WSInRun
               NEXT SENTENCE
           END-IF
           IF WSLine(1:8) EQUAL TO "PROGRAM "
               MOVE SPACES TO WSCurVer
               MOVE 0 TO WSVerPos
               INSPECT WSLine TALLYING WSVerPos
                   FOR CHARACTERS BEFORE INITIAL " VERSION "
               IF WSVerPos < 160
                   MOVE WSLine(WSVerPos + 10:18) TO WSCurVer
               END-IF
               NEXT SENTENCE
           END-IF
           IF WSLine(1:5) EQUAL TO "YEAR " OR WSLine(1:4) EQUAL TO "DAY "
               PERFORM TakeResultLine
           END-IF.

       ExtractRunStamp.
           MOVE 0 TO WSLineId
           PERFORM VARYING WSScanPos FROM 1 BY 1
               UNTIL WSScanPos > 160
               IF WSLine(WSScanPos:5) EQUAL TO " RUN "
               AND WSLine(WSScanPos + 5:6) IS NUMERIC
                   COMPUTE WSLineId =
                       FUNCTION NUMVAL(WSLine(WSScanPos + 5:6))
                   MOVE 160 TO WSScanPos
               END-IF
           END-PERFORM.

      *> "CFG v sum", "FP n", "GEN ..." and, for a single day/part,
      *> "VER id" - each taken at its first occurrence, short of the
      *> chain hash in the fixed columns.
       ExtractHeaderStamps.
           PERFORM VARYING WSScanPos FROM 1 BY 1
               UNTIL WSScanPos > 165
               EVALUATE TRUE
                   WHEN WSLine(WSScanPos:5) EQUAL TO " CFG "
                   AND WSCfgVerText EQUAL TO SPACES
                       UNSTRING WSLine(WSScanPos + 5:) DELIMITED BY ALL SPACE
                           INTO WSCfgVerText WSCfgSumText
                   WHEN WSLine(WSScanPos:4) EQUAL TO " FP "
                   AND WSFpText EQUAL TO SPACES
                       MOVE WSLine(WSScanPos + 4:8) TO WSFpText
                   WHEN WSLine(WSScanPos:5) EQUAL TO " GEN "
                   AND WSGenText EQUAL TO SPACES
                       UNSTRING WSLine(WSScanPos + 5:) DELIMITED BY ALL SPACE
                           INTO WSGenText
                   WHEN WSLine(WSScanPos:5) EQUAL TO " VER "
                   AND WSCurVer EQUAL TO SPACES
                       MOVE WSLine(WSScanPos + 5:18) TO WSCurVer
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-PERFORM.

      *> "YEAR yyyy DAY d PART p: answer", or the older "DAY d PART p:
      *> answer" whose year is the run's.
       TakeResultLine.
           MOVE SPACES TO WSKey
           MOVE SPACES TO WSValue
           MOVE 1 TO WSPtr
           UNSTRING WSLine DELIMITED BY ":"
               INTO WSKey
               WITH POINTER WSPtr
           IF WSPtr < 120
               MOVE WSLine(WSPtr:80) TO WSValue
           END-IF
           MOVE FUNCTION TRIM(WSValue) TO WSValue
           MOVE SPACES TO WSKw1 WSKw2 WSKw3 WSKw4 WSKw5 WSKw6
           UNSTRING WSKey DELIMITED BY ALL SPACE
               INTO WSKw1 WSKw2 WSKw3 WSKw4 WSKw5 WSKw6
           MOVE WSYear TO WSKeyYear
           IF WSKw1 EQUAL TO "YEAR"
               IF WSKw2(1:4) IS NUMERIC
                   MOVE WSKw2(1:4) TO WSKeyYear
               END-IF
               MOVE WSKw4 TO WSKw2
               MOVE WSKw6 TO WSKw4
           END-IF
           IF FUNCTION TEST-NUMVAL(WSKw2) NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           COMPUTE WSKeyDay = FUNCTION NUMVAL(WSKw2)
           MOVE WSKw4(1:1) TO WSKeyPart
           MOVE 0 TO WSMatchIdx
           PERFORM VARYING WSResIdx FROM 1 BY 1
               UNTIL WSResIdx > WSResultCount
               IF WSRsYear(WSResIdx) EQUAL TO WSKeyYear
               AND WSRsDay(WSResIdx) EQUAL TO WSKeyDay
               AND WSRsPart(WSResIdx) EQUAL TO WSKeyPart
                   MOVE WSResIdx TO WSMatchIdx
               END-IF
           END-PERFORM
           IF WSMatchIdx EQUAL TO 0
               IF WSResultCount >= 50
                   NEXT SENTENCE
               END-IF
               ADD 1 TO WSResultCount
               MOVE WSResultCount TO WSMatchIdx
           END-IF
           MOVE WSKeyYear TO WSRsYear(WSMatchIdx)
           MOVE WSKeyDay TO WSRsDay(WSMatchIdx)
           MOVE WSKeyPart TO WSRsPart(WSMatchIdx)
           MOVE WSValue TO WSRsOriginal(WSMatchIdx)
           MOVE WSCurVer TO WSRsOrigVer(WSMatchIdx)
           MOVE SPACES TO WSRsReproduced(WSMatchIdx)
           MOVE SPACES TO WSRsNowVer(WSMatchIdx)
           MOVE 0 TO WSRsRc(WSMatchIdx)
           MOVE SPACES TO WSRsVerdict(WSMatchIdx).

       AddLostIngredient.
           IF WSLostCount < 10
               ADD 1 TO WSLostCount
               MOVE WSLostText TO WSLostLine(WSLostCount)
           END-IF.

      *> The config the run executed under, written back out under
      *> the sandbox. A committed version is taken by number; an
      *> EDITED or NONE stamp only by its checksum - a hand edit that
      *> was later committed, or that is still live, is recoverable.
       RestoreConfig.
           MOVE 'N' TO WSCfgOk
           IF WSCfgVerText EQUAL TO SPACES
           OR FUNCTION TEST-NUMVAL(WSCfgSumText) NOT EQUAL TO 0
               MOVE "CONFIG: THE RUN HEADER CARRIES NO CONFIG STAMP"
                   TO WSLostText
               PERFORM AddLostIngredient
               NEXT SENTENCE
           END-IF
           COMPUTE WSWantedSum = FUNCTION NUMVAL(WSCfgSumText)
           PERFORM LoadJournalVersions
           MOVE 0 TO WSCfgWanted
           IF FUNCTION TEST-NUMVAL(WSCfgVerText) EQUAL TO 0
               COMPUTE WSCfgWanted = FUNCTION NUMVAL(WSCfgVerText)
               MOVE 0 TO WSMatchIdx
               PERFORM VARYING WSJrnIdx FROM 1 BY 1
                   UNTIL WSJrnIdx > WSJrnCount
                   IF WSJrnVersion(WSJrnIdx) EQUAL TO WSCfgWanted
                       MOVE 1 TO WSMatchIdx
                   END-IF
               END-PERFORM
               IF WSMatchIdx EQUAL TO 0
                   MOVE SPACES TO WSLostText
                   STRING "CONFIG: VERSION " WSCfgWanted
                       " IS NOT IN tools/data/config_journal"
                       DELIMITED BY SIZE INTO WSLostText
                   PERFORM AddLostIngredient
                   NEXT SENTENCE
               END-IF
           ELSE
               PERFORM VARYING WSJrnIdx FROM 1 BY 1
                   UNTIL WSJrnIdx > WSJrnCount
                   IF WSJrnSum(WSJrnIdx) EQUAL TO WSCfgSumText
                       MOVE WSJrnVersion(WSJrnIdx) TO WSCfgWanted
                   END-IF
               END-PERFORM
           END-IF
           IF WSCfgWanted NOT EQUAL TO 0
               PERFORM ExtractJournalVersion
               MOVE SPACES TO WSCfgSource
               STRING "JOURNAL VERSION " WSCfgWanted
                   DELIMITED BY SIZE INTO WSCfgSource
           ELSE
               PERFORM CopyLiveConfig
               MOVE "LIVE runtime.cfg" TO WSCfgSource
           END-IF
           IF WSChecksum EQUAL TO WSWantedSum
               MOVE 'Y' TO WSCfgOk
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSLostText
           IF WSCfgWanted NOT EQUAL TO 0
               STRING "CONFIG: VERSION " WSCfgWanted
                   " IN THE JOURNAL CHECKSUMS TO " WSChecksum
                   ", NOT THE RUN'S " WSCfgSumText
                   DELIMITED BY SIZE INTO WSLostText
           ELSE
               STRING "CONFIG: THE RUN USED AN UNCOMMITTED CONFIG "
                   "(CHECKSUM " WSCfgSumText ") THAT NO JOURNALED "
                   "VERSION OR THE LIVE FILE MATCHES"
                   DELIMITED BY SIZE INTO WSLostText
           END-IF
           PERFORM AddLostIngredient.

      *> The "V|NNN|STAMP|EDITOR|CHECKSUM" headers, oldest first.
       LoadJournalVersions.
           MOVE 0 TO WSJrnCount
           MOVE 'N' TO WSEOF
           OPEN INPUT JournalFile
           IF WSJournalStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ JournalFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       IF WSLine(1:2) EQUAL TO "V|" AND WSJrnCount < 300
                           MOVE SPACES TO WSJrnVerText WSJrnStampText
                               WSJrnWhoText WSJrnSumText
                           UNSTRING WSLine(3:) DELIMITED BY "|"
                               INTO WSJrnVerText WSJrnStampText
                                    WSJrnWhoText WSJrnSumText
                           IF FUNCTION TEST-NUMVAL(WSJrnVerText)
                               EQUAL TO 0
                               ADD 1 TO WSJrnCount
                               COMPUTE WSJrnVersion(WSJrnCount) =
                                   FUNCTION NUMVAL(WSJrnVerText)
                               MOVE WSJrnSumText TO WSJrnSum(WSJrnCount)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JournalFile
           MOVE 'N' TO WSEOF.

      *> Version WSCfgWanted's "C|NNN|line" records written out as a
      *> config file, checksummed as they go.
       ExtractJournalVersion.
           MOVE 0 TO WSChecksum
           MOVE 'N' TO WSEOF
           OPEN OUTPUT RestoredFile
           OPEN INPUT JournalFile
           IF WSJournalStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ JournalFile INTO WSLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM TakeJournalContent
                   END-READ
               END-PERFORM
               CLOSE JournalFile
           END-IF
           CLOSE RestoredFile
           MOVE 'N' TO WSEOF.

       TakeJournalContent.
           IF WSLine(1:2) NOT EQUAL TO "C|"
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSJrnVerText
           MOVE 1 TO WSJrnPos
           UNSTRING WSLine(3:) DELIMITED BY "|"
               INTO WSJrnVerText
               WITH POINTER WSJrnPos
           IF FUNCTION TEST-NUMVAL(WSJrnVerText) NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           IF FUNCTION NUMVAL(WSJrnVerText) NOT EQUAL TO WSCfgWanted
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO RestoredRecord
           MOVE WSLine(WSJrnPos + 2:) TO RestoredRecord
           WRITE RestoredRecord
           MOVE RestoredRecord TO WSCheckText
           PERFORM ChecksumOneLine.

       CopyLiveConfig.
           MOVE 0 TO WSChecksum
           MOVE 'N' TO WSEOF
           OPEN OUTPUT RestoredFile
           OPEN INPUT LiveFile
           IF WSLiveStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ LiveFile
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           MOVE LiveRecord TO RestoredRecord
                           WRITE RestoredRecord
                           MOVE LiveRecord TO WSCheckText
                           PERFORM ChecksumOneLine
                   END-READ
               END-PERFORM
               CLOSE LiveFile
           END-IF
           CLOSE RestoredFile
           MOVE 'N' TO WSEOF.

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

      *> The inputs the header names, proved by the combined
      *> fingerprint over all seven days in day order; failing that,
      *> each day's recorded generations tried one day at a time.
       MatchInputs.
           MOVE 'N' TO WSFpOk
           IF FUNCTION TEST-NUMVAL(WSFpText) NOT EQUAL TO 0
               MOVE "INPUT: THE RUN HEADER CARRIES NO INPUT FINGERPRINT"
                   TO WSLostText
               PERFORM AddLostIngredient
               NEXT SENTENCE
           END-IF
           COMPUTE WSFpWanted = FUNCTION NUMVAL(WSFpText)
           PERFORM BuildHeaderInputs
           PERFORM LoadGenerations
           PERFORM ComputeCombinedFingerprint
           IF WSChecksum EQUAL TO WSFpWanted
               MOVE 'Y' TO WSFpOk
               MOVE "THE GENERATIONS THE RUN HEADER NAMES" TO WSFpHow
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSDayIdx FROM 1 BY 1
               UNTIL WSDayIdx > 7 OR WSFpOk EQUAL TO 'Y'
               PERFORM SearchOneDay
           END-PERFORM
           IF WSFpOk EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSLostText
           STRING "INPUT: NO RECORDED GENERATION REPRODUCES FINGERPRINT "
               WSFpText " (HEADER: GEN " FUNCTION TRIM(WSGenText) ")"
               DELIMITED BY SIZE INTO WSLostText
           PERFORM AddLostIngredient
           PERFORM VARYING WSDayIdx FROM 1 BY 1 UNTIL WSDayIdx > 7
               IF WSInMissing(WSDayIdx) EQUAL TO 'Y'
               AND WSInGen(WSDayIdx) NOT EQUAL TO 0
                   MOVE WSInGen(WSDayIdx) TO WSGenShort
                   MOVE SPACES TO WSLostText
                   STRING "INPUT: DAY " WSDayIdx " GENERATION "
                       FUNCTION TRIM(WSGenShort) " ("
                       FUNCTION TRIM(WSInPath(WSDayIdx))
                       ") IS NO LONGER KEPT"
                       DELIMITED BY SIZE INTO WSLostText
                   PERFORM AddLostIngredient
               END-IF
           END-PERFORM.

      *> "GEN n" belongs to the run's one day; "GEN n,n,..." is one
      *> per day. Generation 0 is the installed file itself.
       BuildHeaderInputs.
           MOVE SPACES TO WSGenWords
           IF WSArgDay NOT EQUAL TO 0
               IF WSArgDay <= 7
                   MOVE WSGenText TO WSGenWord(WSArgDay)
               END-IF
           ELSE
               UNSTRING WSGenText DELIMITED BY ","
                   INTO WSGenWord(1) WSGenWord(2) WSGenWord(3)
                        WSGenWord(4) WSGenWord(5) WSGenWord(6)
                        WSGenWord(7)
           END-IF
           PERFORM VARYING WSDayIdx FROM 1 BY 1 UNTIL WSDayIdx > 7
               MOVE SPACES TO WSInBase(WSDayIdx)
               STRING WSYear "/data/input_day_"
                   FUNCTION TRIM(WSDayWord(WSDayIdx))
                   DELIMITED BY SIZE INTO WSInBase(WSDayIdx)
               MOVE 0 TO WSInGen(WSDayIdx)
               IF FUNCTION TEST-NUMVAL(WSGenWord(WSDayIdx)) EQUAL TO 0
                   COMPUTE WSInGen(WSDayIdx) =
                       FUNCTION NUMVAL(WSGenWord(WSDayIdx))
               END-IF
               PERFORM BuildInputPath
           END-PERFORM.

       BuildInputPath.
           MOVE SPACES TO WSInPath(WSDayIdx)
           IF WSInGen(WSDayIdx) EQUAL TO 0
               MOVE WSInBase(WSDayIdx) TO WSInPath(WSDayIdx)
           ELSE
               MOVE WSInGen(WSDayIdx) TO WSGenDisplay
               STRING FUNCTION TRIM(WSInBase(WSDayIdx)) ".G" WSGenDisplay
                   DELIMITED BY SIZE INTO WSInPath(WSDayIdx)
           END-IF.

      *> Every generation INTAKE recorded for one of this year's seven
      *> inputs, ACTIVE or ROLLED - a rolled copy may still be on disk.
       LoadGenerations.
           MOVE 0 TO WSGenCount
           MOVE 'N' TO WSEOF
           OPEN INPUT GenerationFile
           IF WSGenStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ GenerationFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM NoteOneGeneration
               END-READ
           END-PERFORM
           CLOSE GenerationFile
           MOVE 'N' TO WSEOF.

       NoteOneGeneration.
           IF WSLine(1:1) EQUAL TO '*' OR WSLine EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSRecBase WSRecGenText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSRecBase WSRecGenText
           IF FUNCTION TEST-NUMVAL(WSRecGenText) NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSDayIdx FROM 1 BY 1 UNTIL WSDayIdx > 7
               IF WSRecBase EQUAL TO WSInBase(WSDayIdx)
               AND WSGenCount < 300
                   ADD 1 TO WSGenCount
                   MOVE WSDayIdx TO WSGnDay(WSGenCount)
                   COMPUTE WSGnNumber(WSGenCount) =
                       FUNCTION NUMVAL(WSRecGenText)
               END-IF
           END-PERFORM.

      *> One day's recorded generations, and its installed file, each
      *> in place of the header's until the fingerprint comes out.
       SearchOneDay.
           MOVE WSInPath(WSDayIdx) TO WSSavePath
           MOVE WSInGen(WSDayIdx) TO WSSaveGen
           IF WSSaveGen NOT EQUAL TO 0
               MOVE 0 TO WSInGen(WSDayIdx)
               PERFORM TryDayCandidate
           END-IF
           PERFORM VARYING WSGenIdx FROM 1 BY 1
               UNTIL WSGenIdx > WSGenCount OR WSFpOk EQUAL TO 'Y'
               IF WSGnDay(WSGenIdx) EQUAL TO WSDayIdx
               AND WSGnNumber(WSGenIdx) NOT EQUAL TO WSSaveGen
                   MOVE WSGnNumber(WSGenIdx) TO WSInGen(WSDayIdx)
                   PERFORM TryDayCandidate
               END-IF
           END-PERFORM
           IF WSFpOk NOT EQUAL TO 'Y'
               MOVE WSSavePath TO WSInPath(WSDayIdx)
               MOVE WSSaveGen TO WSInGen(WSDayIdx)
               PERFORM ComputeCombinedFingerprint
           END-IF.

       TryDayCandidate.
           IF WSFpOk EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           PERFORM BuildInputPath
           PERFORM ComputeCombinedFingerprint
           IF WSChecksum EQUAL TO WSFpWanted
           AND WSInMissing(WSDayIdx) NOT EQUAL TO 'Y'
               MOVE 'Y' TO WSFpOk
               MOVE SPACES TO WSFpHow
               IF WSInGen(WSDayIdx) EQUAL TO 0
                   STRING "DAY " WSDayIdx "'S INSTALLED FILE"
                       " (FOUND BY FINGERPRINT SEARCH)"
                       DELIMITED BY SIZE INTO WSFpHow
               ELSE
                   MOVE WSInGen(WSDayIdx) TO WSGenShort
                   STRING "DAY " WSDayIdx " GENERATION "
                       FUNCTION TRIM(WSGenShort)
                       " (FOUND BY FINGERPRINT SEARCH)"
                       DELIMITED BY SIZE INTO WSFpHow
               END-IF
           END-IF.

      *> The drivers' FP stamp: one checksum run on across every
      *> day's file in day order; a file that cannot be read adds
      *> nothing, exactly as at run time.
       ComputeCombinedFingerprint.
           MOVE 0 TO WSChecksum
           PERFORM VARYING WSFpDayIdx FROM 1 BY 1 UNTIL WSFpDayIdx > 7
               MOVE WSInPath(WSFpDayIdx) TO WSFpName
               PERFORM FingerprintOneFile
           END-PERFORM.

       FingerprintOneFile.
           MOVE 'N' TO WSEOF
           MOVE 'N' TO WSInMissing(WSFpDayIdx)
           OPEN INPUT FpFile
           IF WSFpStatus NOT EQUAL TO 0
               MOVE 'Y' TO WSInMissing(WSFpDayIdx)
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ FpFile INTO WSCheckText
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ChecksumOneLine
               END-READ
           END-PERFORM
           CLOSE FpFile
           MOVE 'N' TO WSEOF.

      *> Sandbox mode for every CALL, as CFGREHEARSE runs its trials,
      *> with the restored config and each day's matched input.
       SetReproduceEnvironment.
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
           DISPLAY WSTrialCkptName UPON ENVIRONMENT-VALUE
           DISPLAY "AOCCONFIGFILE" UPON ENVIRONMENT-NAME
           DISPLAY WSRestoredName UPON ENVIRONMENT-VALUE
           PERFORM VARYING WSDayIdx FROM 1 BY 1 UNTIL WSDayIdx > 7
               MOVE SPACES TO WSEnvName
               STRING "AOC" WSYear "DAY" WSDayIdx "INPUT"
                   DELIMITED BY SIZE INTO WSEnvName
               DISPLAY WSEnvName UPON ENVIRONMENT-NAME
               DISPLAY WSInPath(WSDayIdx) UPON ENVIRONMENT-VALUE
           END-PERFORM.

       ReproduceOneAnswer.
           PERFORM FindRegistryEntry
           IF WSFoundIdx EQUAL TO 0
               MOVE "(NO PROGRAM REGISTERED)" TO WSRsReproduced(WSResIdx)
               MOVE "NOT RUN" TO WSRsVerdict(WSResIdx)
               ADD 1 TO WSDiffered
               NEXT SENTENCE
           END-IF
           MOVE '0' TO WSCallPart
           PERFORM DayCall
           IF WSCallResult(1:8) EQUAL TO "VERSION "
               MOVE WSCallResult(9:18) TO WSRsNowVer(WSResIdx)
           ELSE
               MOVE "UNKNOWN" TO WSRsNowVer(WSResIdx)
           END-IF
           IF WSRsPart(WSResIdx) EQUAL TO 'B'
               MOVE '2' TO WSCallPart
           ELSE
               MOVE '1' TO WSCallPart
           END-IF
           PERFORM DayCall
           MOVE FUNCTION TRIM(WSCallResult) TO WSRsReproduced(WSResIdx)
           MOVE WSCallRc TO WSRsRc(WSResIdx)
           IF WSRsReproduced(WSResIdx) EQUAL TO WSRsOriginal(WSResIdx)
               MOVE "MATCH" TO WSRsVerdict(WSResIdx)
               ADD 1 TO WSMatched
           ELSE
               MOVE "DIFFERS" TO WSRsVerdict(WSResIdx)
               ADD 1 TO WSDiffered
           END-IF.

       FindRegistryEntry.
           MOVE 0 TO WSFoundIdx
           MOVE 1 TO WSRegIdx
           PERFORM UNTIL WSRegIdx > WS-DayRegistryCount
               IF WS-DayRegistryYear(WSRegIdx) EQUAL TO WSRsYear(WSResIdx)
               AND WS-DayRegistryDay(WSRegIdx) EQUAL TO WSRsDay(WSResIdx)
                   MOVE WSRegIdx TO WSFoundIdx
                   MOVE WS-DayRegistryCount TO WSRegIdx
               END-IF
               ADD 1 TO WSRegIdx
           END-PERFORM.

      *> One CALL through the registry dispatch CFGREHEARSE uses -
      *> part '0' is the program's version query - CANCELled
      *> afterwards so the next starts from fresh WORKING-STORAGE.
       DayCall.
           CALL "CBL_DELETE_FILE" USING WSTrialCkptName
               RETURNING WSCkptDeleteRc
           END-CALL
           MOVE SPACES TO WSCallResult
           MOVE SPACES TO WSCancelName
           MOVE 0 TO RETURN-CODE
           EVALUATE TRUE
               WHEN WSRsYear(WSResIdx) EQUAL TO 2022
               AND WSRsDay(WSResIdx) EQUAL TO 5
                   MOVE WSCallPart TO WSDayFivePart
                   MOVE "build/2022/lib/DAYFIVE" TO WSCancelName
                   CALL 'build/2022/lib/DAYFIVE'
                       USING WSDayFiveOption WSCallResult
               WHEN WSRsYear(WSResIdx) EQUAL TO 2022
                   MOVE WS-DayRegistryProgramId(WSFoundIdx)
                       TO WSCancelName
                   CALL WS-DayRegistryProgramId(WSFoundIdx)
                       USING WSCallPart WSCallResult
               WHEN OTHER
                   MOVE SPACES TO WSCrossPath
                   STRING "build/" WSRsYear(WSResIdx) "/lib/"
                       FUNCTION TRIM(WS-DayRegistryProgramId(WSFoundIdx))
                       DELIMITED BY SIZE INTO WSCrossPath
                   MOVE WSCrossPath TO WSCancelName
                   CALL WSCrossPath USING WSCallPart WSCallResult
           END-EVALUATE
           MOVE RETURN-CODE TO WSCallRc
           MOVE 0 TO RETURN-CODE
           CANCEL WSCancelName.

       OpenCertificate.
           MOVE SPACES TO WSCertName
           STRING "results/reproduce_" WSRunId ".log"
               DELIMITED BY SIZE INTO WSCertName
           OPEN OUTPUT CertFile
           IF WSCertStatus NOT EQUAL TO 0
               DISPLAY "Error " WSCertStatus ": unable to write "
                   FUNCTION TRIM(WSCertName) "; certificate on the "
                   "console only."
           END-IF.

       WriteCertLine.
           DISPLAY FUNCTION TRIM(WSCertLine, TRAILING)
           IF WSCertStatus EQUAL TO 0
               WRITE CertRecord FROM WSCertLine
           END-IF.

       WriteCertificateHeader.
           MOVE SPACES TO WSCertLine
           STRING "=== REPRODUCTION CERTIFICATE: RUN " WSRunId " ==="
               DELIMITED BY SIZE INTO WSCertLine
           PERFORM WriteCertLine
           MOVE SPACES TO WSCertLine
           STRING "ORIGINAL RUN : " WSRgDate " " WSRgTime " YEAR "
               WSRgYear " " FUNCTION TRIM(WSRgArgs) " OPERATOR "
               FUNCTION TRIM(WSRgOperator)
               DELIMITED BY SIZE INTO WSCertLine
           PERFORM WriteCertLine
           IF WSRgRolled NOT EQUAL TO SPACES
               MOVE SPACES TO WSCertLine
               STRING "               " FUNCTION TRIM(WSRgRolled)
                   " - ITS ANSWERS WERE REMOVED FROM THE SHARED OUTPUTS"
                   DELIMITED BY SIZE INTO WSCertLine
               PERFORM WriteCertLine
           END-IF
           MOVE SPACES TO WSCertLine
           STRING "REPRODUCED   : " WSToday " " WSNowTime " BY "
               FUNCTION TRIM(WSWho) " UNDER "
               FUNCTION TRIM(WSSandboxDir) "/"
               DELIMITED BY SIZE INTO WSCertLine
           PERFORM WriteCertLine
           MOVE SPACES TO WSCertLine
           IF WSCfgOk EQUAL TO 'Y'
               STRING "CONFIG       : CFG " FUNCTION TRIM(WSCfgVerText)
                   " " WSCfgSumText " RESTORED FROM "
                   FUNCTION TRIM(WSCfgSource)
                   DELIMITED BY SIZE INTO WSCertLine
           ELSE
               STRING "CONFIG       : CFG " FUNCTION TRIM(WSCfgVerText)
                   " " WSCfgSumText " NOT RECOVERED"
                   DELIMITED BY SIZE INTO WSCertLine
           END-IF
           PERFORM WriteCertLine
           MOVE SPACES TO WSCertLine
           IF WSFpOk EQUAL TO 'Y'
               STRING "INPUT        : FP " WSFpText " MATCHED BY "
                   FUNCTION TRIM(WSFpHow)
                   DELIMITED BY SIZE INTO WSCertLine
           ELSE
               STRING "INPUT        : FP " WSFpText " NOT MATCHED"
                   DELIMITED BY SIZE INTO WSCertLine
           END-IF
           PERFORM WriteCertLine
           IF WSFpOk EQUAL TO 'Y'
               PERFORM VARYING WSDayIdx FROM 1 BY 1 UNTIL WSDayIdx > 7
                   IF WSInMissing(WSDayIdx) NOT EQUAL TO 'Y'
                       MOVE SPACES TO WSCertLine
                       STRING "               DAY " WSDayIdx ": "
                           FUNCTION TRIM(WSInPath(WSDayIdx))
                           DELIMITED BY SIZE INTO WSCertLine
                       PERFORM WriteCertLine
                   END-IF
               END-PERFORM
           END-IF.

      *> Original and reproduced answers side by side; a pair that
      *> differs is shown in full beneath, with both builds.
       WriteAnswerSection.
           MOVE SPACES TO WSCertLine
           PERFORM WriteCertLine
           MOVE SPACES TO WSCertLine
           STRING "ANSWER     ORIGINAL                                 "
               "REPRODUCED                               VERDICT"
               DELIMITED BY SIZE INTO WSCertLine
           PERFORM WriteCertLine
           PERFORM VARYING WSResIdx FROM 1 BY 1
               UNTIL WSResIdx > WSResultCount
               MOVE SPACES TO WSCertLine
               STRING WSRsYear(WSResIdx) "-" WSRsDay(WSResIdx) "-"
                   WSRsPart(WSResIdx)
                   DELIMITED BY SIZE INTO WSCertLine(1:10)
               MOVE WSRsOriginal(WSResIdx) TO WSCertLine(12:40)
               MOVE WSRsReproduced(WSResIdx) TO WSCertLine(53:40)
               MOVE WSRsVerdict(WSResIdx) TO WSCertLine(94:12)
               PERFORM WriteCertLine
               IF WSRsVerdict(WSResIdx) NOT EQUAL TO "MATCH"
                   PERFORM WriteAnswerDetail
               END-IF
           END-PERFORM.

       WriteAnswerDetail.
           MOVE SPACES TO WSCertLine
           STRING "    ORIGINAL   (" FUNCTION TRIM(WSRsOrigVer(WSResIdx))
               "): " FUNCTION TRIM(WSRsOriginal(WSResIdx))
               DELIMITED BY SIZE INTO WSCertLine
           PERFORM WriteCertLine
           MOVE WSRsRc(WSResIdx) TO WSRcDisplay
           MOVE SPACES TO WSCertLine
           STRING "    REPRODUCED (" FUNCTION TRIM(WSRsNowVer(WSResIdx))
               ", RC " FUNCTION TRIM(WSRcDisplay, LEADING) "): "
               FUNCTION TRIM(WSRsReproduced(WSResIdx))
               DELIMITED BY SIZE INTO WSCertLine
           PERFORM WriteCertLine
           IF WSRsOrigVer(WSResIdx) NOT EQUAL TO SPACES
           AND WSRsNowVer(WSResIdx) NOT EQUAL TO WSRsOrigVer(WSResIdx)
               MOVE "    THE PROGRAM HAS BEEN REBUILT SINCE THE RUN"
                   TO WSCertLine
               PERFORM WriteCertLine
           END-IF.

       WriteLostSection.
           MOVE SPACES TO WSCertLine
           PERFORM WriteCertLine
           MOVE "NOT RE-EXECUTED - INGREDIENT(S) NOT RECOVERED:"
               TO WSCertLine
           PERFORM WriteCertLine
           PERFORM VARYING WSLostIdx FROM 1 BY 1
               UNTIL WSLostIdx > WSLostCount
               MOVE SPACES TO WSCertLine
               STRING "  " WSLostLine(WSLostIdx)
                   DELIMITED BY SIZE INTO WSCertLine
               PERFORM WriteCertLine
           END-PERFORM.

       RecordReproduceEvent.
           MOVE "RUNREPRO" TO EVENT-PROGRAM
           MOVE "RUNREPRO" TO EVENT-CODE
           IF WSVerdict EQUAL TO "REPRODUCED"
               MOVE "I" TO EVENT-SEVERITY
           ELSE
               MOVE "W" TO EVENT-SEVERITY
           END-IF
           MOVE SPACES TO EVENT-MESSAGE
           STRING "RUN " WSRunId " " FUNCTION TRIM(WSVerdict) ": "
               WSMatched " OF " WSResultCount " ANSWER(S) MATCH"
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent.

       COPY "dayRegistryLoad.cpy".
       COPY "eventAppend.cpy".
