       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTCHECK.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OldSnapFile ASSIGN TO WSOldSnapName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSOldSnapStatus.
           SELECT NewSnapFile ASSIGN TO WSNewSnapName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSNewSnapStatus.
           SELECT FingerprintFile ASSIGN TO WSFpName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFpStatus.
           SELECT SourcesFile ASSIGN TO "results/port_check_sources"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSourcesStatus.
           SELECT CheckLogFile ASSIGN TO "results/port_check.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCheckLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD OldSnapFile.
       01 OldSnapRecord PIC X(200).
       FD NewSnapFile.
       01 NewSnapRecord PIC X(200).
       FD FingerprintFile.
       01 FingerprintRecord PIC X(200).
       FD SourcesFile.
       01 SourcesRecord PIC X(100).
       FD CheckLogFile.
       01 CheckLogRecord PIC X(160).

       WORKING-STORAGE SECTION.
      *> Port-fidelity check: DAYTHREE (2025) is a port of the 2022
      *> crate-mover DAYFIVE, and each runs on its own copy of
      *> linkedStackEngine.cpy. This runs one crate diagram and move
      *> list (--input FILE, 2022/data/input_day_five by default)
      *> through both programs for each crane part (--part N for one),
      *> and compares the top-of-stack answers, the final stack
      *> contents, and the engine statistics each hands back in its
      *> optional stats block. On any difference the two per-move
      *> snapshot traces (AOC2022DAY5SNAPSHOT / AOC2025DAY3SNAPSHOT,
      *> kept in results/ after the run) are walked side by side to
      *> name the first move at which the stacks part company. One
      *> "STAMP|PART|INPUT|MATCH-or-DIVERGED|FIRSTMOVE|FINGERPRINT"
      *> record per part lands in results/port_check.log, and any
      *> divergence returns 1.
      *> Run bare (as NIGHTCLOSE chains it), the check only fires when
      *> one of the four watched sources has changed since the last
      *> clean check: their line fingerprints are kept in
      *> results/port_check_sources once both parts agree. --force, or
      *> naming an input or part, always runs it.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSInputName PIC X(60) VALUE "2022/data/input_day_five".
       01 WSPartOnly PIC 9 VALUE 0.
       01 WSForce PIC A VALUE 'N'.

       01 WSOldSnapName PIC X(60) VALUE "results/port_check_2022.snap".
       01 WSNewSnapName PIC X(60) VALUE "results/port_check_2025.snap".
       01 WSScratchCsv PIC X(60) VALUE "results/port_check_scratch.csv".
       01 WSOldSnapStatus PIC 99.
       01 WSNewSnapStatus PIC 99.
       01 WSSourcesStatus PIC 99.
       01 WSCheckLogStatus PIC 99.
       01 WSDeleteRc PIC S9(9) COMP-5.

      *> Every environment variable either program reads that could
      *> steer one run away from the other: the input and snapshot
      *> overrides are pointed at this check's own files, the rest are
      *> blanked so both programs run their defaults, and all of them
      *> are put back as the caller had them afterwards.
       01 WSEnvTable.
           05 FILLER PIC X(20) VALUE "AOC2022DAY5INPUT".
           05 FILLER PIC X(20) VALUE "AOC2025DAY3INPUT".
           05 FILLER PIC X(20) VALUE "AOC2022DAY5SNAPSHOT".
           05 FILLER PIC X(20) VALUE "AOC2025DAY3SNAPSHOT".
           05 FILLER PIC X(20) VALUE "AOCCSVFILE".
           05 FILLER PIC X(20) VALUE "AOC2022DAY5ALLOC".
           05 FILLER PIC X(20) VALUE "AOC2025DAY3ALLOC".
           05 FILLER PIC X(20) VALUE "AOC2022DAY5STATEIN".
           05 FILLER PIC X(20) VALUE "AOC2022DAY5STATEOUT".
           05 FILLER PIC X(20) VALUE "AOC2022DAY5STOPAT".
           05 FILLER PIC X(20) VALUE "AOC2022DAY5CRANES".
           05 FILLER PIC X(20) VALUE "AOC2022DAY5LINEAGE".
           05 FILLER PIC X(20) VALUE "AOC2025DAY3RACKS".
           05 FILLER PIC X(20) VALUE "AOCDIAGCAPTURE".
       01 WSEnvLookup REDEFINES WSEnvTable.
           05 WSEnvName OCCURS 14 TIMES PIC X(20).
       01 WSEnvSavedTable.
           05 WSEnvSaved OCCURS 14 TIMES PIC X(80).
       01 WSEnvNewTable.
           05 WSEnvNew OCCURS 14 TIMES PIC X(80).
       01 WSEnvIdx PIC 99.

      *> The watched sources and their fingerprints: the same rolling
      *> line checksum INTAKE keeps for installed datasets.
       01 WSSourceTable.
           05 FILLER PIC X(60) VALUE "2022/src/cobol/dayFive.cob".
           05 FILLER PIC X(60) VALUE "2025/src/cobol/dayThree.cob".
           05 FILLER PIC X(60) VALUE
               "2022/src/copybook/linkedStackEngine.cpy".
           05 FILLER PIC X(60) VALUE
               "2025/src/copybook/linkedStackEngine.cpy".
       01 WSSourceLookup REDEFINES WSSourceTable.
           05 WSSourceName OCCURS 4 TIMES PIC X(60).
       01 WSSourceFpTable.
           05 WSSourceFp OCCURS 4 TIMES PIC 9(8).
           05 WSStoredFp OCCURS 4 TIMES PIC 9(8).
       01 WSSourceIdx PIC 9.
       01 WSSourcesChanged PIC A VALUE 'N'.
       01 WSCombinedFp PIC 9(8) VALUE 0.
       01 WSSourcesLine PIC X(100).
       01 WSSourcesPath PIC X(60).
       01 WSSourcesFpText PIC X(8).
       01 WSSourcesEOF PIC A.

       01 WSFpName PIC X(80).
       01 WSFpStatus PIC 99.
       01 WSFpEOF PIC A.
       01 WSFpLine PIC X(200).
       01 WSFpChecksum PIC 9(8).
       01 WSFpCheckIdx PIC 9(3).
       01 WSFpCheckLen PIC 9(3).
       01 WSFpCheckByte PIC 9(3).

       01 WSPart PIC 9.
       01 WSDayFiveOption.
           05 WSDayFivePart PIC 9.
           05 WSDayFiveNLinked PIC 9 VALUE 0.
           05 WSDayFiveInput PIC X(80) VALUE SPACES.
       01 WSOldCallResult PIC X(80).
       01 WSNewCallResult PIC X(80).
       01 WSOldRc PIC S9(9) COMP-5.
       01 WSNewRc PIC S9(9) COMP-5.
       01 WSOldValue PIC X(80).
       01 WSNewValue PIC X(80).
       01 WSCallPtr PIC 9(3).
       01 WSCallTag PIC X(20).

      *> Both programs' optional stats blocks share one layout.
       01 WSOldStats.
           05 WSOldMoves PIC 9(8).
           05 WSOldCrates PIC 9(8).
           05 WSOldPushes PIC 9(8).
           05 WSOldPops PIC 9(8).
           05 WSOldCuts PIC 9(8).
           05 WSOldGlues PIC 9(8).
           05 WSOldMaxHwm PIC 9(4).
           05 WSOldPoolPeak PIC 9(8).
           05 WSOldPoolReuse PIC 9(8).
           05 WSOldPoolExhaust PIC 9(4).
       01 WSNewStats.
           05 WSNewMoves PIC 9(8).
           05 WSNewCrates PIC 9(8).
           05 WSNewPushes PIC 9(8).
           05 WSNewPops PIC 9(8).
           05 WSNewCuts PIC 9(8).
           05 WSNewGlues PIC 9(8).
           05 WSNewMaxHwm PIC 9(4).
           05 WSNewPoolPeak PIC 9(8).
           05 WSNewPoolReuse PIC 9(8).
           05 WSNewPoolExhaust PIC 9(4).
       01 WSStatLabel PIC X(12).
       01 WSStatOld PIC 9(8).
       01 WSStatNew PIC 9(8).
       01 WSStatOldDisplay PIC Z(7)9.
       01 WSStatNewDisplay PIC Z(7)9.

       01 WSPartDiffers PIC A.
       01 WSAnyDiverged PIC A VALUE 'N'.
       01 WSDiffCount PIC 9(3).
       01 WSDiffCountDisplay PIC ZZ9.

      *> Side-by-side snapshot walk.
       01 WSOldSnapLine PIC X(200).
       01 WSNewSnapLine PIC X(200).
       01 WSOldSnapLast PIC X(200).
       01 WSNewSnapLast PIC X(200).
       01 WSOldSnapEOF PIC A.
       01 WSNewSnapEOF PIC A.
       01 WSSnapLines PIC 9(6).
       01 WSFirstDiverge PIC 9(6).
       01 WSFirstFound PIC A.
       01 WSDivergeOld PIC X(200).
       01 WSDivergeNew PIC X(200).
       01 WSFirstDivergeDisplay PIC Z(5)9.
       01 WSStackField PIC X(200).
       01 WSStackPtr PIC 9(3).
       01 WSStackCol PIC 9.
       01 WSStackText PIC X(80).
       01 WSStackTextPrev PIC X(80).
       01 WSStackPart PIC X(80).

       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSVerdict PIC X(8).
       01 WSCheckLine PIC X(160).

       PROCEDURE DIVISION.
       Main.
           MOVE 0 TO RETURN-CODE
           PERFORM ParseCommandLine

           PERFORM FingerprintSources
           IF WSForce EQUAL TO 'N'
           AND WSSourcesChanged EQUAL TO 'N'
               DISPLAY "PORTCHECK: DAYFIVE (2022), DAYTHREE (2025) AND "
                   "BOTH ENGINE COPIES UNCHANGED SINCE THE LAST CLEAN "
                   "CHECK (" WSCombinedFp ") - NOTHING TO DO"
               GOBACK
           END-IF

           DISPLAY "=== PORT CHECK: DAYFIVE (2022) VS DAYTHREE (2025) ON "
               FUNCTION TRIM(WSInputName) " ==="
           IF WSPartOnly EQUAL TO 0
               MOVE 1 TO WSPart
               PERFORM CheckOnePart
               MOVE 2 TO WSPart
               PERFORM CheckOnePart
           ELSE
               MOVE WSPartOnly TO WSPart
               PERFORM CheckOnePart
           END-IF

           IF WSAnyDiverged EQUAL TO 'Y'
               DISPLAY "=== PORT CHECK: THE TWO PROGRAMS DISAGREE ==="
               MOVE 1 TO RETURN-CODE
           ELSE
               DISPLAY "=== PORT CHECK: THE TWO PROGRAMS AGREE ==="
               PERFORM SaveSourceFingerprints
               MOVE 0 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Reads [--input FILE] [--part N] [--force]; naming an input or
      *> a part is a deliberate check and runs whatever the sources
      *> say. Anything else on the line (NIGHTCLOSE's own --date) is
      *> passed by.
       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--input"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSInputName
                       MOVE 'Y' TO WSForce
                   WHEN "--part"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       IF WSArgValue EQUAL TO "1" OR WSArgValue EQUAL TO "2"
                           MOVE WSArgValue TO WSPartOnly
                       ELSE
                           DISPLAY "PORTCHECK: --part MUST BE 1 OR 2"
                           MOVE 1 TO RETURN-CODE
                           GOBACK
                       END-IF
                       MOVE 'Y' TO WSForce
                   WHEN "--force"
                       MOVE 'Y' TO WSForce
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

      *> One crane part through both programs, then every comparison.
       CheckOnePart.
           DISPLAY "--- PART " WSPart ": DAYFIVE (2022) ---"
           PERFORM SetCheckEnvironment
           MOVE WSPart TO WSDayFivePart
           MOVE SPACES TO WSOldCallResult
           INITIALIZE WSOldStats
           MOVE 0 TO RETURN-CODE
           CALL 'build/2022/lib/DAYFIVE'
               USING WSDayFiveOption WSOldCallResult WSOldStats
           MOVE RETURN-CODE TO WSOldRc
           MOVE 0 TO RETURN-CODE
           CANCEL 'build/2022/lib/DAYFIVE'

           DISPLAY "--- PART " WSPart ": DAYTHREE (2025) ---"
           MOVE SPACES TO WSNewCallResult
           INITIALIZE WSNewStats
           CALL 'build/2025/lib/DAYTHREE'
               USING WSPart WSNewCallResult WSNewStats
           MOVE RETURN-CODE TO WSNewRc
           MOVE 0 TO RETURN-CODE
           CANCEL 'build/2025/lib/DAYTHREE'
           PERFORM RestoreCheckEnvironment
           CALL "CBL_DELETE_FILE" USING WSScratchCsv
               RETURNING WSDeleteRc
           END-CALL

           MOVE 'N' TO WSPartDiffers
           MOVE 0 TO WSDiffCount
           DISPLAY "=== PART " WSPart " COMPARISON ==="
           PERFORM CompareAnswers
           PERFORM CompareEngineStats
           PERFORM WalkSnapshots
           PERFORM CompareFinalStacks
           IF WSFirstFound EQUAL TO 'Y'
               PERFORM ReportFirstDivergence
           END-IF

           IF WSPartDiffers EQUAL TO 'Y'
               MOVE 'Y' TO WSAnyDiverged
               MOVE "DIVERGED" TO WSVerdict
               MOVE WSDiffCount TO WSDiffCountDisplay
               DISPLAY "PART " WSPart ": DIVERGED ("
                   FUNCTION TRIM(WSDiffCountDisplay, LEADING)
                   " DIFFERENCE(S))"
           ELSE
               MOVE "MATCH" TO WSVerdict
               MOVE 0 TO WSFirstDiverge
               DISPLAY "PART " WSPart ": MATCH"
           END-IF
           PERFORM AppendCheckLog.

      *> The input and snapshot overrides in, the scratch CSV in place
      *> of the shared results file, everything else blank.
       SetCheckEnvironment.
           MOVE SPACES TO WSEnvNewTable
           MOVE WSInputName TO WSEnvNew(1)
           MOVE WSInputName TO WSEnvNew(2)
           MOVE WSOldSnapName TO WSEnvNew(3)
           MOVE WSNewSnapName TO WSEnvNew(4)
           MOVE WSScratchCsv TO WSEnvNew(5)
           PERFORM VARYING WSEnvIdx FROM 1 BY 1 UNTIL WSEnvIdx > 14
               MOVE SPACES TO WSEnvSaved(WSEnvIdx)
               DISPLAY WSEnvName(WSEnvIdx) UPON ENVIRONMENT-NAME
               ACCEPT WSEnvSaved(WSEnvIdx) FROM ENVIRONMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WSEnvSaved(WSEnvIdx)
               END-ACCEPT
               DISPLAY WSEnvName(WSEnvIdx) UPON ENVIRONMENT-NAME
               DISPLAY WSEnvNew(WSEnvIdx) UPON ENVIRONMENT-VALUE
           END-PERFORM.

      *> A blank saved input override would hand the next caller an
      *> all-spaces file name, so it goes back to the standard path,
      *> the same fallback SAMPLECHECK applies.
       RestoreCheckEnvironment.
           IF WSEnvSaved(1) EQUAL TO SPACES
               MOVE "2022/data/input_day_five" TO WSEnvSaved(1)
           END-IF
           IF WSEnvSaved(2) EQUAL TO SPACES
               MOVE "2025/data/input_day_three" TO WSEnvSaved(2)
           END-IF
           PERFORM VARYING WSEnvIdx FROM 1 BY 1 UNTIL WSEnvIdx > 14
               DISPLAY WSEnvName(WSEnvIdx) UPON ENVIRONMENT-NAME
               DISPLAY WSEnvSaved(WSEnvIdx) UPON ENVIRONMENT-VALUE
           END-PERFORM.

      *> The value behind each result line's colon, the same split
      *> BUILDDIFF reads a CALL'd program's answer with.
       CompareAnswers.
           MOVE 1 TO WSCallPtr
           UNSTRING WSOldCallResult DELIMITED BY ":"
               INTO WSCallTag
               WITH POINTER WSCallPtr
           MOVE WSOldCallResult(WSCallPtr:) TO WSOldValue
           MOVE 1 TO WSCallPtr
           UNSTRING WSNewCallResult DELIMITED BY ":"
               INTO WSCallTag
               WITH POINTER WSCallPtr
           MOVE WSNewCallResult(WSCallPtr:) TO WSNewValue
           IF FUNCTION TRIM(WSOldValue) EQUAL TO FUNCTION TRIM(WSNewValue)
               DISPLAY "  TOP OF STACKS    SAME: " FUNCTION TRIM(WSOldValue)
           ELSE
               DISPLAY "  TOP OF STACKS    DIFF: 2022 '"
                   FUNCTION TRIM(WSOldValue) "' 2025 '"
                   FUNCTION TRIM(WSNewValue) "'"
               MOVE 'Y' TO WSPartDiffers
               ADD 1 TO WSDiffCount
           END-IF
           IF WSOldRc NOT EQUAL TO WSNewRc
               DISPLAY "  RETURN CODE      DIFF: 2022 " WSOldRc
                   " 2025 " WSNewRc
               MOVE 'Y' TO WSPartDiffers
               ADD 1 TO WSDiffCount
           END-IF.

       CompareEngineStats.
           MOVE "MOVES" TO WSStatLabel
           MOVE WSOldMoves TO WSStatOld
           MOVE WSNewMoves TO WSStatNew
           PERFORM CompareOneStat
           MOVE "CRATES" TO WSStatLabel
           MOVE WSOldCrates TO WSStatOld
           MOVE WSNewCrates TO WSStatNew
           PERFORM CompareOneStat
           MOVE "PUSHES" TO WSStatLabel
           MOVE WSOldPushes TO WSStatOld
           MOVE WSNewPushes TO WSStatNew
           PERFORM CompareOneStat
           MOVE "POPS" TO WSStatLabel
           MOVE WSOldPops TO WSStatOld
           MOVE WSNewPops TO WSStatNew
           PERFORM CompareOneStat
           MOVE "CUTS" TO WSStatLabel
           MOVE WSOldCuts TO WSStatOld
           MOVE WSNewCuts TO WSStatNew
           PERFORM CompareOneStat
           MOVE "GLUES" TO WSStatLabel
           MOVE WSOldGlues TO WSStatOld
           MOVE WSNewGlues TO WSStatNew
           PERFORM CompareOneStat
           MOVE "MAX HWM" TO WSStatLabel
           MOVE WSOldMaxHwm TO WSStatOld
           MOVE WSNewMaxHwm TO WSStatNew
           PERFORM CompareOneStat
           MOVE "POOL PEAK" TO WSStatLabel
           MOVE WSOldPoolPeak TO WSStatOld
           MOVE WSNewPoolPeak TO WSStatNew
           PERFORM CompareOneStat
           MOVE "POOL REUSE" TO WSStatLabel
           MOVE WSOldPoolReuse TO WSStatOld
           MOVE WSNewPoolReuse TO WSStatNew
           PERFORM CompareOneStat
           MOVE "POOL EXHAUST" TO WSStatLabel
           MOVE WSOldPoolExhaust TO WSStatOld
           MOVE WSNewPoolExhaust TO WSStatNew
           PERFORM CompareOneStat.

       CompareOneStat.
           MOVE WSStatOld TO WSStatOldDisplay
           MOVE WSStatNew TO WSStatNewDisplay
           IF WSStatOld EQUAL TO WSStatNew
               DISPLAY "  " WSStatLabel "     SAME: "
                   FUNCTION TRIM(WSStatOldDisplay, LEADING)
           ELSE
               DISPLAY "  " WSStatLabel "     DIFF: 2022 "
                   FUNCTION TRIM(WSStatOldDisplay, LEADING) " 2025 "
                   FUNCTION TRIM(WSStatNewDisplay, LEADING)
               MOVE 'Y' TO WSPartDiffers
               ADD 1 TO WSDiffCount
           END-IF.

      *> Reads both traces line for line: the first pair that differs
      *> (or the first line only one trace has) is the divergence, and
      *> the last line of each is that program's final stacks. A trace
      *> that never opened reads as empty.
       WalkSnapshots.
           MOVE 'N' TO WSFirstFound
           MOVE 0 TO WSFirstDiverge
           MOVE 0 TO WSSnapLines
           MOVE SPACES TO WSOldSnapLast
           MOVE SPACES TO WSNewSnapLast
           MOVE 'N' TO WSOldSnapEOF
           MOVE 'N' TO WSNewSnapEOF
           OPEN INPUT OldSnapFile
           IF WSOldSnapStatus NOT EQUAL TO 0
               MOVE 'Y' TO WSOldSnapEOF
           END-IF
           OPEN INPUT NewSnapFile
           IF WSNewSnapStatus NOT EQUAL TO 0
               MOVE 'Y' TO WSNewSnapEOF
           END-IF
           PERFORM UNTIL WSOldSnapEOF EQUAL TO 'Y'
           AND WSNewSnapEOF EQUAL TO 'Y'
               MOVE SPACES TO WSOldSnapLine
               MOVE SPACES TO WSNewSnapLine
               IF WSOldSnapEOF EQUAL TO 'N'
                   READ OldSnapFile INTO WSOldSnapLine
                       AT END MOVE 'Y' TO WSOldSnapEOF
                       NOT AT END MOVE WSOldSnapLine TO WSOldSnapLast
                   END-READ
               END-IF
               IF WSNewSnapEOF EQUAL TO 'N'
                   READ NewSnapFile INTO WSNewSnapLine
                       AT END MOVE 'Y' TO WSNewSnapEOF
                       NOT AT END MOVE WSNewSnapLine TO WSNewSnapLast
                   END-READ
               END-IF
               IF WSOldSnapLine NOT EQUAL TO SPACES
               OR WSNewSnapLine NOT EQUAL TO SPACES
                   ADD 1 TO WSSnapLines
                   IF WSFirstFound EQUAL TO 'N'
                   AND WSOldSnapLine NOT EQUAL TO WSNewSnapLine
                       MOVE 'Y' TO WSFirstFound
                       MOVE WSOldSnapLine TO WSDivergeOld
                       MOVE WSNewSnapLine TO WSDivergeNew
                       IF WSOldSnapLine NOT EQUAL TO SPACES
                           MOVE WSOldSnapLine(1:6) TO WSFirstDiverge
                       ELSE
                           MOVE WSNewSnapLine(1:6) TO WSFirstDiverge
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WSOldSnapStatus NOT EQUAL TO 35
               CLOSE OldSnapFile
           END-IF
           IF WSNewSnapStatus NOT EQUAL TO 35
               CLOSE NewSnapFile
           END-IF
           IF WSSnapLines EQUAL TO 0
               DISPLAY "  MOVE TRACE       MISSING: NEITHER PROGRAM "
                   "WROTE A SNAPSHOT"
               MOVE 'Y' TO WSPartDiffers
               ADD 1 TO WSDiffCount
           END-IF.

       CompareFinalStacks.
           IF WSOldSnapLast(8:) EQUAL TO WSNewSnapLast(8:)
               MOVE WSOldSnapLast TO WSStackField
               PERFORM FormatStacks
               DISPLAY "  FINAL STACKS     SAME: " FUNCTION TRIM(WSStackText)
           ELSE
               MOVE WSOldSnapLast TO WSStackField
               PERFORM FormatStacks
               DISPLAY "  FINAL STACKS     DIFF: 2022 "
                   FUNCTION TRIM(WSStackText)
               MOVE WSNewSnapLast TO WSStackField
               PERFORM FormatStacks
               DISPLAY "                         2025 "
                   FUNCTION TRIM(WSStackText)
               MOVE 'Y' TO WSPartDiffers
               ADD 1 TO WSDiffCount
           END-IF.

      *> Move 000000 is the starting diagram: a difference there is a
      *> header parsed two ways, not a move replayed two ways.
       ReportFirstDivergence.
           MOVE WSFirstDiverge TO WSFirstDivergeDisplay
           IF WSFirstDiverge EQUAL TO 0
               DISPLAY "  FIRST DIVERGENCE: THE STARTING STACKS"
           ELSE
               DISPLAY "  FIRST DIVERGENCE: AFTER MOVE "
                   FUNCTION TRIM(WSFirstDivergeDisplay, LEADING)
           END-IF
           MOVE WSDivergeOld TO WSStackField
           PERFORM FormatStacks
           DISPLAY "    2022 " FUNCTION TRIM(WSStackText)
           MOVE WSDivergeNew TO WSStackField
           PERFORM FormatStacks
           DISPLAY "    2025 " FUNCTION TRIM(WSStackText).

      *> A snapshot line's stacks ("MOVESEQ|S1|S2|...") as
      *> "1:ABC 2:DE ..." for the report; a missing line says so.
       FormatStacks.
           MOVE SPACES TO WSStackText
           IF WSStackField EQUAL TO SPACES
               MOVE "(NO SNAPSHOT LINE)" TO WSStackText
               NEXT SENTENCE
           END-IF
           MOVE 8 TO WSStackPtr
           MOVE 0 TO WSStackCol
           PERFORM UNTIL WSStackPtr > 200
           OR WSStackField(WSStackPtr:) EQUAL TO SPACES
               ADD 1 TO WSStackCol
               MOVE SPACES TO WSStackPart
               UNSTRING WSStackField DELIMITED BY "|"
                   INTO WSStackPart
                   WITH POINTER WSStackPtr
               MOVE WSStackText TO WSStackTextPrev
               MOVE SPACES TO WSStackText
               STRING FUNCTION TRIM(WSStackTextPrev) " " WSStackCol ":"
                   FUNCTION TRIM(WSStackPart)
                   DELIMITED BY SIZE INTO WSStackText
           END-PERFORM.

       AppendCheckLog.
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           MOVE SPACES TO WSCheckLine
           STRING WSToday WSNowTime(1:6) "|" WSPart "|"
               FUNCTION TRIM(WSInputName) "|"
               FUNCTION TRIM(WSVerdict) "|" WSFirstDiverge "|"
               WSCombinedFp
               DELIMITED BY SIZE INTO WSCheckLine
           OPEN EXTEND CheckLogFile
           IF WSCheckLogStatus NOT EQUAL TO 0
               OPEN OUTPUT CheckLogFile
           END-IF
           IF WSCheckLogStatus EQUAL TO 0
               WRITE CheckLogRecord FROM WSCheckLine
               CLOSE CheckLogFile
           END-IF.

      *> Fingerprints the four watched sources and sets
      *> WSSourcesChanged when any differs from the last clean check
      *> (or there has been none).
       FingerprintSources.
           MOVE 0 TO WSCombinedFp
           PERFORM VARYING WSSourceIdx FROM 1 BY 1 UNTIL WSSourceIdx > 4
               MOVE WSSourceName(WSSourceIdx) TO WSFpName
               PERFORM ComputeFileFingerprint
               MOVE WSFpChecksum TO WSSourceFp(WSSourceIdx)
               MOVE 0 TO WSStoredFp(WSSourceIdx)
               COMPUTE WSCombinedFp = FUNCTION MOD(
                   WSCombinedFp * 31 + WSFpChecksum, 100000000)
           END-PERFORM
           MOVE 'N' TO WSSourcesEOF
           OPEN INPUT SourcesFile
           IF WSSourcesStatus NOT EQUAL TO 0
               MOVE 'Y' TO WSSourcesChanged
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSSourcesEOF EQUAL TO 'Y'
               READ SourcesFile INTO WSSourcesLine
                   AT END MOVE 'Y' TO WSSourcesEOF
                   NOT AT END PERFORM MatchStoredSource
               END-READ
           END-PERFORM
           CLOSE SourcesFile
           PERFORM VARYING WSSourceIdx FROM 1 BY 1 UNTIL WSSourceIdx > 4
               IF WSStoredFp(WSSourceIdx) NOT EQUAL TO
                   WSSourceFp(WSSourceIdx)
                   MOVE 'Y' TO WSSourcesChanged
                   DISPLAY "PORTCHECK: "
                       FUNCTION TRIM(WSSourceName(WSSourceIdx))
                       " HAS CHANGED SINCE THE LAST CLEAN CHECK"
               END-IF
           END-PERFORM.

       MatchStoredSource.
           MOVE SPACES TO WSSourcesPath
           MOVE SPACES TO WSSourcesFpText
           UNSTRING WSSourcesLine DELIMITED BY "|"
               INTO WSSourcesPath WSSourcesFpText
           PERFORM VARYING WSSourceIdx FROM 1 BY 1 UNTIL WSSourceIdx > 4
               IF WSSourcesPath EQUAL TO WSSourceName(WSSourceIdx)
               AND WSSourcesFpText IS NUMERIC
                   MOVE WSSourcesFpText TO WSStoredFp(WSSourceIdx)
               END-IF
           END-PERFORM.

      *> Written only after both parts agree, so a divergence keeps
      *> the check firing until it is put right.
       SaveSourceFingerprints.
           OPEN OUTPUT SourcesFile
           IF WSSourcesStatus NOT EQUAL TO 0
               DISPLAY "PORTCHECK: UNABLE TO RECORD SOURCE FINGERPRINTS ("
                   WSSourcesStatus ")"
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSSourceIdx FROM 1 BY 1 UNTIL WSSourceIdx > 4
               MOVE SPACES TO WSSourcesLine
               STRING FUNCTION TRIM(WSSourceName(WSSourceIdx)) "|"
                   WSSourceFp(WSSourceIdx)
                   DELIMITED BY SIZE INTO WSSourcesLine
               WRITE SourcesRecord FROM WSSourcesLine
           END-PERFORM
           CLOSE SourcesFile.

      *> The rolling line checksum INTAKE fingerprints datasets with;
      *> a missing file fingerprints as zero.
       ComputeFileFingerprint.
           MOVE 0 TO WSFpChecksum
           MOVE 'N' TO WSFpEOF
           OPEN INPUT FingerprintFile
           IF WSFpStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSFpEOF EQUAL TO 'Y'
               READ FingerprintFile INTO WSFpLine
                   AT END MOVE 'Y' TO WSFpEOF
                   NOT AT END PERFORM FingerprintOneLine
               END-READ
           END-PERFORM
           CLOSE FingerprintFile.

       FingerprintOneLine.
           COMPUTE WSFpCheckLen =
               FUNCTION LENGTH(FUNCTION TRIM(WSFpLine, TRAILING))
           IF FUNCTION TRIM(WSFpLine) EQUAL TO SPACES
               MOVE 0 TO WSFpCheckLen
           END-IF
           PERFORM VARYING WSFpCheckIdx FROM 1 BY 1
               UNTIL WSFpCheckIdx > WSFpCheckLen
               COMPUTE WSFpCheckByte =
                   FUNCTION ORD(WSFpLine(WSFpCheckIdx:1))
               COMPUTE WSFpChecksum = FUNCTION MOD(
                   WSFpChecksum * 31 + WSFpCheckByte, 100000000)
           END-PERFORM
           COMPUTE WSFpChecksum =
               FUNCTION MOD(WSFpChecksum + 10, 100000000).
