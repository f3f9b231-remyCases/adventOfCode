       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DataFileOne ASSIGN TO WSDataNameOne
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT DataFileTwo ASSIGN TO WSDataNameTwo
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT DataFileThree ASSIGN TO WSDataNameThree
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT DataFileFour ASSIGN TO WSDataNameFour
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RulesFile ASSIGN TO "tools/data/validation_rules"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VR-STATUS.
           SELECT QualityFile ASSIGN TO "results/quality.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS VR-QUAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01 FTwoLine PIC X(50) VALUE ZEROES.
       FD DataFileThree.
       01 FThreeData PIC X(50) VALUE ZEROES.
       FD DataFileFour.
       01 FFourData PIC X(256).
       FD QuarantineFile.
       01 QuarantineRecord PIC X(140).
       FD RulesFile.
       01 RulesRecord PIC X(120).
       FD QualityFile.
       01 QualityRecord PIC X(80).

       WORKING-STORAGE SECTION.
      *> The structural per-day shape checks below stay compiled in -
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSLineNumberDisplay.
       01 WSInvalidLines PIC 9(8) VALUE ZEROES.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSInvalidLinesDisplay.
      *> Rejected lines that actually reached the quarantine file, and
      *> the day's counts as handed back to MAINCOB in AOCVALIDATECOUNTS
      *> for the run's record-count balance: a rejected line that never
      *> got quarantined is a line gone missing.
       01 WSQuarantinedLines PIC 9(8) VALUE ZEROES.
       01 WSAcceptedLines PIC 9(8) VALUE ZEROES.
       01 WSValidateCounts PIC X(80).
       01 WSTotalInvalid PIC 9(8) VALUE ZEROES.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSTotalInvalidDisplay.

       01 WSQuarLine PIC X(140).
       01 WSQuarStampDate PIC X(8).

      *> The file each day reads: its standard input path, unless
      *> AOC2025DAYnINPUT names another - a plain path, or a relative
      *> generation reference ("current", "minus one", "G0003") that
      *> GENRESOLVE turns into the numbered copy INTAKE kept. A
      *> reference naming no kept generation fails that day's check.
       01 WSDataNames.
           05 WSDataNameOne PIC X(80).
           05 WSDataNameTwo PIC X(80).
           05 WSDataNameThree PIC X(80).
           05 WSDataNameFour PIC X(80).
       01 WSDataNameTable REDEFINES WSDataNames.
           05 WSDataName PIC X(80) OCCURS 4 TIMES.
       01 WSDayWords.
           05 FILLER PIC X(6) VALUE "one".
           05 FILLER PIC X(6) VALUE "two".
           05 FILLER PIC X(6) VALUE "three".
           05 FILLER PIC X(6) VALUE "four".
       01 WSDayWordTable REDEFINES WSDayWords.
           05 WSDayWord PIC X(6) OCCURS 4 TIMES.
       01 WSInputDay PIC 9.
       01 WSInputEnvName PIC X(20).
       01 WSUnresolvedInputs PIC 9(2) VALUE ZEROES.
       COPY "genReference.cpy".

      *> Day filter, so RunYear can gate each day's CALL on just that
      *> day's input: the AOCVALIDATEDAY environment variable names the
      *> one day to validate; unset (or 0) validates every file, as
       01 WSThreePointer PIC 9(3).
       01 WSThreeWord PIC X(10).

      *> DAYFOUR's roll grid: every row holds only '@' (a roll) and
      *> '.' (floor), no wider than the 200 cells DAYFOUR holds, and
      *> as wide as the first row.
       01 WSFourWidth PIC 9(3) VALUE ZEROES.
       01 WSFourLen PIC 9(3).
       01 WSFourIdx PIC 9(3).

      *> FILE STATUS message lookup
       01 WSFileStatus PIC 99.
       01 WSFileStatusChar PIC XX.
           END-IF
           MOVE 2025 TO VR-YEAR
           PERFORM LoadValidationRules
           PERFORM ResolveDataNames
           IF WSDayFilter EQUAL TO 0 OR WSDayFilter EQUAL TO 1
               PERFORM ValidateDayOne
           END-IF
           IF WSDayFilter EQUAL TO 0 OR WSDayFilter EQUAL TO 3
               PERFORM ValidateDayThree
           END-IF
           IF WSDayFilter EQUAL TO 0 OR WSDayFilter EQUAL TO 4
               PERFORM ValidateDayFour
           END-IF

           MOVE WSTotalInvalid TO WSTotalInvalidDisplay
           DISPLAY "=== " FUNCTION TRIM(WSTotalInvalidDisplay, LEADING)
               " TOTAL MALFORMED LINE(S) ACROSS ALL 2025 INPUT FILES ==="

           IF WSTotalInvalid GREATER THAN ZERO
               OR WSUnresolvedInputs GREATER THAN ZERO
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

      *> Settles which file each day reads before any is opened, so
      *> the quarantine trail names the generation actually checked.
       ResolveDataNames.
           MOVE ZEROES TO WSUnresolvedInputs
           PERFORM VARYING WSInputDay FROM 1 BY 1 UNTIL WSInputDay > 4
               PERFORM ResolveOneDataName
           END-PERFORM.

       ResolveOneDataName.
           MOVE SPACES TO GEN-BASE
           STRING "2025/data/input_day_"
               FUNCTION TRIM(WSDayWord(WSInputDay))
               DELIMITED BY SIZE INTO GEN-BASE
           MOVE GEN-BASE TO WSDataName(WSInputDay)
           MOVE SPACES TO WSInputEnvName
           STRING "AOC2025DAY" WSInputDay "INPUT"
               DELIMITED BY SIZE INTO WSInputEnvName
           MOVE SPACES TO GEN-REF
           ACCEPT GEN-REF FROM ENVIRONMENT WSInputEnvName
               ON EXCEPTION
                   MOVE SPACES TO GEN-REF
           END-ACCEPT
           IF GEN-REF EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           IF WSDayFilter NOT EQUAL TO 0
               AND WSDayFilter NOT EQUAL TO WSInputDay
               NEXT SENTENCE
           END-IF
           CALL 'GENRESOLVE' USING GEN-REFERENCE
               ON EXCEPTION
                   MOVE GEN-REF TO GEN-PATH
                   SET GEN-PLAIN-PATH TO TRUE
           END-CALL
           IF GEN-NOT-FOUND
               ADD 1 TO WSUnresolvedInputs
               DISPLAY "DAY " WSInputDay " INPUT " FUNCTION TRIM(GEN-REF)
                   ": NO SUCH GENERATION OF " FUNCTION TRIM(GEN-BASE)
               MOVE GEN-REF TO WSDataName(WSInputDay)
               NEXT SENTENCE
           END-IF
           MOVE GEN-PATH TO WSDataName(WSInputDay).

      *> A DAYONE line is valid if it is an orientation letter followed
      *> by an 8-digit numeric length - or, in the multi-dial shape, a
      *> leading dial digit ahead of the same - exactly what
      *> ExtractInstruction accepts.
       ValidateDayOne.
           DISPLAY "--- VALIDATING INPUT_DAY_ONE ---"
           MOVE WSDataNameOne TO WSQuarSource
           MOVE "2025/data/quarantine_day_one" TO WSQuarFileName
           MOVE "D1SHAPE" TO WSQuarDefReason
           MOVE 1 TO VR-DAY
           MOVE ZEROES TO WSLineNumber
           MOVE ZEROES TO WSInvalidLines
           MOVE ZEROES TO WSQuarantinedLines
           MOVE 'N' TO WSEOF

           OPEN INPUT DataFileOne.
      *> it unstrings.
       ValidateDayTwo.
           DISPLAY "--- VALIDATING INPUT_DAY_TWO ---"
           MOVE WSDataNameTwo TO WSQuarSource
           MOVE "2025/data/quarantine_day_two" TO WSQuarFileName
           MOVE "D2RANGE" TO WSQuarDefReason
           MOVE 2 TO VR-DAY
           MOVE ZEROES TO WSLineNumber
           MOVE ZEROES TO WSInvalidLines
           MOVE ZEROES TO WSQuarantinedLines
           MOVE 'N' TO WSEOF

           OPEN INPUT DataFileTwo.
      *> checked here, each expected to read "move N from X to Y".
       ValidateDayThree.
           DISPLAY "--- VALIDATING INPUT_DAY_THREE ---"
           MOVE WSDataNameThree TO WSQuarSource
           MOVE "2025/data/quarantine_day_three" TO WSQuarFileName
           MOVE "D3MOVE" TO WSQuarDefReason
           MOVE 3 TO VR-DAY
           MOVE ZEROES TO WSLineNumber
           MOVE ZEROES TO WSInvalidLines
           MOVE ZEROES TO WSQuarantinedLines
           MOVE 'N' TO WSEOF
           SET ThreeInHeader TO TRUE

               END-IF
           END-IF.

      *> DAYFOUR's grid rows are checked cell by cell; the first
      *> non-blank row sets the width every later row must match.
       ValidateDayFour.
           DISPLAY "--- VALIDATING INPUT_DAY_FOUR ---"
           MOVE WSDataNameFour TO WSQuarSource
           MOVE "2025/data/quarantine_day_four" TO WSQuarFileName
           MOVE "D4GRID" TO WSQuarDefReason
           MOVE 4 TO VR-DAY
           MOVE ZEROES TO WSLineNumber
           MOVE ZEROES TO WSInvalidLines
           MOVE ZEROES TO WSQuarantinedLines
           MOVE ZEROES TO WSFourWidth
           MOVE 'N' TO WSEOF

           OPEN INPUT DataFileFour.
               IF WSFileStatus NOT EQUAL TO 0
                   PERFORM LookupFileStatusMessage
                   DISPLAY "Error " WSFileStatus ": "
                       FUNCTION TRIM(WSFileStatusDesc) ". Exiting program."
                   NEXT SENTENCE
               END-IF

               PERFORM UNTIL WSEOF = 'Y'
                   READ DataFileFour INTO FFourData
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM CheckDayFourLine
                   END-READ
               END-PERFORM
           CLOSE DataFileFour

           PERFORM ReportInvalidLines.

       CheckDayFourLine.
           ADD 1 TO WSLineNumber
           MOVE WSQuarDefReason TO WSQuarReason

           IF FFourData NOT EQUAL TO SPACES
               SET LineValid TO TRUE
               IF FFourData(201:56) NOT EQUAL TO SPACES
                   SET LineInvalid TO TRUE
                   MOVE 200 TO WSFourLen
               ELSE
                   COMPUTE WSFourLen =
                       FUNCTION LENGTH(FUNCTION TRIM(FFourData, TRAILING))
               END-IF
               PERFORM VARYING WSFourIdx FROM 1 BY 1
                   UNTIL WSFourIdx > WSFourLen
                   IF FFourData(WSFourIdx:1) NOT EQUAL TO "@"
                   AND FFourData(WSFourIdx:1) NOT EQUAL TO "."
                       SET LineInvalid TO TRUE
                   END-IF
               END-PERFORM
               IF WSFourWidth EQUAL TO ZEROES
                   MOVE WSFourLen TO WSFourWidth
               ELSE
                   IF WSFourLen NOT EQUAL TO WSFourWidth
                       SET LineInvalid TO TRUE
                   END-IF
               END-IF

               IF LineValid
                   MOVE FFourData TO VR-LINE
                   MOVE 4 TO VR-DAY
                   PERFORM ApplyValidationRules
                   IF VR-REJECT EQUAL TO 'Y'
                       SET LineInvalid TO TRUE
                       MOVE VR-FIREDRULE TO WSQuarReason
                   END-IF
               END-IF

               IF LineInvalid
                   MOVE FFourData TO WSQuarText
                   PERFORM DisplayBadLine
               END-IF
           END-IF.

      *> Displays and counts one malformed line, keyed on its line
      *> number in the file.
       DisplayBadLine.
           IF WSQuarStatus EQUAL TO 0
               WRITE QuarantineRecord FROM WSQuarLine
               CLOSE QuarantineFile
               ADD 1 TO WSQuarantinedLines
           END-IF.

       *> Closes out one day's file: the malformed count for the operator,
       *> and the day's outcome onto the quality trail DQSCORE grades.
       ReportInvalidLines.
           IF WSInvalidLines > ZERO
               MOVE WSInvalidLines TO WSInvalidLinesDisplay
                   " MALFORMED LINE(S) FOUND"
           ELSE
               DISPLAY "OK"
           END-IF
           MOVE WSLineNumber TO VR-QUAL-LINES
           MOVE WSInvalidLines TO VR-QUAL-REJECTED
           MOVE WSQuarDefReason TO VR-QUAL-SHAPEID
           PERFORM WriteQualityRecords
           MOVE ZEROES TO WSAcceptedLines
           IF WSLineNumber > WSInvalidLines
               COMPUTE WSAcceptedLines = WSLineNumber - WSInvalidLines
           END-IF
           MOVE SPACES TO WSValidateCounts
           STRING "LINES " WSLineNumber " ACCEPTED " WSAcceptedLines
               " REJECTED " WSInvalidLines " QUARANTINED " WSQuarantinedLines
               DELIMITED BY SIZE INTO WSValidateCounts
           DISPLAY "AOCVALIDATECOUNTS" UPON ENVIRONMENT-NAME
           DISPLAY WSValidateCounts UPON ENVIRONMENT-VALUE.

       COPY "validationRulesApply.cpy".

