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
       SELECT DataFileFive ASSIGN TO WSDataNameFive
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WSFileStatus.
       SELECT DataFileSix ASSIGN TO WSDataNameSix
           ORGANIZATION IS LINE SEQUENTIAL
           ACCESS IS SEQUENTIAL
           FILE STATUS IS WSFileStatus.
       SELECT DataFileSeven ASSIGN TO WSDataNameSeven
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
FD DataFileOne.
01 FOneLine PIC X(20).
FD DataFileTwo.
01 FTwoStrat.
       02 FTwoOpponentStrat PIC A.
       02 FTwoSpace PIC A.
       02 FTwoSelfStrat PIC A.
01 FTwoRecord PIC X(80).
FD DataFileThree.
01 FThreeData PIC X(50) VALUE ZEROES.
FD DataFileFour.
01 FFourData PIC X(50) VALUE ZEROES.
FD DataFileFive.
01 FFiveData PIC X(50) VALUE ZEROES.
FD DataFileSix.
01 FSixData PIC X(8192).
FD DataFileSeven.
01 FSevenData PIC X(80).
FD QuarantineFile.
01 QuarantineRecord PIC X(140).
FD RulesFile.
01 RulesRecord PIC X(120).
FD QualityFile.
01 QualityRecord PIC X(80).

WORKING-STORAGE SECTION.
*> The structural per-day shape checks below stay compiled in - they
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
*> AOC2022DAYnINPUT names another - a plain path, or a relative
*> generation reference ("current", "minus one", "G0003") that
*> GENRESOLVE turns into the numbered copy INTAKE kept. A reference
*> naming no kept generation fails that day's check.
01 WSDataNames.
       05 WSDataNameOne PIC X(80).
       05 WSDataNameTwo PIC X(80).
       05 WSDataNameThree PIC X(80).
       05 WSDataNameFour PIC X(80).
       05 WSDataNameFive PIC X(80).
       05 WSDataNameSix PIC X(80).
       05 WSDataNameSeven PIC X(80).
01 WSDataNameTable REDEFINES WSDataNames.
       05 WSDataName PIC X(80) OCCURS 7 TIMES.
01 WSDayWords.
       05 FILLER PIC X(6) VALUE "one".
       05 FILLER PIC X(6) VALUE "two".
       05 FILLER PIC X(6) VALUE "three".
       05 FILLER PIC X(6) VALUE "four".
       05 FILLER PIC X(6) VALUE "five".
       05 FILLER PIC X(6) VALUE "six".
       05 FILLER PIC X(6) VALUE "seven".
01 WSDayWordTable REDEFINES WSDayWords.
       05 WSDayWord PIC X(6) OCCURS 7 TIMES.
01 WSInputDay PIC 9.
01 WSInputEnvName PIC X(20).
01 WSUnresolvedInputs PIC 9(2) VALUE ZEROES.
COPY "genReference.cpy".

*> Day filter, so RunYear can gate each day's CALL on just that
*> day's input: the AOCVALIDATEDAY environment variable names the one
*> day to validate; unset (or 0) validates every file, as before.
01 WSFivePointer PIC 9(3).
01 WSFiveWord PIC X(10).

*> DAYSIX's datastream is a single line of lower-case letters; a
*> second non-blank line is a second stream the program would ignore,
*> so it is rejected here rather than left to be silently skipped.
01 WSSixStreamSeen PIC A VALUE 'N'.
       88 SixStreamSeen VALUE 'Y'.

*> DAYSEVEN's transcript lines come in four shapes: "$ cd NAME",
*> "$ ls", "dir NAME" and "SIZE NAME" with a numeric size.
01 WSSevenWordOne PIC X(20).
01 WSSevenWordTwo PIC X(40).
01 WSSevenWordThree PIC X(40).

*> FILE STATUS message lookup
01 WSFileStatus PIC 99.
01 WSFileStatusChar PIC XX.
       END-IF
       MOVE 2022 TO VR-YEAR
       PERFORM LoadValidationRules
       PERFORM ResolveDataNames
       IF WSDayFilter EQUAL TO 0 OR WSDayFilter EQUAL TO 1
           PERFORM ValidateDayOne
       END-IF
       IF WSDayFilter EQUAL TO 0 OR WSDayFilter EQUAL TO 5
           PERFORM ValidateDayFive
       END-IF
       IF WSDayFilter EQUAL TO 0 OR WSDayFilter EQUAL TO 6
           PERFORM ValidateDaySix
       END-IF
       IF WSDayFilter EQUAL TO 0 OR WSDayFilter EQUAL TO 7
           PERFORM ValidateDaySeven
       END-IF

       MOVE WSTotalInvalid TO WSTotalInvalidDisplay
       DISPLAY "=== " FUNCTION TRIM(WSTotalInvalidDisplay, LEADING)
           " TOTAL MALFORMED LINE(S) ACROSS ALL 2022 INPUT FILES ==="

       IF WSTotalInvalid GREATER THAN ZERO
           OR WSUnresolvedInputs GREATER THAN ZERO
           MOVE 1 TO RETURN-CODE
       END-IF
       GOBACK.

*> Settles which file each day reads before any is opened, so the
*> quarantine trail names the generation actually checked.
ResolveDataNames.
       MOVE ZEROES TO WSUnresolvedInputs
       PERFORM VARYING WSInputDay FROM 1 BY 1 UNTIL WSInputDay > 7
           PERFORM ResolveOneDataName
       END-PERFORM.

ResolveOneDataName.
       MOVE SPACES TO GEN-BASE
       STRING "2022/data/input_day_" FUNCTION TRIM(WSDayWord(WSInputDay))
           DELIMITED BY SIZE INTO GEN-BASE
       MOVE GEN-BASE TO WSDataName(WSInputDay)
       MOVE SPACES TO WSInputEnvName
       STRING "AOC2022DAY" WSInputDay "INPUT"
           DELIMITED BY SIZE INTO WSInputEnvName
       MOVE SPACES TO GEN-REF
       ACCEPT GEN-REF FROM ENVIRONMENT WSInputEnvName
           ON EXCEPTION
               MOVE SPACES TO GEN-REF
       END-ACCEPT
       IF GEN-REF EQUAL TO SPACES
           NEXT SENTENCE
       END-IF
       IF WSDayFilter NOT EQUAL TO 0 AND WSDayFilter NOT EQUAL TO WSInputDay
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

*> A DAYONE line is valid if it is either the trailer literal or a
*> plain numeric calorie count, exactly what BranchingCompute expects.
ValidateDayOne.
       DISPLAY "--- VALIDATING INPUT_DAY_ONE ---"
       MOVE WSDataNameOne TO WSQuarSource
       MOVE "2022/data/quarantine_day_one" TO WSQuarFileName
       MOVE "D1SHAPE" TO WSQuarDefReason
       MOVE 1 TO VR-DAY
       MOVE ZEROES TO WSLineNumber
       MOVE ZEROES TO WSInvalidLines
       MOVE ZEROES TO WSQuarantinedLines
       MOVE 'N' TO WSEOF

       OPEN INPUT DataFileOne.
       ADD 1 TO WSLineNumber
       MOVE WSQuarDefReason TO WSQuarReason
       SET LineValid TO TRUE
*> A trailer may carry the group's roster id as "--END--|<id>".
       IF FOneLine NOT EQUAL TO WSTrailerLiteral
       AND NOT (FOneLine(1:7) EQUAL TO WSTrailerLiteral(1:7)
           AND FOneLine(8:1) EQUAL TO '|'
           AND FOneLine(9:8) NOT EQUAL TO SPACES)
           IF FUNCTION TRIM(FOneLine) NOT NUMERIC
               SET LineInvalid TO TRUE
           END-IF
*> A DAYTWO line is valid only when it is the fixed "A X" three-column
*> shape with the opponent letter in A-C and the player letter in X-Z,
*> the same ranges BranchingCompute already checks.
*> Tournament header and trailer records (HDR|... / TRL|...) are
*> control records DAYTWO reconciles itself, not strategy lines.
ValidateDayTwo.
       DISPLAY "--- VALIDATING INPUT_DAY_TWO ---"
       MOVE WSDataNameTwo TO WSQuarSource
       MOVE "2022/data/quarantine_day_two" TO WSQuarFileName
       MOVE "D2SHAPE" TO WSQuarDefReason
       MOVE 2 TO VR-DAY
       MOVE ZEROES TO WSLineNumber
       MOVE ZEROES TO WSInvalidLines
       MOVE ZEROES TO WSQuarantinedLines
       MOVE 'N' TO WSEOF

       OPEN INPUT DataFileTwo.

CheckDayTwoLine.
       ADD 1 TO WSLineNumber
       IF FTwoRecord(1:4) EQUAL TO "HDR|" OR FTwoRecord(1:4) EQUAL TO "TRL|"
           NEXT SENTENCE
       END-IF
       MOVE WSQuarDefReason TO WSQuarReason
       SET LineValid TO TRUE
       MOVE FTwoOpponentStrat TO WSOpponentStrat
*> of letters only, the shape ComputeMax/priority lookup assumes.
ValidateDayThree.
       DISPLAY "--- VALIDATING INPUT_DAY_THREE ---"
       MOVE WSDataNameThree TO WSQuarSource
       MOVE "2022/data/quarantine_day_three" TO WSQuarFileName
       MOVE "D3SHAPE" TO WSQuarDefReason
       MOVE 3 TO VR-DAY
       MOVE ZEROES TO WSLineNumber
       MOVE ZEROES TO WSInvalidLines
       MOVE ZEROES TO WSQuarantinedLines
       MOVE 'N' TO WSEOF

       OPEN INPUT DataFileThree.
*> the shape ParseNextSegment assumes for every pair it unstrings.
ValidateDayFour.
       DISPLAY "--- VALIDATING INPUT_DAY_FOUR ---"
       MOVE WSDataNameFour TO WSQuarSource
       MOVE "2022/data/quarantine_day_four" TO WSQuarFileName
       MOVE "D4RANGE" TO WSQuarDefReason
       MOVE 4 TO VR-DAY
       MOVE ZEROES TO WSLineNumber
       MOVE ZEROES TO WSInvalidLines
       MOVE ZEROES TO WSQuarantinedLines
       MOVE 'N' TO WSEOF

       OPEN INPUT DataFileFour.
*> here, each expected to read "move N from X to Y".
ValidateDayFive.
       DISPLAY "--- VALIDATING INPUT_DAY_FIVE ---"
       MOVE WSDataNameFive TO WSQuarSource
       MOVE "2022/data/quarantine_day_five" TO WSQuarFileName
       MOVE "D5MOVE" TO WSQuarDefReason
       MOVE 5 TO VR-DAY
       MOVE ZEROES TO WSLineNumber
       MOVE ZEROES TO WSInvalidLines
       MOVE ZEROES TO WSQuarantinedLines
       MOVE 'N' TO WSEOF
       SET FiveInHeader TO TRUE

           END-IF
       END-IF.

*> DAYSIX reads one datastream line of lower-case letters; how short
*> a stream may be is left to the operator rules. Only the first
*> 50 characters of a rejected stream fit the quarantine record, so
*> a bad stream is replaced whole rather than repaired in place.
ValidateDaySix.
       DISPLAY "--- VALIDATING INPUT_DAY_SIX ---"
       MOVE WSDataNameSix TO WSQuarSource
       MOVE "2022/data/quarantine_day_six" TO WSQuarFileName
       MOVE "D6STREAM" TO WSQuarDefReason
       MOVE 6 TO VR-DAY
       MOVE ZEROES TO WSLineNumber
       MOVE ZEROES TO WSInvalidLines
       MOVE ZEROES TO WSQuarantinedLines
       MOVE 'N' TO WSEOF
       MOVE 'N' TO WSSixStreamSeen

       OPEN INPUT DataFileSix.
              IF WSFileStatus NOT EQUAL TO 0
                  PERFORM LookupFileStatusMessage
                  DISPLAY "Error " WSFileStatus ": "
                      FUNCTION TRIM(WSFileStatusDesc) ". Exiting program."
                  NEXT SENTENCE
              END-IF

              PERFORM UNTIL WSEOF = 'Y'
                  READ DataFileSix INTO FSixData
                      AT END MOVE 'Y' TO WSEOF
                      NOT AT END PERFORM CheckDaySixLine
                  END-READ
              END-PERFORM
       CLOSE DataFileSix

       PERFORM ReportInvalidLines.

CheckDaySixLine.
       ADD 1 TO WSLineNumber
       MOVE WSQuarDefReason TO WSQuarReason

       IF FUNCTION TRIM(FSixData) NOT EQUAL TO SPACES
           SET LineValid TO TRUE
           IF SixStreamSeen
               SET LineInvalid TO TRUE
           END-IF
           SET SixStreamSeen TO TRUE

           COMPUTE WSDataLen = FUNCTION LENGTH(FUNCTION TRIM(FSixData, TRAILING))
           PERFORM VARYING WSCharIdx FROM 1 BY 1
               UNTIL WSCharIdx > WSDataLen OR LineInvalid
               MOVE FSixData(WSCharIdx:1) TO WSCharCheck
               IF WSCharCheck < 'a' OR WSCharCheck > 'z'
                   SET LineInvalid TO TRUE
               END-IF
           END-PERFORM

           IF LineValid
               MOVE FSixData TO VR-LINE
               MOVE 6 TO VR-DAY
               PERFORM ApplyValidationRules
               IF VR-REJECT EQUAL TO 'Y'
                   SET LineInvalid TO TRUE
                   MOVE VR-FIREDRULE TO WSQuarReason
               END-IF
           END-IF

           IF LineInvalid
               MOVE FSixData TO WSQuarText
               PERFORM DisplayBadLine
           END-IF
       END-IF.

*> A DAYSEVEN line must be one of the four transcript shapes, the
*> same split DAYSEVEN's BranchingCompute makes; blank lines are
*> skipped there and here.
ValidateDaySeven.
       DISPLAY "--- VALIDATING INPUT_DAY_SEVEN ---"
       MOVE WSDataNameSeven TO WSQuarSource
       MOVE "2022/data/quarantine_day_seven" TO WSQuarFileName
       MOVE "D7SHELL" TO WSQuarDefReason
       MOVE 7 TO VR-DAY
       MOVE ZEROES TO WSLineNumber
       MOVE ZEROES TO WSInvalidLines
       MOVE ZEROES TO WSQuarantinedLines
       MOVE 'N' TO WSEOF

       OPEN INPUT DataFileSeven.
              IF WSFileStatus NOT EQUAL TO 0
                  PERFORM LookupFileStatusMessage
                  DISPLAY "Error " WSFileStatus ": "
                      FUNCTION TRIM(WSFileStatusDesc) ". Exiting program."
                  NEXT SENTENCE
              END-IF

              PERFORM UNTIL WSEOF = 'Y'
                  READ DataFileSeven INTO FSevenData
                      AT END MOVE 'Y' TO WSEOF
                      NOT AT END PERFORM CheckDaySevenLine
                  END-READ
              END-PERFORM
       CLOSE DataFileSeven

       PERFORM ReportInvalidLines.

CheckDaySevenLine.
       ADD 1 TO WSLineNumber
       MOVE WSQuarDefReason TO WSQuarReason

       IF FSevenData NOT EQUAL TO SPACES
           SET LineValid TO TRUE
           MOVE SPACES TO WSSevenWordOne WSSevenWordTwo WSSevenWordThree
           UNSTRING FSevenData DELIMITED BY ALL SPACE
               INTO WSSevenWordOne WSSevenWordTwo WSSevenWordThree
           EVALUATE TRUE
               WHEN WSSevenWordOne EQUAL TO "$"
               AND WSSevenWordTwo EQUAL TO "cd"
               AND WSSevenWordThree NOT EQUAL TO SPACES
                   CONTINUE
               WHEN WSSevenWordOne EQUAL TO "$"
               AND WSSevenWordTwo EQUAL TO "ls"
               AND WSSevenWordThree EQUAL TO SPACES
                   CONTINUE
               WHEN WSSevenWordOne EQUAL TO "dir"
               AND WSSevenWordTwo NOT EQUAL TO SPACES
                   CONTINUE
               WHEN FUNCTION TRIM(WSSevenWordOne) IS NUMERIC
               AND WSSevenWordTwo NOT EQUAL TO SPACES
                   CONTINUE
               WHEN OTHER
                   SET LineInvalid TO TRUE
           END-EVALUATE

           IF LineValid
               MOVE FSevenData TO VR-LINE
               MOVE 7 TO VR-DAY
               PERFORM ApplyValidationRules
               IF VR-REJECT EQUAL TO 'Y'
                   SET LineInvalid TO TRUE
                   MOVE VR-FIREDRULE TO WSQuarReason
               END-IF
           END-IF

           IF LineInvalid
               MOVE FSevenData TO WSQuarText
               PERFORM DisplayBadLine
           END-IF
       END-IF.

*> Displays and counts one malformed line, keyed on its line number
*> in the file, the way DAYTWO's own BranchingCompute already flags a
*> bad strategy line.
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

