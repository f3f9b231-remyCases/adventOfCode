      *> libraries the cross-year dispatch CALLs are present; the
      *> shared-output lock is absent (or called out as stale);
      *> runtime.cfg parses clean; the day quarantine files are empty;
      *> the alerts file carries no unacknowledged entries; and no day
      *> is left half-onboarded across the control datasets. Exits
      *> nonzero on NO-GO so RunYear can be gated on it.
       01 WSCatalogStatus PIC 99.
       01 WSProbeStatus PIC 99.
       01 WSToday PIC X(8).
       01 WSLine PIC X(160).
       01 WSCatPath PIC X(60).
      *> A December day's input is due from YYYY12DD; YEAROPEN
      *> registers a year's days before any of them has unlocked.
       01 WSInputDueDate PIC X(8).
       01 WSDueIdx PIC 99.

       01 WSFailCount PIC 9(3) VALUE 0.
       01 WSCheckCount PIC 9(3) VALUE 0.
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_three".
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_four".
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_five".
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_six".
           05 FILLER PIC X(40) VALUE "2022/data/quarantine_day_seven".
           05 FILLER PIC X(40) VALUE "2025/data/quarantine_day_two".
       01 WSQuarLookup REDEFINES WSQuarTable.
           05 WSQuarPath OCCURS 8 TIMES PIC X(40).
       01 WSQuarIdx PIC 9.

      *> Onboarding completeness: every day the registry carries or
      *> ONBOARD has journaled. A day ONBOARD brought in must still be
      *> in every control dataset, a day it retired in none of them;
      *> a day registered by hand before ONBOARD existed is held only
      *> to the registry and its cataloged input.
       COPY "onboardSet.cpy".
       01 WSObTable.
           05 WSObCount PIC 99 VALUE 0.
           05 WSObEntry OCCURS 60 TIMES.
               10 WSObYear PIC 9(4).
               10 WSObDay PIC 99.
               10 WSObState PIC X.
                   88 ObRegistered VALUE 'R'.
                   88 ObOnboarded VALUE 'O'.
                   88 ObRetired VALUE 'X'.
       01 WSObIdx PIC 99.
       01 WSObFound PIC 99.
       01 WSObNewState PIC X.
       01 WSObJStamp PIC X(14).
       01 WSObJWho PIC X(20).
       01 WSObJAction PIC X(8).
       01 WSObYearText PIC X(4).
       01 WSObDayText PIC X(2).
       01 WSObPresent PIC A.
       01 WSObList PIC X(200).
       01 WSObListPtr PIC 9(3).
       01 WSObListCount PIC 9.

       PROCEDURE DIVISION.
       Main.
           ACCEPT WSToday FROM DATE YYYYMMDD
           PERFORM CheckRuntimeConfig
           PERFORM CheckQuarantines
           PERFORM CheckOpenAlerts
           PERFORM CheckOnboarding
           DISPLAY "------------------------------------------"
           IF WSFailCount EQUAL TO 0
               DISPLAY "GO: " WSCheckCount " CHECK(S) PASSED"
           IF WSNumCheck EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM FindInputDueDate
           IF WSInputDueDate > WSToday
               DISPLAY "NOTE: INPUT " FUNCTION TRIM(WSCatPath)
                   " NOT DUE UNTIL " WSInputDueDate
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSCheckCount
           MOVE WSCatPath TO WSProbeName
           OPEN INPUT ProbeFile
               PERFORM FailCheck
           END-IF.

       FindInputDueDate.
           MOVE "00000000" TO WSInputDueDate
           IF WSCatPath(1:4) IS NOT NUMERIC
           OR WSCatPath(5:16) NOT EQUAL TO "/data/input_day_"
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSDueIdx
           PERFORM UNTIL WSDueIdx > 25
               IF WSCatPath(21:) EQUAL TO ONB-DAY-WORD(WSDueIdx)
                   STRING WSCatPath(1:4) "12" WSDueIdx
                       DELIMITED BY SIZE INTO WSInputDueDate
                   MOVE 25 TO WSDueIdx
               END-IF
               ADD 1 TO WSDueIdx
           END-PERFORM.

       CheckBuildLibraries.
           MOVE 1 TO WSLibIdx
           PERFORM ProbeOneLibrary UNTIL WSLibIdx > 2.

       CheckQuarantines.
           MOVE 1 TO WSQuarIdx
           PERFORM CheckOneQuarantine UNTIL WSQuarIdx > 8.

      *> Only open records block the batch: REPAIRED and REJECTED
      *> are terminal states in the quarantine lifecycle, so a closed
                   " - REVIEW WITH ALERTSWEEP FIRST"
               PERFORM FailCheck
           END-IF.

       CheckOnboarding.
           MOVE 0 TO WSObCount
           MOVE "tools/data/day_registry" TO WSProbeName
           MOVE 'N' TO WSEOF
           OPEN INPUT ProbeFile
           IF WSProbeStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ ProbeFile INTO ONB-LINE
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM NoteRegisteredDay
                   END-READ
               END-PERFORM
               CLOSE ProbeFile
           END-IF
           MOVE "tools/data/onboard_journal" TO WSProbeName
           MOVE 'N' TO WSEOF
           OPEN INPUT ProbeFile
           IF WSProbeStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ ProbeFile INTO ONB-LINE
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM NoteJournaledDay
                   END-READ
               END-PERFORM
               CLOSE ProbeFile
           END-IF
           MOVE 'N' TO WSEOF
           MOVE 1 TO WSObIdx
           PERFORM CheckOneOnboardedDay UNTIL WSObIdx > WSObCount.

       NoteRegisteredDay.
           IF FUNCTION TRIM(ONB-LINE) EQUAL TO SPACES
           OR ONB-LINE(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSObYearText
           MOVE SPACES TO WSObDayText
           UNSTRING ONB-LINE DELIMITED BY "|"
               INTO WSObYearText WSObDayText
           MOVE 'R' TO WSObNewState
           PERFORM NoteOneDay.

      *> The journal's last word on a day stands: ONBOARD then RETIRE
      *> leaves it retired, RETIRE then ONBOARD brings it back.
       NoteJournaledDay.
           IF FUNCTION TRIM(ONB-LINE) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSObJAction
           MOVE SPACES TO WSObYearText
           MOVE SPACES TO WSObDayText
           UNSTRING ONB-LINE DELIMITED BY "|"
               INTO WSObJStamp WSObJWho WSObJAction
                    WSObYearText WSObDayText
           EVALUATE WSObJAction
               WHEN "ONBOARD" MOVE 'O' TO WSObNewState
               WHEN "RETIRE" MOVE 'X' TO WSObNewState
               WHEN OTHER MOVE SPACE TO WSObNewState
           END-EVALUATE
           IF WSObNewState NOT EQUAL TO SPACE
               PERFORM NoteOneDay
           END-IF.

       NoteOneDay.
           IF WSObYearText IS NOT NUMERIC OR WSObDayText IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSObFound
           MOVE 1 TO WSObIdx
           PERFORM UNTIL WSObIdx > WSObCount
               IF WSObYear(WSObIdx) EQUAL TO FUNCTION NUMVAL(WSObYearText)
               AND WSObDay(WSObIdx) EQUAL TO FUNCTION NUMVAL(WSObDayText)
                   MOVE WSObIdx TO WSObFound
                   MOVE WSObCount TO WSObIdx
               END-IF
               ADD 1 TO WSObIdx
           END-PERFORM
           IF WSObFound EQUAL TO 0
               IF WSObCount >= 60
                   NEXT SENTENCE
               END-IF
               ADD 1 TO WSObCount
               MOVE WSObCount TO WSObFound
               COMPUTE WSObYear(WSObFound) = FUNCTION NUMVAL(WSObYearText)
               COMPUTE WSObDay(WSObFound) = FUNCTION NUMVAL(WSObDayText)
               MOVE WSObNewState TO WSObState(WSObFound)
           ELSE
               IF WSObNewState NOT EQUAL TO 'R'
                   MOVE WSObNewState TO WSObState(WSObFound)
               END-IF
           END-IF.

       CheckOneOnboardedDay.
           ADD 1 TO WSCheckCount
           MOVE WSObYear(WSObIdx) TO ONB-YEAR
           MOVE WSObDay(WSObIdx) TO ONB-DAY
           PERFORM ResolveOnboardKeys
           MOVE SPACES TO WSObList
           MOVE 1 TO WSObListPtr
           MOVE 0 TO WSObListCount
           MOVE 1 TO ONB-SET-IDX
           PERFORM CheckOneControlDataset UNTIL ONB-SET-IDX > ONB-SET-COUNT
           IF WSObListCount > 0
               IF ObRetired(WSObIdx)
                   DISPLAY "FAIL: DAY " ONB-FEED " PARTLY RETIRED - "
                       "STILL IN " FUNCTION TRIM(WSObList)
               ELSE
                   DISPLAY "FAIL: DAY " ONB-FEED " PARTLY ONBOARDED - "
                       "MISSING FROM " FUNCTION TRIM(WSObList)
               END-IF
               DISPLAY "      FINISH IT WITH ONBOARD --add OR --retire"
               PERFORM FailCheck
           END-IF
           ADD 1 TO WSObIdx.

      *> Lists the dataset against the day when it is missing one it
      *> should carry, or still carries one after the day's retirement.
       CheckOneControlDataset.
           IF ObRegistered(WSObIdx) AND ONB-SET-IDX > 2
               ADD 1 TO ONB-SET-IDX
               NEXT SENTENCE
           END-IF
           PERFORM ProbeControlDataset
           IF (ObRetired(WSObIdx) AND WSObPresent EQUAL TO 'Y')
           OR (NOT ObRetired(WSObIdx) AND WSObPresent EQUAL TO 'N')
               IF WSObListCount > 0
                   STRING ", " DELIMITED BY SIZE
                       INTO WSObList WITH POINTER WSObListPtr
               END-IF
               STRING FUNCTION TRIM(ONB-SET-PATH(ONB-SET-IDX)(12:))
                   DELIMITED BY SIZE INTO WSObList WITH POINTER WSObListPtr
               ADD 1 TO WSObListCount
           END-IF
           ADD 1 TO ONB-SET-IDX.

       ProbeControlDataset.
           MOVE 'N' TO WSObPresent
           MOVE ONB-SET-PATH(ONB-SET-IDX) TO WSProbeName
           MOVE 'N' TO WSEOF
           OPEN INPUT ProbeFile
           IF WSProbeStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ ProbeFile INTO ONB-LINE
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       PERFORM MatchOnboardKey
                       IF ONB-MATCH EQUAL TO 'Y'
                           MOVE 'Y' TO WSObPresent
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ProbeFile
           MOVE 'N' TO WSEOF.

       COPY "onboardKey.cpy".
