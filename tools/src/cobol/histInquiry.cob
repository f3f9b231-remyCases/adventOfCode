               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.
           SELECT TimingFile ASSIGN TO "results/timing_history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).
       FD TimingFile.
       01 TimingRecord PIC X(40).
       FD NoteFile.
      *> day, part (blank = both), and an optional run-date range, then
      *> pages through the matching results with their recorded timings
      *> - looking backwards, the way the launch menu looks forwards.
      *> Two more lookups go straight in on the master's alternate
      *> keys: every run that produced a given result value, and
      *> everything one run id recorded.
       01 WSMasterFileName PIC X(80) VALUE "results/run_history.idx".
       01 WSMasterStatus PIC 99.
       01 WSTimingStatus PIC 99.
       01 WSEOF PIC A.

       01 WSMenuInput PIC X(80).
       01 WSLookupMode PIC X VALUE '1'.
           88 LookupByKey VALUE '1'.
           88 LookupByValue VALUE '2'.
           88 LookupByRun VALUE '3'.
       01 WSQueryValue PIC X(80) VALUE SPACES.
       01 WSQueryRunId PIC 9(6) VALUE 0.
       01 WSQueryYear PIC 9(4) VALUE 0.
       01 WSQueryDay PIC 99 VALUE 0.
       01 WSQueryPart PIC X VALUE SPACE.
       01 WSContinue PIC X.
       01 WSDayDisplay PIC Z9.
       01 WSCsFound PIC A.
       01 WSCsSuffix PIC X(20).
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCsDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSMatchDisplay.

       PROCEDURE DIVISION.
       Main.
           DISPLAY "=== RUN HISTORY INQUIRY ==="
           PERFORM PromptForLookup
           EVALUATE TRUE
               WHEN LookupByValue
                   PERFORM PromptForValue
               WHEN LookupByRun
                   PERFORM PromptForRunId
               WHEN OTHER
                   PERFORM PromptForCriteria
           END-EVALUATE
           PERFORM LoadTimings
           PERFORM LoadAnnotations
           IF LookupByKey
               PERFORM WalkHistory
           ELSE
               PERFORM WalkAlternateKey
           END-IF
           MOVE WSMatchCount TO WSMatchDisplay
           DISPLAY "=== " FUNCTION TRIM(WSMatchDisplay, LEADING)
               " MATCHING RUN(S) ==="
           GOBACK.

       PromptForLookup.
           DISPLAY "LOOK UP BY:"
           DISPLAY "  1 - YEAR/DAY/PART AND RUN DATES"
           DISPLAY "  2 - RESULT VALUE"
           DISPLAY "  3 - RUN ID"
           DISPLAY "ENTER CHOICE (BLANK FOR 1): "
           MOVE SPACES TO WSMenuInput
           ACCEPT WSMenuInput
           MOVE WSMenuInput(1:1) TO WSLookupMode
           IF NOT LookupByValue AND NOT LookupByRun
               SET LookupByKey TO TRUE
           END-IF.

      *> The value exactly as the run logged it, the way the listing
      *> prints it.
       PromptForValue.
           DISPLAY "ENTER RESULT VALUE: "
           MOVE SPACES TO WSMenuInput
           ACCEPT WSMenuInput
           MOVE FUNCTION TRIM(WSMenuInput, LEADING) TO WSQueryValue.

       PromptForRunId.
           DISPLAY "ENTER RUN ID: "
           MOVE SPACES TO WSMenuInput
           ACCEPT WSMenuInput
           COMPUTE WSQueryRunId = FUNCTION NUMVAL(WSMenuInput(1:6)).

      *> The same prompt-and-read interaction RunInteractiveMenu uses,
      *> pointed backwards: a blank answer widens the filter.
       PromptForCriteria.
           END-PERFORM
           CLOSE MasterFile.

      *> Positions on the first record carrying the wanted value or
      *> run id and reads on while the key still matches, so only the
      *> matching records are ever read.
       WalkAlternateKey.
           OPEN INPUT MasterFile
           IF WSMasterStatus NOT EQUAL TO 0
               DISPLAY "Error " WSMasterStatus ": unable to open "
                   FUNCTION TRIM(WSMasterFileName)
                   ". Sweep the dated logs with RUNHISTORY first."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WSEOF
           IF LookupByValue
               MOVE WSQueryValue TO RH-Result
               START MasterFile KEY IS EQUAL TO RH-Result
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
           ELSE
               MOVE WSQueryRunId TO RH-RunId
               START MasterFile KEY IS EQUAL TO RH-RunId
                   INVALID KEY MOVE 'Y' TO WSEOF
               END-START
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ MasterFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ShowKeyedRecord
               END-READ
           END-PERFORM
           CLOSE MasterFile.

       ShowKeyedRecord.
           IF (LookupByValue AND RH-Result NOT EQUAL TO WSQueryValue)
           OR (LookupByRun AND RH-RunId NOT EQUAL TO WSQueryRunId)
               MOVE 'Y' TO WSEOF
               NEXT SENTENCE
           END-IF
           PERFORM ShowMatchingRecord.

      *> One history record against the operator's filters; matches
      *> print with their timing, ten to a page, pausing for the
      *> operator between pages.
       ShowMatchingRecord.
           IF (WSQueryYear NOT EQUAL TO 0
               AND RH-Year NOT EQUAL TO WSQueryYear)
           OR (WSQueryDay NOT EQUAL TO 0
               AND RH-Day NOT EQUAL TO WSQueryDay)
           OR (WSQueryPart NOT EQUAL TO SPACE
           ADD 1 TO WSMatchCount
           PERFORM LookupRunTiming
           MOVE RH-Day TO WSDayDisplay
           EVALUATE TRUE
               WHEN NOT LookupByKey
                   PERFORM ShowKeyedLine
               WHEN WSCsFound EQUAL TO 'Y'
                   DISPLAY RH-RunDate " DAY "
                       FUNCTION TRIM(WSDayDisplay) " PART " RH-Part ": "
                       FUNCTION TRIM(RH-Result) " ("
                       FUNCTION TRIM(WSCsDisplay, LEADING) " CS)"
               WHEN OTHER
                   DISPLAY RH-RunDate " DAY "
                       FUNCTION TRIM(WSDayDisplay) " PART " RH-Part ": "
                       FUNCTION TRIM(RH-Result)
           END-EVALUATE

           MOVE 1 TO WSNoteIdx
           PERFORM ShowMatchingNote UNTIL WSNoteIdx > WSNoteCount
               END-IF
           END-IF.

      *> A value or run id lookup crosses years and days, so its lines
      *> carry the full key and the run id (000000 for a result swept
      *> before the run logs carried one).
       ShowKeyedLine.
           MOVE SPACES TO WSCsSuffix
           IF WSCsFound EQUAL TO 'Y'
               STRING " (" FUNCTION TRIM(WSCsDisplay, LEADING) " CS)"
                   DELIMITED BY SIZE INTO WSCsSuffix
           END-IF
           DISPLAY RH-RunDate " RUN " RH-RunId " YEAR " RH-Year
               " DAY " FUNCTION TRIM(WSDayDisplay) " PART " RH-Part ": "
               FUNCTION TRIM(RH-Result) FUNCTION TRIM(WSCsSuffix, TRAILING).

      *> One annotation against the record just listed: the note key
      *> is the same year/day/part/date shape the timing lookup uses.
       ShowMatchingNote.
