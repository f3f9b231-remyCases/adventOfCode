       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DAYFOUR.
       AUTHOR. RémyCases


       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DataFile ASSIGN TO WSDataFileName
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS IS SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT CsvFile ASSIGN TO WSCsvFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STATUS.
           SELECT AlertFile ASSIGN TO WSAlertPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ALERT-STATUS.
           SELECT EventFile ASSIGN TO WSEventPathName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.
           SELECT ConfigFile ASSIGN TO CFG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.
           SELECT DiagFile ASSIGN TO WSDiagFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIAG-STATUS.
           SELECT PassReportFile ASSIGN TO WSPassReportName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSPassReportStatus.

       DATA DIVISION.
       FILE SECTION.
       FD DataFile.
      *> One grid row: '@' a paper roll, '.' an empty floor cell.
       01 FData PIC X(256).

       FD CsvFile.
       01 CsvRecord PIC X(200).
       FD AlertFile.
       01 AlertRecord PIC X(160).
       FD EventFile.
       01 EventRecord PIC X(120).
       FD ConfigFile.
       01 ConfigRecord PIC X(80).
       FD DiagFile.
       01 DiagRecord PIC X(120).
       FD PassReportFile.
       01 PassReportRecord PIC X(80).

       WORKING-STORAGE SECTION.
       *> Data file path, overridable at runtime via the AOC2025DAY4INPUT
       *> environment variable so a sample input can be swapped in without
       *> overwriting the real puzzle input on disk.
       01 WSDataFileName PIC X(60) VALUE "2025/data/input_day_four".
       *> Shared-CSV path, overridable via AOCCSVFILE so the driver's
       *> two-phase commit can stage rows in a side file and promote
       *> them with the run log; unset, the rows land directly in the
       *> audit file as always.
       01 WSCsvFileName PIC X(60) VALUE "results/results.csv".

       *> Sandbox redirection: when AOCSANDBOXDIR names a parallel
       *> directory, the shared alert and event trails move there so a
       *> training run can never be mistaken for production.
       01 WSAlertPathName PIC X(60) VALUE "results/alerts.log".
       01 WSEventPathName PIC X(60) VALUE "results/events.log".
       01 WSSandboxDir PIC X(40).

       *> The roll grid, held with a one-cell border of empty floor on
       *> every side: grid row r / column c of the input lives at
       *> WSGridRow(r + 1)(c + 1:1), so a neighbour check at the edge
       *> reads the border instead of falling off the table. A roll
       *> marked 'x' is leaving in the current pass - it still counts
       *> as a neighbour until the pass is over, so every roll in a
       *> pass is judged against the same floor.
       01 WSGridMax PIC 9(3) VALUE 200.
       01 WSGrid.
           05 WSGridRow OCCURS 202 TIMES PIC X(202).
       01 WSRows PIC 9(3) VALUE 0.
       01 WSCols PIC 9(3) VALUE 0.
       01 WSRowLen PIC 9(3).
       01 WSRowIdx PIC 9(3).
       01 WSColIdx PIC 9(3).
       01 WSNbrRow PIC 9(3).
       01 WSNbrCol PIC 9(3).
       01 WSNbrCount PIC 9.
       01 WSCell PIC X.
       01 WSGridOverflow PIC A VALUE 'N'.
           88 GridOverflow VALUE 'Y'.
       01 WSRaggedRows PIC 9(4) VALUE 0.
       01 WSBadCells PIC 9(6) VALUE 0.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSRaggedDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSBadCellsDisplay.

      *> A roll is reachable by forklift when fewer than WSAdjacentLimit
      *> of its eight neighbours hold rolls; ADJACENTLIMIT in the
      *> runtime configuration overrides the 4 the floor works to.
       01 WSAdjacentLimit PIC 9 VALUE 4.

      *> Removal passes: each pass takes every roll reachable at its
      *> start. Pass 1's count is part 1's answer; part 2 keeps passing
      *> until one removes nothing.
       01 WSRollCount PIC 9(6) VALUE 0.
       01 WSPassNo PIC 9(5) VALUE 0.
       01 WSPassRemoved PIC 9(6) VALUE 0.
       01 WSFirstPassRemoved PIC 9(6) VALUE 0.
       01 WSTotalRemoved PIC 9(6) VALUE 0.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSAnswerDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPassNoDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSPassRemovedDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSRemainingDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCumulativeDisplay.

      *> Per-pass removal report for the floor, rewritten by every run
      *> that removes rolls (part 2 and combined mode): one line per
      *> pass with the rolls taken, the rolls left standing and the
      *> running total. AOC2025DAY4PASSES names another path for it.
       01 WSPassReportName PIC X(60) VALUE "2025/data/removal_passes_day_four".
       01 WSPassReportStatus PIC 99.
       01 WSPassReportOpen PIC A VALUE 'N'.
       01 WSPassReportLine PIC X(80).
       01 WSPassPassEdit PIC ZZZZ9.
       01 WSPassRemovedEdit PIC ZZZ,ZZ9.
       01 WSPassRemainEdit PIC ZZZ,ZZ9.
       01 WSPassCumEdit PIC ZZZ,ZZ9.
       01 WSPassDate PIC X(8).
       01 WSPassTime PIC X(8).

       01 WSEof PIC A VALUE 'N'.
       01 WSLineNumber PIC 9(6) VALUE 0.
      *> This call's lines read, for the records-read figure the
      *> driver balances against intake.
       01 WSRecordsRead PIC 9(8) VALUE 0.

       *> FILE STATUS message lookup
       01 WSFileStatus PIC 99.
       01 WSFileStatusChar PIC XX.
       01 WSFileStatusDesc PIC X(40) VALUE "UNKNOWN FILE STATUS".
       01 WSFileStatusIdx PIC 99.
       COPY "fileStatusMessage.cpy".
       COPY "csvQuoteData.cpy".
       COPY "alertFile.cpy".
       COPY "eventFile.cpy".
       COPY "configFile.cpy".
      *> Diagnostics capture: when AOCDIAGCAPTURE names a file, the
      *> detail trace this program prints also appends there, so a
      *> failure handler can re-run the failing day/part once and hand
      *> a developer the full trace without anyone re-driving it by
      *> eye.
       01 WSDiagFileName PIC X(80).
       01 DIAG-STATUS PIC 99.
       01 DIAG-LINE PIC X(120).
       01 DIAG-CAPTURE PIC A VALUE 'N'.

       *> CSV export row (day,part,input file,result,timestamp) appended
       *> to the shared spreadsheet-ready results log.
       01 WSCsvDate PIC X(8).
       01 WSCsvTime PIC X(8).
       01 WSCsvLine PIC X(200).
       *> Sixth CSV column: the active run id (AOCRUNID, exported by
       *> the driver), 000000 outside a driven run.
       01 WSCsvRunId PIC X(6).
       *> Seventh CSV column: this build's version identifier,
       *> the same one a driver's part-0 version query returns.
       COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
       *> Part number written to the CSV row: distinct from LPart so
       *> combined mode (LPart 3) can export one row per part instead of
       *> only the last-written LResult.
       01 WSCsvPart PIC 9.

       LINKAGE SECTION.
       01 LPart PIC 9 VALUE 1.
       01 LResult PIC X(80).


       PROCEDURE DIVISION USING LPart LResult.
       Main.
           COPY "versionQuery.cpy" REPLACING PART-FIELD BY LPart
               RESULT-FIELD BY LResult.
           *> 0 = success, 1 = bad input (an invalid part, a ragged row
           *> or a cell that is neither roll nor floor), 2 = a grid
           *> larger than the table, overwritten below only on failure.
           MOVE 0 TO RETURN-CODE
           PERFORM ResolveSharedOutputPaths
           COPY "validatePart.cpy" REPLACING PART-FIELD BY LPart
               RESULT-FIELD BY LResult.

           ACCEPT WSDataFileName FROM ENVIRONMENT "AOC2025DAY4INPUT"
               ON EXCEPTION
                   MOVE "2025/data/input_day_four" TO WSDataFileName
           END-ACCEPT
           ACCEPT WSPassReportName FROM ENVIRONMENT "AOC2025DAY4PASSES"
               ON EXCEPTION
                   MOVE SPACES TO WSPassReportName
           END-ACCEPT
           IF WSPassReportName EQUAL TO SPACES
               MOVE "2025/data/removal_passes_day_four" TO WSPassReportName
           END-IF
           PERFORM LoadRuntimeConfig
           ACCEPT WSDiagFileName FROM ENVIRONMENT "AOCDIAGCAPTURE"
               ON EXCEPTION
                   MOVE SPACES TO WSDiagFileName
           END-ACCEPT
           IF WSDiagFileName NOT EQUAL TO SPACES
               MOVE 'Y' TO DIAG-CAPTURE
           ELSE
               MOVE 'N' TO DIAG-CAPTURE
           END-IF

           MOVE 'N' TO WSEof
           MOVE 'N' TO WSGridOverflow
           MOVE 0 TO WSRows
           MOVE 0 TO WSCols
           MOVE 0 TO WSLineNumber
           PERFORM ClearGrid
           OPEN INPUT DataFile.
               IF WSFileStatus NOT EQUAL TO 0
                   PERFORM LookupFileStatusMessage
                   DISPLAY "Error " WSFileStatus ": "
                       FUNCTION TRIM(WSFileStatusDesc) ". Exiting program."
                   MOVE WSFileStatusDesc TO ALERT-MESSAGE
                   MOVE 1 TO ALERT-CODE
                   PERFORM AppendDayFourAlert
                   IF WSFileStatus >= 90
                       *> A 9x status (a lock collision, typically)
                       *> is the transient class the batch retries.
                       MOVE 9 TO RETURN-CODE
                   ELSE
                       MOVE 1 TO RETURN-CODE
                   END-IF
                   GOBACK
               END-IF

               MOVE 0 TO WSRecordsRead
               PERFORM UNTIL WSEof = 'Y' OR GridOverflow
                   READ DataFile INTO FData
                       AT END MOVE 'Y' TO WSEof
                       NOT AT END
                           ADD 1 TO WSRecordsRead
                           PERFORM LoadGridRow
                   END-READ
               END-PERFORM
           CLOSE DataFile
           COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WSRecordsRead.

           IF GridOverflow
               DISPLAY "ERROR: GRID LARGER THAN " WSGridMax " BY "
                   WSGridMax " AT LINE " WSLineNumber
               MOVE "GRID TOO LARGE" TO LResult
               MOVE "E" TO EVENT-SEVERITY
               MOVE "GRIDSIZE" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING "GRID LARGER THAN " WSGridMax " BY " WSGridMax
                   " AT LINE " WSLineNumber
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendDayFourEvent
               MOVE EVENT-MESSAGE TO ALERT-MESSAGE
               MOVE 2 TO ALERT-CODE
               PERFORM AppendDayFourAlert
               MOVE 2 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ReportGridShape

           *> Pass 1 answers part 1 on its own; it is also the first
           *> pass of part 2's removal, so combined mode (LPart 3)
           *> reads the grid once and passes straight on.
           PERFORM MarkAccessibleRolls
           MOVE WSPassRemoved TO WSFirstPassRemoved

           IF LPart EQUAL TO 1 OR LPart EQUAL TO 3
               MOVE WSFirstPassRemoved TO WSAnswerDisplay
               MOVE SPACES TO LResult
               STRING "ACCESSIBLE ROLLS: "
                   FUNCTION TRIM(WSAnswerDisplay, LEADING)
                   DELIMITED BY SIZE INTO LResult
               DISPLAY "[2025-04-1] " FUNCTION TRIM(LResult)
               MOVE 1 TO WSCsvPart
               PERFORM ExportCsvRow
           END-IF

           IF LPart EQUAL TO 2 OR LPart EQUAL TO 3
               PERFORM OpenPassReport
               MOVE 0 TO WSTotalRemoved
               PERFORM RemoveMarkedRolls
               PERFORM UNTIL WSPassRemoved EQUAL TO 0
                   PERFORM MarkAccessibleRolls
                   PERFORM RemoveMarkedRolls
               END-PERFORM
               PERFORM ClosePassReport
               MOVE WSTotalRemoved TO WSAnswerDisplay
               MOVE SPACES TO LResult
               STRING "ROLLS REMOVED: "
                   FUNCTION TRIM(WSAnswerDisplay, LEADING)
                   DELIMITED BY SIZE INTO LResult
               DISPLAY "[2025-04-2] " FUNCTION TRIM(LResult)
               MOVE 2 TO WSCsvPart
               PERFORM ExportCsvRow
           END-IF
           GOBACK.

       COPY "eventAppend.cpy".

       ClearGrid.
           PERFORM VARYING WSRowIdx FROM 1 BY 1 UNTIL WSRowIdx > 202
               MOVE ALL "." TO WSGridRow(WSRowIdx)
           END-PERFORM.

      *> Places one input row into the bordered grid. Blank lines are
      *> skipped; a row whose width differs from the first row's is
      *> counted as ragged (its missing cells read as floor), and any
      *> character other than '@' or '.' is counted and read as floor.
       LoadGridRow.
           ADD 1 TO WSLineNumber
           IF FData EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           COMPUTE WSRowLen = FUNCTION LENGTH(FUNCTION TRIM(FData, TRAILING))
           IF WSRows >= WSGridMax OR WSRowLen > WSGridMax
               SET GridOverflow TO TRUE
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSRows
           IF WSRows EQUAL TO 1
               MOVE WSRowLen TO WSCols
           ELSE
               IF WSRowLen NOT EQUAL TO WSCols
                   ADD 1 TO WSRaggedRows
                   IF WSRowLen > WSCols
                       MOVE WSRowLen TO WSCols
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING WSColIdx FROM 1 BY 1 UNTIL WSColIdx > WSRowLen
               MOVE FData(WSColIdx:1) TO WSCell
               EVALUATE WSCell
                   WHEN "@"
                       MOVE "@" TO WSGridRow(WSRows + 1)(WSColIdx + 1:1)
                       ADD 1 TO WSRollCount
                   WHEN "."
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WSBadCells
               END-EVALUATE
           END-PERFORM.

       ReportGridShape.
           DISPLAY "GRID: " WSRows " ROW(S) BY " WSCols " COLUMN(S), "
               WSRollCount " ROLL(S)"
           IF WSRaggedRows > 0
               MOVE WSRaggedRows TO WSRaggedDisplay
               DISPLAY "WARNING: " FUNCTION TRIM(WSRaggedDisplay, LEADING)
                   " ROW(S) NOT AS WIDE AS THE FIRST"
               MOVE "W" TO EVENT-SEVERITY
               MOVE "RAGGED" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING FUNCTION TRIM(WSRaggedDisplay, LEADING)
                   " GRID ROW(S) NOT AS WIDE AS THE FIRST"
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendDayFourEvent
               MOVE 1 TO RETURN-CODE
           END-IF
           IF WSBadCells > 0
               MOVE WSBadCells TO WSBadCellsDisplay
               DISPLAY "WARNING: " FUNCTION TRIM(WSBadCellsDisplay, LEADING)
                   " CELL(S) NEITHER ROLL NOR FLOOR, READ AS FLOOR"
               MOVE "W" TO EVENT-SEVERITY
               MOVE "BADCELL" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING FUNCTION TRIM(WSBadCellsDisplay, LEADING)
                   " GRID CELL(S) NEITHER ROLL NOR FLOOR"
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendDayFourEvent
               MOVE 1 TO RETURN-CODE
           END-IF.

      *> Marks 'x' every roll with fewer than WSAdjacentLimit rolls
      *> among its eight neighbours, counting them into WSPassRemoved.
       MarkAccessibleRolls.
           ADD 1 TO WSPassNo
           MOVE 0 TO WSPassRemoved
           PERFORM VARYING WSRowIdx FROM 2 BY 1 UNTIL WSRowIdx > WSRows + 1
               PERFORM VARYING WSColIdx FROM 2 BY 1
                   UNTIL WSColIdx > WSCols + 1
                   IF WSGridRow(WSRowIdx)(WSColIdx:1) EQUAL TO "@"
                       PERFORM CountRollNeighbours
                       IF WSNbrCount < WSAdjacentLimit
                           MOVE "x" TO WSGridRow(WSRowIdx)(WSColIdx:1)
                           ADD 1 TO WSPassRemoved
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM.

       CountRollNeighbours.
           MOVE 0 TO WSNbrCount
           PERFORM VARYING WSNbrRow FROM WSRowIdx BY 1
               UNTIL WSNbrRow > WSRowIdx + 2
               PERFORM VARYING WSNbrCol FROM WSColIdx BY 1
                   UNTIL WSNbrCol > WSColIdx + 2
                   MOVE WSGridRow(WSNbrRow - 1)(WSNbrCol - 1:1) TO WSCell
                   IF (WSCell EQUAL TO "@" OR WSCell EQUAL TO "x")
                   AND NOT (WSNbrRow EQUAL TO WSRowIdx + 1
                       AND WSNbrCol EQUAL TO WSColIdx + 1)
                       ADD 1 TO WSNbrCount
                   END-IF
               END-PERFORM
           END-PERFORM.

      *> Takes the marked rolls off the floor and reports the pass; a
      *> pass that removes nothing ends part 2 and is not reported.
       RemoveMarkedRolls.
           IF WSPassRemoved EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM VARYING WSRowIdx FROM 2 BY 1 UNTIL WSRowIdx > WSRows + 1
               INSPECT WSGridRow(WSRowIdx) REPLACING ALL "x" BY "."
           END-PERFORM
           ADD WSPassRemoved TO WSTotalRemoved
           SUBTRACT WSPassRemoved FROM WSRollCount
           MOVE WSPassNo TO WSPassNoDisplay
           MOVE WSPassRemoved TO WSPassRemovedDisplay
           MOVE WSRollCount TO WSRemainingDisplay
           MOVE WSTotalRemoved TO WSCumulativeDisplay
           DISPLAY "PASS " FUNCTION TRIM(WSPassNoDisplay, LEADING)
               ": REMOVED " FUNCTION TRIM(WSPassRemovedDisplay, LEADING)
               ", REMAINING " FUNCTION TRIM(WSRemainingDisplay, LEADING)
               ", TOTAL " FUNCTION TRIM(WSCumulativeDisplay, LEADING)
           IF DIAG-CAPTURE EQUAL TO 'Y'
               MOVE SPACES TO DIAG-LINE
               STRING "PASS " FUNCTION TRIM(WSPassNoDisplay, LEADING)
                   ": REMOVED " FUNCTION TRIM(WSPassRemovedDisplay, LEADING)
                   ", REMAINING " FUNCTION TRIM(WSRemainingDisplay, LEADING)
                   ", TOTAL " FUNCTION TRIM(WSCumulativeDisplay, LEADING)
                   DELIMITED BY SIZE INTO DIAG-LINE
               PERFORM AppendDiagLine
           END-IF
           IF WSPassReportOpen EQUAL TO 'Y'
               MOVE WSPassNo TO WSPassPassEdit
               MOVE WSPassRemoved TO WSPassRemovedEdit
               MOVE WSRollCount TO WSPassRemainEdit
               MOVE WSTotalRemoved TO WSPassCumEdit
               MOVE SPACES TO WSPassReportLine
               STRING WSPassPassEdit "     " WSPassRemovedEdit "       "
                   WSPassRemainEdit "       " WSPassCumEdit
                   DELIMITED BY SIZE INTO WSPassReportLine
               WRITE PassReportRecord FROM WSPassReportLine
           END-IF.

       OpenPassReport.
           MOVE 'N' TO WSPassReportOpen
           OPEN OUTPUT PassReportFile
           IF WSPassReportStatus NOT EQUAL TO 0
               DISPLAY "WARNING: PASS REPORT NOT WRITTEN, STATUS "
                   WSPassReportStatus " ON " FUNCTION TRIM(WSPassReportName)
               MOVE "W" TO EVENT-SEVERITY
               MOVE "PASSRPT" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING "PASS REPORT NOT WRITTEN, STATUS " WSPassReportStatus
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendDayFourEvent
               NEXT SENTENCE
           END-IF
           MOVE 'Y' TO WSPassReportOpen
           ACCEPT WSPassDate FROM DATE YYYYMMDD
           ACCEPT WSPassTime FROM TIME
           MOVE SPACES TO WSPassReportLine
           STRING "ROLL REMOVAL BY PASS - DAYFOUR (2025) - "
               WSPassDate " " WSPassTime(1:6)
               DELIMITED BY SIZE INTO WSPassReportLine
           WRITE PassReportRecord FROM WSPassReportLine
           MOVE SPACES TO WSPassReportLine
           STRING "INPUT " FUNCTION TRIM(WSDataFileName) ", "
               WSRows " X " WSCols " GRID, ADJACENT LIMIT " WSAdjacentLimit
               DELIMITED BY SIZE INTO WSPassReportLine
           WRITE PassReportRecord FROM WSPassReportLine
           MOVE " PASS     REMOVED     REMAINING    CUMULATIVE"
               TO WSPassReportLine
           WRITE PassReportRecord FROM WSPassReportLine.

       ClosePassReport.
           IF WSPassReportOpen EQUAL TO 'Y'
               MOVE WSTotalRemoved TO WSCumulativeDisplay
               MOVE WSRollCount TO WSRemainingDisplay
               MOVE SPACES TO WSPassReportLine
               STRING "TOTAL REMOVED " FUNCTION TRIM(WSCumulativeDisplay, LEADING)
                   ", " FUNCTION TRIM(WSRemainingDisplay, LEADING)
                   " ROLL(S) LEFT UNREACHABLE"
                   DELIMITED BY SIZE INTO WSPassReportLine
               WRITE PassReportRecord FROM WSPassReportLine
               CLOSE PassReportFile
               MOVE 'N' TO WSPassReportOpen
               DISPLAY "PASS REPORT: " FUNCTION TRIM(WSPassReportName)
           END-IF.

      *> Shared fill-and-append for this program's failure alerts; the
      *> caller sets ALERT-CODE and ALERT-MESSAGE first.
       AppendDayFourAlert.
           MOVE "DAYFOUR" TO ALERT-PROGRAM
           MOVE SPACES TO ALERT-KEY
           STRING "2025-04-" LPart DELIMITED BY SIZE INTO ALERT-KEY
           PERFORM AppendAlert.

      *> Shared fill-and-append for this program's events; the caller
      *> sets EVENT-SEVERITY, EVENT-CODE and EVENT-MESSAGE first.
       AppendDayFourEvent.
           MOVE "DAYFOUR" TO EVENT-PROGRAM
           PERFORM AppendOpsEvent.

       COPY "configRead.cpy".

      *> This program owns ADJACENTLIMIT: a roll with fewer neighbours
      *> than this is reachable, never above the 8 a cell can have.
       ApplyConfigParameter.
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "ADJACENTLIMIT"
           AND CFG-VALUE > 0
               IF CFG-VALUE > 8
                   MOVE 8 TO WSAdjacentLimit
               ELSE
                   MOVE CFG-VALUE TO WSAdjacentLimit
               END-IF
               DISPLAY "CONFIG OVERRIDE: ADJACENTLIMIT = " WSAdjacentLimit
           END-IF.

       COPY "alertAppend.cpy".

       *> Appends one captured trace line to the diagnostics file.
       AppendDiagLine.
           OPEN EXTEND DiagFile
           IF DIAG-STATUS NOT EQUAL TO 0
               OPEN OUTPUT DiagFile
           END-IF
           IF DIAG-STATUS EQUAL TO 0
               WRITE DiagRecord FROM DIAG-LINE
               CLOSE DiagFile
           END-IF.

      *> Appends one CSV row - day, part, input file, result, timestamp -
       *> to the shared results log so a year's runs can be loaded into a
       *> spreadsheet instead of scraped from console scrollback.
       ResolveSharedOutputPaths.
           ACCEPT WSSandboxDir FROM ENVIRONMENT "AOCSANDBOXDIR"
               ON EXCEPTION
                   MOVE SPACES TO WSSandboxDir
           END-ACCEPT
           IF WSSandboxDir NOT EQUAL TO SPACES
               MOVE SPACES TO WSAlertPathName
               STRING FUNCTION TRIM(WSSandboxDir) "/alerts.log"
                   DELIMITED BY SIZE INTO WSAlertPathName
               MOVE SPACES TO WSEventPathName
               STRING FUNCTION TRIM(WSSandboxDir) "/events.log"
                   DELIMITED BY SIZE INTO WSEventPathName
           END-IF.

       ExportCsvRow.
           MOVE LResult TO CSV-RAW
           PERFORM QuoteCsvResult
           ACCEPT WSCsvRunId FROM ENVIRONMENT "AOCRUNID"
               ON EXCEPTION
                   MOVE SPACES TO WSCsvRunId
           END-ACCEPT
           IF WSCsvRunId EQUAL TO SPACES
               MOVE "000000" TO WSCsvRunId
           END-IF
           ACCEPT WSCsvDate FROM DATE YYYYMMDD
           ACCEPT WSCsvTime FROM TIME
           MOVE SPACES TO WSCsvLine
           STRING "4" "," WSCsvPart "," "2025/data/input_day_four" ","
               FUNCTION TRIM(CSV-QUOTED, TRAILING) "," WSCsvDate WSCsvTime "," WSCsvRunId "," PROGRAM-VERSION
               DELIMITED BY SIZE INTO WSCsvLine
           ACCEPT WSCsvFileName FROM ENVIRONMENT "AOCCSVFILE"
               ON EXCEPTION
                   MOVE "results/results.csv" TO WSCsvFileName
           END-ACCEPT
           IF WSCsvFileName EQUAL TO SPACES
               MOVE "results/results.csv" TO WSCsvFileName
           END-IF
           SET CHAIN-CSV TO TRUE
           PERFORM ReadCsvChainTail
           MOVE WSCsvLine TO CHAIN-TEXT
           PERFORM AttachChainHash
           MOVE CHAIN-RECORD TO WSCsvLine
           OPEN EXTEND CsvFile
           IF CSV-STATUS NOT EQUAL TO 0
               OPEN OUTPUT CsvFile
               IF CSV-STATUS EQUAL TO 0
                   WRITE CsvRecord FROM
                       "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"
               END-IF
           END-IF
           WRITE CsvRecord FROM WSCsvLine
           CLOSE CsvFile.

       COPY "csvQuote.cpy".

      *> Translates WSFileStatus into a short description, using the
       *> data-driven lookup table pulled in above, defaulting to
       *> "UNKNOWN FILE STATUS" for a code not in the table.
       LookupFileStatusMessage.
           MOVE WSFileStatus TO WSFileStatusChar
           MOVE "UNKNOWN FILE STATUS" TO WSFileStatusDesc
           MOVE 1 TO WSFileStatusIdx
           PERFORM UNTIL WSFileStatusIdx > 20
               IF WSFileStatusCode(WSFileStatusIdx) EQUALS TO WSFileStatusChar
                   MOVE WSFileStatusMsg(WSFileStatusIdx) TO WSFileStatusDesc
                   MOVE 21 TO WSFileStatusIdx
               ELSE
                   ADD 1 TO WSFileStatusIdx
               END-IF
           END-PERFORM.
