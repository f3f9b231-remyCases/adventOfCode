       >>SOURCE FORMAT FREE
*> Copyright (C) 2023 Rémy Cases
*> See LICENSE file for extended copyright information.
*> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

IDENTIFICATION DIVISION.
PROGRAM-ID. DAYSEVEN.
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
       SELECT DirReportFile ASSIGN TO WSReportFileName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WSReportStatus.
       SELECT DirSortWork ASSIGN TO WSSortWorkName.

DATA DIVISION.
FILE SECTION.
FD DataFile.
01 FLine PIC X(80).
FD CsvFile.
01 CsvRecord PIC X(200).
FD AlertFile.
01 AlertRecord PIC X(160).
FD EventFile.
01 EventRecord PIC X(120).
FD ConfigFile.
01 ConfigRecord PIC X(80).
FD DirReportFile.
01 DirReportRecord PIC X(132).
*> One directory on its way to the report, keyed on its full path so
*> the sorted run comes back in tree order: a parent sorts ahead of
*> its children, and each subtree stays together.
SD DirSortWork.
01 SortDirRecord.
       05 SortDirPath PIC X(200).
       05 SortDirName PIC X(40).
       05 SortDirDepth PIC 9(3).
       05 SortDirOwn PIC 9(12).
       05 SortDirTotal PIC 9(12).
       05 SortDirIdx PIC 9(4).

WORKING-STORAGE SECTION.
*> Data file path, overridable at runtime via the AOC2022DAY7INPUT
*> environment variable so a sample input can be swapped in without
*> overwriting the real puzzle input on disk.
01 WSDataFileName PIC X(60) VALUE "2022/data/input_day_seven".
*> Shared-CSV path, overridable via AOCCSVFILE so the driver's
*> two-phase commit can stage rows in a side file and promote them
*> with the run log; unset, the rows land directly in the audit file
*> as always.
01 WSCsvFileName PIC X(60) VALUE "results/results.csv".

*> Sandbox redirection: when AOCSANDBOXDIR names a parallel
*> directory, the shared alert and event trails move there so a
*> training run can never be mistaken for production.
01 WSAlertPathName PIC X(60) VALUE "results/alerts.log".
01 WSEventPathName PIC X(60) VALUE "results/events.log".
01 WSSandboxDir PIC X(40).

*> Directory-size report for the floor, rewritten on every run:
*> the tree in path order, each directory's own and total bytes,
*> the part-1 SMALL directories and the part-2 DELETE choice marked.
*> AOC2022DAY7REPORT names another path for it.
01 WSReportFileName PIC X(60) VALUE "2022/data/dir_sizes_day_seven".
01 WSReportStatus PIC 99.
01 WSReportLine PIC X(132).
01 WSReportFlag PIC X(6).
01 WSReportIndent PIC 9(3).
01 WSReportEOF PIC A.
01 WSSortWorkName PIC X(60) VALUE "2022/data/work_sort_day_seven".
01 WSReportDate PIC X(8).
01 WSReportTime PIC X(8).
01 WSReportTotalEdit PIC ZZZ,ZZZ,ZZZ,ZZ9.
01 WSReportOwnEdit PIC ZZZ,ZZZ,ZZZ,ZZ9.

01 WSEOF PIC A VALUE 'N'.
*> This call's lines read, for the records-read figure the
*> driver balances against intake.
01 WSRecordsRead PIC 9(8) VALUE 0.
01 WSLineNumber PIC 9(6) VALUE 0.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSLineNumberDisplay.

*> The directory tree, one entry per directory in the order the
*> transcript first mentions it; entry 1 is the root. A directory
*> knows its parent, so a file's size is carried up the chain to
*> every ancestor's total as it is read. WSDirListed keeps a second
*> "ls" of the same directory from counting its files twice.
01 WSDirMax PIC 9(4) VALUE 2000.
01 WSDirCount PIC 9(4) VALUE 0.
01 WSDirTable.
       05 WSDirEntry OCCURS 2000 TIMES.
           10 WSDirName PIC X(40).
           10 WSDirParent PIC 9(4).
           10 WSDirDepth PIC 9(3).
           10 WSDirPath PIC X(200).
           10 WSDirOwn PIC 9(12).
           10 WSDirTotal PIC 9(12).
           10 WSDirListed PIC A.
01 WSCurDir PIC 9(4).
01 WSWalkDir PIC 9(4).
01 WSDirIdx PIC 9(4).
01 WSFoundDir PIC 9(4).
01 WSRelisting PIC A VALUE 'N'.
       88 Relisting VALUE 'Y'.
01 WSTableFull PIC A VALUE 'N'.
       88 TableFull VALUE 'Y'.

*> One transcript line, split on its blanks: "$ cd NAME", "$ ls",
*> "dir NAME" or "SIZE NAME".
01 WSWordOne PIC X(20).
01 WSWordTwo PIC X(40).
01 WSWordThree PIC X(40).
01 WSFileSize PIC 9(12).
01 WSBadLines PIC 9(6) VALUE 0.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSBadLinesDisplay.
01 WSRelistCount PIC 9(6) VALUE 0.

*> Runtime configuration (tools/data/runtime.cfg): SMALLDIRLIMIT
*> bounds a part-1 directory, DISKSIZE and DISKNEEDED frame part 2's
*> free-space target.
01 WSSmallLimit PIC 9(12) VALUE 100000.
01 WSDiskSize PIC 9(12) VALUE 70000000.
01 WSDiskNeeded PIC 9(12) VALUE 30000000.
COPY "configFile.cpy".

*> Part 1 and part 2 answers, and what part 2 is working toward.
01 WSSmallSum PIC 9(12) VALUE 0.
01 WSSmallCount PIC 9(4) VALUE 0.
01 WSDiskFree PIC S9(12) VALUE 0.
01 WSDiskShort PIC S9(12) VALUE 0.
01 WSDeleteIdx PIC 9(4) VALUE 0.
01 WSDeleteSize PIC 9(12) VALUE 0.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSAnswerDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSDirCountDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSSmallCountDisplay.

*> FILE STATUS message lookup
01 WSFileStatus PIC 99.
01 WSFileStatusChar PIC XX.
01 WSFileStatusDesc PIC X(40) VALUE "UNKNOWN FILE STATUS".
01 WSFileStatusIdx PIC 99.
COPY "fileStatusMessage.cpy".
COPY "csvQuoteData.cpy".
COPY "alertFile.cpy".
COPY "eventFile.cpy".

*> CSV export row (day,part,input file,result,timestamp) appended to
*> the shared spreadsheet-ready results log.
01 WSCsvDate PIC X(8).
01 WSCsvTime PIC X(8).
01 WSCsvLine PIC X(200).
*> Sixth CSV column: the active run id (AOCRUNID, exported by
*> the driver), 000000 outside a driven run.
01 WSCsvRunId PIC X(6).
*> Seventh CSV column: this build's version identifier,
*> the same one a driver's part-0 version query returns.
COPY "programVersion.cpy" REPLACING RELEASE-LEVEL BY "01.00".
*> Part number written to the CSV row: distinct from LPart so combined
*> mode (LPart 3) can export one row per part instead of only the
*> last-written LResult.
01 WSCsvPart PIC 9.

LINKAGE SECTION.
01 LPart PIC 9 VALUE 1.
01 LResult PIC X(80).

PROCEDURE DIVISION USING LPart LResult.
Main.
       COPY "versionQuery.cpy" REPLACING PART-FIELD BY LPart
           RESULT-FIELD BY LResult.
       COPY "validatePart.cpy" REPLACING PART-FIELD BY LPart
           RESULT-FIELD BY LResult.

       *> 0 = success, 1 = bad input, overwritten below only on failure.
       MOVE 0 TO RETURN-CODE
       PERFORM ResolveSharedOutputPaths

       ACCEPT WSDataFileName FROM ENVIRONMENT "AOC2022DAY7INPUT"
           ON EXCEPTION
               MOVE "2022/data/input_day_seven" TO WSDataFileName
       END-ACCEPT
       ACCEPT WSReportFileName FROM ENVIRONMENT "AOC2022DAY7REPORT"
           ON EXCEPTION
               MOVE SPACES TO WSReportFileName
       END-ACCEPT
       IF WSReportFileName EQUAL TO SPACES
           MOVE "2022/data/dir_sizes_day_seven" TO WSReportFileName
       END-IF

       PERFORM LoadRuntimeConfig

       MOVE 'N' TO WSEOF
       MOVE 'N' TO WSTableFull
       MOVE 0 TO WSLineNumber
       MOVE 0 TO WSBadLines
       MOVE 0 TO WSRelistCount
       OPEN INPUT DataFile.
              IF WSFileStatus NOT EQUAL TO 0
                  PERFORM LookupFileStatusMessage
                  DISPLAY "Error " WSFileStatus ": "
                      FUNCTION TRIM(WSFileStatusDesc) ". Exiting program."
                  MOVE "DAYSEVEN" TO ALERT-PROGRAM
                  MOVE SPACES TO ALERT-KEY
                  STRING "2022-07-" LPart DELIMITED BY SIZE INTO ALERT-KEY
                  MOVE 1 TO ALERT-CODE
                  MOVE WSFileStatusDesc TO ALERT-MESSAGE
                  PERFORM AppendAlert
                  IF WSFileStatus >= 90
                      *> A 9x status (a lock collision, typically)
                      *> is the transient class the batch retries.
                      MOVE 9 TO RETURN-CODE
                  ELSE
                      MOVE 1 TO RETURN-CODE
                  END-IF
                  GOBACK
              END-IF

              PERFORM CreateRootDirectory
              MOVE 0 TO WSRecordsRead
              PERFORM UNTIL WSEOF='Y' OR TableFull
                  READ DataFile INTO FLine
                      AT END MOVE 'Y' TO WSEOF
                      NOT AT END
                          ADD 1 TO WSRecordsRead
                          PERFORM BranchingCompute
                  END-READ
              END-PERFORM
       CLOSE DataFile
       COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WSRecordsRead.

       IF TableFull
           MOVE WSDirMax TO WSDirCountDisplay
           DISPLAY "ERROR: MORE THAN "
               FUNCTION TRIM(WSDirCountDisplay, LEADING)
               " DIRECTORIES, TREE NOT BUILT"
           MOVE "DIRECTORY TABLE FULL" TO LResult
           MOVE "E" TO EVENT-SEVERITY
           MOVE "DIRTABLE" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING "DIRECTORY TABLE FULL AT LINE "
               FUNCTION TRIM(WSLineNumberDisplay, LEADING)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendDaySevenEvent
           MOVE EVENT-MESSAGE TO ALERT-MESSAGE
           PERFORM AppendDaySevenAlert
           MOVE 2 TO RETURN-CODE
           GOBACK
       END-IF

       IF WSBadLines > 0
           MOVE WSBadLines TO WSBadLinesDisplay
           MOVE "W" TO EVENT-SEVERITY
           MOVE "BADLINE" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING FUNCTION TRIM(WSBadLinesDisplay, LEADING)
               " UNRECOGNIZED TRANSCRIPT LINE(S) SKIPPED"
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendDaySevenEvent
           MOVE 1 TO RETURN-CODE
       END-IF
       IF WSRelistCount > 0
           MOVE WSRelistCount TO WSBadLinesDisplay
           DISPLAY "NOTE: " FUNCTION TRIM(WSBadLinesDisplay, LEADING)
               " REPEATED LISTING(S) NOT COUNTED AGAIN"
       END-IF

       PERFORM SumSmallDirectories
       PERFORM ChooseDirectoryToDelete
       PERFORM WriteDirectoryReport

      *> LPart 3 is the combined mode: both parts are reported off the
      *> same single read of DataFile instead of one CALL per part.
       IF LPart EQUAL TO 1 OR LPart EQUAL TO 3
           MOVE WSSmallSum TO WSAnswerDisplay
           MOVE SPACES TO LResult
           STRING "SMALL DIRECTORY TOTAL: "
               FUNCTION TRIM(WSAnswerDisplay, LEADING)
               DELIMITED BY SIZE INTO LResult
           DISPLAY "[2022-07-1] " FUNCTION TRIM(LResult)
           MOVE 1 TO WSCsvPart
           PERFORM ExportCsvRow
       END-IF

       IF LPart EQUAL TO 2 OR LPart EQUAL TO 3
           MOVE SPACES TO LResult
           IF WSDeleteIdx EQUAL TO 0
               MOVE "NO DIRECTORY FREES ENOUGH SPACE" TO LResult
               MOVE "W" TO EVENT-SEVERITY
               MOVE "NODELETE" TO EVENT-CODE
               MOVE "NO SINGLE DIRECTORY FREES THE SPACE NEEDED"
                   TO EVENT-MESSAGE
               PERFORM AppendDaySevenEvent
               MOVE EVENT-MESSAGE TO ALERT-MESSAGE
               PERFORM AppendDaySevenAlert
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WSDeleteSize TO WSAnswerDisplay
               STRING "DELETE SIZE: "
                   FUNCTION TRIM(WSAnswerDisplay, LEADING)
                   DELIMITED BY SIZE INTO LResult
           END-IF
           DISPLAY "[2022-07-2] " FUNCTION TRIM(LResult)
           MOVE 2 TO WSCsvPart
           PERFORM ExportCsvRow
       END-IF
EXIT PROGRAM.

COPY "alertAppend.cpy".

COPY "eventAppend.cpy".

*> Shared fill-and-append for this program's failure alerts; the
*> caller sets ALERT-MESSAGE first.
AppendDaySevenAlert.
       MOVE "DAYSEVEN" TO ALERT-PROGRAM
       MOVE SPACES TO ALERT-KEY
       STRING "2022-07-" LPart DELIMITED BY SIZE INTO ALERT-KEY
       MOVE 2 TO ALERT-CODE
       PERFORM AppendAlert.

*> Shared fill-and-append for this program's events; the caller sets
*> EVENT-SEVERITY, EVENT-CODE and EVENT-MESSAGE first.
AppendDaySevenEvent.
       MOVE "DAYSEVEN" TO EVENT-PROGRAM
       PERFORM AppendOpsEvent.

*> Appends one CSV row - day, part, input file, result, timestamp - to
*> the shared results log so a year's runs can be loaded into a
*> spreadsheet instead of scraped from console scrollback. Combined
*> mode (LPart 3) calls this once per part via WSCsvPart, so both
*> results reach the audit trail instead of just the last one written.
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
       STRING "7" "," WSCsvPart "," "2022/data/input_day_seven" ","
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

CreateRootDirectory.
       INITIALIZE WSDirTable
       MOVE 1 TO WSDirCount
       MOVE "/" TO WSDirName(1)
       MOVE "/" TO WSDirPath(1)
       MOVE 1 TO WSDirParent(1)
       MOVE 0 TO WSDirDepth(1)
       MOVE 'N' TO WSDirListed(1)
       MOVE 1 TO WSCurDir.

*> One transcript line: a "cd" moves WSCurDir, an "ls" opens the
*> current directory's listing, a "dir" line names a child and a
*> size line adds a file. Anything else is reported and skipped.
BranchingCompute.
       ADD 1 TO WSLineNumber
       MOVE WSLineNumber TO WSLineNumberDisplay
       IF FLine EQUAL TO SPACES
           NEXT SENTENCE
       END-IF
       MOVE SPACES TO WSWordOne WSWordTwo WSWordThree
       UNSTRING FLine DELIMITED BY ALL SPACE
           INTO WSWordOne WSWordTwo WSWordThree
       EVALUATE TRUE
           WHEN WSWordOne EQUAL TO "$" AND WSWordTwo EQUAL TO "cd"
               PERFORM ChangeDirectory
           WHEN WSWordOne EQUAL TO "$" AND WSWordTwo EQUAL TO "ls"
               PERFORM StartListing
           WHEN WSWordOne EQUAL TO "dir" AND WSWordTwo NOT EQUAL TO SPACES
               MOVE WSWordTwo TO WSWordThree
               PERFORM FindOrCreateChild
           WHEN FUNCTION TRIM(WSWordOne) IS NUMERIC
           AND WSWordTwo NOT EQUAL TO SPACES
               IF NOT Relisting
                   COMPUTE WSFileSize = FUNCTION NUMVAL(WSWordOne)
                   PERFORM AddFileSize
               END-IF
           WHEN OTHER
               ADD 1 TO WSBadLines
               DISPLAY "ERROR: UNRECOGNIZED TRANSCRIPT LINE "
                   FUNCTION TRIM(WSLineNumberDisplay, LEADING)
                   ": LINE SKIPPED"
       END-EVALUATE.

ChangeDirectory.
       EVALUATE TRUE
           WHEN WSWordThree EQUAL TO "/"
               MOVE 1 TO WSCurDir
           WHEN WSWordThree EQUAL TO ".."
               MOVE WSDirParent(WSCurDir) TO WSCurDir
           WHEN WSWordThree EQUAL TO SPACES
               ADD 1 TO WSBadLines
               DISPLAY "ERROR: CD WITH NO DIRECTORY AT LINE "
                   FUNCTION TRIM(WSLineNumberDisplay, LEADING)
           WHEN OTHER
               PERFORM FindOrCreateChild
               IF WSFoundDir NOT EQUAL TO 0
                   MOVE WSFoundDir TO WSCurDir
               END-IF
       END-EVALUATE.

*> A directory listed a second time has its files skipped until the
*> next command, so a transcript that re-lists never double-counts.
StartListing.
       IF WSDirListed(WSCurDir) EQUAL TO 'Y'
           SET Relisting TO TRUE
           ADD 1 TO WSRelistCount
       ELSE
           MOVE 'N' TO WSRelisting
           MOVE 'Y' TO WSDirListed(WSCurDir)
       END-IF.

*> Looks up WSWordThree among the current directory's children,
*> adding it when the transcript names it for the first time; the
*> entry's index is left in WSFoundDir (0 once the table is full).
FindOrCreateChild.
       MOVE 0 TO WSFoundDir
       PERFORM VARYING WSDirIdx FROM 2 BY 1
           UNTIL WSDirIdx > WSDirCount OR WSFoundDir NOT EQUAL TO 0
           IF WSDirParent(WSDirIdx) EQUAL TO WSCurDir
           AND WSDirName(WSDirIdx) EQUAL TO WSWordThree
               MOVE WSDirIdx TO WSFoundDir
           END-IF
       END-PERFORM
       IF WSFoundDir EQUAL TO 0
           IF WSDirCount >= WSDirMax
               SET TableFull TO TRUE
           ELSE
               ADD 1 TO WSDirCount
               MOVE WSDirCount TO WSFoundDir
               MOVE WSWordThree TO WSDirName(WSFoundDir)
               MOVE WSCurDir TO WSDirParent(WSFoundDir)
               COMPUTE WSDirDepth(WSFoundDir) = WSDirDepth(WSCurDir) + 1
               MOVE SPACES TO WSDirPath(WSFoundDir)
               IF WSCurDir EQUAL TO 1
                   STRING "/" FUNCTION TRIM(WSWordThree)
                       DELIMITED BY SIZE INTO WSDirPath(WSFoundDir)
               ELSE
                   STRING FUNCTION TRIM(WSDirPath(WSCurDir)) "/"
                       FUNCTION TRIM(WSWordThree)
                       DELIMITED BY SIZE INTO WSDirPath(WSFoundDir)
               END-IF
               MOVE 0 TO WSDirOwn(WSFoundDir)
               MOVE 0 TO WSDirTotal(WSFoundDir)
               MOVE 'N' TO WSDirListed(WSFoundDir)
           END-IF
       END-IF.

*> A file counts toward its own directory and every directory above
*> it, up to and including the root.
AddFileSize.
       ADD WSFileSize TO WSDirOwn(WSCurDir)
       MOVE WSCurDir TO WSWalkDir
       PERFORM UNTIL WSWalkDir EQUAL TO 1
           ADD WSFileSize TO WSDirTotal(WSWalkDir)
           MOVE WSDirParent(WSWalkDir) TO WSWalkDir
       END-PERFORM
       ADD WSFileSize TO WSDirTotal(1).

*> Part 1: every directory of at most SMALLDIRLIMIT bytes, nested
*> ones included even though their bytes then count more than once.
SumSmallDirectories.
       MOVE 0 TO WSSmallSum
       MOVE 0 TO WSSmallCount
       PERFORM VARYING WSDirIdx FROM 1 BY 1 UNTIL WSDirIdx > WSDirCount
           IF WSDirTotal(WSDirIdx) <= WSSmallLimit
               ADD WSDirTotal(WSDirIdx) TO WSSmallSum
               ADD 1 TO WSSmallCount
           END-IF
       END-PERFORM.

*> Part 2: the smallest directory whose removal lifts free space to
*> DISKNEEDED. When the disk already has that much free, nothing
*> needs deleting and the answer is 0.
ChooseDirectoryToDelete.
       COMPUTE WSDiskFree = WSDiskSize - WSDirTotal(1)
       COMPUTE WSDiskShort = WSDiskNeeded - WSDiskFree
       MOVE 0 TO WSDeleteIdx
       MOVE 0 TO WSDeleteSize
       IF WSDiskShort <= 0
           MOVE 1 TO WSDeleteIdx
           MOVE 0 TO WSDeleteSize
           DISPLAY "DISK ALREADY HAS THE SPACE NEEDED: NOTHING TO DELETE"
       ELSE
           PERFORM VARYING WSDirIdx FROM 1 BY 1 UNTIL WSDirIdx > WSDirCount
               IF WSDirTotal(WSDirIdx) >= WSDiskShort
                   IF WSDeleteIdx EQUAL TO 0
                   OR WSDirTotal(WSDirIdx) < WSDeleteSize
                       MOVE WSDirIdx TO WSDeleteIdx
                       MOVE WSDirTotal(WSDirIdx) TO WSDeleteSize
                   END-IF
               END-IF
           END-PERFORM
       END-IF.

*> Rewrites the floor's directory-size report: the tree sorted by
*> path, so each directory is followed by its own subtree, indented
*> by depth, with a closing summary of both parts.
WriteDirectoryReport.
       OPEN OUTPUT DirReportFile
       IF WSReportStatus NOT EQUAL TO 0
           DISPLAY "WARNING: DIRECTORY REPORT NOT WRITTEN, STATUS "
               WSReportStatus " ON " FUNCTION TRIM(WSReportFileName)
           MOVE "W" TO EVENT-SEVERITY
           MOVE "DIRRPT" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING "DIRECTORY REPORT NOT WRITTEN, STATUS " WSReportStatus
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendDaySevenEvent
           NEXT SENTENCE
       END-IF
       ACCEPT WSReportDate FROM DATE YYYYMMDD
       ACCEPT WSReportTime FROM TIME
       MOVE SPACES TO WSReportLine
       STRING "DIRECTORY SIZE REPORT - DAYSEVEN (2022) - "
           FUNCTION TRIM(WSDataFileName) " - "
           WSReportDate " " WSReportTime(1:6)
           DELIMITED BY SIZE INTO WSReportLine
       WRITE DirReportRecord FROM WSReportLine
       MOVE SPACES TO WSReportLine
       STRING "DIRECTORY" DELIMITED BY SIZE INTO WSReportLine
       MOVE "    TOTAL BYTES" TO WSReportLine(62:15)
       MOVE "      OWN BYTES" TO WSReportLine(79:15)
       MOVE "FLAG" TO WSReportLine(96:4)
       WRITE DirReportRecord FROM WSReportLine

       SORT DirSortWork
           ON ASCENDING KEY SortDirPath
           INPUT PROCEDURE IS ReleaseDirectories
           OUTPUT PROCEDURE IS ReturnDirectories

       MOVE WSDirCount TO WSDirCountDisplay
       MOVE WSSmallCount TO WSSmallCountDisplay
       MOVE WSSmallLimit TO WSAnswerDisplay
       MOVE SPACES TO WSReportLine
       WRITE DirReportRecord FROM WSReportLine
       STRING "DIRECTORIES: " FUNCTION TRIM(WSDirCountDisplay, LEADING)
           "   SMALL (AT MOST " FUNCTION TRIM(WSAnswerDisplay, LEADING)
           " BYTES): " FUNCTION TRIM(WSSmallCountDisplay, LEADING)
           DELIMITED BY SIZE INTO WSReportLine
       WRITE DirReportRecord FROM WSReportLine
       MOVE WSSmallSum TO WSAnswerDisplay
       MOVE SPACES TO WSReportLine
       STRING "SMALL DIRECTORY TOTAL: "
           FUNCTION TRIM(WSAnswerDisplay, LEADING)
           DELIMITED BY SIZE INTO WSReportLine
       WRITE DirReportRecord FROM WSReportLine
       MOVE WSDirTotal(1) TO WSReportTotalEdit
       MOVE WSDiskSize TO WSAnswerDisplay
       MOVE SPACES TO WSReportLine
       STRING "DISK USED: " FUNCTION TRIM(WSReportTotalEdit, LEADING)
           " OF " FUNCTION TRIM(WSAnswerDisplay, LEADING) " BYTES"
           DELIMITED BY SIZE INTO WSReportLine
       WRITE DirReportRecord FROM WSReportLine
       MOVE SPACES TO WSReportLine
       MOVE WSDiskNeeded TO WSAnswerDisplay
       IF WSDiskShort <= 0
           STRING "FREE SPACE ALREADY AT LEAST "
               FUNCTION TRIM(WSAnswerDisplay, LEADING)
               " BYTES: NOTHING TO DELETE"
               DELIMITED BY SIZE INTO WSReportLine
       ELSE
           IF WSDeleteIdx EQUAL TO 0
               STRING "NO SINGLE DIRECTORY FREES "
                   FUNCTION TRIM(WSAnswerDisplay, LEADING) " BYTES"
                   DELIMITED BY SIZE INTO WSReportLine
           ELSE
               MOVE WSDeleteSize TO WSReportTotalEdit
               STRING "DELETE " FUNCTION TRIM(WSDirPath(WSDeleteIdx))
                   " (" FUNCTION TRIM(WSReportTotalEdit, LEADING)
                   " BYTES) TO REACH "
                   FUNCTION TRIM(WSAnswerDisplay, LEADING) " BYTES FREE"
                   DELIMITED BY SIZE INTO WSReportLine
           END-IF
       END-IF
       WRITE DirReportRecord FROM WSReportLine
       CLOSE DirReportFile
       DISPLAY "DIRECTORY REPORT: " FUNCTION TRIM(WSReportFileName).

ReleaseDirectories.
       PERFORM VARYING WSDirIdx FROM 1 BY 1 UNTIL WSDirIdx > WSDirCount
           MOVE WSDirPath(WSDirIdx) TO SortDirPath
           MOVE WSDirName(WSDirIdx) TO SortDirName
           MOVE WSDirDepth(WSDirIdx) TO SortDirDepth
           MOVE WSDirOwn(WSDirIdx) TO SortDirOwn
           MOVE WSDirTotal(WSDirIdx) TO SortDirTotal
           MOVE WSDirIdx TO SortDirIdx
           RELEASE SortDirRecord
       END-PERFORM.

ReturnDirectories.
       MOVE 'N' TO WSReportEOF
       PERFORM UNTIL WSReportEOF EQUAL TO 'Y'
           RETURN DirSortWork
               AT END MOVE 'Y' TO WSReportEOF
               NOT AT END PERFORM WriteDirectoryLine
           END-RETURN
       END-PERFORM.

WriteDirectoryLine.
       MOVE SPACES TO WSReportLine
       COMPUTE WSReportIndent = SortDirDepth * 2 + 1
       IF WSReportIndent > 41
           MOVE 41 TO WSReportIndent
       END-IF
       IF SortDirIdx EQUAL TO 1
           MOVE "/" TO WSReportLine(WSReportIndent:1)
       ELSE
           STRING FUNCTION TRIM(SortDirName) "/"
               DELIMITED BY SIZE INTO WSReportLine(WSReportIndent:)
       END-IF
       MOVE SortDirTotal TO WSReportTotalEdit
       MOVE SortDirOwn TO WSReportOwnEdit
       MOVE WSReportTotalEdit TO WSReportLine(62:15)
       MOVE WSReportOwnEdit TO WSReportLine(79:15)
       MOVE SPACES TO WSReportFlag
       IF SortDirTotal <= WSSmallLimit
           MOVE "SMALL" TO WSReportFlag
       END-IF
       IF SortDirIdx EQUAL TO WSDeleteIdx AND WSDiskShort > 0
           MOVE "DELETE" TO WSReportFlag
       END-IF
       MOVE WSReportFlag TO WSReportLine(96:6)
       WRITE DirReportRecord FROM WSReportLine.

COPY "configRead.cpy".

*> This program owns SMALLDIRLIMIT, DISKSIZE and DISKNEEDED.
ApplyConfigParameter.
       IF FUNCTION TRIM(CFG-NAME) EQUAL TO "SMALLDIRLIMIT"
       AND CFG-VALUE > 0
           MOVE CFG-VALUE TO WSSmallLimit
           DISPLAY "CONFIG OVERRIDE: SMALLDIRLIMIT = " WSSmallLimit
       END-IF
       IF FUNCTION TRIM(CFG-NAME) EQUAL TO "DISKSIZE"
       AND CFG-VALUE > 0
           MOVE CFG-VALUE TO WSDiskSize
           DISPLAY "CONFIG OVERRIDE: DISKSIZE = " WSDiskSize
       END-IF
       IF FUNCTION TRIM(CFG-NAME) EQUAL TO "DISKNEEDED"
       AND CFG-VALUE > 0
           MOVE CFG-VALUE TO WSDiskNeeded
           DISPLAY "CONFIG OVERRIDE: DISKNEEDED = " WSDiskNeeded
       END-IF.

COPY "csvQuote.cpy".

*> Translates WSFileStatus into a short description, using the
*> data-driven lookup table pulled in above, defaulting to
*> "UNKNOWN FILE STATUS" for a code not in the table.
LookupFileStatusMessage.
       MOVE WSFileStatus TO WSFileStatusChar
       MOVE "UNKNOWN FILE STATUS" TO WSFileStatusDesc
       MOVE 1 TO WSFileStatusIdx
       PERFORM UNTIL WSFileStatusIdx > 20
           IF WS-FileStatusCode(WSFileStatusIdx) EQUALS TO WSFileStatusChar
               MOVE WS-FileStatusMsg(WSFileStatusIdx) TO WSFileStatusDesc
               MOVE 21 TO WSFileStatusIdx
           ELSE
               ADD 1 TO WSFileStatusIdx
           END-IF
       END-PERFORM.
