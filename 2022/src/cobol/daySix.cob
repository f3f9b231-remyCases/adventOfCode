       >>SOURCE FORMAT FREE
*> Copyright (C) 2023 Rémy Cases
*> See LICENSE file for extended copyright information.
*> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

IDENTIFICATION DIVISION.
PROGRAM-ID. DAYSIX.
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

DATA DIVISION.
FILE SECTION.
*> The whole datastream arrives as one long line (4095 characters in
*> the published inputs); the record leaves room to spare.
FD DataFile.
01 FLine PIC X(8192).
FD CsvFile.
01 CsvRecord PIC X(200).
FD AlertFile.
01 AlertRecord PIC X(160).
FD EventFile.
01 EventRecord PIC X(120).

WORKING-STORAGE SECTION.
*> Data file path, overridable at runtime via the AOC2022DAY6INPUT
*> environment variable so a sample input can be swapped in without
*> overwriting the real puzzle input on disk.
01 WSDataFileName PIC X(60) VALUE "2022/data/input_day_six".
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

01 WSEOF PIC A VALUE 'N'.
*> This call's lines read, for the records-read figure the
*> driver balances against intake.
01 WSRecordsRead PIC 9(8) VALUE 0.
*> The datastream under examination: the first non-blank line of the
*> file. Any further non-blank line is counted and reported, never
*> silently folded into the stream.
01 WSStream PIC X(8192).
01 WSStreamLen PIC 9(5) VALUE 0.
01 WSStreamFound PIC A VALUE 'N'.
       88 StreamFound VALUE 'Y'.
01 WSExtraLines PIC 9(6) VALUE 0.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSExtraLinesDisplay.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSStreamLenDisplay.

*> Marker scan: a marker is the first run of WSMarkerSize pairwise
*> distinct characters, reported as the count of characters processed
*> up to and including its last one. WSLastSeen holds, per character
*> code, the latest position it appeared at, so the distinct window
*> slides forward in a single pass instead of re-comparing every
*> window from scratch (14 characters wide in part 2).
01 WSMarkerSize PIC 99.
01 WSMarkerPos PIC 9(5).
01 WSWindowStart PIC 9(5).
01 WSScanIdx PIC 9(5).
01 WSCharCode PIC 9(3).
01 WSLastSeenTable.
       05 WSLastSeen PIC 9(5) OCCURS 256 TIMES.
COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSMarkerPosDisplay.
01 WSMarkerSizeDisplay PIC Z9.
01 WSMarkerLabel PIC X(16).

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

       ACCEPT WSDataFileName FROM ENVIRONMENT "AOC2022DAY6INPUT"
           ON EXCEPTION
               MOVE "2022/data/input_day_six" TO WSDataFileName
       END-ACCEPT

       MOVE 'N' TO WSEOF
       MOVE 'N' TO WSStreamFound
       MOVE 0 TO WSExtraLines
       OPEN INPUT DataFile.
              IF WSFileStatus NOT EQUAL TO 0
                  PERFORM LookupFileStatusMessage
                  DISPLAY "Error " WSFileStatus ": "
                      FUNCTION TRIM(WSFileStatusDesc) ". Exiting program."
                  MOVE "DAYSIX" TO ALERT-PROGRAM
                  MOVE SPACES TO ALERT-KEY
                  STRING "2022-06-" LPart DELIMITED BY SIZE INTO ALERT-KEY
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

              MOVE 0 TO WSRecordsRead
              PERFORM UNTIL WSEOF='Y'
                  READ DataFile INTO FLine
                      AT END MOVE 'Y' TO WSEOF
                      NOT AT END
                          ADD 1 TO WSRecordsRead
                          PERFORM TakeStreamLine
                  END-READ
              END-PERFORM
       CLOSE DataFile
       COPY "recordsRead.cpy" REPLACING COUNT-FIELD BY WSRecordsRead.

       IF NOT StreamFound
           DISPLAY "ERROR: NO DATASTREAM IN "
               FUNCTION TRIM(WSDataFileName)
           MOVE "NO DATASTREAM" TO LResult
           MOVE "E" TO EVENT-SEVERITY
           MOVE "NOSTREAM" TO EVENT-CODE
           MOVE "INPUT FILE HOLDS NO DATASTREAM LINE" TO EVENT-MESSAGE
           PERFORM AppendDaySixEvent
           MOVE "INPUT FILE HOLDS NO DATASTREAM LINE" TO ALERT-MESSAGE
           PERFORM AppendDaySixAlert
           MOVE 1 TO RETURN-CODE
           GOBACK
       END-IF

       MOVE WSStreamLen TO WSStreamLenDisplay
       DISPLAY "DATASTREAM: " FUNCTION TRIM(WSStreamLenDisplay, LEADING)
           " CHARACTER(S)"
       IF WSExtraLines > 0
           MOVE WSExtraLines TO WSExtraLinesDisplay
           DISPLAY "WARNING: " FUNCTION TRIM(WSExtraLinesDisplay, LEADING)
               " LINE(S) AFTER THE DATASTREAM IGNORED"
           MOVE "W" TO EVENT-SEVERITY
           MOVE "EXTRALIN" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING FUNCTION TRIM(WSExtraLinesDisplay, LEADING)
               " LINE(S) AFTER THE DATASTREAM IGNORED"
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendDaySixEvent
       END-IF

      *> LPart 3 is the combined mode: both markers come off the same
      *> single read of DataFile instead of one CALL per part.
       IF LPart EQUAL TO 1 OR LPart EQUAL TO 3
           MOVE 4 TO WSMarkerSize
           MOVE "PACKET MARKER" TO WSMarkerLabel
           MOVE 1 TO WSCsvPart
           PERFORM ReportMarker
       END-IF

       IF LPart EQUAL TO 2 OR LPart EQUAL TO 3
           MOVE 14 TO WSMarkerSize
           MOVE "MESSAGE MARKER" TO WSMarkerLabel
           MOVE 2 TO WSCsvPart
           PERFORM ReportMarker
       END-IF
EXIT PROGRAM.

COPY "alertAppend.cpy".

COPY "eventAppend.cpy".

*> Shared fill-and-append for this program's failure alerts; the
*> caller sets ALERT-MESSAGE first.
AppendDaySixAlert.
       MOVE "DAYSIX" TO ALERT-PROGRAM
       MOVE SPACES TO ALERT-KEY
       STRING "2022-06-" LPart DELIMITED BY SIZE INTO ALERT-KEY
       MOVE 2 TO ALERT-CODE
       PERFORM AppendAlert.

*> Shared fill-and-append for this program's events; the caller sets
*> EVENT-SEVERITY, EVENT-CODE and EVENT-MESSAGE first.
AppendDaySixEvent.
       MOVE "DAYSIX" TO EVENT-PROGRAM
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
       STRING "6" "," WSCsvPart "," "2022/data/input_day_six" ","
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

*> The first non-blank line is the datastream; anything after it is
*> only counted, so a file with a stray second stream is flagged
*> instead of answered from a guess.
TakeStreamLine.
       IF FLine EQUAL TO SPACES
           NEXT SENTENCE
       END-IF
       IF StreamFound
           ADD 1 TO WSExtraLines
       ELSE
           MOVE FLine TO WSStream
           COMPUTE WSStreamLen = FUNCTION LENGTH(FUNCTION TRIM(FLine, TRAILING))
           SET StreamFound TO TRUE
       END-IF.

*> Finds the WSMarkerSize marker, fills LResult and exports the row;
*> a stream with no such run of distinct characters has no answer,
*> which is reported as bad input rather than as a position of zero.
ReportMarker.
       PERFORM FindMarker
       MOVE WSMarkerSize TO WSMarkerSizeDisplay
       MOVE SPACES TO LResult
       IF WSMarkerPos EQUAL TO 0
           STRING "NO " FUNCTION TRIM(WSMarkerLabel) " OF "
               FUNCTION TRIM(WSMarkerSizeDisplay, LEADING)
               DELIMITED BY SIZE INTO LResult
           DISPLAY "[2022-06-" WSCsvPart "] " FUNCTION TRIM(LResult)
           MOVE "W" TO EVENT-SEVERITY
           MOVE "NOMARKER" TO EVENT-CODE
           MOVE SPACES TO EVENT-MESSAGE
           STRING "NO RUN OF " FUNCTION TRIM(WSMarkerSizeDisplay, LEADING)
               " DISTINCT CHARACTERS IN THE DATASTREAM"
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendDaySixEvent
           MOVE EVENT-MESSAGE TO ALERT-MESSAGE
           PERFORM AppendDaySixAlert
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE WSMarkerPos TO WSMarkerPosDisplay
           STRING FUNCTION TRIM(WSMarkerLabel) ": "
               FUNCTION TRIM(WSMarkerPosDisplay, LEADING)
               DELIMITED BY SIZE INTO LResult
           DISPLAY "[2022-06-" WSCsvPart "] " FUNCTION TRIM(LResult)
       END-IF
       PERFORM ExportCsvRow.

*> Single pass over the stream: when the current character was last
*> seen inside the window, the window restarts just after that
*> earlier occurrence; the first time the window reaches
*> WSMarkerSize characters, every character in it is distinct.
FindMarker.
       MOVE 0 TO WSMarkerPos
       INITIALIZE WSLastSeenTable
       MOVE 1 TO WSWindowStart
       PERFORM VARYING WSScanIdx FROM 1 BY 1
           UNTIL WSScanIdx > WSStreamLen OR WSMarkerPos > 0
           COMPUTE WSCharCode = FUNCTION ORD(WSStream(WSScanIdx:1))
           IF WSLastSeen(WSCharCode) >= WSWindowStart
               COMPUTE WSWindowStart = WSLastSeen(WSCharCode) + 1
           END-IF
           MOVE WSScanIdx TO WSLastSeen(WSCharCode)
           IF WSScanIdx - WSWindowStart + 1 >= WSMarkerSize
               MOVE WSScanIdx TO WSMarkerPos
           END-IF
       END-PERFORM.

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
