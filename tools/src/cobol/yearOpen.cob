       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAROPEN.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DataFile ASSIGN TO WSDataName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDataStatus.
           SELECT CopyFile ASSIGN TO WSCopyName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCopyStatus.
           SELECT LedgerFile ASSIGN TO "tools/data/year_ledger"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT ReportFile ASSIGN TO WSReportName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReportStatus.
           SELECT MasterFile ASSIGN TO WSMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterStatus.
           SELECT RegistryFile ASSIGN TO "tools/data/day_registry"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REG-STATUS.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DataFile.
       01 DataRecord PIC X(200).
       FD CopyFile.
       01 CopyRecord PIC X(200).
       FD LedgerFile.
       01 LedgerRecord PIC X(120).
       FD ReportFile.
       01 ReportRecord PIC X(120).
       FD MasterFile.
       01 RH-Record.
           05 RH-Key.
               10 RH-Year PIC 9(4).
               10 RH-Day PIC 99.
               10 RH-Part PIC X.
               10 RH-RunDate PIC X(8).
           05 RH-Result PIC X(80).
           05 RH-Version PIC X(18).
           05 RH-RunId PIC 9(6).
       FD RegistryFile.
       01 RegistryRecord PIC X(80).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Standing up a new puzzle year, the counterpart of YEARCLOSE:
      *>   YEAROPEN --year YYYY [--days NN]
      *> refuses until tools/data/year_ledger holds a CLOSED record
      *> for the year before, then
      *>   - creates the year's data, source and build directories;
      *>   - seeds the registry (and the catalog input entry every
      *>     registered day is held to) and the expected-arrivals
      *>     calendar for the NN December days (12 by default), the
      *>     same starting records ONBOARD gives a day, skipping any
      *>     day already carried;
      *>   - files the closed year's results.csv rows into
      *>     results/results_<previous year>.csv and restarts
      *>     results.csv with its header row;
      *>   - writes the year's section header (day 00) into the
      *>     run-history master;
      *>   - carries the retention policy forward (the previous year's
      *>     year-wide entries re-keyed to the new year; entries for a
      *>     day's own files follow the day through ONBOARD) and files
      *>     the runtime.cfg settings and retention policy the year
      *>     opens under in its data directory.
      *> Each step is one line of the readiness report, shown and
      *> written to results/year_open_YYYY.txt for the year-end pack.
      *> The outcome is recorded in the ledger as OPENED, or
      *> INCOMPLETE when a step failed; an incomplete open can simply
      *> be run again, every step skipping what is already in place.
       COPY "dayRegistry.cpy".
       COPY "onboardSet.cpy".
       COPY "eventFile.cpy".
       01 WSDataName PIC X(60).
       01 WSDataStatus PIC 99.
       01 WSCopyName PIC X(60).
       01 WSCopyStatus PIC 99.
       01 WSLedgerStatus PIC 99.
       01 WSReportName PIC X(60).
       01 WSReportStatus PIC 99.
       01 WSMasterFileName PIC X(80) VALUE "results/run_history.idx".
       01 WSMasterStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.

       01 WSYearText PIC X(4) VALUE SPACES.
       01 WSDaysText PIC X(2) VALUE SPACES.
       01 WSPrevText PIC X(4).
       01 WSYear PIC 9(4).
       01 WSPrevYear PIC 9(4).
       01 WSDays PIC 99 VALUE 12.
       01 WSNumCheck PIC S9(4).
       01 WSDayIdx PIC 99.
       01 WSIdx PIC 99.

       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSOperator PIC X(20).

      *> The ledger as read: has the previous year closed, and has
      *> this one already been opened?
       01 WSLedgerLine PIC X(120).
       01 WSLgYear PIC X(4).
       01 WSLgEvent PIC X(8).
       01 WSLgStamp PIC X(14).
       01 WSLgWho PIC X(20).
       01 WSLgStatus PIC X(12).
       01 WSPrevClosed PIC A VALUE 'N'.
       01 WSAlreadyOpen PIC A VALUE 'N'.
       01 WSOpenedBefore PIC A VALUE 'N'.
       01 WSOpenOutcome PIC X(10).

      *> Registry capacity: the days of the year not registered yet
      *> must all fit before anything is touched.
       01 WSDayRegistered PIC A OCCURS 25 TIMES.
       01 WSRegNeeded PIC 99 VALUE 0.
       01 WSRegRoom PIC 99 VALUE 0.

      *> Records a seeding step appends to one control dataset.
       01 WSSeedTable.
           05 WSSeedLine PIC X(120) OCCURS 25 TIMES.
       01 WSSeedCount PIC 99.
       01 WSCarriedCount PIC 99.
       01 WSSeedPresent PIC A.
       01 WSProgId PIC X(12).
       01 WSWordUpper PIC X(12).
       01 WSWordHead PIC X(12).
       01 WSWordTail PIC X(12).
       01 WSOwnerText PIC X(20).

      *> The retention policy as it stands, for the carry-forward.
       01 WSRetTable.
           05 WSRetEntry OCCURS 100 TIMES.
               10 WSRetLine PIC X(120).
               10 WSRetPattern PIC X(60).
       01 WSRetCount PIC 9(3) VALUE 0.
       01 WSRetIdx PIC 9(3).
       01 WSRetScan PIC 9(3).
       01 WSRetNewPattern PIC X(60).
       01 WSRetShopWide PIC 9(3).
       01 WSRetFound PIC A.

      *> Directories the year needs, parents first.
       01 WSDirTable.
           05 WSDirName PIC X(40) OCCURS 8 TIMES.
       01 WSDirCount PIC 9 VALUE 8.
       01 WSDirIdx PIC 9.
       01 WSDirPath PIC X(40).
       01 WSCreateDirRc PIC S9(9) COMP-5.
       01 WSFileInfo.
           05 WSFileSize PIC X(8) COMP-X.
           05 WSFileDay PIC X COMP-X.
           05 WSFileMonth PIC X COMP-X.
           05 WSFileYear PIC XX COMP-X.
           05 WSFileTime PIC X(4).

       01 WSCopyLine PIC X(200).
       01 WSCopyCount PIC 9(4).
       01 WSSettingCount PIC 9(3).
       01 WSFiledRows PIC 9(6).
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSFiledDisplay.
       01 WSCountDisplay PIC ZZZ9.
       01 WSCountDisplay2 PIC ZZZ9.

      *> Readiness report: every step is one READY or NOT READY line.
       01 WSRptLine PIC X(120).
       01 WSRptItem PIC X(40).
       01 WSRptDetail PIC X(70).
       01 WSRptReady PIC A.
       01 WSItemCount PIC 99 VALUE 0.
       01 WSReadyCount PIC 99 VALUE 0.

      *> Role gate: opening a year rewrites shop-wide control data,
      *> so it is a SUPERVISOR action; AUTHCHECK logs any refusal.
       01 WSAuthRequest.
           05 WSAuthAction PIC X(20).
           05 WSAuthRole PIC X(10).
           05 WSAuthOk PIC X.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           IF WSYearText EQUAL TO SPACES
               DISPLAY "USAGE: YEAROPEN --year YYYY [--days NN]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ValidateYearDays

           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF

           PERFORM ReadYearLedger
           IF WSAlreadyOpen EQUAL TO 'Y'
               DISPLAY "YEAR " WSYear " IS ALREADY OPEN: NOTHING DONE."
               STOP RUN
           END-IF
           IF WSPrevClosed NOT EQUAL TO 'Y'
               DISPLAY "YEAR " WSPrevYear " HAS NO SUCCESSFUL CLOSE IN "
                   "tools/data/year_ledger: YEAR " WSYear " NOT OPENED."
               DISPLAY "      RUN YEARCLOSE --year " WSPrevYear
                   " AND CLEAR ITS OPEN ITEMS FIRST."
               MOVE "YEAROPEN" TO EVENT-PROGRAM
               MOVE "W" TO EVENT-SEVERITY
               MOVE "YROPNREF" TO EVENT-CODE
               MOVE SPACES TO EVENT-MESSAGE
               STRING "YEAR " WSYear " REFUSED - " WSPrevYear
                   " NOT CLOSED" DELIMITED BY SIZE INTO EVENT-MESSAGE
               PERFORM AppendOpsEvent
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "YEAR OPEN" TO WSAuthAction
           MOVE "SUPERVISOR" TO WSAuthRole
           CALL 'AUTHCHECK' USING WSAuthRequest
           MOVE 0 TO RETURN-CODE
           IF WSAuthOk NOT EQUAL TO 'Y'
               DISPLAY "NOTHING CHANGED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM LoadDayRegistry
           PERFORM CheckRegistryRoom

           MOVE SPACES TO WSReportName
           STRING "results/year_open_" WSYearText ".txt"
               DELIMITED BY SIZE INTO WSReportName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO WSRptLine
           STRING "=== YEAR " WSYearText " OPENING READINESS REPORT ==="
               DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           MOVE SPACES TO WSRptLine
           STRING "OPENED " WSToday " " WSNowTime(1:4) " BY "
               FUNCTION TRIM(WSOperator) " - " WSDays " DECEMBER DAY(S), "
               "YEAR " WSPrevText " CLOSED"
               DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           MOVE SPACES TO WSRptLine
           PERFORM WriteReportLine

           PERFORM CreateYearDirectories
           PERFORM SeedRegistry
           PERFORM SeedCatalog
           PERFORM SeedArrivals
           PERFORM CarryRetention
           PERFORM FileRuntimeConfig
           PERFORM StartResultsGeneration
           PERFORM OpenHistorySection

           MOVE SPACES TO WSRptLine
           PERFORM WriteReportLine
           IF WSReadyCount EQUAL TO WSItemCount
               MOVE "OPENED" TO WSOpenOutcome
               MOVE SPACES TO WSRptLine
               STRING "READINESS: ALL " WSItemCount " ITEMS READY - YEAR "
                   WSYearText " IS OPEN FOR DECEMBER"
                   DELIMITED BY SIZE INTO WSRptLine
           ELSE
               MOVE "INCOMPLETE" TO WSOpenOutcome
               MOVE SPACES TO WSRptLine
               STRING "READINESS: " WSReadyCount " OF " WSItemCount
                   " ITEMS READY - CORRECT THE NOT READY LINES AND RUN "
                   "YEAROPEN AGAIN"
                   DELIMITED BY SIZE INTO WSRptLine
           END-IF
           PERFORM WriteReportLine
           IF WSReportStatus EQUAL TO 0
               CLOSE ReportFile
               DISPLAY "REPORT FILED: " FUNCTION TRIM(WSReportName)
           END-IF

           PERFORM RecordYearOpen
           MOVE "YEAROPEN" TO EVENT-PROGRAM
           MOVE SPACES TO EVENT-MESSAGE
           IF WSOpenOutcome EQUAL TO "OPENED"
               MOVE "I" TO EVENT-SEVERITY
               MOVE "YEAROPEN" TO EVENT-CODE
               STRING "YEAR " WSYear " OPENED, " WSDays " DAYS, BY "
                   FUNCTION TRIM(WSOperator)
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
           ELSE
               MOVE "W" TO EVENT-SEVERITY
               MOVE "YROPNINC" TO EVENT-CODE
               STRING "YEAR " WSYear " OPEN INCOMPLETE: " WSReadyCount
                   " OF " WSItemCount " ITEMS READY"
                   DELIMITED BY SIZE INTO EVENT-MESSAGE
               MOVE 1 TO RETURN-CODE
           END-IF
           PERFORM AppendOpsEvent
           STOP RUN.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--year"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:4) TO WSYearText
                   WHEN "--days"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:2) TO WSDaysText
                   WHEN "--master"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSMasterFileName
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       ValidateYearDays.
           COMPUTE WSNumCheck = FUNCTION TEST-NUMVAL(WSYearText)
           IF WSNumCheck NOT EQUAL TO 0
               DISPLAY "YEAR MUST BE NUMERIC: REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WSYear = FUNCTION NUMVAL(WSYearText)
           IF WSYear < 2016 OR WSYear > 2099
               DISPLAY "YEAR " WSYear " OUT OF RANGE: REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WSYear TO WSYearText
           COMPUTE WSPrevYear = WSYear - 1
           MOVE WSPrevYear TO WSPrevText
           IF WSDaysText NOT EQUAL TO SPACES
               COMPUTE WSNumCheck = FUNCTION TEST-NUMVAL(WSDaysText)
               IF WSNumCheck NOT EQUAL TO 0
                   DISPLAY "DAYS MUST BE NUMERIC: REFUSED."
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE WSDays = FUNCTION NUMVAL(WSDaysText)
           END-IF
           IF WSDays < 1 OR WSDays > 25
               DISPLAY "DAYS " WSDays " OUT OF RANGE (1-25): REFUSED."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> Any CLOSED record for the previous year will do - a later
      *> re-run of YEARCLOSE after its days were retired does not undo
      *> a close that succeeded.
       ReadYearLedger.
           MOVE 'N' TO WSEOF
           OPEN INPUT LedgerFile
           IF WSLedgerStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ LedgerFile INTO WSLedgerLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldLedgerLine
               END-READ
           END-PERFORM
           CLOSE LedgerFile.

       FoldLedgerLine.
           IF FUNCTION TRIM(WSLedgerLine) EQUAL TO SPACES
           OR WSLedgerLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSLgYear
           MOVE SPACES TO WSLgEvent
           MOVE SPACES TO WSLgStatus
           UNSTRING WSLedgerLine DELIMITED BY "|"
               INTO WSLgYear WSLgEvent WSLgStamp WSLgWho WSLgStatus
           IF WSLgYear EQUAL TO WSPrevText AND WSLgEvent EQUAL TO "CLOSE"
           AND WSLgStatus EQUAL TO "CLOSED"
               MOVE 'Y' TO WSPrevClosed
           END-IF
           IF WSLgYear EQUAL TO WSYearText AND WSLgEvent EQUAL TO "OPEN"
           AND WSLgStatus EQUAL TO "OPENED"
               MOVE 'Y' TO WSAlreadyOpen
           END-IF
           IF WSLgYear EQUAL TO WSYearText AND WSLgEvent EQUAL TO "OPEN"
               MOVE 'Y' TO WSOpenedBefore
           END-IF.

      *> The registry holds 25 entries across every year; a new year
      *> that cannot fit is refused before anything is written.
       CheckRegistryRoom.
           MOVE 0 TO WSRegNeeded
           MOVE 1 TO WSDayIdx
           PERFORM UNTIL WSDayIdx > WSDays
               MOVE 'N' TO WSDayRegistered(WSDayIdx)
               MOVE 1 TO WSIdx
               PERFORM UNTIL WSIdx > WS-DayRegistryCount
                   IF WS-DayRegistryYear(WSIdx) EQUAL TO WSYear
                   AND WS-DayRegistryDay(WSIdx) EQUAL TO WSDayIdx
                       MOVE 'Y' TO WSDayRegistered(WSDayIdx)
                       MOVE WS-DayRegistryCount TO WSIdx
                   END-IF
                   ADD 1 TO WSIdx
               END-PERFORM
               IF WSDayRegistered(WSDayIdx) EQUAL TO 'N'
                   ADD 1 TO WSRegNeeded
               END-IF
               ADD 1 TO WSDayIdx
           END-PERFORM
           COMPUTE WSRegRoom = 25 - WS-DayRegistryCount
           IF WSRegNeeded > WSRegRoom
               DISPLAY "REGISTRY HAS ROOM FOR " WSRegRoom " MORE DAY(S), "
                   "YEAR " WSYear " NEEDS " WSRegNeeded ": NOT OPENED."
               DISPLAY "      RETIRE CLOSED DAYS WITH ONBOARD --retire "
                   "FIRST."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

      *> One READY / NOT READY line per step, counted for the summary.
       ReportItem.
           ADD 1 TO WSItemCount
           MOVE SPACES TO WSRptLine
           IF WSRptReady EQUAL TO 'Y'
               ADD 1 TO WSReadyCount
               STRING "READY      " WSRptItem " " FUNCTION TRIM(WSRptDetail)
                   DELIMITED BY SIZE INTO WSRptLine
           ELSE
               STRING "NOT READY  " WSRptItem " " FUNCTION TRIM(WSRptDetail)
                   DELIMITED BY SIZE INTO WSRptLine
           END-IF
           PERFORM WriteReportLine.

       WriteReportLine.
           DISPLAY FUNCTION TRIM(WSRptLine, TRAILING)
           IF WSReportStatus EQUAL TO 0
               WRITE ReportRecord FROM WSRptLine
           END-IF.

       CreateYearDirectories.
           MOVE WSYearText TO WSDirName(1)
           STRING WSYearText "/data" DELIMITED BY SIZE INTO WSDirName(2)
           STRING WSYearText "/src" DELIMITED BY SIZE INTO WSDirName(3)
           STRING WSYearText "/src/cobol" DELIMITED BY SIZE
               INTO WSDirName(4)
           STRING WSYearText "/src/copybook" DELIMITED BY SIZE
               INTO WSDirName(5)
           MOVE "build" TO WSDirName(6)
           STRING "build/" WSYearText DELIMITED BY SIZE INTO WSDirName(7)
           STRING "build/" WSYearText "/lib" DELIMITED BY SIZE
               INTO WSDirName(8)
           MOVE 1 TO WSDirIdx
           PERFORM CreateOneDirectory UNTIL WSDirIdx > WSDirCount.

       CreateOneDirectory.
           MOVE WSDirName(WSDirIdx) TO WSDirPath
           MOVE SPACES TO WSRptItem
           STRING "DIRECTORY " WSDirPath DELIMITED BY SIZE INTO WSRptItem
           MOVE 'Y' TO WSRptReady
           CALL "CBL_CHECK_FILE_EXIST" USING WSDirPath WSFileInfo
           IF RETURN-CODE EQUAL TO 0
               MOVE "PRESENT" TO WSRptDetail
           ELSE
               CALL "CBL_CREATE_DIR" USING WSDirPath
                   RETURNING WSCreateDirRc
               END-CALL
               IF WSCreateDirRc EQUAL TO 0
                   MOVE "CREATED" TO WSRptDetail
               ELSE
                   MOVE 'N' TO WSRptReady
                   MOVE "COULD NOT BE CREATED" TO WSRptDetail
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE
           PERFORM ReportItem
           ADD 1 TO WSDirIdx.

      *> Each December day gets the record ONBOARD would give it,
      *> under its usual DAY<word> PROGRAM-ID, unless it already has
      *> one; ONBOARD --add later completes the rest of its datasets.
       SeedRegistry.
           MOVE 1 TO ONB-SET-IDX
           PERFORM SeedDataset
           MOVE "DAY REGISTRY" TO WSRptItem
           PERFORM ReportSeeding.

       SeedCatalog.
           MOVE 2 TO ONB-SET-IDX
           PERFORM SeedDataset
           MOVE "CATALOG INPUT ENTRIES" TO WSRptItem
           PERFORM ReportSeeding.

       SeedArrivals.
           MOVE 5 TO ONB-SET-IDX
           PERFORM SeedDataset
           MOVE "EXPECTED-ARRIVALS CALENDAR" TO WSRptItem
           PERFORM ReportSeeding.

       SeedDataset.
           MOVE 0 TO WSSeedCount
           MOVE 0 TO WSCarriedCount
           MOVE 'Y' TO WSRptReady
           MOVE WSYear TO ONB-YEAR
           MOVE 1 TO WSDayIdx
           PERFORM SeedOneDay UNTIL WSDayIdx > WSDays
           IF WSSeedCount EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE ONB-SET-PATH(ONB-SET-IDX) TO WSDataName
           OPEN EXTEND DataFile
           IF WSDataStatus NOT EQUAL TO 0
               OPEN OUTPUT DataFile
           END-IF
           IF WSDataStatus NOT EQUAL TO 0
               MOVE 'N' TO WSRptReady
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSSeedCount
               WRITE DataRecord FROM WSSeedLine(WSIdx)
               ADD 1 TO WSIdx
           END-PERFORM
           CLOSE DataFile.

       SeedOneDay.
           MOVE WSDayIdx TO ONB-DAY
           PERFORM ResolveOnboardKeys
           PERFORM ProbeDataset
           IF WSSeedPresent EQUAL TO 'Y'
               ADD 1 TO WSCarriedCount
           ELSE
               PERFORM BuildProgramId
               ADD 1 TO WSSeedCount
               MOVE SPACES TO WSSeedLine(WSSeedCount)
               EVALUATE ONB-SET-IDX
                   WHEN 1
                       STRING WSYearText "|" ONB-DAY "|"
                           FUNCTION TRIM(WSProgId) "|12|000300|000300"
                           DELIMITED BY SIZE INTO WSSeedLine(WSSeedCount)
                   WHEN 2
                       MOVE SPACES TO WSOwnerText
                       STRING FUNCTION TRIM(WSProgId) " " WSYearText
                           DELIMITED BY SIZE INTO WSOwnerText
                       STRING FUNCTION TRIM(ONB-INPUT-PATH) "|"
                           FUNCTION TRIM(WSOwnerText)
                           "|LAYOUT TO BE DESCRIBED|LINE SEQ|00000000|0"
                           DELIMITED BY SIZE INTO WSSeedLine(WSSeedCount)
                   WHEN 5
                       STRING ONB-FEED "|DAILY|0600"
                           DELIMITED BY SIZE INTO WSSeedLine(WSSeedCount)
               END-EVALUATE
           END-IF
           ADD 1 TO WSDayIdx.

       ProbeDataset.
           MOVE 'N' TO WSSeedPresent
           MOVE ONB-SET-PATH(ONB-SET-IDX) TO WSDataName
           MOVE 'N' TO WSEOF
           OPEN INPUT DataFile
           IF WSDataStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ DataFile INTO ONB-LINE
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       PERFORM MatchOnboardKey
                       IF ONB-MATCH EQUAL TO 'Y'
                           MOVE 'Y' TO WSSeedPresent
                           MOVE 'Y' TO WSEOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DataFile.

      *> "twenty_one" gives DAYTWENTYONE, "four" DAYFOUR.
       BuildProgramId.
           MOVE FUNCTION UPPER-CASE(ONB-WORD) TO WSWordUpper
           MOVE SPACES TO WSWordHead
           MOVE SPACES TO WSWordTail
           UNSTRING WSWordUpper DELIMITED BY "_"
               INTO WSWordHead WSWordTail
           MOVE SPACES TO WSProgId
           STRING "DAY" DELIMITED BY SIZE
               WSWordHead DELIMITED BY SPACE
               WSWordTail DELIMITED BY SPACE
               INTO WSProgId.

       ReportSeeding.
           MOVE SPACES TO WSRptDetail
           MOVE WSSeedCount TO WSCountDisplay
           MOVE WSCarriedCount TO WSCountDisplay2
           IF WSRptReady EQUAL TO 'Y'
               STRING FUNCTION TRIM(WSCountDisplay) " DAY(S) SEEDED, "
                   FUNCTION TRIM(WSCountDisplay2) " ALREADY CARRIED"
                   DELIMITED BY SIZE INTO WSRptDetail
           ELSE
               STRING FUNCTION TRIM(ONB-SET-PATH(ONB-SET-IDX))
                   " NOT WRITABLE (STATUS " WSDataStatus ")"
                   DELIMITED BY SIZE INTO WSRptDetail
           END-IF
           PERFORM ReportItem.

      *> Year-wide entries of the previous year ("YYYY/data/..." not
      *> named for a day) are re-keyed to the new year; entries with
      *> no year in them already cover every year. The policy the
      *> year opens under is then filed in its data directory.
       CarryRetention.
           MOVE 0 TO WSRetCount
           MOVE 0 TO WSRetShopWide
           MOVE 0 TO WSSeedCount
           MOVE 'Y' TO WSRptReady
           MOVE "tools/data/retention" TO WSDataName
           MOVE 'N' TO WSEOF
           OPEN INPUT DataFile
           IF WSDataStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ DataFile INTO WSCopyLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END PERFORM StoreRetentionLine
                   END-READ
               END-PERFORM
               CLOSE DataFile
           END-IF
           MOVE 1 TO WSRetIdx
           PERFORM CarryOneRetention UNTIL WSRetIdx > WSRetCount
           IF WSSeedCount > 0
               OPEN EXTEND DataFile
               IF WSDataStatus EQUAL TO 0
                   MOVE 1 TO WSIdx
                   PERFORM UNTIL WSIdx > WSSeedCount
                       WRITE DataRecord FROM WSSeedLine(WSIdx)
                       ADD 1 TO WSIdx
                   END-PERFORM
                   CLOSE DataFile
               ELSE
                   MOVE 'N' TO WSRptReady
               END-IF
           END-IF
           MOVE "RETENTION POLICY" TO WSRptItem
           MOVE SPACES TO WSRptDetail
           MOVE WSSeedCount TO WSCountDisplay
           MOVE WSRetShopWide TO WSCountDisplay2
           IF WSRptReady EQUAL TO 'Y'
               STRING FUNCTION TRIM(WSCountDisplay) " ENTRY(S) CARRIED FROM "
                   WSPrevText ", " FUNCTION TRIM(WSCountDisplay2)
                   " SHOP-WIDE IN FORCE"
                   DELIMITED BY SIZE INTO WSRptDetail
           ELSE
               STRING "tools/data/retention NOT WRITABLE (STATUS "
                   WSDataStatus ")"
                   DELIMITED BY SIZE INTO WSRptDetail
           END-IF
           PERFORM ReportItem
           MOVE "tools/data/retention" TO WSDataName
           MOVE SPACES TO WSCopyName
           STRING WSYearText "/data/opening_retention"
               DELIMITED BY SIZE INTO WSCopyName
           MOVE "RETENTION POLICY FILED" TO WSRptItem
           PERFORM FileControlCopy.

       StoreRetentionLine.
           IF FUNCTION TRIM(WSCopyLine) EQUAL TO SPACES
           OR WSCopyLine(1:1) EQUAL TO '*'
           OR WSRetCount >= 100
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSRetCount
           MOVE WSCopyLine TO WSRetLine(WSRetCount)
           MOVE SPACES TO WSRetPattern(WSRetCount)
           UNSTRING WSCopyLine DELIMITED BY "|"
               INTO WSRetPattern(WSRetCount)
           IF WSRetPattern(WSRetCount)(5:6) NOT EQUAL TO "/data/"
               ADD 1 TO WSRetShopWide
           END-IF.

       CarryOneRetention.
           MOVE 0 TO WSIdx
           IF WSRetPattern(WSRetIdx)(1:4) EQUAL TO WSPrevText
           AND WSRetPattern(WSRetIdx)(5:6) EQUAL TO "/data/"
               INSPECT WSRetPattern(WSRetIdx) TALLYING WSIdx
                   FOR ALL "_day_"
           ELSE
               MOVE 1 TO WSIdx
           END-IF
           IF WSIdx EQUAL TO 0
               MOVE WSRetPattern(WSRetIdx) TO WSRetNewPattern
               MOVE WSYearText TO WSRetNewPattern(1:4)
               MOVE 'N' TO WSRetFound
               MOVE 1 TO WSRetScan
               PERFORM UNTIL WSRetScan > WSRetCount
                   IF WSRetPattern(WSRetScan) EQUAL TO WSRetNewPattern
                       MOVE 'Y' TO WSRetFound
                       MOVE WSRetCount TO WSRetScan
                   END-IF
                   ADD 1 TO WSRetScan
               END-PERFORM
               IF WSRetFound EQUAL TO 'N' AND WSSeedCount < 25
                   ADD 1 TO WSSeedCount
                   MOVE WSRetLine(WSRetIdx) TO WSSeedLine(WSSeedCount)
                   MOVE WSYearText TO WSSeedLine(WSSeedCount)(1:4)
               END-IF
           END-IF
           ADD 1 TO WSRetIdx.

      *> runtime.cfg is shop-wide, so every setting in it carries into
      *> the new year as it stands; the copy filed with the year
      *> records what that was on the day it opened.
       FileRuntimeConfig.
           MOVE 0 TO WSSettingCount
           MOVE "tools/data/runtime.cfg" TO WSDataName
           MOVE 'N' TO WSEOF
           OPEN INPUT DataFile
           IF WSDataStatus EQUAL TO 0
               PERFORM UNTIL WSEOF EQUAL TO 'Y'
                   READ DataFile INTO WSCopyLine
                       AT END MOVE 'Y' TO WSEOF
                       NOT AT END
                           IF FUNCTION TRIM(WSCopyLine) NOT EQUAL TO SPACES
                           AND WSCopyLine(1:1) NOT EQUAL TO '*'
                               ADD 1 TO WSSettingCount
                               MOVE SPACES TO WSRptLine
                               STRING "           CARRIED SETTING "
                                   FUNCTION TRIM(WSCopyLine)
                                   DELIMITED BY SIZE INTO WSRptLine
                               PERFORM WriteReportLine
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DataFile
           END-IF
           MOVE SPACES TO WSCopyName
           STRING WSYearText "/data/opening_runtime.cfg"
               DELIMITED BY SIZE INTO WSCopyName
           MOVE "RUNTIME SETTINGS FILED" TO WSRptItem
           PERFORM FileControlCopy.

      *> Copies WSDataName to WSCopyName whole and reports it.
       FileControlCopy.
           MOVE 0 TO WSCopyCount
           MOVE 'Y' TO WSRptReady
           MOVE 'N' TO WSEOF
           OPEN INPUT DataFile
           IF WSDataStatus NOT EQUAL TO 0
               MOVE 'N' TO WSRptReady
               MOVE SPACES TO WSRptDetail
               STRING FUNCTION TRIM(WSDataName) " UNREADABLE (STATUS "
                   WSDataStatus ")" DELIMITED BY SIZE INTO WSRptDetail
               PERFORM ReportItem
               NEXT SENTENCE
           END-IF
           OPEN OUTPUT CopyFile
           IF WSCopyStatus NOT EQUAL TO 0
               CLOSE DataFile
               MOVE 'N' TO WSRptReady
               MOVE SPACES TO WSRptDetail
               STRING FUNCTION TRIM(WSCopyName) " NOT WRITABLE (STATUS "
                   WSCopyStatus ")" DELIMITED BY SIZE INTO WSRptDetail
               PERFORM ReportItem
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ DataFile INTO WSCopyLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       WRITE CopyRecord FROM WSCopyLine
                       ADD 1 TO WSCopyCount
               END-READ
           END-PERFORM
           CLOSE DataFile
           CLOSE CopyFile
           MOVE SPACES TO WSRptDetail
           MOVE WSCopyCount TO WSCountDisplay
           STRING "TO " FUNCTION TRIM(WSCopyName) " ("
               FUNCTION TRIM(WSCountDisplay) " LINES)"
               DELIMITED BY SIZE INTO WSRptDetail
           PERFORM ReportItem.

      *> The closed year's rows go to its own results_<year>.csv and
      *> results.csv starts the new generation with just its header,
      *> the same restart CSVCHECK --rotate makes each month. Header
      *> rows are filed too: each one restarts the hash chain of the
      *> rows after it. Done once only: once the year has an OPEN
      *> record in the ledger, or results_<year>.csv is on disk, the
      *> rows already went and results.csv may hold the new year's.
       StartResultsGeneration.
           MOVE 0 TO WSFiledRows
           MOVE 'Y' TO WSRptReady
           MOVE "results/results.csv" TO WSDataName
           MOVE SPACES TO WSCopyName
           STRING "results/results_" WSPrevText ".csv"
               DELIMITED BY SIZE INTO WSCopyName
           CALL "CBL_CHECK_FILE_EXIST" USING WSCopyName WSFileInfo
           IF WSOpenedBefore EQUAL TO 'Y' OR RETURN-CODE EQUAL TO 0
               MOVE 0 TO RETURN-CODE
               MOVE "RESULTS.CSV GENERATION" TO WSRptItem
               MOVE SPACES TO WSRptDetail
               STRING "ALREADY FILED TO " FUNCTION TRIM(WSCopyName)
                   DELIMITED BY SIZE INTO WSRptDetail
               PERFORM ReportItem
               NEXT SENTENCE
           END-IF
           MOVE 0 TO RETURN-CODE
           MOVE 'N' TO WSEOF
           OPEN INPUT DataFile
           IF WSDataStatus EQUAL TO 0
               OPEN EXTEND CopyFile
               IF WSCopyStatus NOT EQUAL TO 0
                   OPEN OUTPUT CopyFile
               END-IF
               IF WSCopyStatus NOT EQUAL TO 0
                   CLOSE DataFile
                   MOVE 'N' TO WSRptReady
               ELSE
                   PERFORM UNTIL WSEOF EQUAL TO 'Y'
                       READ DataFile INTO WSCopyLine
                           AT END MOVE 'Y' TO WSEOF
                           NOT AT END
                               IF WSCopyLine(1:4) NOT EQUAL TO "DAY,"
                                   ADD 1 TO WSFiledRows
                               END-IF
                               WRITE CopyRecord FROM WSCopyLine
                       END-READ
                   END-PERFORM
                   CLOSE DataFile
                   CLOSE CopyFile
               END-IF
           END-IF
           IF WSRptReady EQUAL TO 'Y'
               OPEN OUTPUT DataFile
               IF WSDataStatus EQUAL TO 0
                   WRITE DataRecord
                       FROM "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"
                   CLOSE DataFile
               ELSE
                   MOVE 'N' TO WSRptReady
               END-IF
           END-IF
           MOVE "RESULTS.CSV GENERATION" TO WSRptItem
           MOVE SPACES TO WSRptDetail
           MOVE WSFiledRows TO WSFiledDisplay
           IF WSRptReady EQUAL TO 'Y'
               STRING "NEW GENERATION STARTED, "
                   FUNCTION TRIM(WSFiledDisplay, LEADING)
                   " ROW(S) FILED TO " FUNCTION TRIM(WSCopyName)
                   DELIMITED BY SIZE INTO WSRptDetail
           ELSE
               STRING "NOT RESTARTED (STATUS " WSDataStatus "/"
                   WSCopyStatus ")" DELIMITED BY SIZE INTO WSRptDetail
           END-IF
           PERFORM ReportItem.

      *> The year's section in the master opens with a day 00 record,
      *> part 0, dated the day the year was opened; every day's own
      *> results file after it in key order.
       OpenHistorySection.
           MOVE 'Y' TO WSRptReady
           MOVE SPACES TO WSRptDetail
           OPEN I-O MasterFile
           IF WSMasterStatus EQUAL TO 35
               OPEN OUTPUT MasterFile
               IF WSMasterStatus EQUAL TO 0
                   CLOSE MasterFile
                   OPEN I-O MasterFile
               END-IF
           END-IF
           IF WSMasterStatus NOT EQUAL TO 0
               MOVE 'N' TO WSRptReady
               STRING FUNCTION TRIM(WSMasterFileName)
                   " UNAVAILABLE (STATUS " WSMasterStatus ")"
                   DELIMITED BY SIZE INTO WSRptDetail
           ELSE
               MOVE WSYear TO RH-Year
               MOVE 0 TO RH-Day
               MOVE LOW-VALUES TO RH-Part
               MOVE LOW-VALUES TO RH-RunDate
               START MasterFile KEY IS NOT LESS THAN RH-Key
                   INVALID KEY MOVE 10 TO WSMasterStatus
               END-START
               IF WSMasterStatus EQUAL TO 0
                   READ MasterFile NEXT RECORD
                       AT END MOVE 10 TO WSMasterStatus
                   END-READ
               END-IF
               IF WSMasterStatus EQUAL TO 0
               AND RH-Year EQUAL TO WSYear AND RH-Day EQUAL TO 0
                   STRING "SECTION PRESENT SINCE " RH-RunDate
                       DELIMITED BY SIZE INTO WSRptDetail
               ELSE
                   MOVE WSYear TO RH-Year
                   MOVE 0 TO RH-Day
                   MOVE "0" TO RH-Part
                   MOVE WSToday TO RH-RunDate
                   MOVE SPACES TO RH-Result
                   MOVE SPACES TO RH-Version
                   MOVE 0 TO RH-RunId
                   STRING "YEAR " WSYearText " OPENED BY "
                       FUNCTION TRIM(WSOperator) " - " WSDays
                       " DECEMBER DAY(S)"
                       DELIMITED BY SIZE INTO RH-Result
                   WRITE RH-Record
                   IF WSMasterStatus EQUAL TO 0
                       STRING "SECTION OPENED IN "
                           FUNCTION TRIM(WSMasterFileName)
                           DELIMITED BY SIZE INTO WSRptDetail
                   ELSE
                       MOVE 'N' TO WSRptReady
                       STRING "SECTION NOT WRITTEN (STATUS "
                           WSMasterStatus ")"
                           DELIMITED BY SIZE INTO WSRptDetail
                   END-IF
               END-IF
               CLOSE MasterFile
           END-IF
           MOVE "RUN-HISTORY YEAR SECTION" TO WSRptItem
           PERFORM ReportItem.

       RecordYearOpen.
           MOVE SPACES TO WSLedgerLine
           STRING WSYearText "|OPEN|" WSToday WSNowTime(1:6) "|"
               FUNCTION TRIM(WSOperator) "|"
               FUNCTION TRIM(WSOpenOutcome) "|DAYS " WSDays " READY "
               WSReadyCount " OF " WSItemCount
               DELIMITED BY SIZE INTO WSLedgerLine
           OPEN EXTEND LedgerFile
           IF WSLedgerStatus NOT EQUAL TO 0
               OPEN OUTPUT LedgerFile
           END-IF
           IF WSLedgerStatus NOT EQUAL TO 0
               DISPLAY "NOTE: unable to record the open in "
                   "tools/data/year_ledger (STATUS " WSLedgerStatus ")"
               NEXT SENTENCE
           END-IF
           WRITE LedgerRecord FROM WSLedgerLine
           CLOSE LedgerFile
           DISPLAY "YEAR " WSYear " OPEN RECORDED: "
               FUNCTION TRIM(WSOpenOutcome).

       COPY "onboardKey.cpy".
       COPY "eventAppend.cpy".
       COPY "dayRegistryLoad.cpy".
