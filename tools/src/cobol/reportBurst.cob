       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORTBURST.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ReportFile ASSIGN TO WSReportFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReportStatus.
           SELECT DistFile ASSIGN TO WSDistFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDistStatus.
           SELECT BurstFile ASSIGN TO WSBurstFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSBurstStatus.
           SELECT DistLogFile ASSIGN TO "results/distribution_log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSDistLogStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ReportFile.
       01 ReportRecord PIC X(160).
       FD DistFile.
       01 DistRecord PIC X(240).
       FD BurstFile.
       01 BurstRecord PIC X(160).
       FD DistLogFile.
       01 DistLogRecord PIC X(300).

       WORKING-STORAGE SECTION.
      *> Cuts one of the big operations reports - RUNREPORT,
      *> SHIFTREPORT, MONTHPACK or YEARCLOSE - into one file per
      *> recipient, so nobody splits the printout by hand. It works
      *> from the report as the operator captured it (the console
      *> output saved to a file, or its spool entry) and never reruns
      *> the report itself - YEARCLOSE records a close every time it
      *> runs:
      *>     REPORTBURST --report NAME --file PATH
      *>                 [--distribution FILE]
      *> Who receives what is tools/data/distribution
      *>     RECIPIENT|REPORTS|FILTER|RESTRICTED|DESCRIPTION
      *> (see the notes at its head). Each recipient the report goes
      *> to gets results/burst_<STAMP>_<REPORT>_<RECIPIENT>.txt, a
      *> cover page followed by the pages their filter selects, and a
      *> line in results/distribution_log
      *>     STAMP|OPERATOR|REPORT|RECIPIENT|STATUS|SENT|WITHHELD|
      *>     UNSELECTED|LINES|SOURCE|OUTPUT
      *> STATUS is SENT, WITHHELD (every page selected carries
      *> answers the recipient may not see), EMPTY (nothing matched
      *> the filter) - for both the cover page still goes, so the
      *> recipient knows the report ran - or REFUSED (a filter that
      *> cannot be read, or an output that cannot be written: nothing
      *> goes, and the return code is 1).
      *> A page is the report's own printed page where it has them
      *> (RUNREPORT, MONTHPACK), a section of SHIFTREPORT, and the
      *> closing report of YEARCLOSE. A restricted recipient never
      *> receives a page that carries a raw answer - a result row, a
      *> SOLVED or MISMATCH line, a run log result, an EXPECTED/ACTUAL
      *> alert; the page is replaced by a one-line withheld notice.
       01 WSReportName PIC X(12) VALUE SPACES.
       01 WSReportFileName PIC X(80) VALUE SPACES.
       01 WSDistFileName PIC X(80) VALUE "tools/data/distribution".
       01 WSBurstFileName PIC X(120).
       01 WSReportStatus PIC 99.
       01 WSDistStatus PIC 99.
       01 WSBurstStatus PIC 99.
       01 WSDistLogStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSToday PIC X(8).
       01 WSNowTime PIC X(8).
       01 WSStamp PIC X(14).
       01 WSOperator PIC X(20).
       01 WSLine PIC X(240).

      *> The report as read, one entry per line, with what the filters
      *> and the restriction need to know about it: the page and
      *> section it sits in, the year and day a dated line is about
      *> (0 where the report does not say), and whether it carries an
      *> answer.
       01 WSRptTable.
           05 WSRptCount PIC 9(4) VALUE 0.
           05 WSRptEntry OCCURS 3000 TIMES.
               10 WSRptText PIC X(160).
               10 WSRptPage PIC 9(3).
               10 WSRptSection PIC X(40).
               10 WSRptYear PIC 9(4).
               10 WSRptDay PIC 99.
               10 WSRptData PIC A.
               10 WSRptAnswer PIC A.
               10 WSRptKeep PIC A.
       01 WSRptIdx PIC 9(4).
       01 WSRptOverflow PIC A VALUE 'N'.
       01 WSSignatureSeen PIC A VALUE 'N'.
       01 WSCurSection PIC X(40) VALUE SPACES.
       01 WSCurPageText PIC A VALUE 'N'.
       01 WSCtxYear PIC 9(4) VALUE 0.
       01 WSNewPage PIC A.
       01 WSNewSection PIC A.
       01 WSTally PIC 9(3).
       01 WSTok1 PIC X(20).
       01 WSTok2 PIC X(20).
       01 WSTok3 PIC X(20).
       01 WSTok4 PIC X(20).
       01 WSTokText PIC X(20).
       01 WSTokNum PIC 9(4).

      *> Per page, recounted for each recipient: S sent, W withheld,
      *> N not selected.
       01 WSPageTable.
           05 WSPageCount PIC 9(3) VALUE 1.
           05 WSPageEntry OCCURS 500 TIMES.
               10 WSPgData PIC 9(4).
               10 WSPgKeptText PIC 9(4).
               10 WSPgKeptData PIC 9(4).
               10 WSPgKeptAnswer PIC 9(4).
               10 WSPgAction PIC X.
       01 WSPageIdx PIC 9(3).
       01 WSPageOverflow PIC A VALUE 'N'.
       01 WSNoticePage PIC 9(3).

      *> The recipients this report goes to.
       01 WSRecipTable.
           05 WSRecipCount PIC 9(3) VALUE 0.
           05 WSRecipEntry OCCURS 100 TIMES.
               10 WSRecipName PIC X(20).
               10 WSRecipFilter PIC X(120).
               10 WSRecipRestricted PIC A.
               10 WSRecipDesc PIC X(60).
       01 WSRecipIdx PIC 9(3).
       01 WSRecipHit PIC 9(3).
       01 WSDName PIC X(20).
       01 WSDReports PIC X(60).
       01 WSDFilter PIC X(120).
       01 WSDRestricted PIC X(3).
       01 WSDDesc PIC X(60).
       01 WSForReport PIC A.
       01 WSListItem PIC X(40).
       01 WSItemWork PIC X(40).
       01 WSPtr PIC 9(3).

      *> One recipient's filter, read from FILTER: ALL, or YEARS:,
      *> DAYS: or SECTIONS: with a comma list. Years and days take
      *> single values or LO-HI ranges; a section is matched on the
      *> leading words of the report's own section heading.
       01 WSFilterText PIC X(120).
       01 WSFltKind PIC X(10).
       01 WSFltList PIC X(120).
       01 WSFilterOk PIC A.
       01 WSFltTable.
           05 WSFltCount PIC 99 VALUE 0.
           05 WSFltEntry OCCURS 20 TIMES.
               10 WSFltLo PIC 9(4).
               10 WSFltHi PIC 9(4).
               10 WSFltText PIC X(40).
               10 WSFltLen PIC 99.
       01 WSFltIdx PIC 99.
       01 WSLoText PIC X(20).
       01 WSHiText PIC X(20).
       01 WSMatch PIC A.

       01 WSSentPages PIC 9(3).
       01 WSHeldPages PIC 9(3).
       01 WSSkipPages PIC 9(3).
       01 WSSentLines PIC 9(4).
       01 WSRecipStatus PIC X(8).
       01 WSFileTag PIC X(20).
       01 WSTagLen PIC 99.
       01 WSOutLine PIC X(160).
       01 WSLogLine PIC X(300).
       01 WSSentCount PIC 9(3) VALUE 0.
       01 WSEmptyCount PIC 9(3) VALUE 0.
       01 WSWithheldCount PIC 9(3) VALUE 0.
       01 WSRefusedCount PIC 9(3) VALUE 0.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           EVALUATE WSReportName
               WHEN "RUNREPORT"
               WHEN "SHIFTREPORT"
               WHEN "MONTHPACK"
               WHEN "YEARCLOSE"
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO WSReportFileName
           END-EVALUATE
           IF WSReportFileName EQUAL TO SPACES
               DISPLAY "USAGE: REPORTBURST --report RUNREPORT|"
                   "SHIFTREPORT|MONTHPACK|YEARCLOSE --file PATH "
                   "[--distribution FILE]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           ACCEPT WSToday FROM DATE YYYYMMDD
           ACCEPT WSNowTime FROM TIME
           MOVE SPACES TO WSStamp
           STRING WSToday WSNowTime(1:6) DELIMITED BY SIZE INTO WSStamp
           ACCEPT WSOperator FROM ENVIRONMENT "USER"
               ON EXCEPTION
                   MOVE "UNKNOWN" TO WSOperator
           END-ACCEPT
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF

           PERFORM LoadReport
           IF WSRptOverflow EQUAL TO 'Y' OR WSPageOverflow EQUAL TO 'Y'
               DISPLAY FUNCTION TRIM(WSReportFileName)
                   " IS LONGER THAN 3000 LINES OR 500 PAGES: "
                   "NOT BURST, NOTHING SENT."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WSSignatureSeen EQUAL TO 'N'
               DISPLAY FUNCTION TRIM(WSReportFileName)
                   " DOES NOT LOOK LIKE " FUNCTION TRIM(WSReportName)
                   " OUTPUT: NOT BURST, NOTHING SENT."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LoadDistribution
           IF WSRecipCount EQUAL TO 0
               DISPLAY "NO RECIPIENT IN " FUNCTION TRIM(WSDistFileName)
                   " RECEIVES " FUNCTION TRIM(WSReportName) "."
               STOP RUN
           END-IF

           DISPLAY "=== BURSTING " FUNCTION TRIM(WSReportName) " ("
               WSRptCount " LINES, " WSPageCount " PAGES) FOR "
               WSRecipCount " RECIPIENT(S) ==="
           MOVE 1 TO WSRecipIdx
           PERFORM UNTIL WSRecipIdx > WSRecipCount
               PERFORM BurstForRecipient
               ADD 1 TO WSRecipIdx
           END-PERFORM
           DISPLAY "=== " WSSentCount " SENT, " WSWithheldCount
               " WITHHELD, " WSEmptyCount " EMPTY, " WSRefusedCount
               " REFUSED; LOGGED TO "
               "results/distribution_log ==="
           IF WSRefusedCount > 0
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
                   WHEN "--report"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE FUNCTION UPPER-CASE(WSArgValue)
                           TO WSReportName
                   WHEN "--file"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSReportFileName
                   WHEN "--distribution"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSDistFileName
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadReport.
           MOVE 'N' TO WSEOF
           OPEN INPUT ReportFile
           IF WSReportStatus NOT EQUAL TO 0
               DISPLAY "Error " WSReportStatus ": unable to open "
                   FUNCTION TRIM(WSReportFileName) ". Exiting program."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ ReportFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreReportLine
               END-READ
           END-PERFORM
           CLOSE ReportFile.

      *> A blank line just ahead of a page or section heading is the
      *> spacing the report prints before it, so it moves along with
      *> the heading.
       StoreReportLine.
           IF WSRptCount >= 3000
               MOVE 'Y' TO WSRptOverflow
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSRptCount
           MOVE WSRptCount TO WSRptIdx
           MOVE WSLine(1:160) TO WSRptText(WSRptIdx)
           MOVE 0 TO WSRptYear(WSRptIdx)
           MOVE 0 TO WSRptDay(WSRptIdx)
           MOVE 'N' TO WSRptData(WSRptIdx)
           MOVE 'N' TO WSRptAnswer(WSRptIdx)
           PERFORM CheckHeadings
           MOVE WSPageCount TO WSRptPage(WSRptIdx)
           MOVE WSCurSection TO WSRptSection(WSRptIdx)
           IF (WSNewPage EQUAL TO 'Y' OR WSNewSection EQUAL TO 'Y')
           AND WSRptIdx > 1
               IF WSRptText(WSRptIdx - 1) EQUAL TO SPACES
                   MOVE WSPageCount TO WSRptPage(WSRptIdx - 1)
                   MOVE WSCurSection TO WSRptSection(WSRptIdx - 1)
               END-IF
           END-IF
           IF WSLine NOT EQUAL TO SPACES
               MOVE 'Y' TO WSCurPageText
           END-IF
           PERFORM ClassifyReportLine.

      *> Where each report starts its pages and sections, and the line
      *> that shows the file really is that report.
       CheckHeadings.
           MOVE 'N' TO WSNewPage
           MOVE 'N' TO WSNewSection
           EVALUATE WSReportName
               WHEN "RUNREPORT"
                   IF WSLine(1:22) EQUAL TO "AOC RUN RESULTS REPORT"
                       MOVE 'Y' TO WSSignatureSeen
                       MOVE 'Y' TO WSNewPage
                       MOVE "RESULTS" TO WSCurSection
                   END-IF
                   IF WSLine(1:22) EQUAL TO "NO CSV ROWS TO REPORT."
                       MOVE 'Y' TO WSSignatureSeen
                   END-IF
               WHEN "MONTHPACK"
                   IF WSLine(1:29) EQUAL TO "AOC MONTH-END OPERATIONS PACK"
                       MOVE 'Y' TO WSSignatureSeen
                       MOVE 'Y' TO WSNewPage
                   END-IF
                   IF WSLine(1:7) EQUAL TO "METRIC "
                       MOVE "METRICS" TO WSCurSection
                       MOVE 'Y' TO WSNewSection
                   END-IF
                   IF WSLine(1:16) EQUAL TO "AVERAGE ELAPSED "
                       MOVE "AVERAGE ELAPSED" TO WSCurSection
                       MOVE 'Y' TO WSNewSection
                   END-IF
               WHEN "SHIFTREPORT"
                   IF WSLine(1:17) EQUAL TO "SHIFT HANDOVER - "
                       MOVE 'Y' TO WSSignatureSeen
                   END-IF
                   IF WSLine(1:4) EQUAL TO "--- "
                       MOVE SPACES TO WSCurSection
                       UNSTRING WSLine(5:) DELIMITED BY " ---"
                           INTO WSCurSection
                       MOVE 'Y' TO WSNewPage
                       MOVE 'Y' TO WSNewSection
                   END-IF
                   IF WSLine(1:4) EQUAL TO "===="
                   AND WSCurSection NOT EQUAL TO SPACES
                       MOVE SPACES TO WSCurSection
                       MOVE 'Y' TO WSNewPage
                       MOVE 'Y' TO WSNewSection
                   END-IF
               WHEN "YEARCLOSE"
                   IF WSLine(1:9) EQUAL TO "=== YEAR "
                       MOVE 'Y' TO WSSignatureSeen
                       MOVE 'Y' TO WSNewPage
                       MOVE "CLOSING" TO WSCurSection
                       IF WSLine(10:4) IS NUMERIC
                           MOVE WSLine(10:4) TO WSCtxYear
                       END-IF
                   END-IF
           END-EVALUATE
           IF WSNewPage EQUAL TO 'Y'
               PERFORM StartNewPage
           END-IF.

      *> A heading only opens a page once the current one has printed
      *> something.
       StartNewPage.
           IF WSCurPageText EQUAL TO 'N'
               NEXT SENTENCE
           END-IF
           IF WSPageCount >= 500
               MOVE 'Y' TO WSPageOverflow
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSPageCount
           MOVE 'N' TO WSCurPageText.

      *> Dated lines and answer-bearing lines, report by report. An
      *> EXPECTED/ACTUAL pair (BASELINECHECK's alert text) carries
      *> answers wherever it turns up.
       ClassifyReportLine.
           MOVE SPACES TO WSTok1
           MOVE SPACES TO WSTok2
           MOVE SPACES TO WSTok3
           MOVE SPACES TO WSTok4
           EVALUATE WSReportName
               WHEN "RUNREPORT"
                   IF WSLine(1:4) IS NUMERIC
                   AND WSLine(5:2) EQUAL TO SPACES
                       MOVE 'Y' TO WSRptData(WSRptIdx)
                       MOVE WSLine(1:4) TO WSCtxYear
                       MOVE WSCtxYear TO WSRptYear(WSRptIdx)
                       IF WSLine(7:2) IS NUMERIC
                           MOVE WSLine(7:2) TO WSRptDay(WSRptIdx)
                       END-IF
                       IF WSLine(14:40) NOT EQUAL TO SPACES
                           MOVE 'Y' TO WSRptAnswer(WSRptIdx)
                       END-IF
                   END-IF
                   IF WSLine(1:10) EQUAL TO "   ** DAY "
                       MOVE 'Y' TO WSRptData(WSRptIdx)
                       MOVE WSCtxYear TO WSRptYear(WSRptIdx)
                       IF WSLine(11:2) IS NUMERIC
                           MOVE WSLine(11:2) TO WSRptDay(WSRptIdx)
                       END-IF
                   END-IF
               WHEN "MONTHPACK"
                   IF WSLine(1:4) IS NUMERIC
                   AND WSLine(5:2) EQUAL TO SPACES
                       MOVE 'Y' TO WSRptData(WSRptIdx)
                       MOVE WSLine(1:4) TO WSRptYear(WSRptIdx)
                       UNSTRING WSLine(7:) DELIMITED BY ALL SPACE
                           INTO WSTok1
                       MOVE WSTok1 TO WSTokText
                       PERFORM TokenToNumber
                       MOVE WSTokNum TO WSRptDay(WSRptIdx)
                   END-IF
               WHEN "YEARCLOSE"
                   IF WSLine(1:4) EQUAL TO "DAY "
                       MOVE 'Y' TO WSRptData(WSRptIdx)
                       MOVE WSCtxYear TO WSRptYear(WSRptIdx)
                       UNSTRING WSLine DELIMITED BY ALL SPACE
                           INTO WSTok1 WSTok2
                       MOVE WSTok2 TO WSTokText
                       PERFORM TokenToNumber
                       MOVE WSTokNum TO WSRptDay(WSRptIdx)
                       MOVE 0 TO WSTally
                       INSPECT WSLine TALLYING WSTally
                           FOR ALL ": SOLVED - " ALL ": MISMATCH - "
                       IF WSTally > 0
                           MOVE 'Y' TO WSRptAnswer(WSRptIdx)
                       END-IF
                   END-IF
               WHEN "SHIFTREPORT"
                   IF WSCurSection(1:21) EQUAL TO "RUNS COMPLETED TODAY"
                       IF WSLine(1:5) EQUAL TO "YEAR "
                           MOVE 'Y' TO WSRptData(WSRptIdx)
                           MOVE 'Y' TO WSRptAnswer(WSRptIdx)
                           UNSTRING WSLine DELIMITED BY ALL SPACE
                               INTO WSTok1 WSTok2 WSTok3 WSTok4
                           MOVE WSTok2 TO WSTokText
                           PERFORM TokenToNumber
                           MOVE WSTokNum TO WSRptYear(WSRptIdx)
                           MOVE WSTok4 TO WSTokText
                           PERFORM TokenToNumber
                           MOVE WSTokNum TO WSRptDay(WSRptIdx)
                       END-IF
                       IF WSLine(1:4) EQUAL TO "DAY "
                           MOVE 'Y' TO WSRptData(WSRptIdx)
                           MOVE 'Y' TO WSRptAnswer(WSRptIdx)
                           UNSTRING WSLine DELIMITED BY ALL SPACE
                               INTO WSTok1 WSTok2
                           MOVE WSTok2 TO WSTokText
                           PERFORM TokenToNumber
                           MOVE WSTokNum TO WSRptDay(WSRptIdx)
                       END-IF
                   END-IF
                   IF WSLine(1:8) EQUAL TO "PENDING|"
                   OR WSLine(1:8) EQUAL TO "WAITING|"
                       MOVE 'Y' TO WSRptData(WSRptIdx)
                       UNSTRING WSLine DELIMITED BY "|"
                           INTO WSTok1 WSTok2 WSTok3
                       MOVE WSTok2 TO WSTokText
                       PERFORM TokenToNumber
                       MOVE WSTokNum TO WSRptYear(WSRptIdx)
                       MOVE WSTok3 TO WSTokText
                       PERFORM TokenToNumber
                       MOVE WSTokNum TO WSRptDay(WSRptIdx)
                   END-IF
           END-EVALUATE
           MOVE 0 TO WSTally
           INSPECT WSLine TALLYING WSTally FOR ALL " EXPECTED "
           IF WSTally > 0
               MOVE 0 TO WSTally
               INSPECT WSLine TALLYING WSTally FOR ALL " ACTUAL "
               IF WSTally > 0
                   MOVE 'Y' TO WSRptAnswer(WSRptIdx)
               END-IF
           END-IF.

       TokenToNumber.
           MOVE 0 TO WSTokNum
           IF WSTokText NOT EQUAL TO SPACES
           AND FUNCTION TEST-NUMVAL(WSTokText) EQUAL TO 0
           AND FUNCTION NUMVAL(WSTokText) < 10000
               COMPUTE WSTokNum = FUNCTION NUMVAL(WSTokText)
           END-IF.

       LoadDistribution.
           MOVE 'N' TO WSEOF
           OPEN INPUT DistFile
           IF WSDistStatus NOT EQUAL TO 0
               DISPLAY "Error " WSDistStatus ": unable to open "
                   FUNCTION TRIM(WSDistFileName) ". Exiting program."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ DistFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreDistributionLine
               END-READ
           END-PERFORM
           CLOSE DistFile.

      *> Keeps the lines that name this report (or ALL). A recipient
      *> listed twice for the same report gets the first line only.
      *> RESTRICTED is on unless it says N: leaving it blank must not
      *> be how answers get out.
       StoreDistributionLine.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSDName
           MOVE SPACES TO WSDReports
           MOVE SPACES TO WSDFilter
           MOVE SPACES TO WSDRestricted
           MOVE SPACES TO WSDDesc
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSDName WSDReports WSDFilter WSDRestricted WSDDesc
           MOVE FUNCTION TRIM(WSDName) TO WSDName
           MOVE FUNCTION UPPER-CASE(WSDReports) TO WSDReports
           MOVE 'N' TO WSForReport
           MOVE 1 TO WSPtr
           PERFORM UNTIL WSPtr > 60
               MOVE SPACES TO WSListItem
               UNSTRING WSDReports DELIMITED BY ","
                   INTO WSListItem WITH POINTER WSPtr
               IF FUNCTION TRIM(WSListItem) EQUAL TO WSReportName
               OR FUNCTION TRIM(WSListItem) EQUAL TO "ALL"
                   MOVE 'Y' TO WSForReport
               END-IF
           END-PERFORM
           IF WSDName EQUAL TO SPACES OR WSForReport EQUAL TO 'N'
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSRecipHit
           MOVE 1 TO WSRecipIdx
           PERFORM UNTIL WSRecipIdx > WSRecipCount
               IF WSRecipName(WSRecipIdx) EQUAL TO WSDName
                   MOVE WSRecipIdx TO WSRecipHit
               END-IF
               ADD 1 TO WSRecipIdx
           END-PERFORM
           IF WSRecipHit NOT EQUAL TO 0
               DISPLAY "DISTRIBUTION: " FUNCTION TRIM(WSDName)
                   " LISTED AGAIN FOR " FUNCTION TRIM(WSReportName)
                   " - LATER LINE IGNORED"
               NEXT SENTENCE
           END-IF
           IF WSRecipCount >= 100
               DISPLAY "DISTRIBUTION: MORE THAN 100 RECIPIENTS FOR "
                   FUNCTION TRIM(WSReportName) " - "
                   FUNCTION TRIM(WSDName) " IGNORED"
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSRecipCount
           MOVE WSDName TO WSRecipName(WSRecipCount)
           MOVE WSDFilter TO WSRecipFilter(WSRecipCount)
           MOVE WSDDesc TO WSRecipDesc(WSRecipCount)
           IF FUNCTION UPPER-CASE(FUNCTION TRIM(WSDRestricted))
               EQUAL TO "N"
               MOVE 'N' TO WSRecipRestricted(WSRecipCount)
           ELSE
               MOVE 'Y' TO WSRecipRestricted(WSRecipCount)
           END-IF.

       BurstForRecipient.
           MOVE 0 TO WSSentPages
           MOVE 0 TO WSHeldPages
           MOVE 0 TO WSSkipPages
           MOVE 0 TO WSSentLines
           MOVE SPACES TO WSBurstFileName
           PERFORM ParseFilter
           IF WSFilterOk EQUAL TO 'N'
               DISPLAY FUNCTION TRIM(WSRecipName(WSRecipIdx))
                   ": FILTER '" FUNCTION TRIM(WSRecipFilter(WSRecipIdx))
                   "' NOT UNDERSTOOD - NOTHING SENT"
               MOVE "REFUSED" TO WSRecipStatus
               ADD 1 TO WSRefusedCount
               PERFORM LogDistribution
               NEXT SENTENCE
           END-IF
           PERFORM DecidePages
           MOVE WSRecipName(WSRecipIdx) TO WSFileTag
           COMPUTE WSTagLen = FUNCTION LENGTH(
               FUNCTION TRIM(WSRecipName(WSRecipIdx)))
           INSPECT WSFileTag(1:WSTagLen) REPLACING ALL SPACE BY "_"
               ALL "/" BY "_"
           STRING "results/burst_" WSStamp "_"
               FUNCTION TRIM(WSReportName) "_"
               FUNCTION TRIM(WSFileTag) ".txt"
               DELIMITED BY SIZE INTO WSBurstFileName
           OPEN OUTPUT BurstFile
           IF WSBurstStatus NOT EQUAL TO 0
               DISPLAY FUNCTION TRIM(WSRecipName(WSRecipIdx))
                   ": UNABLE TO WRITE " FUNCTION TRIM(WSBurstFileName)
                   " (STATUS " WSBurstStatus ") - NOTHING SENT"
               MOVE "REFUSED" TO WSRecipStatus
               ADD 1 TO WSRefusedCount
               MOVE 0 TO WSSentPages
               MOVE 0 TO WSHeldPages
               MOVE 0 TO WSSkipPages
               PERFORM LogDistribution
               NEXT SENTENCE
           END-IF
           PERFORM WriteCoverPage
           MOVE 0 TO WSNoticePage
           MOVE 1 TO WSRptIdx
           PERFORM UNTIL WSRptIdx > WSRptCount
               MOVE WSRptPage(WSRptIdx) TO WSPageIdx
               EVALUATE WSPgAction(WSPageIdx)
                   WHEN 'S'
                       IF WSRptKeep(WSRptIdx) EQUAL TO 'Y'
                           WRITE BurstRecord FROM WSRptText(WSRptIdx)
                           ADD 1 TO WSSentLines
                       END-IF
                   WHEN 'W'
                       IF WSNoticePage NOT EQUAL TO WSPageIdx
                           MOVE WSPageIdx TO WSNoticePage
                           MOVE SPACES TO WSOutLine
                           WRITE BurstRecord FROM WSOutLine
                           STRING "*** PAGE " WSPageIdx " OF "
                               FUNCTION TRIM(WSReportName)
                               " WITHHELD: IT CARRIES RAW ANSWERS ***"
                               DELIMITED BY SIZE INTO WSOutLine
                           WRITE BurstRecord FROM WSOutLine
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSRptIdx
           END-PERFORM
           MOVE SPACES TO WSOutLine
           WRITE BurstRecord FROM WSOutLine
           STRING "*** END OF " FUNCTION TRIM(WSReportName) " FOR "
               FUNCTION TRIM(WSRecipName(WSRecipIdx)) " ***"
               DELIMITED BY SIZE INTO WSOutLine
           WRITE BurstRecord FROM WSOutLine
           CLOSE BurstFile
           EVALUATE TRUE
               WHEN WSSentPages > 0
                   MOVE "SENT" TO WSRecipStatus
                   ADD 1 TO WSSentCount
               WHEN WSHeldPages > 0
                   MOVE "WITHHELD" TO WSRecipStatus
                   ADD 1 TO WSWithheldCount
               WHEN OTHER
                   MOVE "EMPTY" TO WSRecipStatus
                   ADD 1 TO WSEmptyCount
           END-EVALUATE
           DISPLAY FUNCTION TRIM(WSRecipName(WSRecipIdx)) ": "
               WSSentPages " PAGE(S) SENT, " WSHeldPages " WITHHELD, "
               WSSkipPages " NOT SELECTED -> "
               FUNCTION TRIM(WSBurstFileName)
           PERFORM LogDistribution.

       ParseFilter.
           MOVE 'Y' TO WSFilterOk
           MOVE 0 TO WSFltCount
           MOVE SPACES TO WSFltKind
           MOVE SPACES TO WSFltList
           MOVE FUNCTION UPPER-CASE(WSRecipFilter(WSRecipIdx))
               TO WSFilterText
           IF WSFilterText EQUAL TO SPACES
           OR FUNCTION TRIM(WSFilterText) EQUAL TO "ALL"
               MOVE "ALL" TO WSFltKind
               MOVE "ALL" TO WSFilterText
               NEXT SENTENCE
           END-IF
           UNSTRING WSFilterText DELIMITED BY ":"
               INTO WSFltKind WSFltList
           MOVE FUNCTION TRIM(WSFltKind) TO WSFltKind
           IF WSFltKind NOT EQUAL TO "YEARS"
           AND WSFltKind NOT EQUAL TO "DAYS"
           AND WSFltKind NOT EQUAL TO "SECTIONS"
               MOVE 'N' TO WSFilterOk
               NEXT SENTENCE
           END-IF
           MOVE 1 TO WSPtr
           PERFORM UNTIL WSPtr > 120 OR WSFilterOk EQUAL TO 'N'
               MOVE SPACES TO WSListItem
               UNSTRING WSFltList DELIMITED BY ","
                   INTO WSListItem WITH POINTER WSPtr
               IF WSListItem NOT EQUAL TO SPACES
                   PERFORM StoreFilterValue
               END-IF
           END-PERFORM
           IF WSFltCount EQUAL TO 0
               MOVE 'N' TO WSFilterOk
           END-IF.

       StoreFilterValue.
           IF WSFltCount >= 20
               MOVE 'N' TO WSFilterOk
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSFltCount
           MOVE FUNCTION TRIM(WSListItem) TO WSItemWork
           IF WSFltKind EQUAL TO "SECTIONS"
               MOVE WSItemWork TO WSFltText(WSFltCount)
               COMPUTE WSFltLen(WSFltCount) =
                   FUNCTION LENGTH(FUNCTION TRIM(WSItemWork))
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSLoText
           MOVE SPACES TO WSHiText
           UNSTRING WSItemWork DELIMITED BY "-" INTO WSLoText WSHiText
           IF WSHiText EQUAL TO SPACES
               MOVE WSLoText TO WSHiText
           END-IF
           MOVE WSLoText TO WSTokText
           PERFORM TokenToNumber
           MOVE WSTokNum TO WSFltLo(WSFltCount)
           MOVE WSHiText TO WSTokText
           PERFORM TokenToNumber
           MOVE WSTokNum TO WSFltHi(WSFltCount)
           IF WSFltLo(WSFltCount) EQUAL TO 0
           OR WSFltHi(WSFltCount) < WSFltLo(WSFltCount)
               MOVE 'N' TO WSFilterOk
           END-IF.

      *> Marks the lines the filter keeps and decides every page. A
      *> year or day filter narrows the dated lines and leaves the
      *> headings and totals around them; a page whose dated lines
      *> were all filtered away is not sent at all. A section filter
      *> keeps the named sections and the report's own banner lines,
      *> which belong to no section; the dated lines of the sections
      *> it leaves out do not count against a page.
       DecidePages.
           MOVE 1 TO WSPageIdx
           PERFORM UNTIL WSPageIdx > WSPageCount
               MOVE 0 TO WSPgData(WSPageIdx)
               MOVE 0 TO WSPgKeptText(WSPageIdx)
               MOVE 0 TO WSPgKeptData(WSPageIdx)
               MOVE 0 TO WSPgKeptAnswer(WSPageIdx)
               ADD 1 TO WSPageIdx
           END-PERFORM
           MOVE 1 TO WSRptIdx
           PERFORM UNTIL WSRptIdx > WSRptCount
               PERFORM KeepOrDropLine
               MOVE WSRptPage(WSRptIdx) TO WSPageIdx
               IF WSRptData(WSRptIdx) EQUAL TO 'Y'
               AND WSFltKind NOT EQUAL TO "SECTIONS"
                   ADD 1 TO WSPgData(WSPageIdx)
               END-IF
               IF WSRptKeep(WSRptIdx) EQUAL TO 'Y'
                   IF WSRptText(WSRptIdx) NOT EQUAL TO SPACES
                       ADD 1 TO WSPgKeptText(WSPageIdx)
                   END-IF
                   IF WSRptData(WSRptIdx) EQUAL TO 'Y'
                       ADD 1 TO WSPgKeptData(WSPageIdx)
                   END-IF
                   IF WSRptAnswer(WSRptIdx) EQUAL TO 'Y'
                       ADD 1 TO WSPgKeptAnswer(WSPageIdx)
                   END-IF
               END-IF
               ADD 1 TO WSRptIdx
           END-PERFORM
           MOVE 1 TO WSPageIdx
           PERFORM UNTIL WSPageIdx > WSPageCount
               EVALUATE TRUE
                   WHEN WSPgKeptText(WSPageIdx) EQUAL TO 0
                   WHEN WSPgData(WSPageIdx) > 0
                   AND WSPgKeptData(WSPageIdx) EQUAL TO 0
                       MOVE 'N' TO WSPgAction(WSPageIdx)
                       ADD 1 TO WSSkipPages
                   WHEN WSRecipRestricted(WSRecipIdx) EQUAL TO 'Y'
                   AND WSPgKeptAnswer(WSPageIdx) > 0
                       MOVE 'W' TO WSPgAction(WSPageIdx)
                       ADD 1 TO WSHeldPages
                   WHEN OTHER
                       MOVE 'S' TO WSPgAction(WSPageIdx)
                       ADD 1 TO WSSentPages
               END-EVALUATE
               ADD 1 TO WSPageIdx
           END-PERFORM.

       KeepOrDropLine.
           MOVE 'Y' TO WSRptKeep(WSRptIdx)
           EVALUATE WSFltKind
               WHEN "SECTIONS"
                   IF WSRptSection(WSRptIdx) NOT EQUAL TO SPACES
                       MOVE 'N' TO WSMatch
                       PERFORM VARYING WSFltIdx FROM 1 BY 1
                           UNTIL WSFltIdx > WSFltCount
                           IF WSRptSection(WSRptIdx)
                               (1:WSFltLen(WSFltIdx))
                               EQUAL TO WSFltText(WSFltIdx)
                               (1:WSFltLen(WSFltIdx))
                               MOVE 'Y' TO WSMatch
                           END-IF
                       END-PERFORM
                       MOVE WSMatch TO WSRptKeep(WSRptIdx)
                   END-IF
               WHEN "YEARS"
                   IF WSRptData(WSRptIdx) EQUAL TO 'Y'
                       MOVE WSRptYear(WSRptIdx) TO WSTokNum
                       PERFORM MatchFilterRange
                       MOVE WSMatch TO WSRptKeep(WSRptIdx)
                   END-IF
               WHEN "DAYS"
                   IF WSRptData(WSRptIdx) EQUAL TO 'Y'
                       MOVE WSRptDay(WSRptIdx) TO WSTokNum
                       PERFORM MatchFilterRange
                       MOVE WSMatch TO WSRptKeep(WSRptIdx)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> A dated line the report gives no year or day for (0) matches
      *> no range.
       MatchFilterRange.
           MOVE 'N' TO WSMatch
           PERFORM VARYING WSFltIdx FROM 1 BY 1
               UNTIL WSFltIdx > WSFltCount
               IF WSTokNum >= WSFltLo(WSFltIdx)
               AND WSTokNum <= WSFltHi(WSFltIdx)
                   MOVE 'Y' TO WSMatch
               END-IF
           END-PERFORM.

       WriteCoverPage.
           MOVE SPACES TO WSOutLine
           MOVE ALL "=" TO WSOutLine(1:48)
           WRITE BurstRecord FROM WSOutLine
           MOVE "REPORT DISTRIBUTION - COVER PAGE" TO WSOutLine
           WRITE BurstRecord FROM WSOutLine
           MOVE ALL "=" TO WSOutLine(1:48)
           WRITE BurstRecord FROM WSOutLine
           MOVE SPACES TO WSOutLine
           STRING "RECIPIENT  : " FUNCTION TRIM(WSRecipName(WSRecipIdx))
               "  " FUNCTION TRIM(WSRecipDesc(WSRecipIdx))
               DELIMITED BY SIZE INTO WSOutLine
           WRITE BurstRecord FROM WSOutLine
           MOVE SPACES TO WSOutLine
           STRING "REPORT     : " FUNCTION TRIM(WSReportName) " FROM "
               FUNCTION TRIM(WSReportFileName)
               DELIMITED BY SIZE INTO WSOutLine
           WRITE BurstRecord FROM WSOutLine
           MOVE SPACES TO WSOutLine
           STRING "BURST      : " WSToday " " WSNowTime(1:6) " BY "
               FUNCTION TRIM(WSOperator)
               DELIMITED BY SIZE INTO WSOutLine
           WRITE BurstRecord FROM WSOutLine
           MOVE SPACES TO WSOutLine
           STRING "FILTER     : " FUNCTION TRIM(WSFilterText)
               DELIMITED BY SIZE INTO WSOutLine
           WRITE BurstRecord FROM WSOutLine
           IF WSRecipRestricted(WSRecipIdx) EQUAL TO 'Y'
               MOVE SPACES TO WSOutLine
               STRING "RESTRICTED : YES - PAGES CARRYING RAW ANSWERS "
                   "ARE WITHHELD"
                   DELIMITED BY SIZE INTO WSOutLine
           ELSE
               MOVE "RESTRICTED : NO" TO WSOutLine
           END-IF
           WRITE BurstRecord FROM WSOutLine
           MOVE SPACES TO WSOutLine
           STRING "PAGES      : " WSSentPages " SENT, " WSHeldPages
               " WITHHELD, " WSSkipPages " NOT SELECTED, OF "
               WSPageCount
               DELIMITED BY SIZE INTO WSOutLine
           WRITE BurstRecord FROM WSOutLine
           EVALUATE TRUE
               WHEN WSSentPages > 0
                   CONTINUE
               WHEN WSHeldPages > 0
                   MOVE "EVERY PAGE YOUR FILTER SELECTS CARRIES RAW "
                       & "ANSWERS AND IS WITHHELD." TO WSOutLine
                   WRITE BurstRecord FROM WSOutLine
               WHEN OTHER
                   MOVE "NOTHING IN THIS REPORT MATCHES YOUR FILTER."
                       TO WSOutLine
                   WRITE BurstRecord FROM WSOutLine
           END-EVALUATE
           MOVE SPACES TO WSOutLine
           MOVE ALL "=" TO WSOutLine(1:48)
           WRITE BurstRecord FROM WSOutLine.

       LogDistribution.
           MOVE SPACES TO WSLogLine
           STRING WSStamp "|" FUNCTION TRIM(WSOperator) "|"
               FUNCTION TRIM(WSReportName) "|"
               FUNCTION TRIM(WSRecipName(WSRecipIdx)) "|"
               FUNCTION TRIM(WSRecipStatus) "|"
               WSSentPages "|" WSHeldPages "|" WSSkipPages "|"
               WSSentLines "|" FUNCTION TRIM(WSReportFileName) "|"
               FUNCTION TRIM(WSBurstFileName)
               DELIMITED BY SIZE INTO WSLogLine
           OPEN EXTEND DistLogFile
           IF WSDistLogStatus NOT EQUAL TO 0
               OPEN OUTPUT DistLogFile
           END-IF
           IF WSDistLogStatus NOT EQUAL TO 0
               DISPLAY "NOTE: unable to log the distribution in "
                   "results/distribution_log (STATUS " WSDistLogStatus ")"
               NEXT SENTENCE
           END-IF
           WRITE DistLogRecord FROM WSLogLine
           CLOSE DistLogFile.
