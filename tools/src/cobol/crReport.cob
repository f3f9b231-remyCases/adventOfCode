       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CRREPORT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ChangeFile ASSIGN TO "tools/data/change_requests"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSChangeStatus.
           SELECT RunFile ASSIGN TO "results/change_runs.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRunStatus.
           SELECT CsvFile ASSIGN TO "results/results.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCsvStatus.

       DATA DIVISION.
       FILE SECTION.
       FD ChangeFile.
       01 ChangeRecord PIC X(200).
       FD RunFile.
       01 RunRecord PIC X(120).
       FD CsvFile.
       01 CsvRecord PIC X(200).

       WORKING-STORAGE SECTION.
      *> Every run made under each change request:
      *>   CRREPORT [--cr CRID]
      *> lists tools/data/change_requests (all statuses) and, under
      *> each, the runs CHANGECHECK attributed to it in
      *> results/change_runs.log. Each run's answer is looked up in
      *> results/results.csv by run id and set against the answer of
      *> the latest earlier run of the same year/day/part, so a drifted
      *> answer shows up under the change that caused it
      *> (ANSWER CHANGED).
       01 WSChangeStatus PIC 99.
       01 WSRunStatus PIC 99.
       01 WSCsvStatus PIC 99.
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSOnlyCr PIC X(10) VALUE SPACES.
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(200).

       01 WSCrIdText PIC X(10).
       01 WSCrYearText PIC X(4).
       01 WSCrItemsText PIC X(120).
       01 WSCrApproverText PIC X(20).
       01 WSCrDateText PIC X(8).
       01 WSCrStatusText PIC X(12).
       01 WSCrCount PIC 9(3) VALUE 0.

      *> CRID|RUNID|DATE|TIME|YEAR|DD|P|PROGRAM|OPERATOR
       01 WSRunTable.
           05 WSRunCount PIC 9(4) VALUE 0.
           05 WSRunEntry OCCURS 3000 TIMES.
               10 WSRunCr PIC X(10).
               10 WSRunId PIC X(6).
               10 WSRunDate PIC X(8).
               10 WSRunTime PIC X(6).
               10 WSRunYear PIC X(4).
               10 WSRunDay PIC X(2).
               10 WSRunPart PIC X(1).
               10 WSRunProgram PIC X(12).
               10 WSRunOperator PIC X(20).
       01 WSRunIdx PIC 9(4).

      *> DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID; the year is the
      *> leading segment of the input path.
       01 WSFld1 PIC X(10).
       01 WSFld2 PIC X(10).
       01 WSFld3 PIC X(60).
       01 WSFld4 PIC X(60).
       01 WSFld5 PIC X(20).
       01 WSFld6 PIC X(10).
      *> Quote-aware split of one results.csv row, the same state
      *> machine RECONCILE and SLAREPORT run: a RESULT holding commas
      *> stays one field, its enclosing quotes dropped and a doubled
      *> quote kept as one.
       01 WSFieldNo PIC 9.
       01 WSOutPos PIC 9(3).
       01 WSRowLen PIC 9(3).
       01 WSInQuotes PIC A.
       01 WSSplitChar PIC X.
       01 WSCharIdx PIC 9(3).
       01 WSResTable.
           05 WSResCount PIC 9(4) VALUE 0.
           05 WSResEntry OCCURS 3000 TIMES.
               10 WSResRunId PIC X(6).
               10 WSResYear PIC X(4).
               10 WSResDay PIC 99.
               10 WSResPart PIC X(1).
               10 WSResValue PIC X(60).
       01 WSResIdx PIC 9(4).
       01 WSThisIdx PIC 9(4).
       01 WSPrevIdx PIC 9(4).
       01 WSDayNum PIC 99.
       01 WSPartNorm PIC X(1).

       01 WSCrRuns PIC 9(4).
       01 WSTotalRuns PIC 9(5) VALUE 0.
       01 WSDriftCount PIC 9(4) VALUE 0.
       01 WSCountDisplay PIC ZZZZ9.
       01 WSCountDisplay2 PIC ZZZZ9.
       01 WSCountDisplay3 PIC ZZZZ9.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
           PERFORM LoadChangeRuns
           PERFORM LoadResults
           DISPLAY "=== RUNS MADE UNDER EACH CHANGE REQUEST ==="
           OPEN INPUT ChangeFile
           IF WSChangeStatus NOT EQUAL TO 0
               DISPLAY "NO CHANGE REQUESTS (tools/data/change_requests)."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ ChangeFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM ReportOneRequest
               END-READ
           END-PERFORM
           CLOSE ChangeFile
           MOVE WSCrCount TO WSCountDisplay
           MOVE WSTotalRuns TO WSCountDisplay2
           MOVE WSDriftCount TO WSCountDisplay3
           DISPLAY "=== " FUNCTION TRIM(WSCountDisplay) " CR(S), "
               FUNCTION TRIM(WSCountDisplay2) " RUN(S), "
               FUNCTION TRIM(WSCountDisplay3) " ANSWER CHANGE(S) ==="
           GOBACK.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--cr"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSOnlyCr
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM.

       LoadChangeRuns.
           OPEN INPUT RunFile
           IF WSRunStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RunFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreChangeRun
               END-READ
           END-PERFORM
           CLOSE RunFile.

       StoreChangeRun.
           IF WSLine(1:1) EQUAL TO '*'
           OR FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSRunCount >= 3000
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSRunCount
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSRunCr(WSRunCount) WSRunId(WSRunCount)
                    WSRunDate(WSRunCount) WSRunTime(WSRunCount)
                    WSRunYear(WSRunCount) WSRunDay(WSRunCount)
                    WSRunPart(WSRunCount) WSRunProgram(WSRunCount)
                    WSRunOperator(WSRunCount).

       LoadResults.
           OPEN INPUT CsvFile
           IF WSCsvStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ CsvFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreResultRow
               END-READ
           END-PERFORM
           CLOSE CsvFile.

      *> Part is carried as A/B or 1/2 depending on the writer; it is
      *> held as A/B here.
       StoreResultRow.
           PERFORM SplitQuotedCsvRow
           IF WSFld6(1:6) IS NOT NUMERIC
           OR FUNCTION TEST-NUMVAL(WSFld1) NOT EQUAL TO 0
           OR WSResCount >= 3000
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSResCount
           MOVE WSFld6(1:6) TO WSResRunId(WSResCount)
           MOVE WSFld3(1:4) TO WSResYear(WSResCount)
           COMPUTE WSResDay(WSResCount) = FUNCTION NUMVAL(WSFld1)
           EVALUATE WSFld2(1:1)
               WHEN "1" MOVE "A" TO WSResPart(WSResCount)
               WHEN "2" MOVE "B" TO WSResPart(WSResCount)
               WHEN OTHER
                   MOVE FUNCTION UPPER-CASE(WSFld2(1:1))
                       TO WSResPart(WSResCount)
           END-EVALUATE
           MOVE WSFld4 TO WSResValue(WSResCount).

       SplitQuotedCsvRow.
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           MOVE SPACES TO WSFld3
           MOVE SPACES TO WSFld4
           MOVE SPACES TO WSFld5
           MOVE SPACES TO WSFld6
           MOVE 1 TO WSFieldNo
           MOVE 0 TO WSOutPos
           MOVE 'N' TO WSInQuotes
           COMPUTE WSRowLen =
               FUNCTION LENGTH(FUNCTION TRIM(WSLine, TRAILING))
           PERFORM VARYING WSCharIdx FROM 1 BY 1
               UNTIL WSCharIdx > WSRowLen
               EVALUATE TRUE
                   WHEN WSLine(WSCharIdx:1) EQUAL TO '"'
                   AND WSInQuotes EQUAL TO 'N'
                       MOVE 'Y' TO WSInQuotes
                   WHEN WSLine(WSCharIdx:1) EQUAL TO '"'
                   AND WSCharIdx < WSRowLen
                   AND WSLine(WSCharIdx + 1:1) EQUAL TO '"'
                       MOVE '"' TO WSSplitChar
                       PERFORM AppendSplitChar
                       ADD 1 TO WSCharIdx
                   WHEN WSLine(WSCharIdx:1) EQUAL TO '"'
                       MOVE 'N' TO WSInQuotes
                   WHEN WSLine(WSCharIdx:1) EQUAL TO ','
                   AND WSInQuotes EQUAL TO 'N'
                       IF WSFieldNo < 7
                           ADD 1 TO WSFieldNo
                       END-IF
                       MOVE 0 TO WSOutPos
                   WHEN OTHER
                       MOVE WSLine(WSCharIdx:1) TO WSSplitChar
                       PERFORM AppendSplitChar
               END-EVALUATE
           END-PERFORM.

       AppendSplitChar.
           ADD 1 TO WSOutPos
           EVALUATE WSFieldNo
               WHEN 1
                   IF WSOutPos <= 10
                       MOVE WSSplitChar TO WSFld1(WSOutPos:1)
                   END-IF
               WHEN 2
                   IF WSOutPos <= 10
                       MOVE WSSplitChar TO WSFld2(WSOutPos:1)
                   END-IF
               WHEN 3
                   IF WSOutPos <= 60
                       MOVE WSSplitChar TO WSFld3(WSOutPos:1)
                   END-IF
               WHEN 4
                   IF WSOutPos <= 60
                       MOVE WSSplitChar TO WSFld4(WSOutPos:1)
                   END-IF
               WHEN 5
                   IF WSOutPos <= 20
                       MOVE WSSplitChar TO WSFld5(WSOutPos:1)
                   END-IF
               WHEN 6
                   IF WSOutPos <= 10
                       MOVE WSSplitChar TO WSFld6(WSOutPos:1)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       ReportOneRequest.
           IF WSLine(1:1) EQUAL TO '*'
           OR FUNCTION TRIM(WSLine) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSCrIdText
           MOVE SPACES TO WSCrYearText
           MOVE SPACES TO WSCrItemsText
           MOVE SPACES TO WSCrApproverText
           MOVE SPACES TO WSCrDateText
           MOVE SPACES TO WSCrStatusText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSCrIdText WSCrYearText WSCrItemsText
                    WSCrApproverText WSCrDateText WSCrStatusText
           IF WSOnlyCr NOT EQUAL TO SPACES
           AND WSOnlyCr NOT EQUAL TO WSCrIdText
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSCrCount
           DISPLAY " "
           DISPLAY FUNCTION TRIM(WSCrIdText) " YEAR " WSCrYearText
               " STATUS " FUNCTION TRIM(WSCrStatusText) " DATE "
               WSCrDateText " APPROVER " FUNCTION TRIM(WSCrApproverText)
           DISPLAY "  ITEMS: " FUNCTION TRIM(WSCrItemsText)
           MOVE 0 TO WSCrRuns
           MOVE 1 TO WSRunIdx
           PERFORM UNTIL WSRunIdx > WSRunCount
               IF WSRunCr(WSRunIdx) EQUAL TO WSCrIdText
                   PERFORM ReportOneRun
               END-IF
               ADD 1 TO WSRunIdx
           END-PERFORM
           IF WSCrRuns EQUAL TO 0
               DISPLAY "  NO RUNS MADE UNDER THIS CR"
           END-IF.

       ReportOneRun.
           ADD 1 TO WSCrRuns
           ADD 1 TO WSTotalRuns
           DISPLAY "  RUN " WSRunId(WSRunIdx) " " WSRunDate(WSRunIdx) " "
               WSRunTime(WSRunIdx) " " WSRunYear(WSRunIdx) " DAY "
               WSRunDay(WSRunIdx) " PART " WSRunPart(WSRunIdx) " "
               FUNCTION TRIM(WSRunProgram(WSRunIdx)) " BY "
               FUNCTION TRIM(WSRunOperator(WSRunIdx))
           PERFORM FindRunResult
           IF WSThisIdx EQUAL TO 0
               DISPLAY "      (NO RESULT ROW FOR THIS RUN)"
               NEXT SENTENCE
           END-IF
           DISPLAY "      ANSWER " FUNCTION TRIM(WSResValue(WSThisIdx))
           IF WSPrevIdx NOT EQUAL TO 0
           AND WSResValue(WSPrevIdx) NOT EQUAL TO WSResValue(WSThisIdx)
               ADD 1 TO WSDriftCount
               DISPLAY "      ANSWER CHANGED - RUN "
                   WSResRunId(WSPrevIdx) " HAD "
                   FUNCTION TRIM(WSResValue(WSPrevIdx))
           END-IF.

      *> This run's row, and the latest row of the same year/day/part
      *> from an earlier run.
       FindRunResult.
           MOVE 0 TO WSThisIdx
           MOVE 0 TO WSPrevIdx
           COMPUTE WSDayNum = FUNCTION NUMVAL(WSRunDay(WSRunIdx))
           MOVE WSRunPart(WSRunIdx) TO WSPartNorm
           MOVE 1 TO WSResIdx
           PERFORM UNTIL WSResIdx > WSResCount
               IF WSResYear(WSResIdx) EQUAL TO WSRunYear(WSRunIdx)
               AND WSResDay(WSResIdx) EQUAL TO WSDayNum
               AND WSResPart(WSResIdx) EQUAL TO WSPartNorm
                   IF WSResRunId(WSResIdx) EQUAL TO WSRunId(WSRunIdx)
                       MOVE WSResIdx TO WSThisIdx
                   END-IF
                   IF WSResRunId(WSResIdx) < WSRunId(WSRunIdx)
                       MOVE WSResIdx TO WSPrevIdx
                   END-IF
               END-IF
               ADD 1 TO WSResIdx
           END-PERFORM.
