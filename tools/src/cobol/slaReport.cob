       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAREPORT.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SlaFile ASSIGN TO "tools/data/sla"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSSlaStatus.
           SELECT RegisterFile ASSIGN TO "tools/data/run_register"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRegisterStatus.
           SELECT CsvFile ASSIGN TO WSCsvFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCsvStatus.
           SELECT MasterFile ASSIGN TO WSMasterFileName
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RH-Key
               ALTERNATE RECORD KEY IS RH-Result WITH DUPLICATES
               ALTERNATE RECORD KEY IS RH-RunId WITH DUPLICATES
               FILE STATUS IS WSMasterFileStatus.
           SELECT AttainFile ASSIGN TO WSAttainFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSAttainStatus.
           SELECT ConfigFile ASSIGN TO "tools/data/runtime.cfg"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CFG-STATUS.
           SELECT CalendarFile ASSIGN TO "tools/data/business_calendar"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BCAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SlaFile.
       01 SlaRecord PIC X(80).
       FD RegisterFile.
       01 RegisterRecord PIC X(160).
       FD CsvFile.
       01 CsvRecord PIC X(200).
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
       FD AttainFile.
      *> One fixed-width record, rewritten on every pass: MONTH(6)
      *> ASOFDATE(8) ASOFTIME(4) MET(4) MISSED(4) ATRISK(3)
      *> PERCENT(5, two implied decimals). MET plus MISSED of zero
      *> means no deadline has fallen due yet this month.
       01 AttainRecord PIC X(34).
       FD ConfigFile.
       01 ConfigRecord PIC X(80).
       FD CalendarFile.
       01 CalendarRecord PIC X(80).

       WORKING-STORAGE SECTION.
      *> Completion-deadline SLA tracking: the registry's runtime
      *> budgets say how long a run took, this says whether the
      *> answer was there when the business needed it. Every deadline
      *> in tools/data/sla that fell due this month (up to --date,
      *> default today) is judged against the earliest result
      *> results.csv holds for that year/day/part on that date - the
      *> run register supplies the year behind each row's run id - and
      *> reported MET, MISSED (with how many minutes late) or, for
      *> today's deadlines not yet passed, AT RISK once fewer than
      *> SLARISKMINUTES remain. A date the run-history master has a
      *> result for but results.csv no longer carries (rotated out by
      *> CSVCHECK) is UNTIMED: it ran, but when cannot be proved, so
      *> it stays out of the attainment percentage either way.
       01 WSSlaStatus PIC 99.
       01 WSRegisterStatus PIC 99.
       01 WSCsvStatus PIC 99.
       01 WSMasterFileStatus PIC 99.
       01 WSAttainStatus PIC 99.
       01 WSCsvFileName PIC X(80) VALUE "results/results.csv".
       01 WSMasterFileName PIC X(80) VALUE "results/run_history.idx".
       01 WSAttainFileName PIC X(80) VALUE "results/sla_attainment.dat".
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(200).

       COPY "configFile.cpy".
       01 WSRiskMinutes PIC 9(4) VALUE 60.

      *> The as-of point: --date YYYYMMDD and --time HHMM let a
      *> month be re-judged after the fact; both default to now.
       01 WSAsOfDate PIC X(8) VALUE SPACES.
       01 WSAsOfTime PIC X(4) VALUE SPACES.
       01 WSClockTime PIC X(8).
       01 WSAsOfDom PIC 99.
       01 WSNowMinutes PIC 9(4).

       01 WSSlaTable.
           05 WSSlaCount PIC 9(3) VALUE 0.
           05 WSSlaEntry OCCURS 100 TIMES.
               10 WSSlaYear PIC 9(4).
               10 WSSlaDay PIC 99.
               10 WSSlaPart PIC X.
               10 WSSlaDeadline PIC X(4).
               10 WSSlaDeadlineMin PIC 9(4).
               10 WSSlaCalendar PIC X(8).
               10 WSSlaDate OCCURS 31 TIMES.
                   15 WSSlaDoneTime PIC X(4).
                   15 WSSlaDoneRun PIC 9(6).
                   15 WSSlaInHistory PIC A.
       01 WSSlaIdx PIC 9(3).
       01 WSSlaOverflow PIC A VALUE 'N'.
       01 WSSlaYearText PIC X(4).
       01 WSSlaDayText PIC X(2).
       01 WSSlaPartText PIC X(2).
       01 WSSlaDeadlineText PIC X(4).
       01 WSSlaCalendarText PIC X(8).

      *> Run id to year, off the register's RUNID|DATE|TIME|YEAR|...
      *> records: results.csv rows carry the run id but not the year.
       01 WSRegTable.
           05 WSRegCount PIC 9(4) VALUE 0.
           05 WSRegEntry OCCURS 2000 TIMES.
               10 WSRegId PIC 9(6).
               10 WSRegYear PIC 9(4).
       01 WSRegIdx PIC 9(4).
       01 WSRegIdText PIC X(6).
       01 WSRegDateText PIC X(8).
       01 WSRegTimeText PIC X(8).
       01 WSRegYearText PIC X(4).

      *> Quote-aware split of one results.csv row, the same state
      *> machine RECONCILE and CSVCHECK run.
       01 WSDayText PIC X(2).
       01 WSPartText PIC X(2).
       01 WSField3 PIC X(80).
       01 WSField4 PIC X(80).
       01 WSField5 PIC X(20).
       01 WSField6 PIC X(8).
       01 WSFieldNo PIC 9.
       01 WSOutPos PIC 9(3).
       01 WSRowLen PIC 9(3).
       01 WSInQuotes PIC A.
       01 WSSplitChar PIC X.
       01 WSCharIdx PIC 9(3).
       01 WSRowYear PIC 9(4).
       01 WSRowDay PIC 99.
       01 WSRowPart PIC X.
       01 WSRowRunId PIC 9(6).
       01 WSRowDom PIC 99.
       01 WSPartChar PIC X.

       01 WSDom PIC 99.
       01 WSDateText PIC X(8).
       01 WSDateNum PIC 9(8).
       01 WSWeekday PIC 9.
       01 WSApplies PIC A.
       COPY "calendarFile.cpy".
       01 WSDoneMinutes PIC 9(4).
       01 WSLateMinutes PIC 9(4).
       01 WSLateDisplay PIC Z(3)9.
       01 WSDayDisplay PIC Z9.
       01 WSMetCount PIC 9(4) VALUE 0.
       01 WSMissedCount PIC 9(4) VALUE 0.
       01 WSRiskCount PIC 9(3) VALUE 0.
       01 WSUntimedCount PIC 9(4) VALUE 0.
       01 WSPendingCount PIC 9(4) VALUE 0.
       01 WSAttainPct PIC 9(3)V99 VALUE 0.
       01 WSAttainDisplay PIC ZZ9.99.
       01 WSAttainDigits PIC 9(5).
       01 WSAttainLine PIC X(34).

       PROCEDURE DIVISION.
       Main.
           PERFORM LoadRuntimeConfig
           PERFORM ParseCommandLine
           IF WSAsOfDate EQUAL TO SPACES
               ACCEPT WSAsOfDate FROM DATE YYYYMMDD
           END-IF
           IF WSAsOfTime EQUAL TO SPACES
               ACCEPT WSClockTime FROM TIME
               MOVE WSClockTime(1:4) TO WSAsOfTime
           END-IF
           COMPUTE WSAsOfDom = FUNCTION NUMVAL(WSAsOfDate(7:2))
           COMPUTE WSNowMinutes =
               FUNCTION NUMVAL(WSAsOfTime(1:2)) * 60
               + FUNCTION NUMVAL(WSAsOfTime(3:2))

           PERFORM LoadSlaTable
           IF WSSlaCount EQUAL TO 0
               DISPLAY "NO SLA DEADLINES DEFINED (tools/data/sla)."
               GOBACK
           END-IF
           PERFORM LoadBusinessCalendar
           PERFORM LoadRegisterYears
           PERFORM ScanResultsCsv
           PERFORM ScanHistoryMaster

           DISPLAY "=== SLA DEADLINES, " WSAsOfDate(1:6)
               " MONTH TO DATE (AS OF " WSAsOfDate " " WSAsOfTime ") ==="
           MOVE 1 TO WSSlaIdx
           PERFORM JudgeOneSla UNTIL WSSlaIdx > WSSlaCount

           IF WSMetCount + WSMissedCount > 0
               COMPUTE WSAttainPct ROUNDED =
                   WSMetCount * 100 / (WSMetCount + WSMissedCount)
           END-IF
           PERFORM WriteAttainment
           MOVE WSAttainPct TO WSAttainDisplay
           IF WSMetCount + WSMissedCount > 0
               DISPLAY "MONTH-TO-DATE ATTAINMENT: "
                   FUNCTION TRIM(WSAttainDisplay) "%"
           ELSE
               DISPLAY "MONTH-TO-DATE ATTAINMENT: NO DEADLINE DUE YET"
           END-IF
           DISPLAY "=== " WSMetCount " MET, " WSMissedCount " MISSED, "
               WSRiskCount " AT RISK, " WSUntimedCount " UNTIMED, "
               WSPendingCount " NOT YET DUE ==="
           IF WSMissedCount > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           GOBACK.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--date"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:8) TO WSAsOfDate
                   WHEN "--time"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:4) TO WSAsOfTime
                   WHEN "--csv"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSCsvFileName
                   WHEN "--master"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue TO WSMasterFileName
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM
           IF WSAsOfDate NOT EQUAL TO SPACES
           AND WSAsOfDate IS NOT NUMERIC
               DISPLAY "USAGE: SLAREPORT [--date YYYYMMDD] [--time HHMM] "
                   "[--csv FILE] [--master FILE]"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           IF WSAsOfTime NOT EQUAL TO SPACES
           AND WSAsOfTime IS NOT NUMERIC
               DISPLAY "USAGE: SLAREPORT [--date YYYYMMDD] [--time HHMM] "
                   "[--csv FILE] [--master FILE]"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.

       ApplyConfigParameter.
           IF FUNCTION TRIM(CFG-NAME) EQUAL TO "SLARISKMINUTES"
           AND CFG-VALUE > 0 AND CFG-VALUE < 1440
               MOVE CFG-VALUE TO WSRiskMinutes
               DISPLAY "CONFIG OVERRIDE: SLARISKMINUTES = "
                   WSRiskMinutes
           END-IF.

       LoadSlaTable.
           MOVE 'N' TO WSEOF
           OPEN INPUT SlaFile
           IF WSSlaStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ SlaFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreSlaEntry
               END-READ
           END-PERFORM
           CLOSE SlaFile
           MOVE 'N' TO WSEOF
           IF WSSlaOverflow EQUAL TO 'Y'
               DISPLAY "(SLA FILE EXCEEDS THE 100-ENTRY TABLE: LATER "
                   "DEADLINES NOT JUDGED)"
           END-IF.

       StoreSlaEntry.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:1) EQUAL TO '*'
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSSlaYearText
           MOVE SPACES TO WSSlaDayText
           MOVE SPACES TO WSSlaPartText
           MOVE SPACES TO WSSlaDeadlineText
           MOVE SPACES TO WSSlaCalendarText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSSlaYearText WSSlaDayText WSSlaPartText
                    WSSlaDeadlineText WSSlaCalendarText
           IF WSSlaYearText IS NOT NUMERIC
           OR WSSlaDeadlineText IS NOT NUMERIC
           OR WSSlaDeadlineText(1:2) > "23"
           OR WSSlaDeadlineText(3:2) > "59"
               DISPLAY "SLA RECORD IGNORED (BAD YEAR OR DEADLINE): "
                   FUNCTION TRIM(WSLine)
               NEXT SENTENCE
           END-IF
           IF WSSlaCount >= 100
               MOVE 'Y' TO WSSlaOverflow
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSSlaCount
           INITIALIZE WSSlaEntry(WSSlaCount)
           COMPUTE WSSlaYear(WSSlaCount) = FUNCTION NUMVAL(WSSlaYearText)
           COMPUTE WSSlaDay(WSSlaCount) = FUNCTION NUMVAL(WSSlaDayText)
           MOVE WSSlaPartText(1:1) TO WSPartChar
           PERFORM NormalizePart
           MOVE WSPartChar TO WSSlaPart(WSSlaCount)
           MOVE WSSlaDeadlineText TO WSSlaDeadline(WSSlaCount)
           COMPUTE WSSlaDeadlineMin(WSSlaCount) =
               FUNCTION NUMVAL(WSSlaDeadlineText(1:2)) * 60
               + FUNCTION NUMVAL(WSSlaDeadlineText(3:2))
           MOVE FUNCTION UPPER-CASE(WSSlaCalendarText)
               TO WSSlaCalendar(WSSlaCount)
           IF WSSlaCalendar(WSSlaCount) EQUAL TO SPACES
               MOVE "DAILY" TO WSSlaCalendar(WSSlaCount)
           END-IF.

      *> Part letters arrive as A/B from the log tags but as 1/2 from
      *> flag-driven runs; both fold to the letter.
       NormalizePart.
           IF WSPartChar EQUAL TO 'B' OR WSPartChar EQUAL TO 'b'
           OR WSPartChar EQUAL TO '2'
               MOVE 'B' TO WSPartChar
           ELSE
               MOVE 'A' TO WSPartChar
           END-IF.

       LoadRegisterYears.
           MOVE 'N' TO WSEOF
           OPEN INPUT RegisterFile
           IF WSRegisterStatus NOT EQUAL TO 0
               DISPLAY "NOTE: no run register, YEARS TAKEN FROM THE "
                   "INPUT PATHS ONLY"
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RegisterFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreRegisterYear
               END-READ
           END-PERFORM
           CLOSE RegisterFile
           MOVE 'N' TO WSEOF.

       StoreRegisterYear.
           IF WSLine(1:1) EQUAL TO '*'
           OR WSLine(1:6) IS NOT NUMERIC
           OR WSRegCount >= 2000
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSRegIdText
           MOVE SPACES TO WSRegDateText
           MOVE SPACES TO WSRegTimeText
           MOVE SPACES TO WSRegYearText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSRegIdText WSRegDateText WSRegTimeText WSRegYearText
           IF WSRegYearText IS NOT NUMERIC
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSRegCount
           COMPUTE WSRegId(WSRegCount) = FUNCTION NUMVAL(WSRegIdText)
           COMPUTE WSRegYear(WSRegCount) = FUNCTION NUMVAL(WSRegYearText).

      *> Every results.csv row stamped in the as-of month, up to the
      *> as-of date, offers its completion time to the matching SLA;
      *> the earliest result of a date is the one that counts.
       ScanResultsCsv.
           MOVE 'N' TO WSEOF
           OPEN INPUT CsvFile
           IF WSCsvStatus NOT EQUAL TO 0
               DISPLAY "NOTE: unable to open "
                   FUNCTION TRIM(WSCsvFileName)
                   " (STATUS " WSCsvStatus "), NO COMPLETION TIMES"
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ CsvFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldCsvRow
               END-READ
           END-PERFORM
           CLOSE CsvFile
           MOVE 'N' TO WSEOF.

       FoldCsvRow.
           IF FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSLine(1:4) EQUAL TO "DAY,"
               NEXT SENTENCE
           END-IF
           PERFORM SplitQuotedCsvRow
           IF WSField5(1:12) IS NOT NUMERIC
           OR WSField5(1:6) NOT EQUAL TO WSAsOfDate(1:6)
           OR WSField5(1:8) > WSAsOfDate
           OR FUNCTION TRIM(WSField4) EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           COMPUTE WSRowDay = FUNCTION NUMVAL(WSDayText)
           MOVE WSPartText(1:1) TO WSPartChar
           PERFORM NormalizePart
           MOVE WSPartChar TO WSRowPart
           MOVE 0 TO WSRowRunId
           IF WSField6(1:6) IS NUMERIC
               COMPUTE WSRowRunId = FUNCTION NUMVAL(WSField6(1:6))
           END-IF
           PERFORM FindRowYear
           COMPUTE WSRowDom = FUNCTION NUMVAL(WSField5(7:2))
           MOVE 1 TO WSSlaIdx
           PERFORM UNTIL WSSlaIdx > WSSlaCount
               IF WSSlaYear(WSSlaIdx) EQUAL TO WSRowYear
               AND WSSlaDay(WSSlaIdx) EQUAL TO WSRowDay
               AND WSSlaPart(WSSlaIdx) EQUAL TO WSRowPart
                   IF WSSlaDoneTime(WSSlaIdx, WSRowDom) EQUAL TO SPACES
                   OR WSField5(9:4) < WSSlaDoneTime(WSSlaIdx, WSRowDom)
                       MOVE WSField5(9:4)
                           TO WSSlaDoneTime(WSSlaIdx, WSRowDom)
                       MOVE WSRowRunId TO WSSlaDoneRun(WSSlaIdx, WSRowDom)
                   END-IF
               END-IF
               ADD 1 TO WSSlaIdx
           END-PERFORM.

      *> The register's year for the row's run id; rows from before
      *> run ids (or from a rotated register) fall back to the front
      *> of the input path ("2022/data/...").
       FindRowYear.
           MOVE 0 TO WSRowYear
           IF WSRowRunId > 0
               MOVE 1 TO WSRegIdx
               PERFORM UNTIL WSRegIdx > WSRegCount
                   IF WSRegId(WSRegIdx) EQUAL TO WSRowRunId
                       MOVE WSRegYear(WSRegIdx) TO WSRowYear
                       MOVE WSRegCount TO WSRegIdx
                   END-IF
                   ADD 1 TO WSRegIdx
               END-PERFORM
           END-IF
           IF WSRowYear EQUAL TO 0
           AND WSField3(1:4) IS NUMERIC
               COMPUTE WSRowYear = FUNCTION NUMVAL(WSField3(1:4))
           END-IF.

       SplitQuotedCsvRow.
           MOVE SPACES TO WSDayText
           MOVE SPACES TO WSPartText
           MOVE SPACES TO WSField3
           MOVE SPACES TO WSField4
           MOVE SPACES TO WSField5
           MOVE SPACES TO WSField6
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
                   IF WSOutPos <= 2
                       MOVE WSSplitChar TO WSDayText(WSOutPos:1)
                   END-IF
               WHEN 2
                   IF WSOutPos <= 2
                       MOVE WSSplitChar TO WSPartText(WSOutPos:1)
                   END-IF
               WHEN 3
                   IF WSOutPos <= 80
                       MOVE WSSplitChar TO WSField3(WSOutPos:1)
                   END-IF
               WHEN 4
                   IF WSOutPos <= 80
                       MOVE WSSplitChar TO WSField4(WSOutPos:1)
                   END-IF
               WHEN 5
                   IF WSOutPos <= 20
                       MOVE WSSplitChar TO WSField5(WSOutPos:1)
                   END-IF
               WHEN 6
                   IF WSOutPos <= 8
                       MOVE WSSplitChar TO WSField6(WSOutPos:1)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> The run-history master remembers every dated result even
      *> after results.csv rotates; it only marks dates as run.
       ScanHistoryMaster.
           OPEN INPUT MasterFile
           IF WSMasterFileStatus NOT EQUAL TO 0
               DISPLAY "NOTE: unable to open "
                   FUNCTION TRIM(WSMasterFileName)
                   " (STATUS " WSMasterFileStatus
                   "), NO RUN HISTORY LOADED"
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ MasterFile NEXT RECORD
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM FoldHistoryRecord
               END-READ
           END-PERFORM
           CLOSE MasterFile
           MOVE 'N' TO WSEOF.

       FoldHistoryRecord.
           IF RH-RunDate IS NOT NUMERIC
           OR RH-RunDate(1:6) NOT EQUAL TO WSAsOfDate(1:6)
           OR RH-RunDate > WSAsOfDate
           OR RH-Result EQUAL TO SPACES
               NEXT SENTENCE
           END-IF
           MOVE RH-Part TO WSPartChar
           PERFORM NormalizePart
           COMPUTE WSRowDom = FUNCTION NUMVAL(RH-RunDate(7:2))
           MOVE 1 TO WSSlaIdx
           PERFORM UNTIL WSSlaIdx > WSSlaCount
               IF WSSlaYear(WSSlaIdx) EQUAL TO RH-Year
               AND WSSlaDay(WSSlaIdx) EQUAL TO RH-Day
               AND WSSlaPart(WSSlaIdx) EQUAL TO WSPartChar
                   MOVE 'Y' TO WSSlaInHistory(WSSlaIdx, WSRowDom)
               END-IF
               ADD 1 TO WSSlaIdx
           END-PERFORM.

      *> Every date of the month so far on which this SLA's calendar
      *> puts a deadline.
       JudgeOneSla.
           MOVE 1 TO WSDom
           PERFORM JudgeOneDate UNTIL WSDom > WSAsOfDom
           ADD 1 TO WSSlaIdx.

       JudgeOneDate.
           MOVE WSAsOfDate TO WSDateText
           MOVE WSDom TO WSDateText(7:2)
           PERFORM CheckCalendar
           IF WSApplies EQUAL TO 'Y'
               PERFORM JudgeDeadline
           END-IF
           ADD 1 TO WSDom.

      *> DAILY every date, WEEKDAYS Monday to Friday, ADVENT the
      *> puzzle season (December 1-25), BUSINESS the shop's business
      *> days from tools/data/business_calendar; an unknown calendar
      *> name is treated as DAILY rather than silently never due.
       CheckCalendar.
           MOVE 'Y' TO WSApplies
           EVALUATE FUNCTION TRIM(WSSlaCalendar(WSSlaIdx))
               WHEN "WEEKDAYS"
                   COMPUTE WSDateNum = FUNCTION NUMVAL(WSDateText)
                   COMPUTE WSWeekday = FUNCTION MOD(
                       FUNCTION INTEGER-OF-DATE(WSDateNum) - 1, 7) + 1
                   IF WSWeekday > 5
                       MOVE 'N' TO WSApplies
                   END-IF
               WHEN "ADVENT"
                   IF WSDateText(5:2) NOT EQUAL TO "12"
                   OR WSDom > 25
                       MOVE 'N' TO WSApplies
                   END-IF
               WHEN "BUSINESS"
                   COMPUTE BCAL-DATE = FUNCTION NUMVAL(WSDateText)
                   PERFORM CheckBusinessDay
                   IF BCAL-CLOSED
                       MOVE 'N' TO WSApplies
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       JudgeDeadline.
           MOVE WSSlaDay(WSSlaIdx) TO WSDayDisplay
           EVALUATE TRUE
               WHEN WSSlaDoneTime(WSSlaIdx, WSDom) NOT EQUAL TO SPACES
                   COMPUTE WSDoneMinutes =
                       FUNCTION NUMVAL(WSSlaDoneTime(WSSlaIdx, WSDom)(1:2))
                       * 60 + FUNCTION NUMVAL(
                           WSSlaDoneTime(WSSlaIdx, WSDom)(3:2))
                   IF WSDoneMinutes <= WSSlaDeadlineMin(WSSlaIdx)
                       ADD 1 TO WSMetCount
                       DISPLAY WSDateText " " WSSlaYear(WSSlaIdx) " DAY "
                           FUNCTION TRIM(WSDayDisplay) " PART "
                           WSSlaPart(WSSlaIdx) " DUE "
                           WSSlaDeadline(WSSlaIdx) ": MET AT "
                           WSSlaDoneTime(WSSlaIdx, WSDom) " (RUN "
                           WSSlaDoneRun(WSSlaIdx, WSDom) ")"
                   ELSE
                       ADD 1 TO WSMissedCount
                       COMPUTE WSLateMinutes =
                           WSDoneMinutes - WSSlaDeadlineMin(WSSlaIdx)
                       MOVE WSLateMinutes TO WSLateDisplay
                       DISPLAY WSDateText " " WSSlaYear(WSSlaIdx) " DAY "
                           FUNCTION TRIM(WSDayDisplay) " PART "
                           WSSlaPart(WSSlaIdx) " DUE "
                           WSSlaDeadline(WSSlaIdx) ": MISSED, DONE AT "
                           WSSlaDoneTime(WSSlaIdx, WSDom) " - "
                           FUNCTION TRIM(WSLateDisplay) " MIN LATE (RUN "
                           WSSlaDoneRun(WSSlaIdx, WSDom) ")"
                   END-IF
               WHEN WSSlaInHistory(WSSlaIdx, WSDom) EQUAL TO 'Y'
                   ADD 1 TO WSUntimedCount
                   DISPLAY WSDateText " " WSSlaYear(WSSlaIdx) " DAY "
                       FUNCTION TRIM(WSDayDisplay) " PART "
                       WSSlaPart(WSSlaIdx) " DUE "
                       WSSlaDeadline(WSSlaIdx) ": UNTIMED - IN RUN "
                       "HISTORY, NO RESULTS.CSV TIMESTAMP"
               WHEN WSDom < WSAsOfDom
                   ADD 1 TO WSMissedCount
                   COMPUTE WSLateMinutes =
                       1440 - WSSlaDeadlineMin(WSSlaIdx)
                   MOVE WSLateMinutes TO WSLateDisplay
                   DISPLAY WSDateText " " WSSlaYear(WSSlaIdx) " DAY "
                       FUNCTION TRIM(WSDayDisplay) " PART "
                       WSSlaPart(WSSlaIdx) " DUE "
                       WSSlaDeadline(WSSlaIdx) ": MISSED, NO RESULT "
                       "THAT DAY - OVER " FUNCTION TRIM(WSLateDisplay)
                       " MIN LATE"
               WHEN WSNowMinutes > WSSlaDeadlineMin(WSSlaIdx)
                   ADD 1 TO WSMissedCount
                   COMPUTE WSLateMinutes =
                       WSNowMinutes - WSSlaDeadlineMin(WSSlaIdx)
                   MOVE WSLateMinutes TO WSLateDisplay
                   DISPLAY WSDateText " " WSSlaYear(WSSlaIdx) " DAY "
                       FUNCTION TRIM(WSDayDisplay) " PART "
                       WSSlaPart(WSSlaIdx) " DUE "
                       WSSlaDeadline(WSSlaIdx) ": MISSED, STILL NO "
                       "RESULT - " FUNCTION TRIM(WSLateDisplay)
                       " MIN LATE SO FAR"
               WHEN WSSlaDeadlineMin(WSSlaIdx) - WSNowMinutes
                   <= WSRiskMinutes
                   ADD 1 TO WSRiskCount
                   COMPUTE WSLateMinutes =
                       WSSlaDeadlineMin(WSSlaIdx) - WSNowMinutes
                   MOVE WSLateMinutes TO WSLateDisplay
                   DISPLAY WSDateText " " WSSlaYear(WSSlaIdx) " DAY "
                       FUNCTION TRIM(WSDayDisplay) " PART "
                       WSSlaPart(WSSlaIdx) " DUE "
                       WSSlaDeadline(WSSlaIdx) ": AT RISK, NO RESULT "
                       "YET - " FUNCTION TRIM(WSLateDisplay)
                       " MIN TO DEADLINE"
               WHEN OTHER
                   ADD 1 TO WSPendingCount
           END-EVALUATE.

      *> The one-record attainment feed STATUSBOARD and SHIFTREPORT
      *> pick up, rewritten whole on every pass.
       WriteAttainment.
           MOVE SPACES TO WSAttainLine
           MOVE WSAsOfDate(1:6) TO WSAttainLine(1:6)
           MOVE WSAsOfDate TO WSAttainLine(7:8)
           MOVE WSAsOfTime TO WSAttainLine(15:4)
           MOVE WSMetCount TO WSAttainLine(19:4)
           MOVE WSMissedCount TO WSAttainLine(23:4)
           MOVE WSRiskCount TO WSAttainLine(27:3)
           COMPUTE WSAttainDigits = WSAttainPct * 100
           MOVE WSAttainDigits TO WSAttainLine(30:5)
           OPEN OUTPUT AttainFile
           IF WSAttainStatus NOT EQUAL TO 0
               DISPLAY "NOTE: unable to write "
                   FUNCTION TRIM(WSAttainFileName) " (STATUS "
                   WSAttainStatus "), ATTAINMENT FEED SKIPPED"
               NEXT SENTENCE
           END-IF
           WRITE AttainRecord FROM WSAttainLine
           CLOSE AttainFile.

       COPY "configRead.cpy".
       COPY "calendarMath.cpy".
