       >>SOURCE FORMAT FREE
      *> Copyright (C) 2025 Rémy Cases
      *> See LICENSE file for extended copyright information.
      *> This file is part of adventOfCode project from https://github.com/remyCases/adventOfCode.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK.
       AUTHOR. RémyCases

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TimingFile ASSIGN TO "results/timing_history.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSTimingStatus.
           SELECT RegisterFile ASSIGN TO "tools/data/run_register"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRegisterStatus.
           SELECT QueueFile ASSIGN TO "tools/data/job_queue"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSQueueStatus.
           SELECT CenterFile ASSIGN TO "tools/data/cost_centers"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSCenterStatus.
           SELECT RateFile ASSIGN TO "tools/data/chargeback_rates"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSRateStatus.
           SELECT LedgerFile ASSIGN TO "results/chargeback_ledger"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSLedgerStatus.
           SELECT ReportFile ASSIGN TO WSReportName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSReportStatus.
           SELECT EventFile ASSIGN TO "results/events.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TimingFile.
       01 TimingRecord PIC X(50).
       FD RegisterFile.
       01 RegisterRecord PIC X(80).
       FD QueueFile.
       01 QueueRecord PIC X(160).
       FD CenterFile.
       01 CenterRecord PIC X(80).
       FD RateFile.
       01 RateRecord PIC X(80).
       FD LedgerFile.
       01 LedgerRecord PIC X(120).
       FD ReportFile.
       01 ReportRecord PIC X(120).
       FD EventFile.
       01 EventRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Who is consuming the batch window:
      *>   CHARGEBACK [--month YYYYMM]
      *> joins every timed run in results/timing_history.log to the
      *> operator who launched it - through tools/data/run_register
      *> for driver runs (the run id is the sixth timing field), or
      *> through tools/data/job_queue for QUEUERUNNER requests (tagged
      *> Qnnnnn, the entry whose OWNER queued it) - then to the
      *> operator's cost center (tools/data/cost_centers) and its rate
      *> per CPU-second (tools/data/chargeback_rates, DEFAULT when the
      *> center has no rate of its own). PERFBENCH's BENCH rows are
      *> the shop's own measurements and are never billed.
      *> results/chargeback_ledger is rebuilt from the history on
      *> every run, one record per timed run:
      *>   RUNID|DATE|OPERATOR|COSTCENTER|YEAR|DD|P|CS|RETRYCS|AMOUNT|SOURCE
      *> CS is the billed time. RETRYCS is the part of the run spent
      *> re-attempting after a failed CALL (RunAttemptWithRetry in the
      *> MAINCOBs, the timing history's seventh field): it is carried
      *> alongside but never priced, so a team is not billed for our
      *> own retries. The statement for the month (the current one by
      *> default) prints one block per cost center, then the
      *> year-to-date summary, to the console and to
      *> results/chargeback_YYYYMM.txt.
       01 WSTimingStatus PIC 99.
       01 WSRegisterStatus PIC 99.
       01 WSQueueStatus PIC 99.
       01 WSCenterStatus PIC 99.
       01 WSRateStatus PIC 99.
       01 WSLedgerStatus PIC 99.
       01 WSReportStatus PIC 99.
       01 WSReportName PIC X(60).
       01 WSArgCount PIC 9(3) VALUE 0.
       01 WSArgIdx PIC 9(3) VALUE 0.
       01 WSArgValue PIC X(80).
       01 WSEOF PIC A VALUE 'N'.
       01 WSLine PIC X(160).
       01 WSToday PIC X(8).
       01 WSMonth PIC X(6).
       01 WSMonthYear PIC X(4).

      *> Run register: RUNID|DATE|TIME|YEAR|ARGS|OPERATOR.
       01 WSRegIdText PIC X(6).
       01 WSRegDateText PIC X(8).
       01 WSRegTimeText PIC X(8).
       01 WSRegYearText PIC X(4).
       01 WSRegArgsText PIC X(40).
       01 WSRegOperText PIC X(20).
       01 WSRegTable.
           05 WSRegCount PIC 9(4) VALUE 0.
           05 WSRegEntry OCCURS 2000 TIMES.
               10 WSRegId PIC X(6).
               10 WSRegOperator PIC X(20).
       01 WSRegIdx PIC 9(4).

      *> Job queue owners, by entry number (the Qnnnnn tag).
       01 WSQueueTable.
           05 WSQueueCount PIC 9(3) VALUE 0.
           05 WSQueueOwner PIC X(20) OCCURS 200 TIMES.
       01 WSQueueField PIC X(20) OCCURS 13 TIMES.
       01 WSQueueNum PIC 9(5).

      *> OPERATOR|COSTCENTER and COSTCENTER|RATE.
       01 WSFld1 PIC X(20).
       01 WSFld2 PIC X(20).
       01 WSCenterTable.
           05 WSCenterCount PIC 9(3) VALUE 0.
           05 WSCenterEntry OCCURS 100 TIMES.
               10 WSCenterOperator PIC X(20).
               10 WSCenterName PIC X(12).
       01 WSRateTable.
           05 WSRateCount PIC 9(3) VALUE 0.
           05 WSRateEntry OCCURS 100 TIMES.
               10 WSRateCenter PIC X(12).
               10 WSRateValue PIC 9(3)V9(4).
       01 WSDefaultRate PIC 9(3)V9(4) VALUE 0.
       01 WSIdx PIC 9(4).

      *> One timing record: YEAR,DD,P,DATE,CS,RUNID,RETRYCS.
       01 WSYearText PIC X(4).
       01 WSDayText PIC X(2).
       01 WSPartText PIC X(1).
       01 WSDateText PIC X(8).
       01 WSCsText PIC X(9).
       01 WSRunIdText PIC X(6).
       01 WSRetryText PIC X(9).
       01 WSCs PIC 9(9).
       01 WSRetryCs PIC 9(9).
       01 WSBilledCs PIC 9(9).
       01 WSOperator PIC X(20).
       01 WSCenter PIC X(12).
       01 WSRate PIC 9(3)V9(4).
       01 WSSource PIC X(5).
       01 WSAmount PIC 9(7)V99.
       01 WSAmountText PIC 9(7).99.
       01 WSPostedCount PIC 9(5) VALUE 0.

      *> Per cost center: the month's and the year-to-date totals.
       01 WSTotTable.
           05 WSTotCount PIC 9(3) VALUE 0.
           05 WSTotEntry OCCURS 100 TIMES.
               10 WSTotCenter PIC X(12).
               10 WSTotMonRuns PIC 9(5).
               10 WSTotMonCs PIC 9(11).
               10 WSTotMonRetryCs PIC 9(11).
               10 WSTotMonAmount PIC 9(9)V99.
               10 WSTotYtdRuns PIC 9(5).
               10 WSTotYtdCs PIC 9(11).
               10 WSTotYtdRetryCs PIC 9(11).
               10 WSTotYtdAmount PIC 9(9)V99.
       01 WSTotIdx PIC 9(3).
       01 WSFoundIdx PIC 9(4).
       01 WSGrandAmount PIC 9(9)V99 VALUE 0.
       01 WSGrandRetryCs PIC 9(11) VALUE 0.

      *> Statement lines for one center are the month's ledger records
      *> carrying its name, kept here as they are posted.
       01 WSMonTable.
           05 WSMonCount PIC 9(4) VALUE 0.
           05 WSMonEntry OCCURS 2000 TIMES.
               10 WSMonCenter PIC X(12).
               10 WSMonLine PIC X(100).
       01 WSMonIdx PIC 9(4).
       01 WSMonOverflow PIC A VALUE 'N'.

       01 WSRptLine PIC X(120).
       01 WSRunsDisplay PIC ZZZZ9.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSCsDisplay.
       COPY "commaEditedDisplay.cpy" REPLACING FIELD-NAME BY WSRetryDisplay.
       01 WSAmountDisplay PIC ZZZ,ZZZ,ZZ9.99.
       01 WSDayDisplay PIC Z9.
       COPY "eventFile.cpy".

       PROCEDURE DIVISION.
       Main.
           ACCEPT WSToday FROM DATE YYYYMMDD
           MOVE WSToday(1:6) TO WSMonth
           PERFORM ParseCommandLine
           MOVE WSMonth(1:4) TO WSMonthYear
           PERFORM LoadRegister
           PERFORM LoadQueueOwners
           PERFORM LoadCostCenters
           PERFORM LoadRates
           PERFORM PostLedger
           PERFORM PrintStatements
           MOVE "CHARGEBACK" TO EVENT-PROGRAM
           MOVE "I" TO EVENT-SEVERITY
           MOVE "CHGBACK" TO EVENT-CODE
           MOVE WSPostedCount TO WSRunsDisplay
           MOVE WSGrandAmount TO WSAmountDisplay
           MOVE SPACES TO EVENT-MESSAGE
           STRING "LEDGER " FUNCTION TRIM(WSRunsDisplay) " RUN(S), "
               WSMonth " BILLED " FUNCTION TRIM(WSAmountDisplay)
               DELIMITED BY SIZE INTO EVENT-MESSAGE
           PERFORM AppendOpsEvent
           GOBACK.

       ParseCommandLine.
           ACCEPT WSArgCount FROM ARGUMENT-NUMBER
           MOVE 1 TO WSArgIdx
           PERFORM UNTIL WSArgIdx > WSArgCount
               DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
               ACCEPT WSArgValue FROM ARGUMENT-VALUE
               EVALUATE WSArgValue
                   WHEN "--month"
                       ADD 1 TO WSArgIdx
                       DISPLAY WSArgIdx UPON ARGUMENT-NUMBER
                       ACCEPT WSArgValue FROM ARGUMENT-VALUE
                       MOVE WSArgValue(1:6) TO WSMonth
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD 1 TO WSArgIdx
           END-PERFORM
           IF WSMonth IS NOT NUMERIC
           OR WSMonth(5:2) < "01" OR WSMonth(5:2) > "12"
               DISPLAY "USAGE: CHARGEBACK [--month YYYYMM]"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

       LoadRegister.
           OPEN INPUT RegisterFile
           IF WSRegisterStatus NOT EQUAL TO 0
               DISPLAY "NO RUN REGISTER (tools/data/run_register): "
                   "DRIVER RUNS WILL BE POSTED TO UNKNOWN."
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RegisterFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreRegisterEntry
               END-READ
           END-PERFORM
           CLOSE RegisterFile.

       StoreRegisterEntry.
           IF WSLine(1:1) EQUAL TO '*'
           OR WSLine(1:6) IS NOT NUMERIC
           OR WSRegCount >= 2000
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSRegOperText
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSRegIdText WSRegDateText WSRegTimeText
                    WSRegYearText WSRegArgsText WSRegOperText
           ADD 1 TO WSRegCount
           MOVE WSRegIdText TO WSRegId(WSRegCount)
           MOVE WSRegOperText TO WSRegOperator(WSRegCount).

      *> Entry numbers are line positions among the queue's data
      *> lines, the same count QUEUERUNNER gives them.
       LoadQueueOwners.
           OPEN INPUT QueueFile
           IF WSQueueStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ QueueFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreQueueOwner
               END-READ
           END-PERFORM
           CLOSE QueueFile.

       StoreQueueOwner.
           IF WSLine(1:1) EQUAL TO '*'
           OR FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSQueueCount >= 200
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSQueueField(13)
           UNSTRING WSLine DELIMITED BY "|"
               INTO WSQueueField(1) WSQueueField(2) WSQueueField(3)
                    WSQueueField(4) WSQueueField(5) WSQueueField(6)
                    WSQueueField(7) WSQueueField(8) WSQueueField(9)
                    WSQueueField(10) WSQueueField(11) WSQueueField(12)
                    WSQueueField(13)
           ADD 1 TO WSQueueCount
           MOVE WSQueueField(13) TO WSQueueOwner(WSQueueCount).

       LoadCostCenters.
           OPEN INPUT CenterFile
           IF WSCenterStatus NOT EQUAL TO 0
               DISPLAY "NO COST CENTER FILE (tools/data/cost_centers): "
                   "EVERY OPERATOR IS UNASSIGNED."
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ CenterFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreCostCenter
               END-READ
           END-PERFORM
           CLOSE CenterFile.

       StoreCostCenter.
           IF WSLine(1:1) EQUAL TO '*'
           OR FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSCenterCount >= 100
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           UNSTRING WSLine DELIMITED BY "|" INTO WSFld1 WSFld2
           ADD 1 TO WSCenterCount
           MOVE WSFld1 TO WSCenterOperator(WSCenterCount)
           MOVE WSFld2 TO WSCenterName(WSCenterCount).

       LoadRates.
           OPEN INPUT RateFile
           IF WSRateStatus NOT EQUAL TO 0
               DISPLAY "NO RATE TABLE (tools/data/chargeback_rates): "
                   "RUNS ARE POSTED AT ZERO."
               NEXT SENTENCE
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ RateFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM StoreRate
               END-READ
           END-PERFORM
           CLOSE RateFile.

       StoreRate.
           IF WSLine(1:1) EQUAL TO '*'
           OR FUNCTION TRIM(WSLine) EQUAL TO SPACES
           OR WSRateCount >= 100
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSFld1
           MOVE SPACES TO WSFld2
           UNSTRING WSLine DELIMITED BY "|" INTO WSFld1 WSFld2
           IF FUNCTION TEST-NUMVAL(WSFld2) NOT EQUAL TO 0
               DISPLAY "RATE FOR " FUNCTION TRIM(WSFld1)
                   " IS NOT NUMERIC, IGNORED: " FUNCTION TRIM(WSFld2)
               NEXT SENTENCE
           END-IF
           IF WSFld1 EQUAL TO "DEFAULT"
               COMPUTE WSDefaultRate = FUNCTION NUMVAL(WSFld2)
           ELSE
               ADD 1 TO WSRateCount
               MOVE WSFld1 TO WSRateCenter(WSRateCount)
               COMPUTE WSRateValue(WSRateCount) = FUNCTION NUMVAL(WSFld2)
           END-IF.

      *> The ledger is rebuilt from the whole timing history each run,
      *> so a corrected cost center or rate reprices every month.
       PostLedger.
           OPEN INPUT TimingFile
           IF WSTimingStatus NOT EQUAL TO 0
               DISPLAY "Error " WSTimingStatus ": unable to open "
                   "results/timing_history.log. Exiting program."
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT LedgerFile
           IF WSLedgerStatus NOT EQUAL TO 0
               DISPLAY "Error " WSLedgerStatus ": unable to open "
                   "results/chargeback_ledger. Exiting program."
               CLOSE TimingFile
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WSEOF
           PERFORM UNTIL WSEOF EQUAL TO 'Y'
               READ TimingFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END PERFORM PostOneTiming
               END-READ
           END-PERFORM
           CLOSE TimingFile
           CLOSE LedgerFile
           IF WSMonOverflow EQUAL TO 'Y'
               DISPLAY "(MORE THAN 2000 RUNS IN " WSMonth
                   ": STATEMENT DETAIL TRUNCATED, TOTALS ARE COMPLETE)"
           END-IF.

       PostOneTiming.
           MOVE SPACES TO WSYearText
           MOVE SPACES TO WSDayText
           MOVE SPACES TO WSPartText
           MOVE SPACES TO WSDateText
           MOVE SPACES TO WSCsText
           MOVE SPACES TO WSRunIdText
           MOVE SPACES TO WSRetryText
           UNSTRING WSLine DELIMITED BY ","
               INTO WSYearText WSDayText WSPartText WSDateText WSCsText
                    WSRunIdText WSRetryText
           IF WSLine(1:1) EQUAL TO '*'
           OR WSYearText IS NOT NUMERIC
           OR WSRunIdText EQUAL TO "BENCH"
               NEXT SENTENCE
           END-IF
           COMPUTE WSCs = FUNCTION NUMVAL(WSCsText)
           MOVE 0 TO WSRetryCs
           IF WSRetryText IS NUMERIC
               COMPUTE WSRetryCs = FUNCTION NUMVAL(WSRetryText)
           END-IF
           IF WSRetryCs > WSCs
               MOVE WSCs TO WSRetryCs
           END-IF
           COMPUTE WSBilledCs = WSCs - WSRetryCs
           PERFORM ResolveOperator
           PERFORM ResolveCenter
           COMPUTE WSAmount ROUNDED = WSBilledCs * WSRate / 100
           MOVE WSAmount TO WSAmountText
           MOVE SPACES TO WSRptLine
           STRING WSRunIdText "|" WSDateText "|"
               FUNCTION TRIM(WSOperator) "|" FUNCTION TRIM(WSCenter) "|"
               WSYearText "|" WSDayText "|" WSPartText "|"
               WSBilledCs "|" WSRetryCs "|" WSAmountText "|" WSSource
               DELIMITED BY SIZE INTO WSRptLine
           WRITE LedgerRecord FROM WSRptLine
           ADD 1 TO WSPostedCount
           PERFORM AccumulateCenter.

      *> Driver runs carry their register id; queue requests carry
      *> Q plus their entry number; anything older than either (no run
      *> id recorded) is posted to UNKNOWN.
       ResolveOperator.
           MOVE "UNKNOWN" TO WSOperator
           EVALUATE TRUE
               WHEN WSRunIdText IS NUMERIC
                   MOVE "MAIN" TO WSSource
                   MOVE 1 TO WSRegIdx
                   PERFORM UNTIL WSRegIdx > WSRegCount
                       IF WSRegId(WSRegIdx) EQUAL TO WSRunIdText
                           MOVE WSRegOperator(WSRegIdx) TO WSOperator
                           MOVE WSRegCount TO WSRegIdx
                       END-IF
                       ADD 1 TO WSRegIdx
                   END-PERFORM
               WHEN WSRunIdText(1:1) EQUAL TO "Q"
               AND WSRunIdText(2:5) IS NUMERIC
                   MOVE "QUEUE" TO WSSource
                   MOVE WSRunIdText(2:5) TO WSQueueNum
                   IF WSQueueNum > 0 AND WSQueueNum NOT GREATER THAN
                       WSQueueCount
                       MOVE WSQueueOwner(WSQueueNum) TO WSOperator
                   END-IF
               WHEN OTHER
                   MOVE "NOID" TO WSSource
                   MOVE "------" TO WSRunIdText
           END-EVALUATE
           IF WSOperator EQUAL TO SPACES
               MOVE "UNKNOWN" TO WSOperator
           END-IF.

       ResolveCenter.
           MOVE "UNASSIGNED" TO WSCenter
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSCenterCount
               IF WSCenterOperator(WSIdx) EQUAL TO WSOperator
                   MOVE WSCenterName(WSIdx) TO WSCenter
                   MOVE WSCenterCount TO WSIdx
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM
           MOVE WSDefaultRate TO WSRate
           MOVE 1 TO WSIdx
           PERFORM UNTIL WSIdx > WSRateCount
               IF WSRateCenter(WSIdx) EQUAL TO WSCenter
                   MOVE WSRateValue(WSIdx) TO WSRate
                   MOVE WSRateCount TO WSIdx
               END-IF
               ADD 1 TO WSIdx
           END-PERFORM.

      *> Year to date runs from January of the statement's year to the
      *> statement month inclusive.
       AccumulateCenter.
           IF WSDateText(1:4) NOT EQUAL TO WSMonthYear
           OR WSDateText(1:6) > WSMonth
               NEXT SENTENCE
           END-IF
           MOVE 0 TO WSFoundIdx
           MOVE 1 TO WSTotIdx
           PERFORM UNTIL WSTotIdx > WSTotCount
               IF WSTotCenter(WSTotIdx) EQUAL TO WSCenter
                   MOVE WSTotIdx TO WSFoundIdx
                   MOVE WSTotCount TO WSTotIdx
               END-IF
               ADD 1 TO WSTotIdx
           END-PERFORM
           IF WSFoundIdx EQUAL TO 0
               IF WSTotCount >= 100
                   NEXT SENTENCE
               END-IF
               ADD 1 TO WSTotCount
               MOVE WSTotCount TO WSFoundIdx
               INITIALIZE WSTotEntry(WSFoundIdx)
               MOVE WSCenter TO WSTotCenter(WSFoundIdx)
           END-IF
           ADD 1 TO WSTotYtdRuns(WSFoundIdx)
           ADD WSBilledCs TO WSTotYtdCs(WSFoundIdx)
           ADD WSRetryCs TO WSTotYtdRetryCs(WSFoundIdx)
           ADD WSAmount TO WSTotYtdAmount(WSFoundIdx)
           IF WSDateText(1:6) EQUAL TO WSMonth
               ADD 1 TO WSTotMonRuns(WSFoundIdx)
               ADD WSBilledCs TO WSTotMonCs(WSFoundIdx)
               ADD WSRetryCs TO WSTotMonRetryCs(WSFoundIdx)
               ADD WSAmount TO WSTotMonAmount(WSFoundIdx)
               ADD WSAmount TO WSGrandAmount
               ADD WSRetryCs TO WSGrandRetryCs
               PERFORM KeepStatementLine
           END-IF.

       KeepStatementLine.
           IF WSMonCount >= 2000
               MOVE 'Y' TO WSMonOverflow
               NEXT SENTENCE
           END-IF
           ADD 1 TO WSMonCount
           MOVE WSCenter TO WSMonCenter(WSMonCount)
           MOVE WSDayText TO WSDayDisplay
           MOVE WSBilledCs TO WSCsDisplay
           MOVE WSRetryCs TO WSRetryDisplay
           MOVE WSAmount TO WSAmountDisplay
           MOVE SPACES TO WSMonLine(WSMonCount)
           STRING "  " WSDateText " RUN " WSRunIdText " "
               WSOperator(1:12) " " WSYearText " DAY " WSDayDisplay
               " PART " WSPartText " " WSCsDisplay(14:10) " CS "
               WSAmountDisplay " RETRY " FUNCTION TRIM(WSRetryDisplay)
               DELIMITED BY SIZE INTO WSMonLine(WSMonCount).

       PrintStatements.
           MOVE SPACES TO WSReportName
           STRING "results/chargeback_" WSMonth ".txt"
               DELIMITED BY SIZE INTO WSReportName
           OPEN OUTPUT ReportFile
           MOVE SPACES TO WSRptLine
           STRING "=== CHARGEBACK STATEMENT FOR " WSMonth " ==="
               DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           IF WSTotCount EQUAL TO 0
               MOVE "NO RUNS POSTED THIS YEAR." TO WSRptLine
               PERFORM WriteReportLine
           END-IF
           MOVE 1 TO WSTotIdx
           PERFORM PrintOneStatement UNTIL WSTotIdx > WSTotCount
           MOVE SPACES TO WSRptLine
           PERFORM WriteReportLine
           MOVE SPACES TO WSRptLine
           STRING "=== YEAR-TO-DATE SUMMARY " WSMonthYear "01-" WSMonth
               " ===" DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           MOVE SPACES TO WSRptLine
           STRING "COST CENTER   RUNS      BILLED CS         AMOUNT"
               "   RETRY CS (NOT BILLED)" DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           MOVE 1 TO WSTotIdx
           PERFORM PrintOneYtdLine UNTIL WSTotIdx > WSTotCount
           MOVE WSGrandAmount TO WSAmountDisplay
           MOVE WSGrandRetryCs TO WSRetryDisplay
           MOVE SPACES TO WSRptLine
           STRING "=== " WSMonth " BILLED " FUNCTION TRIM(WSAmountDisplay)
               ", RETRIES NOT BILLED " FUNCTION TRIM(WSRetryDisplay)
               " CS ===" DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           IF WSReportStatus EQUAL TO 0
               CLOSE ReportFile
               DISPLAY "STATEMENT FILED: " FUNCTION TRIM(WSReportName)
           END-IF.

      *> One block per cost center with runs this month: its runs,
      *> then the billed total and the retries shown apart.
       PrintOneStatement.
           IF WSTotMonRuns(WSTotIdx) EQUAL TO 0
               ADD 1 TO WSTotIdx
               NEXT SENTENCE
           END-IF
           MOVE SPACES TO WSRptLine
           PERFORM WriteReportLine
           MOVE SPACES TO WSRptLine
           STRING "COST CENTER " WSTotCenter(WSTotIdx)
               DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           MOVE 1 TO WSMonIdx
           PERFORM UNTIL WSMonIdx > WSMonCount
               IF WSMonCenter(WSMonIdx) EQUAL TO WSTotCenter(WSTotIdx)
                   MOVE WSMonLine(WSMonIdx) TO WSRptLine
                   PERFORM WriteReportLine
               END-IF
               ADD 1 TO WSMonIdx
           END-PERFORM
           MOVE WSTotMonRuns(WSTotIdx) TO WSRunsDisplay
           MOVE WSTotMonCs(WSTotIdx) TO WSCsDisplay
           MOVE WSTotMonAmount(WSTotIdx) TO WSAmountDisplay
           MOVE SPACES TO WSRptLine
           STRING "  TOTAL " FUNCTION TRIM(WSRunsDisplay) " RUN(S) "
               FUNCTION TRIM(WSCsDisplay) " CS BILLED "
               FUNCTION TRIM(WSAmountDisplay)
               DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           MOVE WSTotMonRetryCs(WSTotIdx) TO WSRetryDisplay
           MOVE SPACES TO WSRptLine
           STRING "  RETRY RERUNS " FUNCTION TRIM(WSRetryDisplay)
               " CS - NOT BILLED"
               DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           ADD 1 TO WSTotIdx.

       PrintOneYtdLine.
           MOVE WSTotYtdRuns(WSTotIdx) TO WSRunsDisplay
           MOVE WSTotYtdCs(WSTotIdx) TO WSCsDisplay
           MOVE WSTotYtdAmount(WSTotIdx) TO WSAmountDisplay
           MOVE WSTotYtdRetryCs(WSTotIdx) TO WSRetryDisplay
           MOVE SPACES TO WSRptLine
           STRING WSTotCenter(WSTotIdx) " " WSRunsDisplay " "
               WSCsDisplay(10:14) " " WSAmountDisplay "   "
               FUNCTION TRIM(WSRetryDisplay)
               DELIMITED BY SIZE INTO WSRptLine
           PERFORM WriteReportLine
           ADD 1 TO WSTotIdx.

       WriteReportLine.
           DISPLAY FUNCTION TRIM(WSRptLine, TRAILING)
           IF WSReportStatus EQUAL TO 0
               WRITE ReportRecord FROM WSRptLine
           END-IF.

       COPY "eventAppend.cpy".
