           SELECT BaselineFile ASSIGN TO WSBaselineFileName
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.
           SELECT RegisterFile ASSIGN TO "tools/data/run_register"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WSFileStatus.

       DATA DIVISION.
       FILE SECTION.
       01 RunLogRecord PIC X(180).
       FD BaselineFile.
       01 BaselineRecord PIC X(80).
       FD RegisterFile.
       01 RegisterRecord PIC X(120).

       WORKING-STORAGE SECTION.
      *> Command-line flags, parsed the same way RESULTDIFF parses
       01 WSField3 PIC X(80).
       01 WSField4 PIC X(80).
       01 WSField5 PIC X(20).
       01 WSField6 PIC X(6).
       01 WSTok1 PIC X(12).
       01 WSTok2 PIC X(12).
       01 WSTok3 PIC X(12).
       01 WSHasLog PIC X.
       01 WSHasBase PIC X.

      *> Runs RUNROLLBACK took back (register records marked
      *> "|ROLLEDBACK"): their CSV rows and the lines inside their
      *> RUN START ... RUN END bracket no longer count as answers.
       01 WSRollTable.
           05 WSRollCount PIC 9(3) VALUE 0.
           05 WSRollId PIC 9(6) OCCURS 200 TIMES.
       01 WSRollIdx PIC 9(3).
       01 WSRollHit PIC A.
       01 WSRollTally PIC 9(2).
       01 WSCheckRunId PIC 9(6).
       01 WSSkipRun PIC A VALUE 'N'.

       PROCEDURE DIVISION.
       Main.
           PERFORM ParseCommandLine
               GOBACK
           END-IF

           PERFORM LoadRolledBackRuns
           PERFORM LoadBaseline
           PERFORM LoadCsv
           PERFORM LoadRunLog
           PERFORM ExtractFinalValue
           PERFORM StoreIntoBaseTable.

      *> CSV rows are "DAY,PART,INPUT,RESULT,TIMESTAMP,RUNID,VERSION,CHAIN"; the year comes
      *> off the front of the input path ("2022/data/..."). A RESULT
      *> wrapped in quotes is unwrapped before comparing.
       LoadCsv.
               NEXT SENTENCE
           END-IF
           PERFORM SplitQuotedCsvRow
           IF WSField6 IS NUMERIC
               COMPUTE WSCheckRunId = FUNCTION NUMVAL(WSField6)
               PERFORM CheckRolledBack
               IF WSRollHit EQUAL TO 'Y'
                   NEXT SENTENCE
               END-IF
           END-IF
           COMPUTE WSDay = FUNCTION NUMVAL(WSDayText)
           PERFORM NormalizePart
           IF WSField3(1:2) EQUAL TO "20"
           PERFORM ExtractFinalValue
           PERFORM StoreIntoCsvTable.

      *> Splits WSLine into the five CSV columns and the RUNID,
      *> honoring the quoting ExportCsvRow applies: quote characters
      *> toggle in-field state, a doubled quote emits one, and only
      *> unquoted commas advance the column.
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
                       MOVE 'N' TO WSInQuotes
                   WHEN WSLine(WSCharIdx:1) EQUAL TO ','
                   AND WSInQuotes EQUAL TO 'N'
                       IF WSFieldNo < 9
                           ADD 1 TO WSFieldNo
                       END-IF
                       MOVE 0 TO WSOutPos
                   IF WSOutPos <= 20
                       MOVE WSSplitChar TO WSField5(WSOutPos:1)
                   END-IF
               WHEN 6
                   IF WSOutPos <= 6
                       MOVE WSSplitChar TO WSField6(WSOutPos:1)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           CLOSE RunLogFile.

       StoreLogLine.
           IF WSLine(1:10) EQUAL TO "RUN START "
               PERFORM CheckLogRunStart
               NEXT SENTENCE
           END-IF
           IF WSLine(1:8) EQUAL TO "RUN END "
               MOVE 'N' TO WSSkipRun
               NEXT SENTENCE
           END-IF
           IF WSSkipRun EQUAL TO 'Y'
               NEXT SENTENCE
           END-IF
           IF WSLine(1:4) NOT EQUAL TO "DAY "
           AND WSLine(1:5) NOT EQUAL TO "YEAR "
               NEXT SENTENCE
           PERFORM ExtractFinalValue
           PERFORM StoreIntoLogTable.

       CheckLogRunStart.
           MOVE 'N' TO WSSkipRun
           MOVE 0 TO WSCheckRunId
           PERFORM VARYING WSScanIdx FROM 1 BY 1
               UNTIL WSScanIdx > 169
               IF WSLine(WSScanIdx:5) EQUAL TO " RUN "
               AND WSLine(WSScanIdx + 5:6) IS NUMERIC
                   COMPUTE WSCheckRunId =
                       FUNCTION NUMVAL(WSLine(WSScanIdx + 5:6))
                   MOVE 170 TO WSScanIdx
               END-IF
           END-PERFORM
           IF WSCheckRunId NOT EQUAL TO 0
               PERFORM CheckRolledBack
               MOVE WSRollHit TO WSSkipRun
           END-IF.

       LoadRolledBackRuns.
           MOVE 0 TO WSRollCount
           MOVE 'N' TO WSEOF
           OPEN INPUT RegisterFile
           IF WSFileStatus NOT EQUAL TO 0
               NEXT SENTENCE
           END-IF
           PERFORM UNTIL WSEOF = 'Y'
               READ RegisterFile INTO WSLine
                   AT END MOVE 'Y' TO WSEOF
                   NOT AT END
                       MOVE 0 TO WSRollTally
                       INSPECT WSLine TALLYING WSRollTally
                           FOR ALL "|ROLLEDBACK "
                       IF WSRollTally > 0 AND WSLine(1:6) IS NUMERIC
                       AND WSRollCount < 200
                           ADD 1 TO WSRollCount
                           COMPUTE WSRollId(WSRollCount) =
                               FUNCTION NUMVAL(WSLine(1:6))
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RegisterFile.

       CheckRolledBack.
           MOVE 'N' TO WSRollHit
           MOVE 1 TO WSRollIdx
           PERFORM UNTIL WSRollIdx > WSRollCount
               IF WSRollId(WSRollIdx) EQUAL TO WSCheckRunId
                   MOVE 'Y' TO WSRollHit
                   MOVE WSRollCount TO WSRollIdx
               END-IF
               ADD 1 TO WSRollIdx
           END-PERFORM.

      *> The CSV and baseline record parts as 1/2 while the log tags
      *> them A/B; both normalize to the letter.
       NormalizePart.
